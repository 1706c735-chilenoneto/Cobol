      ******************************************************************
      * Author:  Equipo de mantenimiento
      * Date:    15/10/2026
      * Purpose: Valor de cadena del AUDITFILE, como servicio
      *          CALLable (misma disciplina que PERMISOS: la interfaz
      *          va en campos EXTERNAL WS-CAD-*). Todos los programas
      *          que graban auditoria y los que la verifican calculan
      *          la cadena aca, asi el calculo es uno solo.
      *
      *          Cada registro de auditoria lleva en AU-CADENA un
      *          valor calculado sobre sus primeros 88 bytes (todo el
      *          registro menos la cadena) y el AU-CADENA del registro
      *          anterior. Cambiar, sacar o intercalar un registro
      *          rompe la cadena desde ese punto en adelante.
      *
      *          Calculo: partiendo del valor anterior, por cada byte
      *            valor = (valor * 31 + codigo del byte)
      *                    resto 9999999967
      *          donde el codigo es la posicion del byte en el juego
      *          de caracteres imprimibles de WS-CAD-JUEGO (1 a 95);
      *          cualquier otro byte vale 96.
      *
      *          Semilla: el primer registro de cada dia encadena con
      *          el valor final del dia anterior, que AUDARCH deja en
      *          AUDSEMIL al cortar la generacion. Sin AUDSEMIL la
      *          semilla es cero.
      *
      *          Pedidos (WS-CAD-PEDIDO):
      *            "C" = calcular: WS-CAD-REGISTRO y WS-CAD-ANTERIOR
      *                  de entrada, el valor vuelve en WS-CAD-VALOR
      *            "S" = semilla: WS-CAD-VALOR vuelve con el valor de
      *                  AUDSEMIL y WS-CAD-GENERACION con la
      *                  generacion que lo dejo
      *            "G" = grabar semilla: AUDSEMIL queda con
      *                  WS-CAD-VALOR y WS-CAD-GENERACION
      *          WS-CAD-STATUS vuelve con el file status de AUDSEMIL
      *          en los pedidos "S" y "G".
      *
      * Modification History:
      * 15/10/2026 - Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCADEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDSEMIL ASSIGN TO "AUDSEMIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEMIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDSEMIL.
       01  SM-REGISTRO.
           05 SM-CADENA                PIC 9(10).
           05 SM-GENERACION            PIC X(20).
           05 SM-FECHA                 PIC 9(08).
           05 SM-HORA                  PIC 9(06).
           05 FILLER                   PIC X(06).

       WORKING-STORAGE SECTION.
       77 WS-SEMIL-STATUS          PIC X(02) VALUE "00".

      *    Interfaz del servicio de cadena (EXTERNAL, mismos PIC en
      *    todos los programas que lo llaman).
       77 WS-CAD-PEDIDO            PIC X(01) EXTERNAL.
           88 WS-CAD-CALCULAR                 VALUE "C".
           88 WS-CAD-LEER-SEMILLA             VALUE "S".
           88 WS-CAD-GRABAR-SEMILLA           VALUE "G".
       77 WS-CAD-REGISTRO          PIC X(88) EXTERNAL.
       77 WS-CAD-ANTERIOR          PIC 9(10) EXTERNAL.
       77 WS-CAD-VALOR             PIC 9(10) EXTERNAL.
       77 WS-CAD-GENERACION        PIC X(20) EXTERNAL.
       77 WS-CAD-STATUS            PIC X(02) EXTERNAL.

      *    Juego de caracteres imprimibles en orden fijo: el codigo
      *    de un byte es su posicion en esta tabla, igual en
      *    cualquier maquina.
       01  WS-CAD-JUEGO.
           05 FILLER                PIC X(32) VALUE
              " !""#$%&'()*+,-./0123456789:;<=>?".
           05 FILLER                PIC X(32) VALUE
              "@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_".
           05 FILLER                PIC X(31) VALUE
              "`abcdefghijklmnopqrstuvwxyz{|}~".

       77 WS-CAD-MODULO            PIC 9(10) VALUE 9999999967.
       77 WS-CAD-ACUMULADO         PIC 9(12) COMP VALUE 0.
       77 WS-CAD-COCIENTE          PIC 9(12) COMP VALUE 0.
       77 WS-CAD-PARCIAL           PIC 9(10) COMP VALUE 0.
       77 WS-CAD-POS               PIC 9(03) COMP VALUE 0.
       77 WS-CAD-CODIGO            PIC 9(03) COMP VALUE 0.
       77 WS-CAD-CARACTER          PIC X(01).

       01  WS-FECHA-SISTEMA        PIC 9(08).
       77 WS-HORA-SISTEMA          PIC 9(08).

       PROCEDURE DIVISION.
       CAD-PRINCIPAL.

            EVALUATE TRUE
                WHEN WS-CAD-CALCULAR
                    PERFORM CAD-CALCULAR THRU CAD-CALCULAR-END
                WHEN WS-CAD-LEER-SEMILLA
                    PERFORM CAD-LEER-SEMILLA
                            THRU CAD-LEER-SEMILLA-END
                WHEN WS-CAD-GRABAR-SEMILLA
                    PERFORM CAD-GRABAR-SEMILLA
                            THRU CAD-GRABAR-SEMILLA-END
                WHEN OTHER
                    MOVE 0 TO WS-CAD-VALOR
            END-EVALUATE

            GOBACK.
       CAD-PRINCIPAL-END.

       CAD-CALCULAR.

            MOVE WS-CAD-ANTERIOR TO WS-CAD-PARCIAL

            PERFORM CAD-SUMAR-BYTE THRU CAD-SUMAR-BYTE-END
                    VARYING WS-CAD-POS FROM 1 BY 1
                    UNTIL WS-CAD-POS > 88

            MOVE WS-CAD-PARCIAL TO WS-CAD-VALOR
            .
       CAD-CALCULAR-END.

       CAD-SUMAR-BYTE.

      *    El conteo de INSPECT hasta la primera aparicion del byte
      *    en el juego da su posicion; un byte que no esta en el
      *    juego cuenta el juego entero (95) y vale 96.
            MOVE WS-CAD-REGISTRO(WS-CAD-POS:1) TO WS-CAD-CARACTER
            MOVE 0 TO WS-CAD-CODIGO
            INSPECT WS-CAD-JUEGO TALLYING WS-CAD-CODIGO
                    FOR CHARACTERS BEFORE INITIAL WS-CAD-CARACTER
            ADD 1 TO WS-CAD-CODIGO

            COMPUTE WS-CAD-ACUMULADO =
                    WS-CAD-PARCIAL * 31 + WS-CAD-CODIGO
            DIVIDE WS-CAD-ACUMULADO BY WS-CAD-MODULO
                   GIVING WS-CAD-COCIENTE
                   REMAINDER WS-CAD-PARCIAL
            .
       CAD-SUMAR-BYTE-END.

       CAD-LEER-SEMILLA.

            MOVE 0 TO WS-CAD-VALOR
            MOVE SPACES TO WS-CAD-GENERACION

            OPEN INPUT AUDSEMIL
            MOVE WS-SEMIL-STATUS TO WS-CAD-STATUS

            IF WS-SEMIL-STATUS NOT = "00"
                GO TO CAD-LEER-SEMILLA-END
            END-IF

            READ AUDSEMIL
                AT END
                    MOVE "10" TO WS-CAD-STATUS
                NOT AT END
                    IF SM-CADENA NUMERIC
                        MOVE SM-CADENA     TO WS-CAD-VALOR
                        MOVE SM-GENERACION TO WS-CAD-GENERACION
                    END-IF
            END-READ

            CLOSE AUDSEMIL
            .
       CAD-LEER-SEMILLA-END.

       CAD-GRABAR-SEMILLA.

            ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            OPEN OUTPUT AUDSEMIL
            MOVE WS-SEMIL-STATUS TO WS-CAD-STATUS

            IF WS-SEMIL-STATUS NOT = "00"
                GO TO CAD-GRABAR-SEMILLA-END
            END-IF

            MOVE SPACES            TO SM-REGISTRO
            MOVE WS-CAD-VALOR      TO SM-CADENA
            MOVE WS-CAD-GENERACION TO SM-GENERACION
            MOVE WS-FECHA-SISTEMA  TO SM-FECHA
            MOVE WS-HORA-SISTEMA(1:6) TO SM-HORA

            WRITE SM-REGISTRO
            MOVE WS-SEMIL-STATUS TO WS-CAD-STATUS

            CLOSE AUDSEMIL
            .
       CAD-GRABAR-SEMILLA-END.
       END PROGRAM AUDCADEN.
