      ******************************************************************
      * Author:  Equipo de mantenimiento
      * Date:    15/10/2026
      * Purpose: Listado y reimpresion de las cintas del modo sumadora
      *          de CALCULOS (CINTAFILE). Recibe un operador (vacio =
      *          todos) y una fecha (vacio = hoy) y lista en CINTLIST
      *          cada cinta cerrada de ese dia: operador, hora de
      *          apertura y de cierre, entradas, anuladas y total
      *          general, con el total de las cintas listadas. Con la
      *          hora de apertura de una cinta (y el operador) la
      *          reimprime entera en CINTAREP, con el mismo formato
      *          de CINTAPRT. Una cinta sin registro de total (sesion
      *          cortada) no se lista, pero se puede reimprimir: sale
      *          marcada SIN TOTAL. Solo lectura.
      *
      *          Codigos de retorno para el planificador:
      *            RC 00 = fin normal, alguna cinta encontrada
      *            RC 04 = ninguna cinta cumple la consulta
      *            RC 08 = CINTAFILE no disponible
      *            RC 20 = parametros invalidos
      *
      * Modification History:
      * 15/10/2026 - Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CINTACON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CINTAFILE ASSIGN TO "CINTAFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CINTA-STATUS.

           SELECT PRNTFILE ASSIGN TO "CINTLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRNT-STATUS.

           SELECT CINTAREP ASSIGN TO "CINTAREP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CREP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Mismo layout que graba CALCULOS.
       FD  CINTAFILE.
       01  CT-REGISTRO.
           05 CT-CINTA-ID.
               10 CT-USUARIO           PIC X(08).
               10 CT-FECHA             PIC 9(08).
               10 CT-HORA-INICIO       PIC 9(06).
           05 CT-TIPO                  PIC X(01).
               88 CT-ES-ENTRADA                  VALUE "E".
               88 CT-ES-ANULACION                VALUE "A".
               88 CT-ES-SUBTOTAL                 VALUE "S".
               88 CT-ES-TOTAL                    VALUE "T".
           05 CT-ENTRADA               PIC 9(04).
           05 CT-OPER                  PIC X(01).
           05 CT-IMPORTE               PIC S9(07)V99.
           05 CT-ACUMULADO             PIC S9(07)V99.
           05 CT-AU-SEQ                PIC 9(05).
           05 CT-HORA                  PIC 9(06).
           05 CT-ANULADAS              PIC 9(04).
           05 FILLER                   PIC X(09).

       FD  PRNTFILE.
       01  PR-LINHA                    PIC X(80).

       FD  CINTAREP.
       01  CP-LINHA                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-CINTA-STATUS          PIC X(02) VALUE "00".
       77 WS-PRNT-STATUS           PIC X(02) VALUE "00".
       77 WS-CREP-STATUS           PIC X(02) VALUE "00".

       77 WS-CINTA-EOF-SWITCH      PIC X(01) VALUE "N".
           88 WS-FIM-CINTA                    VALUE "Y".
       77 WS-REIMPRIMIR-SWITCH     PIC X(01) VALUE "N".
           88 WS-REIMPRIMIR                   VALUE "Y".
       77 WS-REP-TOTAL-SWITCH      PIC X(01) VALUE "N".
           88 WS-REP-CON-TOTAL                VALUE "Y".

       77 WS-FILTRO-USUARIO        PIC X(08) VALUE SPACES.
       77 WS-FILTRO-FECHA-X        PIC X(08) VALUE SPACES.
       77 WS-FILTRO-FECHA          PIC 9(08) VALUE 0.
       77 WS-FILTRO-HORA-X         PIC X(06) VALUE SPACES.
       77 WS-FILTRO-HORA           PIC 9(06) VALUE 0.

       77 WS-LEIDOS                PIC 9(06) COMP VALUE 0.
       77 WS-ENCONTRADOS           PIC 9(06) COMP VALUE 0.
       77 WS-REP-LINEAS            PIC 9(06) COMP VALUE 0.
       77 WS-SUMA-TOTALES          PIC S9(11)V99 VALUE 0.

       77 WS-CANT-ED               PIC ZZZZZ9.
       77 WS-SUMA-ED               PIC -(11)9.99.
       77 WS-CINTA-ACUM-ED         PIC -------9.99.
       77 WS-CINTA-IMPORTE-ED      PIC -------9.99.

       01  WS-CINTA-HORA-N         PIC 9(06).
       01  WS-CINTA-HORA-P REDEFINES WS-CINTA-HORA-N.
           05 WS-CINTA-HH              PIC 9(02).
           05 WS-CINTA-MI              PIC 9(02).
           05 WS-CINTA-SS              PIC 9(02).

       01  WS-CINTA-HORA-ED.
           05 WS-CINTA-HH-ED           PIC 9(02).
           05 FILLER                   PIC X(01) VALUE ":".
           05 WS-CINTA-MI-ED           PIC 9(02).
           05 FILLER                   PIC X(01) VALUE ":".
           05 WS-CINTA-SS-ED           PIC 9(02).

       01  WS-CINTA-FECHA-N        PIC 9(08).
       01  WS-CINTA-FECHA-P REDEFINES WS-CINTA-FECHA-N.
           05 WS-CINTA-ANO             PIC 9(04).
           05 WS-CINTA-MES             PIC 9(02).
           05 WS-CINTA-DIA             PIC 9(02).

       01  WS-CINTA-FECHA-ED.
           05 WS-CINTA-DIA-ED          PIC 9(02).
           05 FILLER                   PIC X(01) VALUE "/".
           05 WS-CINTA-MES-ED          PIC 9(02).
           05 FILLER                   PIC X(01) VALUE "/".
           05 WS-CINTA-ANO-ED          PIC 9(04).

       01  WS-LINHA-CABECERA-1.
           05 FILLER                PIC X(34) VALUE
              "CINTAS DEL MODO SUMADORA          ".
           05 FILLER                PIC X(10) VALUE "OPERADOR: ".
           05 WS-CAB-USUARIO        PIC X(08).
           05 FILLER                PIC X(09) VALUE "  FECHA: ".
           05 WS-CAB-FECHA          PIC X(10).

       01  WS-LINHA-CABECERA-2.
           05 FILLER                PIC X(10) VALUE "OPERADOR".
           05 FILLER                PIC X(10) VALUE "APERTURA".
           05 FILLER                PIC X(10) VALUE "CIERRE".
           05 FILLER                PIC X(10) VALUE "ENTRADAS".
           05 FILLER                PIC X(10) VALUE "ANULADAS".
           05 FILLER                PIC X(14) VALUE
              "   TOTAL".

       01  WS-LINHA-DETALLE.
           05 WS-DET-USUARIO        PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DET-APERTURA       PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DET-CIERRE         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-DET-ENTRADAS       PIC ZZZ9.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 WS-DET-ANULADAS       PIC ZZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-DET-TOTAL          PIC -------9.99.

       01  WS-LINHA-SALIDA         PIC X(80).
       01  WS-CINTA-LINEA          PIC X(80).

       77 WS-RC-FINAL              PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       C-PRINCIPAL.

            DISPLAY "Consulta de cintas del modo sumadora"
            DISPLAY "Operador (vacio = todos):"
            ACCEPT WS-FILTRO-USUARIO
            DISPLAY "Fecha (AAAAMMDD, vacio = hoy):"
            ACCEPT WS-FILTRO-FECHA-X
            DISPLAY "Hora de apertura de la cinta a reimprimir "
                    "(HHMMSS, vacio = solo listar):"
            ACCEPT WS-FILTRO-HORA-X

            MOVE "N" TO WS-REIMPRIMIR-SWITCH

            IF WS-FILTRO-FECHA-X = SPACES
                ACCEPT WS-FILTRO-FECHA FROM DATE YYYYMMDD
            ELSE
                IF WS-FILTRO-FECHA-X NUMERIC
                    MOVE WS-FILTRO-FECHA-X TO WS-FILTRO-FECHA
                ELSE
                    DISPLAY "Fecha invalida."
                    MOVE 20 TO WS-RC-FINAL
                END-IF
            END-IF

      *    Una cinta se identifica por operador, fecha y hora de
      *    apertura: para reimprimir hace falta el operador.
            IF WS-FILTRO-HORA-X NOT = SPACES
                IF WS-FILTRO-HORA-X NUMERIC
                   AND WS-FILTRO-USUARIO NOT = SPACES
                    MOVE WS-FILTRO-HORA-X TO WS-FILTRO-HORA
                    MOVE "Y" TO WS-REIMPRIMIR-SWITCH
                ELSE
                    DISPLAY "Para reimprimir indique el operador y "
                            "la hora de apertura (HHMMSS)."
                    MOVE 20 TO WS-RC-FINAL
                END-IF
            END-IF

            IF WS-RC-FINAL > 0
                MOVE WS-RC-FINAL TO RETURN-CODE
                MOVE 0 TO WS-RC-FINAL
                GOBACK
            END-IF

            OPEN INPUT CINTAFILE

            IF WS-CINTA-STATUS NOT = "00"
                DISPLAY "No se pudo abrir CINTAFILE, status: "
                        WS-CINTA-STATUS
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN OUTPUT PRNTFILE

            PERFORM C-CABECERA-INFORME THRU C-CABECERA-INFORME-END

            MOVE "N" TO WS-CINTA-EOF-SWITCH
            MOVE 0 TO WS-LEIDOS
            MOVE 0 TO WS-ENCONTRADOS
            MOVE 0 TO WS-SUMA-TOTALES

            READ CINTAFILE
                AT END
                    MOVE "Y" TO WS-CINTA-EOF-SWITCH
            END-READ

            PERFORM C-LISTAR THRU C-LISTAR-END
                    UNTIL WS-FIM-CINTA

            PERFORM C-TOTALES THRU C-TOTALES-END

            CLOSE PRNTFILE
            CLOSE CINTAFILE

            IF WS-REIMPRIMIR
                PERFORM C-REIMPRIMIR THRU C-REIMPRIMIR-END
            END-IF

            IF WS-ENCONTRADOS = 0
               AND WS-REP-LINEAS = 0
                MOVE 4 TO WS-RC-FINAL
            END-IF

            IF WS-RC-FINAL > 0
                MOVE WS-RC-FINAL TO RETURN-CODE
            END-IF

            MOVE 0 TO WS-RC-FINAL

            GOBACK.
       C-PRINCIPAL-END.

       C-LISTAR.

      *    Cada cinta cerrada deja un registro "T" con su total: es
      *    el que se lista.
            ADD 1 TO WS-LEIDOS

            IF NOT CT-ES-TOTAL
               OR CT-FECHA NOT = WS-FILTRO-FECHA
                GO TO C-LISTAR-LEER
            END-IF

            IF WS-FILTRO-USUARIO NOT = SPACES
               AND CT-USUARIO NOT = WS-FILTRO-USUARIO
                GO TO C-LISTAR-LEER
            END-IF

            ADD 1 TO WS-ENCONTRADOS
            ADD CT-ACUMULADO TO WS-SUMA-TOTALES

            MOVE CT-USUARIO     TO WS-DET-USUARIO
            MOVE CT-HORA-INICIO TO WS-CINTA-HORA-N
            PERFORM C-EDITAR-HORA THRU C-EDITAR-HORA-END
            MOVE WS-CINTA-HORA-ED TO WS-DET-APERTURA
            MOVE CT-HORA        TO WS-CINTA-HORA-N
            PERFORM C-EDITAR-HORA THRU C-EDITAR-HORA-END
            MOVE WS-CINTA-HORA-ED TO WS-DET-CIERRE
            MOVE CT-ENTRADA     TO WS-DET-ENTRADAS
            MOVE CT-ANULADAS    TO WS-DET-ANULADAS
            MOVE CT-ACUMULADO   TO WS-DET-TOTAL
            MOVE WS-LINHA-DETALLE TO WS-LINHA-SALIDA
            PERFORM C-ESCRIBIR THRU C-ESCRIBIR-END
            .
       C-LISTAR-LEER.

            READ CINTAFILE
                AT END
                    MOVE "Y" TO WS-CINTA-EOF-SWITCH
            END-READ
            .
       C-LISTAR-END.

       C-REIMPRIMIR.

      *    Segunda pasada: las lineas de la cinta pedida, en el orden
      *    en que se grabaron, con el formato de CINTAPRT.
            MOVE 0 TO WS-REP-LINEAS
            MOVE "N" TO WS-REP-TOTAL-SWITCH

            OPEN INPUT CINTAFILE
            IF WS-CINTA-STATUS NOT = "00"
                DISPLAY "No se pudo abrir CINTAFILE, status: "
                        WS-CINTA-STATUS
                MOVE 8 TO WS-RC-FINAL
                GO TO C-REIMPRIMIR-END
            END-IF

            OPEN OUTPUT CINTAREP

            MOVE "N" TO WS-CINTA-EOF-SWITCH
            READ CINTAFILE
                AT END
                    MOVE "Y" TO WS-CINTA-EOF-SWITCH
            END-READ

            PERFORM C-REIMPRIMIR-LOTE THRU C-REIMPRIMIR-LOTE-END
                    UNTIL WS-FIM-CINTA

            IF WS-REP-LINEAS = 0
                DISPLAY "La cinta " WS-FILTRO-USUARIO " "
                        WS-FILTRO-FECHA " " WS-FILTRO-HORA
                        " no figura en CINTAFILE."
            ELSE
                IF NOT WS-REP-CON-TOTAL
                    MOVE "CINTA SIN TOTAL (SESION INTERRUMPIDA)"
                         TO CP-LINHA
                    WRITE CP-LINHA
                END-IF
                MOVE WS-REP-LINEAS TO WS-CANT-ED
                DISPLAY "Cinta reimpresa en CINTAREP, lineas: "
                        WS-CANT-ED
            END-IF

            CLOSE CINTAREP
            CLOSE CINTAFILE
            .
       C-REIMPRIMIR-END.

       C-REIMPRIMIR-LOTE.

            IF CT-USUARIO = WS-FILTRO-USUARIO
               AND CT-FECHA = WS-FILTRO-FECHA
               AND CT-HORA-INICIO = WS-FILTRO-HORA
                IF WS-REP-LINEAS = 0
                    PERFORM C-CABECERA-CINTA
                            THRU C-CABECERA-CINTA-END
                END-IF
                ADD 1 TO WS-REP-LINEAS
                IF CT-ES-TOTAL
                    MOVE "Y" TO WS-REP-TOTAL-SWITCH
                END-IF
                PERFORM C-IMPRIMIR THRU C-IMPRIMIR-END
            END-IF

            READ CINTAFILE
                AT END
                    MOVE "Y" TO WS-CINTA-EOF-SWITCH
            END-READ
            .
       C-REIMPRIMIR-LOTE-END.

       C-CABECERA-CINTA.

            MOVE "REIMPRESION" TO CP-LINHA
            WRITE CP-LINHA

            MOVE CT-FECHA TO WS-CINTA-FECHA-N
            PERFORM C-EDITAR-FECHA THRU C-EDITAR-FECHA-END
            MOVE CT-HORA-INICIO TO WS-CINTA-HORA-N
            PERFORM C-EDITAR-HORA THRU C-EDITAR-HORA-END

            MOVE SPACES TO WS-CINTA-LINEA
            STRING "CINTA SUMADORA   OPERADOR: " CT-USUARIO
                   "   FECHA: " WS-CINTA-FECHA-ED
                   "   HORA: " WS-CINTA-HORA-ED
                   DELIMITED BY SIZE
                INTO WS-CINTA-LINEA
            END-STRING
            MOVE WS-CINTA-LINEA TO CP-LINHA
            WRITE CP-LINHA

            MOVE ALL "-" TO CP-LINHA
            WRITE CP-LINHA
            .
       C-CABECERA-CINTA-END.

       C-IMPRIMIR.

      *    Mismo formato de linea que PROC-CINTA-IMPRIMIR de
      *    CALCULOS.
            MOVE CT-HORA       TO WS-CINTA-HORA-N
            PERFORM C-EDITAR-HORA THRU C-EDITAR-HORA-END
            MOVE CT-IMPORTE    TO WS-CINTA-IMPORTE-ED
            MOVE CT-ACUMULADO  TO WS-CINTA-ACUM-ED
            MOVE SPACES TO WS-CINTA-LINEA

            EVALUATE TRUE
                WHEN CT-ES-ENTRADA
                    STRING CT-ENTRADA "  " CT-OPER " "
                           WS-CINTA-IMPORTE-ED
                           "             " WS-CINTA-ACUM-ED
                           "   " WS-CINTA-HORA-ED
                           DELIMITED BY SIZE
                        INTO WS-CINTA-LINEA
                    END-STRING
                WHEN CT-ES-ANULACION
                    STRING CT-ENTRADA "  " CT-OPER " "
                           WS-CINTA-IMPORTE-ED
                           "  ANULADA    " WS-CINTA-ACUM-ED
                           "   " WS-CINTA-HORA-ED
                           DELIMITED BY SIZE
                        INTO WS-CINTA-LINEA
                    END-STRING
                WHEN CT-ES-SUBTOTAL
                    STRING "                   SUBTOTAL   "
                           WS-CINTA-ACUM-ED
                           "   " WS-CINTA-HORA-ED
                           DELIMITED BY SIZE
                        INTO WS-CINTA-LINEA
                    END-STRING
                WHEN CT-ES-TOTAL
                    MOVE ALL "-" TO CP-LINHA
                    WRITE CP-LINHA
                    STRING "                   TOTAL      "
                           WS-CINTA-ACUM-ED
                           "   " WS-CINTA-HORA-ED
                           DELIMITED BY SIZE
                        INTO WS-CINTA-LINEA
                    END-STRING
                    MOVE WS-CINTA-LINEA TO CP-LINHA
                    WRITE CP-LINHA
                    MOVE SPACES TO WS-CINTA-LINEA
                    STRING "ENTRADAS: " CT-ENTRADA
                           "   ANULADAS: " CT-ANULADAS
                           DELIMITED BY SIZE
                        INTO WS-CINTA-LINEA
                    END-STRING
            END-EVALUATE

            MOVE WS-CINTA-LINEA TO CP-LINHA
            WRITE CP-LINHA
            .
       C-IMPRIMIR-END.

       C-EDITAR-HORA.

            MOVE WS-CINTA-HH TO WS-CINTA-HH-ED
            MOVE WS-CINTA-MI TO WS-CINTA-MI-ED
            MOVE WS-CINTA-SS TO WS-CINTA-SS-ED
            .
       C-EDITAR-HORA-END.

       C-EDITAR-FECHA.

            MOVE WS-CINTA-DIA TO WS-CINTA-DIA-ED
            MOVE WS-CINTA-MES TO WS-CINTA-MES-ED
            MOVE WS-CINTA-ANO TO WS-CINTA-ANO-ED
            .
       C-EDITAR-FECHA-END.

       C-CABECERA-INFORME.

            IF WS-FILTRO-USUARIO = SPACES
                MOVE "*TODOS*" TO WS-CAB-USUARIO
            ELSE
                MOVE WS-FILTRO-USUARIO TO WS-CAB-USUARIO
            END-IF
            MOVE WS-FILTRO-FECHA TO WS-CINTA-FECHA-N
            PERFORM C-EDITAR-FECHA THRU C-EDITAR-FECHA-END
            MOVE WS-CINTA-FECHA-ED TO WS-CAB-FECHA

            MOVE WS-LINHA-CABECERA-1 TO WS-LINHA-SALIDA
            PERFORM C-ESCRIBIR THRU C-ESCRIBIR-END

            MOVE ALL "-" TO WS-LINHA-SALIDA
            PERFORM C-ESCRIBIR THRU C-ESCRIBIR-END

            MOVE WS-LINHA-CABECERA-2 TO WS-LINHA-SALIDA
            PERFORM C-ESCRIBIR THRU C-ESCRIBIR-END
            .
       C-CABECERA-INFORME-END.

       C-TOTALES.

            MOVE SPACES TO WS-LINHA-SALIDA
            PERFORM C-ESCRIBIR THRU C-ESCRIBIR-END

            MOVE WS-ENCONTRADOS TO WS-CANT-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "CINTAS LISTADAS:  " WS-CANT-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM C-ESCRIBIR THRU C-ESCRIBIR-END

            MOVE WS-SUMA-TOTALES TO WS-SUMA-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "SUMA DE TOTALES:  " WS-SUMA-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM C-ESCRIBIR THRU C-ESCRIBIR-END

            IF WS-ENCONTRADOS = 0
                DISPLAY "Ninguna cinta cerrada cumple la consulta."
            END-IF

            MOVE WS-ENCONTRADOS TO WS-CANT-ED
            DISPLAY "Cintas listadas: " WS-CANT-ED " (CINTLIST)."
            .
       C-TOTALES-END.

       C-ESCRIBIR.

            MOVE WS-LINHA-SALIDA TO PR-LINHA
            WRITE PR-LINHA
            .
       C-ESCRIBIR-END.
       END PROGRAM CINTACON.
