      ******************************************************************
      * Author:  Equipo de mantenimiento
      * Date:    15/10/2026
      * Purpose: Verificacion de la cadena de auditoria: recorre el
      *          AUDITFILE vivo o las generaciones fechadas que corta
      *          AUDARCH (AUDITARCH.DAAAAMMDD) en un rango de fechas,
      *          recalcula el AU-CADENA de cada registro con el
      *          servicio AUDCADEN y lo compara con el grabado.
      *          Informa en VERPRINT (y en consola) el primer
      *          registro roto: archivo, posicion, AU-SEQ, programa,
      *          usuario, fecha y hora, motivo, y los valores grabado
      *          y calculado. La verificacion se detiene ahi.
      *
      *          AUDITFILE vivo: el primer registro encadena con la
      *          semilla de AUDSEMIL. Llamado desde EODCTL
      *          (WS-EOD-CALL-SWITCH) o corriendo suelto sin PARM.
      *
      *          Generaciones: PARM "AAAAMMDD AAAAMMDD" (desde,
      *          hasta; sin hasta, un solo dia). Las fechas sin
      *          generacion se saltean. Cada generacion se verifica
      *          contra su trailer: la semilla (AX-TR-CADENA-INICIAL)
      *          arranca la cadena, y al final la cantidad de
      *          registros y el valor final (AX-TR-CADENA-FINAL)
      *          tienen que coincidir, lo que detecta registros
      *          sacados del final. Entre dos generaciones del rango
      *          la semilla de una tiene que ser el valor final de la
      *          anterior.
      *
      *          Codigos de retorno para el planificador:
      *            RC 00 = cadena integra
      *            RC 04 = ninguna generacion en el rango
      *            RC 08 = cadena rota (ver el primer registro roto
      *                    en VERPRINT)
      *            RC 12 = AUDITFILE no se pudo abrir
      *            RC 20 = rango de fechas invalido
      *
      * Modification History:
      * 15/10/2026 - Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVERIF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCHFILE ASSIGN USING WS-ARCH-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT PRNTFILE ASSIGN TO "VERPRINT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITFILE.
       01  AU-REGISTRO.
           05 AU-SEQ                   PIC 9(05).
           05 AU-PROGRAMA               PIC X(08).
           05 AU-MODO                  PIC X(01).
           05 AU-NUMERO-1               PIC S9(07)V99.
           05 AU-NUMERO-2               PIC S9(07)V99.
           05 AU-RESULT                PIC S9(09)V99.
           05 AU-USUARIO               PIC X(08).
           05 AU-LOTE                  PIC X(08).
           05 AU-FECHA                 PIC 9(08).
           05 AU-HORA                  PIC 9(06).
           05 AU-DIVISA-PAR            PIC X(06).
           05 AU-TASA                  PIC 9(03)V9(06).
           05 AU-CADENA                PIC 9(10).

       FD  ARCHFILE.
       01  AX-REGISTRO                 PIC X(98).
       01  AX-TRAILER.
           05 AX-TR-MARCA              PIC X(09).
           05 AX-TR-CANT               PIC 9(06).
           05 AX-TR-SEQ-PRIMERO        PIC 9(05).
           05 AX-TR-SEQ-ULTIMO         PIC 9(05).
           05 AX-TR-CADENA-INICIAL     PIC 9(10).
           05 AX-TR-CADENA-FINAL       PIC 9(10).
           05 FILLER                   PIC X(53).

       FD  PRNTFILE.
       01  PR-LINHA                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-AUDIT-STATUS          PIC X(02) VALUE "00".
       77 WS-ARCH-STATUS           PIC X(02) VALUE "00".
       77 WS-PRNT-STATUS           PIC X(02) VALUE "00".

       77 WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE "N".
           88 WS-FIM-AUDIT                    VALUE "Y".
       77 WS-ARCH-EOF-SWITCH       PIC X(01) VALUE "N".
           88 WS-FIM-ARCH                     VALUE "Y".

      *    Interruptor de la cadena nocturna, compartido EXTERNAL
      *    con EODCTL: llamado por el controlador se verifica el
      *    AUDITFILE vivo y el PARM no se lee.
       77 WS-EOD-CALL-SWITCH       PIC X(01) EXTERNAL VALUE "N".
           88 WS-LLAMADA-DESDE-EOD            VALUE "Y".

      *    Interfaz del servicio de cadena de auditoria (EXTERNAL,
      *    mismos PIC en todos los programas que lo llaman).
       77 WS-CAD-PEDIDO            PIC X(01) EXTERNAL.
       77 WS-CAD-REGISTRO          PIC X(88) EXTERNAL.
       77 WS-CAD-ANTERIOR          PIC 9(10) EXTERNAL.
       77 WS-CAD-VALOR             PIC 9(10) EXTERNAL.
       77 WS-CAD-GENERACION        PIC X(20) EXTERNAL.
       77 WS-CAD-STATUS            PIC X(02) EXTERNAL.

       77 WS-PARM-STRING           PIC X(80) VALUE SPACES.

       77 WS-MODO-SWITCH           PIC X(01) VALUE "V".
           88 WS-MODO-VIVO                    VALUE "V".
           88 WS-MODO-GENERACIONES            VALUE "G".

      *    Nombre de la generacion fechada, armado igual que lo
      *    graba AUDARCH.
       77 WS-ARCH-NOMBRE           PIC X(20) VALUE SPACES.

      *    Archivo que se esta verificando, para el informe.
       77 WS-ARCHIVO-ACTUAL        PIC X(20) VALUE SPACES.

      *    Vista con campos del registro de auditoria: el vivo y el
      *    archivado se examinan aca.
       01  WS-AU-REGISTRO.
           05 WS-AU-SEQ                PIC 9(05).
           05 WS-AU-PROGRAMA           PIC X(08).
           05 WS-AU-MODO               PIC X(01).
           05 WS-AU-NUMERO-1           PIC S9(07)V99.
           05 WS-AU-NUMERO-2           PIC S9(07)V99.
           05 WS-AU-RESULT             PIC S9(09)V99.
           05 WS-AU-USUARIO            PIC X(08).
           05 WS-AU-LOTE               PIC X(08).
           05 WS-AU-FECHA              PIC 9(08).
           05 WS-AU-HORA               PIC 9(06).
           05 WS-AU-DIVISA-PAR         PIC X(06).
           05 WS-AU-TASA               PIC 9(03)V9(06).
           05 WS-AU-CADENA             PIC 9(10).

       77 WS-FECHA-DESDE           PIC X(08) VALUE SPACES.
       77 WS-FECHA-HASTA           PIC X(08) VALUE SPACES.

       01  WS-FECHA-ACTUAL         PIC 9(08).
       01  WS-FECHA-ACTUAL-PARTES REDEFINES WS-FECHA-ACTUAL.
           05 WS-ACT-ANO               PIC 9(04).
           05 WS-ACT-MES               PIC 9(02).
           05 WS-ACT-DIA               PIC 9(02).

       77 WS-FECHA-TOPE            PIC 9(08).

       77 WS-DIAS-DEL-MES          PIC 9(02) VALUE 0.
       77 WS-BISIESTO-RESTO-4      PIC 9(04) VALUE 0.
       77 WS-BISIESTO-RESTO-100    PIC 9(04) VALUE 0.
       77 WS-BISIESTO-RESTO-400    PIC 9(04) VALUE 0.
       77 WS-BISIESTO-COCIENTE     PIC 9(04) VALUE 0.
       77 WS-BISIESTO-SWITCH       PIC X(01) VALUE "N".
           88 WS-ANO-BISIESTO                 VALUE "Y".

      *    Cadena en curso: valor con que tiene que encadenar el
      *    proximo registro, y el recalculado del registro leido.
       77 WS-CADENA-ESPERADA       PIC 9(10) VALUE 0.
       77 WS-CADENA-CALCULADA      PIC 9(10) VALUE 0.
       77 WS-POSICION              PIC 9(06) COMP VALUE 0.

      *    Trailer de la generacion, guardado en la primera pasada.
       77 WS-GEN-TRAILER-SWITCH    PIC X(01) VALUE "N".
           88 WS-GEN-CON-TRAILER              VALUE "Y".
       77 WS-GEN-CONTADOR          PIC 9(06) COMP VALUE 0.
       77 WS-TR-CANT               PIC 9(06) VALUE 0.
       77 WS-TR-CADENA-INICIAL     PIC 9(10) VALUE 0.
       77 WS-TR-CADENA-FINAL       PIC 9(10) VALUE 0.

      *    Valor final de la ultima generacion verificada del rango,
      *    para el enlace con la siguiente.
       77 WS-ANTERIOR-SWITCH       PIC X(01) VALUE "N".
           88 WS-HAY-ANTERIOR                 VALUE "Y".
       77 WS-GEN-ANTERIOR          PIC X(20) VALUE SPACES.
       77 WS-CADENA-GEN-ANTERIOR   PIC 9(10) VALUE 0.

      *    Primer registro roto.
       77 WS-ROTA-SWITCH           PIC X(01) VALUE "N".
           88 WS-CADENA-ROTA                  VALUE "Y".
       77 WS-ROTO-CON-REGISTRO-SW  PIC X(01) VALUE "N".
           88 WS-ROTO-CON-REGISTRO            VALUE "Y".
       77 WS-ROTO-ARCHIVO          PIC X(20) VALUE SPACES.
       77 WS-ROTO-POSICION         PIC 9(06) VALUE 0.
       77 WS-ROTO-MOTIVO           PIC X(45) VALUE SPACES.
       77 WS-ROTO-GRABADA          PIC X(10) VALUE SPACES.
       77 WS-ROTO-CALCULADA        PIC 9(10) VALUE 0.
       01  WS-ROTO-REGISTRO        PIC X(98) VALUE SPACES.

       77 WS-GEN-VERIFICADAS       PIC 9(04) COMP VALUE 0.
       77 WS-GEN-FALTANTES         PIC 9(04) COMP VALUE 0.
       77 WS-REG-VERIFICADOS       PIC 9(07) COMP VALUE 0.

       77 WS-CANT-ED               PIC ZZZZZ9.
       77 WS-CANT-ED-7             PIC ZZZZZZ9.
       77 WS-SEQ-ED                PIC ZZZZ9.

       01  WS-LINHA-CABECERA.
           05 FILLER                PIC X(40) VALUE
              "VERIFICACION DE LA CADENA DE AUDITORIA  ".
           05 WS-CAB-ALCANCE        PIC X(40).

       01  WS-LINHA-ARCHIVO.
           05 WS-ARQ-NOMBRE         PIC X(20).
           05 FILLER                PIC X(12) VALUE " REGISTROS: ".
           05 WS-ARQ-CANT           PIC ZZZZZ9.
           05 FILLER                PIC X(10) VALUE " SEMILLA: ".
           05 WS-ARQ-SEMILLA        PIC 9(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-ARQ-ESTADO         PIC X(10).

       01  WS-LINHA-SALIDA         PIC X(80).

       77 WS-RC-FINAL              PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       V-PRINCIPAL.

      *    Llamado mas de una vez en la misma unidad de ejecucion
      *    (EODCTL), el estado de la corrida anterior no se arrastra.
            MOVE 0 TO WS-RC-FINAL
            MOVE 0 TO WS-GEN-VERIFICADAS
            MOVE 0 TO WS-GEN-FALTANTES
            MOVE 0 TO WS-REG-VERIFICADOS
            MOVE "N" TO WS-ROTA-SWITCH
            MOVE "N" TO WS-ROTO-CON-REGISTRO-SW
            MOVE "N" TO WS-ANTERIOR-SWITCH
            MOVE SPACES TO WS-ROTO-GRABADA

            PERFORM V-LEER-PARAMETROS THRU V-LEER-PARAMETROS-END

            IF WS-RC-FINAL > 0
                MOVE WS-RC-FINAL TO RETURN-CODE
                GOBACK
            END-IF

            OPEN OUTPUT PRNTFILE

            MOVE WS-LINHA-CABECERA TO WS-LINHA-SALIDA
            PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END
            MOVE ALL "-" TO WS-LINHA-SALIDA
            PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END

            IF WS-MODO-VIVO
                PERFORM V-VERIFICAR-VIVO THRU V-VERIFICAR-VIVO-END
            ELSE
                PERFORM V-GENERACION THRU V-GENERACION-END
                        UNTIL WS-FECHA-ACTUAL > WS-FECHA-TOPE
                           OR WS-CADENA-ROTA
            END-IF

            PERFORM V-TOTALES THRU V-TOTALES-END

            CLOSE PRNTFILE

            IF WS-RC-FINAL > 0
                MOVE WS-RC-FINAL TO RETURN-CODE
            END-IF

            GOBACK.
       V-PRINCIPAL-END.

       V-LEER-PARAMETROS.

            MOVE "V" TO WS-MODO-SWITCH
            MOVE "AUDITFILE VIVO" TO WS-CAB-ALCANCE

            IF WS-LLAMADA-DESDE-EOD
                GO TO V-LEER-PARAMETROS-END
            END-IF

            MOVE SPACES TO WS-PARM-STRING
            ACCEPT WS-PARM-STRING FROM COMMAND-LINE

            IF WS-PARM-STRING = SPACES
                GO TO V-LEER-PARAMETROS-END
            END-IF

            MOVE "G" TO WS-MODO-SWITCH
            MOVE WS-PARM-STRING(1:8) TO WS-FECHA-DESDE
            MOVE WS-PARM-STRING(10:8) TO WS-FECHA-HASTA
            IF WS-FECHA-HASTA = SPACES
                MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
            END-IF

            IF WS-FECHA-DESDE NOT NUMERIC
               OR WS-FECHA-HASTA NOT NUMERIC
               OR WS-FECHA-DESDE > WS-FECHA-HASTA
                DISPLAY "Rango de fechas invalido (AAAAMMDD AAAAMMDD): "
                        WS-PARM-STRING(1:17)
                MOVE 20 TO WS-RC-FINAL
                GO TO V-LEER-PARAMETROS-END
            END-IF

            MOVE WS-FECHA-DESDE TO WS-FECHA-ACTUAL
            MOVE WS-FECHA-HASTA TO WS-FECHA-TOPE

            MOVE SPACES TO WS-CAB-ALCANCE
            STRING "GENERACIONES " WS-FECHA-DESDE
                   " A " WS-FECHA-HASTA
                   DELIMITED BY SIZE
                INTO WS-CAB-ALCANCE
            END-STRING
            .
       V-LEER-PARAMETROS-END.

       V-VERIFICAR-VIVO.

            MOVE "AUDITFILE" TO WS-ARCHIVO-ACTUAL
            MOVE "N" TO WS-AUDIT-EOF-SWITCH
            MOVE 0 TO WS-POSICION

            OPEN INPUT AUDITFILE

            IF WS-AUDIT-STATUS NOT = "00"
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "AUDITFILE NO DISPONIBLE, STATUS: "
                       WS-AUDIT-STATUS
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END
                DISPLAY "No se pudo abrir AUDITFILE, status: "
                        WS-AUDIT-STATUS
                MOVE 12 TO WS-RC-FINAL
                GO TO V-VERIFICAR-VIVO-END
            END-IF

      *    El primer registro del dia encadena con la semilla que
      *    dejo el ultimo corte de AUDARCH.
            MOVE "S" TO WS-CAD-PEDIDO
            CALL "AUDCADEN"
            MOVE WS-CAD-VALOR TO WS-CADENA-ESPERADA
            MOVE WS-CAD-VALOR TO WS-ARQ-SEMILLA

            READ AUDITFILE
                AT END
                    MOVE "Y" TO WS-AUDIT-EOF-SWITCH
            END-READ

            PERFORM V-VIVO-LOTE THRU V-VIVO-LOTE-END
                    UNTIL WS-FIM-AUDIT
                       OR WS-CADENA-ROTA

            CLOSE AUDITFILE

            MOVE WS-ARCHIVO-ACTUAL TO WS-ARQ-NOMBRE
            MOVE WS-POSICION       TO WS-ARQ-CANT
            IF WS-CADENA-ROTA
                MOVE "ROTA"    TO WS-ARQ-ESTADO
            ELSE
                MOVE "CADENA OK" TO WS-ARQ-ESTADO
            END-IF
            MOVE WS-LINHA-ARCHIVO TO WS-LINHA-SALIDA
            PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END
            .
       V-VERIFICAR-VIVO-END.

       V-VIVO-LOTE.

            ADD 1 TO WS-POSICION
            MOVE AU-REGISTRO TO WS-AU-REGISTRO
            PERFORM V-VERIFICAR-REGISTRO
                    THRU V-VERIFICAR-REGISTRO-END

            READ AUDITFILE
                AT END
                    MOVE "Y" TO WS-AUDIT-EOF-SWITCH
            END-READ
            .
       V-VIVO-LOTE-END.

       V-GENERACION.

            MOVE SPACES TO WS-ARCH-NOMBRE
            STRING "AUDITARCH.D" WS-FECHA-ACTUAL
                   DELIMITED BY SIZE
                INTO WS-ARCH-NOMBRE
            END-STRING
            MOVE WS-ARCH-NOMBRE TO WS-ARCHIVO-ACTUAL

      *    Primera pasada: el trailer esta al final y trae la
      *    semilla con que arranca la cadena de la generacion.
            PERFORM V-LEER-TRAILER THRU V-LEER-TRAILER-END

            IF WS-ARCH-STATUS = "35"
      *         Fecha sin generacion (dia sin corte): se saltea.
                ADD 1 TO WS-GEN-FALTANTES
                GO TO V-GENERACION-SIGUIENTE
            END-IF

            IF WS-ARCH-STATUS NOT = "00"
                MOVE SPACES TO WS-ROTO-MOTIVO
                STRING "GENERACION NO LEGIBLE, STATUS: "
                       WS-ARCH-STATUS
                       DELIMITED BY SIZE
                    INTO WS-ROTO-MOTIVO
                END-STRING
                MOVE 0 TO WS-POSICION
                PERFORM V-MARCAR-ROTO THRU V-MARCAR-ROTO-END
                GO TO V-GENERACION-SIGUIENTE
            END-IF

            ADD 1 TO WS-GEN-VERIFICADAS

            IF NOT WS-GEN-CON-TRAILER
                MOVE "GENERACION SIN *TRAILER*" TO WS-ROTO-MOTIVO
                COMPUTE WS-POSICION = WS-GEN-CONTADOR + 1
                PERFORM V-MARCAR-ROTO THRU V-MARCAR-ROTO-END
                GO TO V-GENERACION-SIGUIENTE
            END-IF

            IF WS-HAY-ANTERIOR
               AND WS-TR-CADENA-INICIAL NOT = WS-CADENA-GEN-ANTERIOR
                MOVE SPACES TO WS-ROTO-MOTIVO
                STRING "SEMILLA NO ENLAZA CON " WS-GEN-ANTERIOR
                       DELIMITED BY SIZE
                    INTO WS-ROTO-MOTIVO
                END-STRING
                MOVE WS-CADENA-GEN-ANTERIOR TO WS-ROTO-GRABADA
                MOVE WS-TR-CADENA-INICIAL TO WS-CADENA-CALCULADA
                MOVE 0 TO WS-POSICION
                PERFORM V-MARCAR-ROTO THRU V-MARCAR-ROTO-END
                GO TO V-GENERACION-SIGUIENTE
            END-IF

      *    Segunda pasada: recalculo registro por registro.
            MOVE WS-TR-CADENA-INICIAL TO WS-CADENA-ESPERADA
            MOVE WS-TR-CADENA-INICIAL TO WS-ARQ-SEMILLA
            MOVE 0 TO WS-POSICION
            MOVE "N" TO WS-ARCH-EOF-SWITCH

            OPEN INPUT ARCHFILE

            READ ARCHFILE
                AT END
                    MOVE "Y" TO WS-ARCH-EOF-SWITCH
            END-READ

            PERFORM V-GENERACION-LOTE THRU V-GENERACION-LOTE-END
                    UNTIL WS-FIM-ARCH
                       OR WS-CADENA-ROTA

            CLOSE ARCHFILE

            PERFORM V-CUADRAR-TRAILER THRU V-CUADRAR-TRAILER-END

            MOVE WS-ARCHIVO-ACTUAL TO WS-ARQ-NOMBRE
            MOVE WS-POSICION       TO WS-ARQ-CANT
            IF WS-CADENA-ROTA
                MOVE "ROTA"    TO WS-ARQ-ESTADO
            ELSE
                MOVE "CADENA OK" TO WS-ARQ-ESTADO
                MOVE "Y" TO WS-ANTERIOR-SWITCH
                MOVE WS-ARCHIVO-ACTUAL TO WS-GEN-ANTERIOR
                MOVE WS-TR-CADENA-FINAL TO WS-CADENA-GEN-ANTERIOR
            END-IF
            MOVE WS-LINHA-ARCHIVO TO WS-LINHA-SALIDA
            PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END
            .
       V-GENERACION-SIGUIENTE.

            PERFORM V-FECHA-SIGUIENTE THRU V-FECHA-SIGUIENTE-END
            .
       V-GENERACION-END.

       V-LEER-TRAILER.

            MOVE "N" TO WS-ARCH-EOF-SWITCH
            MOVE "N" TO WS-GEN-TRAILER-SWITCH
            MOVE 0 TO WS-GEN-CONTADOR
            MOVE 0 TO WS-TR-CANT
            MOVE 0 TO WS-TR-CADENA-INICIAL
            MOVE 0 TO WS-TR-CADENA-FINAL

            OPEN INPUT ARCHFILE

            IF WS-ARCH-STATUS NOT = "00"
                GO TO V-LEER-TRAILER-END
            END-IF

            READ ARCHFILE
                AT END
                    MOVE "Y" TO WS-ARCH-EOF-SWITCH
            END-READ

            PERFORM V-LEER-TRAILER-LOTE THRU V-LEER-TRAILER-LOTE-END
                    UNTIL WS-FIM-ARCH

            CLOSE ARCHFILE
            MOVE "00" TO WS-ARCH-STATUS
            .
       V-LEER-TRAILER-END.

       V-LEER-TRAILER-LOTE.

      *    Un trailer con campos no numericos no sirve para
      *    verificar y se trata como ausente.
            IF AX-TR-MARCA = "*TRAILER*"
                IF AX-TR-CANT NUMERIC
                   AND AX-TR-CADENA-INICIAL NUMERIC
                   AND AX-TR-CADENA-FINAL NUMERIC
                    MOVE "Y" TO WS-GEN-TRAILER-SWITCH
                    MOVE AX-TR-CANT           TO WS-TR-CANT
                    MOVE AX-TR-CADENA-INICIAL TO WS-TR-CADENA-INICIAL
                    MOVE AX-TR-CADENA-FINAL   TO WS-TR-CADENA-FINAL
                END-IF
            ELSE
                ADD 1 TO WS-GEN-CONTADOR
            END-IF

            READ ARCHFILE
                AT END
                    MOVE "Y" TO WS-ARCH-EOF-SWITCH
            END-READ
            .
       V-LEER-TRAILER-LOTE-END.

       V-GENERACION-LOTE.

            IF AX-TR-MARCA NOT = "*TRAILER*"
                ADD 1 TO WS-POSICION
                MOVE AX-REGISTRO TO WS-AU-REGISTRO
                PERFORM V-VERIFICAR-REGISTRO
                        THRU V-VERIFICAR-REGISTRO-END
            END-IF

            READ ARCHFILE
                AT END
                    MOVE "Y" TO WS-ARCH-EOF-SWITCH
            END-READ
            .
       V-GENERACION-LOTE-END.

       V-CUADRAR-TRAILER.

      *    Con la cadena sana registro por registro, el trailer
      *    tiene que cerrar: misma cantidad y mismo valor final. Un
      *    registro sacado del final solo se ve aca.
            IF WS-CADENA-ROTA
                GO TO V-CUADRAR-TRAILER-END
            END-IF

            IF WS-POSICION NOT = WS-TR-CANT
                MOVE "CANTIDAD NO CUADRA CON SU TRAILER"
                     TO WS-ROTO-MOTIVO
                MOVE WS-TR-CANT TO WS-ROTO-GRABADA
                MOVE WS-POSICION TO WS-CADENA-CALCULADA
                PERFORM V-MARCAR-ROTO THRU V-MARCAR-ROTO-END
                ADD 1 TO WS-ROTO-POSICION
                GO TO V-CUADRAR-TRAILER-END
            END-IF

            IF WS-CADENA-ESPERADA NOT = WS-TR-CADENA-FINAL
                MOVE "VALOR FINAL NO CUADRA CON SU TRAILER"
                     TO WS-ROTO-MOTIVO
                MOVE WS-TR-CADENA-FINAL TO WS-ROTO-GRABADA
                MOVE WS-CADENA-ESPERADA TO WS-CADENA-CALCULADA
                PERFORM V-MARCAR-ROTO THRU V-MARCAR-ROTO-END
                ADD 1 TO WS-ROTO-POSICION
            END-IF
            .
       V-CUADRAR-TRAILER-END.

       V-VERIFICAR-REGISTRO.

            ADD 1 TO WS-REG-VERIFICADOS

            MOVE "C"                  TO WS-CAD-PEDIDO
            MOVE WS-AU-REGISTRO(1:88) TO WS-CAD-REGISTRO
            MOVE WS-CADENA-ESPERADA   TO WS-CAD-ANTERIOR
            CALL "AUDCADEN"
            MOVE WS-CAD-VALOR TO WS-CADENA-CALCULADA

            IF WS-AU-CADENA NOT NUMERIC
               OR WS-AU-CADENA NOT = WS-CADENA-CALCULADA
                MOVE "CADENA NO COINCIDE CON EL RECALCULO"
                     TO WS-ROTO-MOTIVO
                MOVE WS-AU-REGISTRO(89:10) TO WS-ROTO-GRABADA
                MOVE "Y" TO WS-ROTO-CON-REGISTRO-SW
                MOVE WS-AU-REGISTRO TO WS-ROTO-REGISTRO
                PERFORM V-MARCAR-ROTO THRU V-MARCAR-ROTO-END
                GO TO V-VERIFICAR-REGISTRO-END
            END-IF

            MOVE WS-AU-CADENA TO WS-CADENA-ESPERADA
            .
       V-VERIFICAR-REGISTRO-END.

       V-MARCAR-ROTO.

      *    Quien llama deja el motivo (y, si corresponde, los
      *    valores grabado y calculado y el registro) antes.
            MOVE "Y" TO WS-ROTA-SWITCH
            MOVE 8 TO WS-RC-FINAL
            MOVE WS-ARCHIVO-ACTUAL TO WS-ROTO-ARCHIVO
            MOVE WS-POSICION TO WS-ROTO-POSICION
            MOVE WS-CADENA-CALCULADA TO WS-ROTO-CALCULADA
            .
       V-MARCAR-ROTO-END.

       V-FECHA-SIGUIENTE.

      *    Calendario real: largo del mes y febrero bisiesto
      *    (divisible por 4 y no por 100, salvo por 400).
            EVALUATE WS-ACT-MES
                WHEN 01 WHEN 03 WHEN 05 WHEN 07
                WHEN 08 WHEN 10 WHEN 12
                    MOVE 31 TO WS-DIAS-DEL-MES
                WHEN 04 WHEN 06 WHEN 09 WHEN 11
                    MOVE 30 TO WS-DIAS-DEL-MES
                WHEN 02
                    PERFORM V-ANO-BISIESTO
                            THRU V-ANO-BISIESTO-END
                    IF WS-ANO-BISIESTO
                        MOVE 29 TO WS-DIAS-DEL-MES
                    ELSE
                        MOVE 28 TO WS-DIAS-DEL-MES
                    END-IF
                WHEN OTHER
                    MOVE 31 TO WS-DIAS-DEL-MES
            END-EVALUATE

            IF WS-ACT-DIA < WS-DIAS-DEL-MES
                ADD 1 TO WS-ACT-DIA
            ELSE
                MOVE 1 TO WS-ACT-DIA
                IF WS-ACT-MES < 12
                    ADD 1 TO WS-ACT-MES
                ELSE
                    MOVE 1 TO WS-ACT-MES
                    ADD 1 TO WS-ACT-ANO
                END-IF
            END-IF
            .
       V-FECHA-SIGUIENTE-END.

       V-ANO-BISIESTO.

            MOVE "N" TO WS-BISIESTO-SWITCH

            DIVIDE WS-ACT-ANO BY 4
                   GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO-4
            DIVIDE WS-ACT-ANO BY 100
                   GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO-100
            DIVIDE WS-ACT-ANO BY 400
                   GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO-400

            IF WS-BISIESTO-RESTO-4 = 0
               AND (WS-BISIESTO-RESTO-100 NOT = 0
                    OR WS-BISIESTO-RESTO-400 = 0)
                MOVE "Y" TO WS-BISIESTO-SWITCH
            END-IF
            .
       V-ANO-BISIESTO-END.

       V-TOTALES.

            MOVE SPACES TO WS-LINHA-SALIDA
            PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END

            IF WS-MODO-GENERACIONES
                MOVE WS-GEN-VERIFICADAS TO WS-CANT-ED
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "GENERACIONES VERIFICADAS: " WS-CANT-ED
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END

                MOVE WS-GEN-FALTANTES TO WS-CANT-ED
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "FECHAS SIN GENERACION:    " WS-CANT-ED
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END
            END-IF

            MOVE WS-REG-VERIFICADOS TO WS-CANT-ED-7
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "REGISTROS RECALCULADOS:  " WS-CANT-ED-7
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END

            MOVE SPACES TO WS-LINHA-SALIDA
            PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END

            IF WS-CADENA-ROTA
                PERFORM V-INFORMAR-ROTO THRU V-INFORMAR-ROTO-END
                GO TO V-TOTALES-END
            END-IF

            IF WS-RC-FINAL = 12
                GO TO V-TOTALES-END
            END-IF

            IF WS-MODO-GENERACIONES
               AND WS-GEN-VERIFICADAS = 0
                MOVE "NINGUNA GENERACION EN EL RANGO"
                     TO WS-LINHA-SALIDA
                PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END
                DISPLAY "Ninguna generacion en el rango."
                MOVE 4 TO WS-RC-FINAL
                GO TO V-TOTALES-END
            END-IF

            MOVE "CADENA INTEGRA" TO WS-LINHA-SALIDA
            PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END
            DISPLAY "Cadena de auditoria integra, ver VERPRINT."
            .
       V-TOTALES-END.

       V-INFORMAR-ROTO.

      *    El primer registro roto, en el informe y en consola: de
      *    ahi en adelante la cadena no prueba nada.
            MOVE "*** CADENA ROTA ***" TO WS-LINHA-SALIDA
            PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END

            MOVE WS-ROTO-POSICION TO WS-CANT-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "ARCHIVO:   " WS-ROTO-ARCHIVO
                   "  POSICION: " WS-CANT-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END

            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "MOTIVO:    " WS-ROTO-MOTIVO
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END

            IF WS-ROTO-CON-REGISTRO
                MOVE WS-ROTO-REGISTRO TO WS-AU-REGISTRO
                IF WS-AU-SEQ NUMERIC
                    MOVE WS-AU-SEQ TO WS-SEQ-ED
                ELSE
                    MOVE 0 TO WS-SEQ-ED
                END-IF
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "AU-SEQ:    " WS-SEQ-ED
                       "  PROGRAMA: " WS-AU-PROGRAMA
                       "  USUARIO: " WS-AU-USUARIO
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END

                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "FECHA:     " WS-AU-FECHA
                       "  HORA: " WS-AU-HORA
                       "  MODO: " WS-AU-MODO
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END
            END-IF

            IF WS-ROTO-GRABADA NOT = SPACES
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "GRABADO:   " WS-ROTO-GRABADA
                       "  CALCULADO: " WS-ROTO-CALCULADA
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM V-ESCRIBIR THRU V-ESCRIBIR-END
            END-IF

            DISPLAY "CADENA DE AUDITORIA ROTA en " WS-ROTO-ARCHIVO
                    " posicion " WS-CANT-ED
            DISPLAY "Motivo: " WS-ROTO-MOTIVO
            DISPLAY "Detalle en VERPRINT."
            .
       V-INFORMAR-ROTO-END.

       V-ESCRIBIR.

            MOVE WS-LINHA-SALIDA TO PR-LINHA
            WRITE PR-LINHA
            .
       V-ESCRIBIR-END.
       END PROGRAM AUDVERIF.
