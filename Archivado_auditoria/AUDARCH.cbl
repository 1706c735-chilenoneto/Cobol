      *          historia completa y el archivo vivo solo tenga el dia
      *          en curso. La historia queda en las generaciones.
      *
      *          Cadena de auditoria: el trailer lleva tambien la
      *          semilla con que encadeno el primer registro del dia
      *          y el AU-CADENA del ultimo (valor final). El valor
      *          final queda en AUDSEMIL como semilla del dia
      *          siguiente, antes de vaciar el AUDITFILE. AUDVERIF
      *          recalcula la cadena de cada generacion contra su
      *          trailer.
      *
      *          Fecha de la generacion: la fecha de negocio, no la
      *          del reloj. Llamado por EODCTL es la fecha de la
      *          cadena (WS-EOD-FECHA-CADENA), aunque la cadena se
      *          reanude pasada la medianoche; corriendo suelto viene
      *          en el PARM como AAAAMMDD y, sin PARM, es la fecha del
      *          sistema. Una fecha no habil se lleva al dia habil
      *          anterior segun el calendario (servicio CALHABIL).
      *
      * Modification History:
      * 23/08/2026 - Version inicial.
      * 23/08/2026 - AU-REGISTRO pasa a importes con decimales
      *              Antes los caminos cancelados devolvian RC 0 y
      *              la cadena nocturna daba el paso por bueno con
      *              el AUDITFILE sin vaciar.
      * 15/10/2026 - AU-REGISTRO carga ahora AU-CADENA (registro de 98
      *              bytes); el trailer se alinea al nuevo largo y
      *              lleva la semilla y el valor final de la cadena
      *              (AX-TR-CADENA-INICIAL / AX-TR-CADENA-FINAL). El
      *              valor final se graba en AUDSEMIL como semilla
      *              del dia siguiente; si AUDSEMIL no se puede
      *              grabar el AUDITFILE no se vacia (RC 08).
      * 15/10/2026 - La generacion se nombra con la fecha de negocio
      *              (la de la cadena de EODCTL, el PARM AAAAMMDD o la
      *              del sistema, llevada al dia habil por CALENDAR)
      *              en vez de la del reloj. Un PARM invalido cancela
      *              el archivado (RC 08).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDARCH.
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

       WORKING-STORAGE SECTION.
       77 WS-AUDIT-STATUS          PIC X(02) VALUE "00".

       77 WS-FECHA-SISTEMA         PIC 9(08).

      *    Interruptor y fecha de la cadena nocturna, compartidos
      *    EXTERNAL con EODCTL: llamado por el controlador el PARM
      *    de la linea de comando es el de EODCTL y no se lee.
       77 WS-EOD-CALL-SWITCH       PIC X(01) EXTERNAL VALUE "N".
           88 WS-LLAMADA-DESDE-EOD            VALUE "Y".
       77 WS-EOD-FECHA-CADENA      PIC 9(08) EXTERNAL.

       77 WS-PARM-STRING           PIC X(80) VALUE SPACES.
       77 WS-FECHA-BASE            PIC 9(08) VALUE 0.
       77 WS-FECHA-NEGOCIO         PIC 9(08) VALUE 0.

      *    Interfaz del servicio de calendario (EXTERNAL, mismos PIC
      *    en todos los programas que lo llaman).
       77 WS-CAL-PEDIDO            PIC X(01) EXTERNAL.
       77 WS-CAL-FECHA             PIC 9(08) EXTERNAL.
       77 WS-CAL-FECHA-HABIL       PIC 9(08) EXTERNAL.
       77 WS-CAL-HABIL             PIC X(01) EXTERNAL.
       77 WS-CAL-FIN-MES           PIC X(01) EXTERNAL.
       77 WS-CAL-FIN-ANO           PIC X(01) EXTERNAL.
       77 WS-CAL-DESCRIPCION       PIC X(30) EXTERNAL.
       77 WS-CAL-STATUS            PIC X(02) EXTERNAL.

      *    Nombre de la generacion fechada: el archivado de cada dia
      *    queda en su propio archivo y nunca pisa el de otro dia.
       77 WS-ARCH-NOMBRE           PIC X(20) VALUE SPACES.
       77 WS-SEQ-PRIMERO           PIC 9(05) VALUE 0.
       77 WS-SEQ-ULTIMO            PIC 9(05) VALUE 0.

      *    Semilla con que encadeno el dia y valor final de la
      *    cadena (AU-CADENA del ultimo registro copiado).
       77 WS-CADENA-INICIAL        PIC 9(10) VALUE 0.
       77 WS-CADENA-FINAL          PIC 9(10) VALUE 0.

      *    Interfaz del servicio de cadena de auditoria (EXTERNAL,
      *    mismos PIC en todos los programas que lo llaman).
       77 WS-CAD-PEDIDO            PIC X(01) EXTERNAL.
       77 WS-CAD-VALOR             PIC 9(10) EXTERNAL.
       77 WS-CAD-GENERACION        PIC X(20) EXTERNAL.
       77 WS-CAD-STATUS            PIC X(02) EXTERNAL.

       77 WS-ARCH-CANT-ED          PIC ZZZZZ9.
       77 WS-SEQ-ED-1              PIC ZZZZ9.
       77 WS-SEQ-ED-2              PIC ZZZZ9.

            ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD

            PERFORM ARC-FECHA-NEGOCIO THRU ARC-FECHA-NEGOCIO-END

            IF WS-RC-FINAL > 0
                MOVE WS-RC-FINAL TO RETURN-CODE
                GOBACK
            END-IF

            MOVE SPACES TO WS-ARCH-NOMBRE
            STRING "AUDITARCH.D" WS-FECHA-NEGOCIO
                   DELIMITED BY SIZE
                INTO WS-ARCH-NOMBRE
            END-STRING
                    MOVE 8 TO WS-RC-FINAL
                    CLOSE AUDITFILE
                ELSE
                    MOVE "S" TO WS-CAD-PEDIDO
                    CALL "AUDCADEN"
                    MOVE WS-CAD-VALOR TO WS-CADENA-INICIAL
                    MOVE WS-CAD-VALOR TO WS-CADENA-FINAL

                    READ AUDITFILE
                        AT END
                            MOVE "Y" TO WS-AUDIT-EOF-SWITCH
                    CLOSE ARCHFILE
                    CLOSE AUDITFILE

                    PERFORM ARC-SEMILLA THRU ARC-SEMILLA-END

                    IF WS-RC-FINAL = 0
                        PERFORM ARC-VACIAR THRU ARC-VACIAR-END
                    END-IF

                    MOVE WS-ARCH-CANT   TO WS-ARCH-CANT-ED
                    MOVE WS-SEQ-PRIMERO TO WS-SEQ-ED-1
                    DISPLAY "Registros archivados: " WS-ARCH-CANT-ED
                    DISPLAY "AU-SEQ desde " WS-SEQ-ED-1
                            " hasta " WS-SEQ-ED-2
                    DISPLAY "Cadena desde " WS-CADENA-INICIAL
                            " hasta " WS-CADENA-FINAL
                    IF WS-RC-FINAL = 0
                        DISPLAY "AUDITFILE vacio listo para el "
                                "proximo dia."
                    END-IF
                END-IF
            END-IF

            GOBACK.
       ARC-PRINCIPAL-END.

       ARC-FECHA-NEGOCIO.

            MOVE WS-FECHA-SISTEMA TO WS-FECHA-BASE

            IF WS-LLAMADA-DESDE-EOD
                IF WS-EOD-FECHA-CADENA NUMERIC
                   AND WS-EOD-FECHA-CADENA > 0
                    MOVE WS-EOD-FECHA-CADENA TO WS-FECHA-BASE
                END-IF
            ELSE
                MOVE SPACES TO WS-PARM-STRING
                ACCEPT WS-PARM-STRING FROM COMMAND-LINE
                IF WS-PARM-STRING NOT = SPACES
                    IF WS-PARM-STRING(1:8) NUMERIC
                        MOVE WS-PARM-STRING(1:8) TO WS-FECHA-BASE
                    ELSE
                        DISPLAY "PARM de fecha invalido (AAAAMMDD): "
                                WS-PARM-STRING(1:8)
                        DISPLAY "Archivado cancelado."
                        MOVE 8 TO WS-RC-FINAL
                        GO TO ARC-FECHA-NEGOCIO-END
                    END-IF
                END-IF
            END-IF

      *    La actividad de un dia no habil queda con la del dia
      *    habil que rige para la fecha.
            MOVE "A"           TO WS-CAL-PEDIDO
            MOVE WS-FECHA-BASE TO WS-CAL-FECHA
            CALL "CALHABIL"
            MOVE WS-CAL-FECHA-HABIL TO WS-FECHA-NEGOCIO

            IF WS-CAL-STATUS NOT = "00"
                DISPLAY "Fecha " WS-FECHA-BASE " fuera del calendario "
                        "(status " WS-CAL-STATUS "), se usa tal cual."
            ELSE
                IF WS-FECHA-NEGOCIO NOT = WS-FECHA-BASE
                    DISPLAY "Fecha " WS-FECHA-BASE " no habil: "
                            "fecha de negocio " WS-FECHA-NEGOCIO "."
                END-IF
            END-IF
            .
       ARC-FECHA-NEGOCIO-END.

       ARC-COPIAR.

            IF WS-ARCH-CANT = 0
                MOVE AU-SEQ TO WS-SEQ-PRIMERO
            END-IF
            MOVE AU-SEQ TO WS-SEQ-ULTIMO
            MOVE AU-CADENA TO WS-CADENA-FINAL

            ADD 1 TO WS-ARCH-CANT

            MOVE WS-ARCH-CANT   TO AX-TR-CANT
            MOVE WS-SEQ-PRIMERO TO AX-TR-SEQ-PRIMERO
            MOVE WS-SEQ-ULTIMO  TO AX-TR-SEQ-ULTIMO
            MOVE WS-CADENA-INICIAL TO AX-TR-CADENA-INICIAL
            MOVE WS-CADENA-FINAL   TO AX-TR-CADENA-FINAL

            WRITE AX-TRAILER
            .
       ARC-TRAILER-END.

       ARC-SEMILLA.

      *    El valor final de la generacion es la semilla del primer
      *    registro del dia siguiente. Sin semilla grabada el
      *    AUDITFILE no se vacia: el dia siguiente encadenaria con
      *    una semilla vieja y la cadena quedaria rota en el corte.
            MOVE "G"             TO WS-CAD-PEDIDO
            MOVE WS-CADENA-FINAL TO WS-CAD-VALOR
            MOVE WS-ARCH-NOMBRE  TO WS-CAD-GENERACION
            CALL "AUDCADEN"

            IF WS-CAD-STATUS NOT = "00"
                DISPLAY "No se pudo grabar AUDSEMIL, status: "
                        WS-CAD-STATUS
                DISPLAY "Generacion " WS-ARCH-NOMBRE
                        " grabada; AUDITFILE sin vaciar."
                MOVE 8 TO WS-RC-FINAL
            END-IF
            .
       ARC-SEMILLA-END.

       ARC-VACIAR.

      *    OPEN OUTPUT y CLOSE inmediato: el AUDITFILE vivo queda
