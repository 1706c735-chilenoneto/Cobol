      *          traer saltos ni duplicados. Ademas los contadores del
      *          RUNLOG de la noche (RL-LEIDOS / RL-PROCESADOS /
      *          RL-RECHAZADOS) se cotejan contra lo que de verdad
      *          quedo en REPTFILE, REJFILE, DECFILE y ROMANREJ. El
      *          informe (RECPRINT) cierra con un veredicto EN CUADRE /
      *          FUERA DE CUADRE para la hoja de control del dia.
      *
      *          Se supone la corrida nocturna: los registros de
      *          CALCULOS del AUDITFILE provienen del modo batch (el
      *              controlador nocturno (EODCTL):
      *                RC 00 = EN CUADRE
      *                RC 04 = FUERA DE CUADRE
      * 15/10/2026 - Cola de aprobacion de CALCULOS: los registros de
      *              auditoria de detalles retenidos (AU-MODO "P") no
      *              tienen linea en REPTFILE; se cuentan aparte y se
      *              cruzan contra el nuevo RL-RETENIDOS del RUNLOG,
      *              y el cuadre de la corrida pasa a leidos =
      *              procesados + rechazados + retenidos.
      * 15/10/2026 - AU-REGISTRO carga ahora AU-CADENA (registro de
      *              98 bytes); el layout del FD se alinea con el de
      *              los programas que graban auditoria.
      * 15/10/2026 - DECFILE se alinea al nuevo layout de RMNTODEC
      *              (documento, sistema de origen y DF-ESTADO) y ya
      *              no trae rechazos con valor cero: toda linea con
      *              estado "C" o "M" es una conversion y cualquier
      *              otra sale como diferencia. Los rechazos de
      *              RMNTODEC se cuentan en el nuevo ROMANREJ y
      *              RL-RECHAZADOS se cruza contra ese archivo; el
      *              cuadre de la corrida pasa a RL-LEIDOS = lineas
      *              DECFILE + rechazos ROMANREJ.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCIL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT ROMANREJ ASSIGN TO "ROMANREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROMREJ-STATUS.

           SELECT RUNLOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           05 AU-HORA                  PIC 9(06).
           05 AU-DIVISA-PAR            PIC X(06).
           05 AU-TASA                  PIC 9(03)V9(06).
           05 AU-CADENA                PIC 9(10).

       FD  REPTFILE.
       01  RP-LINHA.

       FD  DECFILE.
       01  DF-LINHA.
           05 DF-DOCUMENTO            PIC X(12).
           05 FILLER                  PIC X(01).
           05 DF-ORIGEN               PIC X(04).
           05 FILLER                  PIC X(01).
           05 DF-ROMANO               PIC X(15).
           05 FILLER                  PIC X(02).
           05 DF-VALOR                 PIC 9(06).
           05 FILLER                  PIC X(01).
           05 DF-ESTADO               PIC X(01).
               88 DF-CONVERSION                  VALUE "C" "M".

      *    Solo interesa el tipo del registro: los detalles
      *    rechazados se cuentan y los registros de control del lote
           05 RJ-OPER                  PIC X(01).
           05 FILLER                   PIC X(41).

      *    Rechazos del modo lote de RMNTODEC: solo se cuentan.
       FD  ROMANREJ.
       01  RR-REGISTRO.
           05 RR-DOCUMENTO             PIC X(12).
           05 FILLER                   PIC X(48).

       FD  RUNLOG.
       01  RL-REGISTRO.
           05 RL-PROGRAMA              PIC X(08).
           05 RL-RECHAZADOS            PIC 9(06).
           05 RL-ESTADO-MARCA          PIC X(02).
           05 RL-ESTADO-RC             PIC 9(02).
           05 RL-RETENIDOS             PIC 9(06).

       FD  RECPRINT.
       01  RC-LINHA                    PIC X(80).
       77 WS-REPT-STATUS           PIC X(02) VALUE "00".
       77 WS-DEC-STATUS            PIC X(02) VALUE "00".
       77 WS-REJ-STATUS            PIC X(02) VALUE "00".
       77 WS-ROMREJ-STATUS         PIC X(02) VALUE "00".
       77 WS-RUNLOG-STATUS         PIC X(02) VALUE "00".
       77 WS-PRNT-STATUS           PIC X(02) VALUE "00".

           88 WS-FIM-DEC                      VALUE "Y".
       77 WS-REJ-EOF-SWITCH        PIC X(01) VALUE "N".
           88 WS-FIM-REJ                      VALUE "Y".
       77 WS-ROMREJ-EOF-SWITCH     PIC X(01) VALUE "N".
           88 WS-FIM-ROMREJ                   VALUE "Y".
       77 WS-RUNLOG-EOF-SWITCH     PIC X(01) VALUE "N".
           88 WS-FIM-RUNLOG                   VALUE "Y".

      *    Contadores del cotejo en paralelo: sin tablas ni techo,
      *    el volumen nocturno completo se coteja siempre.
       77 WS-CALC-AUDITS           PIC 9(06) COMP VALUE 0.
       77 WS-CALC-RETENIDOS        PIC 9(06) COMP VALUE 0.
       77 WS-ROMA-AUDITS           PIC 9(06) COMP VALUE 0.
       77 WS-REPT-DETALLES         PIC 9(06) COMP VALUE 0.
       77 WS-DEC-VALIDOS           PIC 9(06) COMP VALUE 0.
       77 WS-DEC-TOTAL             PIC 9(06) COMP VALUE 0.
       77 WS-DEC-INVALIDAS         PIC 9(06) COMP VALUE 0.
       77 WS-REJ-DETALLES          PIC 9(06) COMP VALUE 0.
       77 WS-ROMREJ-DETALLES       PIC 9(06) COMP VALUE 0.
       77 WS-CALC-SIN-LINEA        PIC 9(06) COMP VALUE 0.
       77 WS-ROMA-SIN-LINEA        PIC 9(06) COMP VALUE 0.

           88 WS-RL-CALC-ACHADO               VALUE "Y".
       77 WS-RL-CALC-LEIDOS        PIC 9(06) VALUE 0.
       77 WS-RL-CALC-PROC          PIC 9(06) VALUE 0.
       77 WS-RL-CALC-RET           PIC 9(06) VALUE 0.
       77 WS-RL-CALC-RECH          PIC 9(06) VALUE 0.

       77 WS-RL-ROMA-SWITCH        PIC X(01) VALUE "N".
            PERFORM REC-RESTANTES-DEC THRU REC-RESTANTES-DEC-END

            PERFORM REC-CONTAR-REJ THRU REC-CONTAR-REJ-END
            PERFORM REC-CONTAR-ROMREJ THRU REC-CONTAR-ROMREJ-END
            PERFORM REC-COTEJAR-RUNLOG
                    THRU REC-COTEJAR-RUNLOG-END

      *    Una sola pasada por el AUDITFILE, avanzando REPTFILE y
      *    DECFILE a la par: cada auditoria de CALCULOS consume la
      *    siguiente linea de detalle del informe y cada auditoria
      *    de RMNTODEC modo 3 la siguiente conversion de DECFILE.
            OPEN INPUT AUDITFILE

            IF WS-AUDIT-STATUS NOT = "00"
            PERFORM REC-CONTROLAR-SEQ THRU REC-CONTROLAR-SEQ-END

            EVALUATE TRUE
                WHEN AU-PROGRAMA = "CALCULOS" AND AU-MODO = "P"
                    ADD 1 TO WS-CALC-RETENIDOS
                WHEN AU-PROGRAMA = "CALCULOS"
                    ADD 1 TO WS-CALC-AUDITS
                    PERFORM REC-AVANZAR-REPT

       REC-AVANZAR-DEC.

      *    Avanza DECFILE hasta la proxima conversion. Los rechazos
      *    del modo lote van a ROMANREJ, no a DECFILE: una linea sin
      *    estado de conversion no tiene auditoria y es diferencia.
            MOVE "N" TO WS-DEC-DET-SWITCH

            PERFORM REC-AVANZAR-DEC-LOTE
                    MOVE "Y" TO WS-DEC-EOF-SWITCH
                NOT AT END
                    ADD 1 TO WS-DEC-TOTAL
                    IF DF-CONVERSION
                       AND DF-VALOR NUMERIC
                        MOVE "Y" TO WS-DEC-DET-SWITCH
                        ADD 1 TO WS-DEC-VALIDOS
                    ELSE
                        ADD 1 TO WS-DEC-INVALIDAS
                        MOVE WS-DEC-TOTAL TO WS-IDX-ED
                        MOVE SPACES TO WS-LINHA-SALIDA
                        STRING "LINEA DECFILE SIN CONVERSION: "
                               WS-IDX-ED
                               " DOCUMENTO " DF-DOCUMENTO
                               DELIMITED BY SIZE
                            INTO WS-LINHA-SALIDA
                        END-STRING
                        PERFORM REC-ESCRIBIR THRU REC-ESCRIBIR-END
                        ADD 1 TO WS-DIFERENCIAS
                    END-IF
            END-READ
            .
            .
       REC-CONTAR-REJ-LOTE-END.

       REC-CONTAR-ROMREJ.

      *    Cuenta los numerales rechazados por el modo lote de
      *    RMNTODEC para cruzarlos contra su RL-RECHAZADOS.
            OPEN INPUT ROMANREJ

            IF WS-ROMREJ-STATUS NOT = "00"
                GO TO REC-CONTAR-ROMREJ-END
            END-IF

            READ ROMANREJ
                AT END
                    MOVE "Y" TO WS-ROMREJ-EOF-SWITCH
            END-READ

            PERFORM REC-CONTAR-ROMREJ-LOTE
                    THRU REC-CONTAR-ROMREJ-LOTE-END
                    UNTIL WS-FIM-ROMREJ

            CLOSE ROMANREJ
            .
       REC-CONTAR-ROMREJ-END.

       REC-CONTAR-ROMREJ-LOTE.

            ADD 1 TO WS-ROMREJ-DETALLES

            READ ROMANREJ
                AT END
                    MOVE "Y" TO WS-ROMREJ-EOF-SWITCH
            END-READ
            .
       REC-CONTAR-ROMREJ-LOTE-END.

       REC-COTEJAR-RUNLOG.

            OPEN INPUT RUNLOG

            IF WS-RUNLOG-STATUS NOT = "00"
                IF WS-CALC-AUDITS > 0
                   OR WS-CALC-RETENIDOS > 0
                   OR WS-ROMA-AUDITS > 0
                    MOVE SPACES TO WS-LINHA-SALIDA
                    STRING "RUNLOG NO DISPONIBLE, STATUS: "
                    MOVE RL-LEIDOS     TO WS-RL-CALC-LEIDOS
                    MOVE RL-PROCESADOS TO WS-RL-CALC-PROC
                    MOVE RL-RECHAZADOS TO WS-RL-CALC-RECH
                    IF RL-RETENIDOS NUMERIC
                        MOVE RL-RETENIDOS TO WS-RL-CALC-RET
                    ELSE
                        MOVE 0 TO WS-RL-CALC-RET
                    END-IF
                WHEN RL-PROGRAMA = "RMNTODEC" AND RL-MODO = "3"
                    MOVE "Y" TO WS-RL-ROMA-SWITCH
                    MOVE RL-LEIDOS     TO WS-RL-ROMA-LEIDOS

            IF NOT WS-RL-CALC-ACHADO
                IF WS-CALC-AUDITS > 0
                   OR WS-CALC-RETENIDOS > 0
                    MOVE SPACES TO WS-LINHA-SALIDA
                    MOVE "SIN CORRIDA CALCULOS MODO 5 EN RUNLOG"
                         TO WS-LINHA-SALIDA
                ADD 1 TO WS-DIFERENCIAS
            END-IF

            IF WS-RL-CALC-RET NOT = WS-CALC-RETENIDOS
                MOVE WS-RL-CALC-RET    TO WS-CANT-ED
                MOVE WS-CALC-RETENIDOS TO WS-CANT-ED-2
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "RL-RETENIDOS CALCULOS " WS-CANT-ED
                       " VS AUDIT RETENIDOS " WS-CANT-ED-2
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM REC-ESCRIBIR THRU REC-ESCRIBIR-END
                ADD 1 TO WS-DIFERENCIAS
            END-IF

            IF WS-RL-CALC-LEIDOS NOT =
               WS-RL-CALC-PROC + WS-RL-CALC-RECH + WS-RL-CALC-RET
                MOVE WS-RL-CALC-LEIDOS TO WS-CANT-ED
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "RL-LEIDOS CALCULOS " WS-CANT-ED
                       " NO CUADRA CON PROC+RECH+RET"
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                GO TO REC-RUNLOG-ROMA-END
            END-IF

            IF WS-RL-ROMA-LEIDOS NOT =
               WS-DEC-TOTAL + WS-ROMREJ-DETALLES
                MOVE WS-RL-ROMA-LEIDOS TO WS-CANT-ED
                COMPUTE WS-CANT-ED-2 =
                        WS-DEC-TOTAL + WS-ROMREJ-DETALLES
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "RL-LEIDOS RMNTODEC " WS-CANT-ED
                       " VS DECFILE+ROMANREJ " WS-CANT-ED-2
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                ADD 1 TO WS-DIFERENCIAS
            END-IF

            IF WS-RL-ROMA-RECH NOT = WS-ROMREJ-DETALLES
                MOVE WS-RL-ROMA-RECH    TO WS-CANT-ED
                MOVE WS-ROMREJ-DETALLES TO WS-CANT-ED-2
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "RL-RECHAZADOS RMNTODEC " WS-CANT-ED
                       " VS ROMANREJ " WS-CANT-ED-2
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                MOVE WS-DEC-VALIDOS  TO WS-CANT-ED-2
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "RL-PROCESADOS RMNTODEC " WS-CANT-ED
                       " VS CONVERSIONES DECFILE " WS-CANT-ED-2
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
