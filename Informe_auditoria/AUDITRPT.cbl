      *              AU-HORA, AU-DIVISA-PAR y AU-TASA (registro de
      *              88 bytes); el layout del FD se alinea con el
      *              de CALCULOS.
      * 15/10/2026 - Los accesos denegados por perfil (AU-MODO "D",
      *              de cualquier programa) se describen como ACCESO
      *              DENEGADO, y el cambio de perfil de USERMNT
      *              (AU-MODO "6") como CAMBIO PERFIL.
      * 15/10/2026 - Detalles batch retenidos por umbral (CALCULOS
      *              AU-MODO "P") como RETENIDO APROBAC., y las
      *              decisiones de APROBAR: APROBACION, DECLINACION y
      *              CAMBIO UMBRAL.
      * 15/10/2026 - AU-REGISTRO carga ahora AU-CADENA (registro de
      *              98 bytes); el layout del FD se alinea con el de
      *              los programas que graban auditoria.
      * 15/10/2026 - La anulacion de una entrada del modo cinta de
      *              CALCULOS (AU-MODO "7") como ANULACION CINTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITRPT.
           05 AU-HORA                  PIC 9(06).
           05 AU-DIVISA-PAR            PIC X(06).
           05 AU-TASA                  PIC 9(03)V9(06).
           05 AU-CADENA                PIC 9(10).

       FD  PRNTFILE.
       01  PR-LINHA                    PIC X(80).
                        MOVE "MULTIPLICACION" TO WS-MODO-DESC
                    WHEN "6"
                        MOVE "CONVERSION DIVISA" TO WS-MODO-DESC
                    WHEN "7"
                        MOVE "ANULACION CINTA"   TO WS-MODO-DESC
                    WHEN "P"
                        MOVE "RETENIDO APROBAC." TO WS-MODO-DESC
                    WHEN OTHER
                        MOVE "DESCONOCIDO"    TO WS-MODO-DESC
                END-EVALUATE
                                WHEN "4"
                                    MOVE "RESET PASSWORD"
                                         TO WS-MODO-DESC
                                WHEN "6"
                                    MOVE "CAMBIO PERFIL"
                                         TO WS-MODO-DESC
                                WHEN OTHER
                                    MOVE "DESCONOCIDO"
                                         TO WS-MODO-DESC
                            END-EVALUATE
                        ELSE
                            IF WS-TOT-PROGRAMA(WS-TOT-IDX) = "APROBAR"
                                EVALUATE WS-TOT-MODO(WS-TOT-IDX)
                                    WHEN "A"
                                        MOVE "APROBACION"
                                             TO WS-MODO-DESC
                                    WHEN "X"
                                        MOVE "DECLINACION"
                                             TO WS-MODO-DESC
                                    WHEN "U"
                                        MOVE "CAMBIO UMBRAL"
                                             TO WS-MODO-DESC
                                    WHEN OTHER
                                        MOVE "DESCONOCIDO"
                                             TO WS-MODO-DESC
                                END-EVALUATE
                            ELSE
                                MOVE "DESCONOCIDO" TO WS-MODO-DESC
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF

      *    El acceso denegado por perfil usa el mismo modo en todos
      *    los programas que controlan permisos.
            IF WS-TOT-MODO(WS-TOT-IDX) = "D"
                MOVE "ACCESO DENEGADO" TO WS-MODO-DESC
            END-IF
            .
       RPT-MODO-DESC-END.

