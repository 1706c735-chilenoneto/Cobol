      *              contadores y el RUNLOG de la corrida reanudada
      *              refleja la noche completa, no solo el tramo
      *              posterior al corte.
      * 15/10/2026 - RL-REGISTRO se alinea al layout de CALCULOS, que
      *              agrega al final el contador de detalles
      *              retenidos para aprobacion (RL-RETENIDOS, siempre
      *              cero en este programa).
      * 15/10/2026 - AU-REGISTRO carga ahora AU-CADENA (registro de
      *              98 bytes): cada registro grabado encadena con el
      *              anterior del AUDITFILE via el servicio AUDCADEN,
      *              y el primero del dia con la semilla de AUDARCH.
      * 15/10/2026 - ROMANFILE trae la referencia del documento de
      *              origen y el codigo del sistema que lo envia
      *              (RF-DOCUMENTO / RF-ORIGEN, registro de 60 bytes)
      *              y DECFILE los devuelve con un estado por linea
      *              (DF-ESTADO: "C" convertido, "M" valor del
      *              maestro). Los rechazos del modo lote ya no van a
      *              DECFILE con valor cero: van al nuevo ROMANREJ con
      *              el registro de entrada tal cual, el motivo
      *              (WS-MOTIVO-ERRO: regla de P-VALIDAR que fallo) y
      *              la posicion, para corregirlos y reenviarlos como
      *              ROMANFILE. WS-POS-ERRO pasa a ser la posicion
      *              dentro del numeral completo, no dentro del tramo.
      *              Nuevo codigo de retorno:
      *                RC 16 = ROMANREJ no se pudo abrir
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.

           SELECT ROMANREJ ASSIGN TO "ROMANREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROMREJ-STATUS.

           SELECT CHECKFILE ASSIGN TO "CHECKFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Cada numeral llega con la referencia del documento de
      *    origen y el codigo del sistema que lo envia.
       FD  ROMANFILE.
       01  RF-REGISTRO.
           05 RF-DOCUMENTO            PIC X(12).
           05 RF-ORIGEN               PIC X(04).
           05 RF-ROMANO               PIC X(15).
           05 FILLER                  PIC X(29).

      *    Solo conversiones: DF-ESTADO "C" = convertido en la
      *    corrida, "M" = valor tomado del maestro ROMANMST.
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

      *    Mismo layout que RF-REGISTRO mas el motivo del rechazo y
      *    la posicion del error: el usuario corrige el numeral y
      *    reenvia el registro directamente como ROMANFILE (el
      *    motivo se ignora al leer).
       FD  ROMANREJ.
       01  RR-REGISTRO.
           05 RR-DOCUMENTO            PIC X(12).
           05 RR-ORIGEN               PIC X(04).
           05 RR-ROMANO               PIC X(15).
           05 FILLER                  PIC X(01).
           05 RR-MOTIVO               PIC X(08).
           05 RR-POSICION             PIC 9(02).
           05 RR-FECHA-RECHAZO        PIC 9(08).
           05 FILLER                  PIC X(10).

       FD  CHECKFILE.
       01  CF-REGISTRO.
           05 AU-HORA                  PIC 9(06).
           05 AU-DIVISA-PAR            PIC X(06).
           05 AU-TASA                  PIC 9(03)V9(06).
           05 AU-CADENA                PIC 9(10).

      *    Bitacora de corridas compartida con CALCULOS: un registro
      *    por ejecucion, lo primero que revisa operaciones a la
           05 RL-RECHAZADOS            PIC 9(06).
           05 RL-ESTADO-MARCA          PIC X(02).
           05 RL-ESTADO-RC             PIC 9(02).
           05 RL-RETENIDOS             PIC 9(06).

       FD  ROMANMST.
       01  RM-REGISTRO.
           88 WS-ENTRADA-VALIDA               VALUE "Y".

       77 WS-POS-ERRO              PIC 9(02) VALUE 0.

      *    Regla de P-VALIDAR que rechazo el numeral:
      *      VACIO    registro sin numeral
      *      CARINVAL caracter que no es numeral romano
      *      REPETIC  repeticion no permitida (IIII, VV)
      *      ORDEN    par sustractivo invalido (IIX, IL, VX)
      *      NIVEL    vuelta a un orden ya cerrado (VIV, IXI)
      *      PARENTES parentesis de miles mal formado
      *      LARGO    numeral o tramo demasiado largo
      *      RANGO    tramo de mas de 999
       77 WS-MOTIVO-ERRO           PIC X(08) VALUE SPACES.

      *    Posicion en WS-ROMANO donde empieza el tramo examinado,
      *    para informar el error sobre el numeral completo.
       77 WS-POS-DESPLAZ           PIC 9(02) VALUE 0.
       77 WS-VALOR-ANTERIOR        PIC 9(04) COMP VALUE 0.
       77 WS-CONT-REPETICAO        PIC 9(02) COMP VALUE 0.


       77 WS-ROMAN-STATUS          PIC X(02) VALUE "00".
       77 WS-DEC-STATUS            PIC X(02) VALUE "00".
       77 WS-ROMREJ-STATUS         PIC X(02) VALUE "00".
       77 WS-CHECK-STATUS          PIC X(02) VALUE "00".
       77 WS-CHECKPOINT-INTERVALO  PIC 9(04) VALUE 10.

       77 WS-BULK-SKIP-IDX         PIC 9(06) VALUE 0.
       77 WS-BULK-QUOCIENTE        PIC 9(06) VALUE 0.
       77 WS-BULK-RESTO-CHECK      PIC 9(04) VALUE 0.
       77 WS-BULK-ESTADO           PIC X(01) VALUE SPACES.

       01  WS-FECHA-RECHAZO        PIC 9(08).

       77 WS-AUDIT-STATUS          PIC X(02) VALUE "00".
       77 WS-AUDIT-OPEN-SWITCH     PIC X(01) VALUE "N".
           88 WS-AUDIT-ABIERTO                VALUE "Y".
       77 WS-AUDIT-SEQ             PIC 9(05) COMP VALUE 0.
       77 WS-AUDIT-CADENA          PIC 9(10) VALUE 0.

      *    Interfaz del servicio de cadena de auditoria (EXTERNAL,
      *    mismos PIC en todos los programas que lo llaman).
       77 WS-CAD-PEDIDO            PIC X(01) EXTERNAL.
       77 WS-CAD-REGISTRO          PIC X(88) EXTERNAL.
       77 WS-CAD-ANTERIOR          PIC 9(10) EXTERNAL.
       77 WS-CAD-VALOR             PIC 9(10) EXTERNAL.

       77 WS-AUDIT-READ-SWITCH     PIC X(01) VALUE "N".
           88 WS-AUDIT-FIM-LECTURA            VALUE "Y".
                PERFORM P-BULK-LER-CHECKPOINT
                        THRU P-BULK-LER-CHECKPOINT-END

      *         ROMANREJ es de la noche: una corrida nueva lo
      *         empieza vacio y una reanudacion agrega a lo que dejo
      *         la corrida cortada.
                ACCEPT WS-FECHA-RECHAZO FROM DATE YYYYMMDD
                IF WS-BULK-RETOMAR > 0
                    OPEN EXTEND ROMANREJ
                    IF WS-ROMREJ-STATUS = "35"
                        OPEN OUTPUT ROMANREJ
                    END-IF
                ELSE
                    OPEN OUTPUT ROMANREJ
                END-IF

                IF WS-ROMREJ-STATUS NOT = "00"
                    DISPLAY "No se pudo abrir ROMANREJ, status: "
                            WS-ROMREJ-STATUS
                    DISPLAY "Conversion por lotes cancelada."
                    MOVE 16 TO WS-RC-FINAL
                    MOVE "Y" TO WS-BULK-EOF-SWITCH
                    MOVE 0 TO WS-BULK-RETOMAR
                END-IF

                IF WS-BULK-RETOMAR > 0
                    DISPLAY "Reanudando despues del registro: "
                            WS-BULK-RETOMAR
                    MOVE "N" TO WS-MST-OPEN-SWITCH
                END-IF

                IF WS-RC-FINAL = 16
                    GO TO P-MAIN-BULK-FIN
                END-IF

                CLOSE ROMANREJ

      *         The whole file was processed through to end of file,
      *         so the checkpoint no longer applies: clear it now,
      *         otherwise the next bulk run (even against an unrelated
                DISPLAY " "
                DISPLAY "Conversion por lotes finalizada. Registros "
                        "procesados: " WS-BULK-CONTADOR
                DISPLAY "Rechazados a ROMANREJ: " WS-BULK-RECHAZADOS
            END-IF
            .
       P-MAIN-BULK-FIN.

            IF WS-LLAMADA-EOD
                PERFORM P-CERRAR

       P-BULK-LOTE.

            MOVE RF-ROMANO TO WS-ROMANO

      *    Un registro sin numeral va a ROMANREJ sin auditarse, igual
      *    que un rechazo de validacion: solo las conversiones reales
      *    generan registro de auditoria y linea en DECFILE.
            IF WS-ROMANO = SPACES
                MOVE "VACIO" TO WS-MOTIVO-ERRO
                MOVE 0 TO WS-POS-ERRO
                PERFORM P-BULK-RECHAZAR THRU P-BULK-RECHAZAR-END
                GO TO P-BULK-LOTE-CONTAR
            END-IF

      *    Los archivos de lotes vienen llenos de numerales repetidos:
                ADD 1 TO RM-CONTADOR
                REWRITE RM-REGISTRO
                PERFORM P-AUDITORIA THRU P-AUDITORIA-END
                MOVE "M" TO WS-BULK-ESTADO
            ELSE
                PERFORM P-VALIDAR THRU P-VALIDAR-END

                    PERFORM P-CALC-NUCLEO THRU P-CALC-NUCLEO-END
                    PERFORM P-MST-GRABAR THRU P-MST-GRABAR-END
                    PERFORM P-AUDITORIA THRU P-AUDITORIA-END
                    MOVE "C" TO WS-BULK-ESTADO
                ELSE
                    PERFORM P-BULK-RECHAZAR THRU P-BULK-RECHAZAR-END
                    GO TO P-BULK-LOTE-CONTAR
                END-IF
            END-IF

            PERFORM P-BULK-GRAVAR THRU P-BULK-GRAVAR-END
            .
       P-BULK-LOTE-CONTAR.

            ADD 1 TO WS-BULK-CONTADOR


       P-BULK-GRAVAR.

            MOVE SPACES         TO DF-LINHA
            MOVE RF-DOCUMENTO   TO DF-DOCUMENTO
            MOVE RF-ORIGEN      TO DF-ORIGEN
            MOVE WS-ROMANO      TO DF-ROMANO
            MOVE WS-NUMERO      TO DF-VALOR
            MOVE WS-BULK-ESTADO TO DF-ESTADO
            WRITE DF-LINHA
            .
       P-BULK-GRAVAR-END.

       P-BULK-RECHAZAR.

            MOVE SPACES           TO RR-REGISTRO
            MOVE RF-DOCUMENTO     TO RR-DOCUMENTO
            MOVE RF-ORIGEN        TO RR-ORIGEN
            MOVE RF-ROMANO        TO RR-ROMANO
            MOVE WS-MOTIVO-ERRO   TO RR-MOTIVO
            MOVE WS-POS-ERRO      TO RR-POSICION
            MOVE WS-FECHA-RECHAZO TO RR-FECHA-RECHAZO
            WRITE RR-REGISTRO

            ADD 1 TO WS-BULK-RECHAZADOS
            .
       P-BULK-RECHAZAR-END.

       P-BULK-CHECKPOINT.

      *    Rewritten in full each time: CHECKFILE only ever holds the

            MOVE "Y" TO WS-VALIDO-SWITCH
            MOVE 0 TO WS-POS-ERRO
            MOVE SPACES TO WS-MOTIVO-ERRO

            PERFORM P-SEPARAR-PARTES THRU P-SEPARAR-PARTES-END

      *    El tramo de miles, si lo hay, debe ser un numeral clasico
      *    de hasta 999: con mas, el total se pasa de 999999.
      *    Empieza en la posicion 2, despues del "(".
            IF WS-ENTRADA-VALIDA
               AND WS-MILES-PRESENTE
                MOVE WS-ROMANO-MILES(1:9) TO WS-ROMANO-EXAMEN
                    PERFORM P-CALC-PARTE THRU P-CALC-PARTE-END
                    IF WS-ACUMULADOR > 999
                        MOVE "N" TO WS-VALIDO-SWITCH
                        MOVE 2 TO WS-POS-ERRO
                        MOVE "RANGO" TO WS-MOTIVO-ERRO
                    END-IF
                ELSE
                    ADD 1 TO WS-POS-ERRO
                END-IF
            END-IF

      *    El tramo sin marcar empieza en WS-POS-DESPLAZ + 1.
            IF WS-ENTRADA-VALIDA
                MOVE WS-ROMANO-UNIDADES(1:9) TO WS-ROMANO-EXAMEN
                PERFORM P-VALIDAR-PARTE THRU P-VALIDAR-PARTE-END

                IF NOT WS-ENTRADA-VALIDA
                    ADD WS-POS-DESPLAZ TO WS-POS-ERRO
                END-IF

      *    Con miles marcados el tramo sin marcar debe quedar bajo
      *    mil: de mil para arriba perteneceria al tramo marcado y
      *    el total se pasaria de 999999.
                    PERFORM P-CALC-PARTE THRU P-CALC-PARTE-END
                    IF WS-ACUMULADOR > 999
                        MOVE "N" TO WS-VALIDO-SWITCH
                        COMPUTE WS-POS-ERRO = WS-POS-DESPLAZ + 1
                        MOVE "RANGO" TO WS-MOTIVO-ERRO
                    END-IF
                END-IF
            END-IF
                   OR WS-ROMANO-MILES = SPACES
                    MOVE "N" TO WS-VALIDO-SWITCH
                    MOVE 1 TO WS-POS-ERRO
                    MOVE "PARENTES" TO WS-MOTIVO-ERRO
                END-IF
            ELSE
                MOVE WS-ROMANO(1:13) TO WS-ROMANO-UNIDADES
                IF WS-ROMANO(14:2) NOT = SPACES
                    MOVE "N" TO WS-VALIDO-SWITCH
                    MOVE 14 TO WS-POS-ERRO
                    MOVE "LARGO" TO WS-MOTIVO-ERRO
                END-IF
            END-IF

      *    El tramo sin marcar empieza despues del ")" si hay miles,
      *    o en la posicion 1 si no los hay.
            MOVE 0 TO WS-POS-DESPLAZ
            IF WS-ENTRADA-VALIDA
               AND WS-MILES-PRESENTE
                INSPECT WS-ROMANO TALLYING WS-POS-DESPLAZ
                        FOR CHARACTERS BEFORE INITIAL ")"
                ADD 1 TO WS-POS-DESPLAZ
            END-IF

            IF WS-ENTRADA-VALIDA
               AND WS-ROMANO-MILES(10:4) NOT = SPACES
                MOVE "N" TO WS-VALIDO-SWITCH
                MOVE 11 TO WS-POS-ERRO
                MOVE "LARGO" TO WS-MOTIVO-ERRO
            END-IF

            IF WS-ENTRADA-VALIDA
               AND WS-ROMANO-UNIDADES(10:4) NOT = SPACES
                MOVE "N" TO WS-VALIDO-SWITCH
                COMPUTE WS-POS-ERRO = WS-POS-DESPLAZ + 10
                MOVE "LARGO" TO WS-MOTIVO-ERRO
            END-IF
            .
       P-SEPARAR-PARTES-END.
                           IF WS-VALIDO-SWITCH = "Y"
                               MOVE "N" TO WS-VALIDO-SWITCH
                               MOVE WS-COUNT-2 TO WS-POS-ERRO
                               MOVE "CARINVAL" TO WS-MOTIVO-ERRO
                           END-IF
                   END-EVALUATE
               END-IF
                        IF WS-VALIDO-SWITCH = "Y"
                            MOVE "N" TO WS-VALIDO-SWITCH
                            MOVE WS-COUNT-2 TO WS-POS-ERRO
                            MOVE "REPETIC" TO WS-MOTIVO-ERRO
                        END-IF
                    END-IF
                WHEN OTHER
                    IF WS-VALIDO-SWITCH = "Y"
                        MOVE "N" TO WS-VALIDO-SWITCH
                        MOVE WS-COUNT-2 TO WS-POS-ERRO
                        MOVE "REPETIC" TO WS-MOTIVO-ERRO
                    END-IF
            END-EVALUATE
            .
                IF WS-VALIDO-SWITCH = "Y"
                    MOVE "N" TO WS-VALIDO-SWITCH
                    MOVE WS-COUNT-2 TO WS-POS-ERRO
                    MOVE "NIVEL" TO WS-MOTIVO-ERRO
                END-IF
            ELSE
                IF WS-TIER-RETORNO = WS-TIER-ATUAL
                IF WS-VALIDO-SWITCH = "Y"
                    MOVE "N" TO WS-VALIDO-SWITCH
                    MOVE WS-COUNT-2 TO WS-POS-ERRO
                    MOVE "ORDEN" TO WS-MOTIVO-ERRO
                END-IF
            ELSE
                EVALUATE TRUE
                    IF WS-VALIDO-SWITCH = "Y"
                        MOVE "N" TO WS-VALIDO-SWITCH
                        MOVE WS-COUNT-2 TO WS-POS-ERRO
                        MOVE "ORDEN" TO WS-MOTIVO-ERRO
                    END-IF
                END-EVALUATE


                CLOSE AUDITFILE
            END-IF

      *    Archivo vacio: el primer registro del dia encadena con la
      *    semilla que dejo el corte de AUDARCH.
            IF WS-AUDIT-SEQ = 0
                MOVE "S" TO WS-CAD-PEDIDO
                CALL "AUDCADEN"
                MOVE WS-CAD-VALOR TO WS-AUDIT-CADENA
            END-IF
            .
       P-AUDIT-SEQ-INICIAL-END.

       P-AUDIT-SEQ-LOTE.
            MOVE AU-SEQ TO WS-AUDIT-SEQ
            MOVE AU-CADENA TO WS-AUDIT-CADENA

            READ AUDITFILE
                AT END
            .
       P-AUDIT-SEQ-LOTE-END.

       P-AUDIT-CADENA.

      *    AU-CADENA encadena el registro con el anterior del
      *    archivo: se calcula sobre el registro ya armado, justo
      *    antes del WRITE.
            MOVE "C"               TO WS-CAD-PEDIDO
            MOVE AU-REGISTRO(1:88) TO WS-CAD-REGISTRO
            MOVE WS-AUDIT-CADENA   TO WS-CAD-ANTERIOR
            CALL "AUDCADEN"
            MOVE WS-CAD-VALOR      TO AU-CADENA
            MOVE WS-CAD-VALOR      TO WS-AUDIT-CADENA
            .
       P-AUDIT-CADENA-END.

       P-AUDITORIA.

            ADD 1 TO WS-AUDIT-SEQ
            ACCEPT WS-HORA-AUDIT FROM TIME
            MOVE WS-HORA-AUDIT(1:6) TO AU-HORA

            PERFORM P-AUDIT-CADENA THRU P-AUDIT-CADENA-END

            WRITE AU-REGISTRO
            .
       P-AUDITORIA-END.
                MOVE WS-BULK-RECHAZADOS TO RL-RECHAZADOS
                MOVE "RC"              TO RL-ESTADO-MARCA
                MOVE WS-RC-FINAL       TO RL-ESTADO-RC
                MOVE 0                 TO RL-RETENIDOS

                WRITE RL-REGISTRO

