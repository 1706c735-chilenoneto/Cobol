      ******************************************************************
      * Author:  Equipo de mantenimiento
      * Date:    15/10/2026
      * Purpose: Consulta y listado del historial de lotes aceptados
      *          por CALCULOS (LOTEHIST), para contestar "corrio el
      *          lote X, y cuando?" sin recorrer las generaciones de
      *          AUDITARCH. Recibe un id de lote (vacio = todos) y un
      *          rango opcional de fechas de proceso, e imprime en
      *          LOTPRINT cada lote que cumple: origen, fecha y
      *          totales de control de la cabecera, fecha y hora de
      *          proceso, operador, estado (E = en curso, C =
      *          completo) y la disposicion de sus detalles. Con un
      *          id de lote el resultado tambien se muestra por
      *          consola. Solo lectura.
      *
      *          Codigos de retorno para el planificador:
      *            RC 00 = fin normal, algun lote encontrado
      *            RC 04 = ningun lote cumple la consulta
      *            RC 08 = LOTEHIST no disponible
      *            RC 20 = rango de fechas invalido
      *
      * Modification History:
      * 15/10/2026 - Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTECONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTEHIST ASSIGN TO "LOTEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-CLAVE
               ALTERNATE RECORD KEY IS LH-CONTENIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PRNTFILE ASSIGN TO "LOTPRINT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Mismo layout que graba CALCULOS.
       FD  LOTEHIST.
       01  LH-REGISTRO.
           05 LH-CLAVE.
               10 LH-LOTE-ID           PIC X(08).
               10 LH-ORIGEN            PIC X(04).
           05 LH-CONTENIDO.
               10 LH-CONT-ORIGEN       PIC X(04).
               10 LH-FECHA-LOTE        PIC 9(08).
               10 LH-CANT              PIC 9(06).
               10 LH-HASH              PIC S9(13)V99.
           05 LH-FECHA-PROCESO         PIC 9(08).
           05 LH-HORA-PROCESO          PIC 9(06).
           05 LH-USUARIO               PIC X(08).
           05 LH-ESTADO                PIC X(01).
               88 LH-EN-CURSO                    VALUE "E".
               88 LH-COMPLETO                    VALUE "C".
           05 LH-PROCESADOS            PIC 9(06).
           05 LH-RECHAZADOS            PIC 9(06).
           05 LH-RETENIDOS             PIC 9(06).
           05 LH-FECHA-FIN             PIC 9(08).
           05 LH-HORA-FIN              PIC 9(06).

       FD  PRNTFILE.
       01  PR-LINHA                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-HIST-STATUS           PIC X(02) VALUE "00".
       77 WS-PRNT-STATUS           PIC X(02) VALUE "00".

       77 WS-HIST-EOF-SWITCH       PIC X(01) VALUE "N".
           88 WS-FIM-HIST                     VALUE "Y".

       77 WS-FILTRO-LOTE           PIC X(08) VALUE SPACES.
       77 WS-FECHA-DESDE           PIC X(08) VALUE SPACES.
       77 WS-FECHA-HASTA           PIC X(08) VALUE SPACES.
       77 WS-DESDE                 PIC 9(08) VALUE 0.
       77 WS-HASTA                 PIC 9(08) VALUE 99999999.

       77 WS-LEIDOS                PIC 9(06) COMP VALUE 0.
       77 WS-ENCONTRADOS           PIC 9(06) COMP VALUE 0.
       77 WS-EN-CURSO              PIC 9(06) COMP VALUE 0.

       77 WS-CANT-ED               PIC ZZZZZ9.
       77 WS-HASH-ED               PIC -(13)9.99.

       01  WS-LINHA-CABECERA-1.
           05 FILLER                PIC X(34) VALUE
              "HISTORIAL DE LOTES ACEPTADOS      ".
           05 FILLER                PIC X(05) VALUE "LOTE ".
           05 WS-CAB-LOTE           PIC X(08).
           05 FILLER                PIC X(07) VALUE " DESDE ".
           05 WS-CAB-DESDE          PIC X(08).
           05 FILLER                PIC X(07) VALUE " HASTA ".
           05 WS-CAB-HASTA          PIC X(08).

       01  WS-LINHA-CABECERA-2.
           05 FILLER                PIC X(09) VALUE "LOTE".
           05 FILLER                PIC X(05) VALUE "ORIG".
           05 FILLER                PIC X(09) VALUE "FECHA".
           05 FILLER                PIC X(07) VALUE "  CANT".
           05 FILLER                PIC X(09) VALUE "PROCESO".
           05 FILLER                PIC X(07) VALUE "HORA".
           05 FILLER                PIC X(09) VALUE "USUARIO".
           05 FILLER                PIC X(02) VALUE "E".
           05 FILLER                PIC X(07) VALUE "  PROC".
           05 FILLER                PIC X(07) VALUE "  RECH".
           05 FILLER                PIC X(06) VALUE "   RET".

       01  WS-LINHA-DETALLE.
           05 WS-DET-LOTE           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DET-ORIGEN         PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DET-FECHA-LOTE     PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DET-CANT           PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DET-FECHA-PROCESO  PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DET-HORA-PROCESO   PIC 9(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DET-USUARIO        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DET-ESTADO         PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DET-PROCESADOS     PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DET-RECHAZADOS     PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-DET-RETENIDOS      PIC ZZZZZ9.

       01  WS-LINHA-SALIDA         PIC X(80).

       77 WS-RC-FINAL              PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       L-PRINCIPAL.

            DISPLAY "Consulta del historial de lotes"
            DISPLAY "Id de lote (vacio = todos):"
            ACCEPT WS-FILTRO-LOTE
            DISPLAY "Fecha de proceso desde (AAAAMMDD, vacio = sin "
                    "limite):"
            ACCEPT WS-FECHA-DESDE
            DISPLAY "Fecha de proceso hasta (AAAAMMDD, vacio = sin "
                    "limite):"
            ACCEPT WS-FECHA-HASTA

            MOVE 0 TO WS-DESDE
            MOVE 99999999 TO WS-HASTA

            IF WS-FECHA-DESDE NOT = SPACES
                IF WS-FECHA-DESDE NUMERIC
                    MOVE WS-FECHA-DESDE TO WS-DESDE
                ELSE
                    MOVE 20 TO WS-RC-FINAL
                END-IF
            END-IF

            IF WS-FECHA-HASTA NOT = SPACES
                IF WS-FECHA-HASTA NUMERIC
                    MOVE WS-FECHA-HASTA TO WS-HASTA
                ELSE
                    MOVE 20 TO WS-RC-FINAL
                END-IF
            END-IF

            IF WS-RC-FINAL > 0
               OR WS-DESDE > WS-HASTA
                DISPLAY "Rango de fechas invalido."
                MOVE 20 TO RETURN-CODE
                MOVE 0 TO WS-RC-FINAL
                GOBACK
            END-IF

            OPEN INPUT LOTEHIST

            IF WS-HIST-STATUS NOT = "00"
                DISPLAY "No se pudo abrir LOTEHIST, status: "
                        WS-HIST-STATUS
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN OUTPUT PRNTFILE

            PERFORM L-CABECERA-INFORME THRU L-CABECERA-INFORME-END

            MOVE "N" TO WS-HIST-EOF-SWITCH
            MOVE 0 TO WS-LEIDOS
            MOVE 0 TO WS-ENCONTRADOS
            MOVE 0 TO WS-EN-CURSO

      *    Con id de lote se posiciona por clave en su primer
      *    origen; sin id se recorre el historial completo.
            IF WS-FILTRO-LOTE NOT = SPACES
                MOVE WS-FILTRO-LOTE TO LH-LOTE-ID
                MOVE LOW-VALUES TO LH-ORIGEN
                START LOTEHIST KEY IS NOT LESS THAN LH-CLAVE
                    INVALID KEY
                        MOVE "Y" TO WS-HIST-EOF-SWITCH
                END-START
            END-IF

            IF NOT WS-FIM-HIST
                READ LOTEHIST NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-HIST-EOF-SWITCH
                END-READ
            END-IF

            PERFORM L-LISTAR THRU L-LISTAR-END
                    UNTIL WS-FIM-HIST

            PERFORM L-TOTALES THRU L-TOTALES-END

            CLOSE PRNTFILE
            CLOSE LOTEHIST

            IF WS-ENCONTRADOS = 0
                MOVE 4 TO WS-RC-FINAL
            END-IF

            IF WS-RC-FINAL > 0
                MOVE WS-RC-FINAL TO RETURN-CODE
            END-IF

            MOVE 0 TO WS-RC-FINAL

            GOBACK.
       L-PRINCIPAL-END.

       L-LISTAR.

      *    Las claves de un mismo lote quedan juntas: pasado el
      *    ultimo origen del lote pedido no hay nada mas que ver.
            IF WS-FILTRO-LOTE NOT = SPACES
               AND LH-LOTE-ID NOT = WS-FILTRO-LOTE
                MOVE "Y" TO WS-HIST-EOF-SWITCH
                GO TO L-LISTAR-END
            END-IF

            ADD 1 TO WS-LEIDOS

            IF LH-FECHA-PROCESO < WS-DESDE
               OR LH-FECHA-PROCESO > WS-HASTA
                GO TO L-LISTAR-LEER
            END-IF

            ADD 1 TO WS-ENCONTRADOS
            IF LH-EN-CURSO
                ADD 1 TO WS-EN-CURSO
            END-IF

            MOVE LH-LOTE-ID        TO WS-DET-LOTE
            MOVE LH-ORIGEN         TO WS-DET-ORIGEN
            MOVE LH-FECHA-LOTE     TO WS-DET-FECHA-LOTE
            MOVE LH-CANT           TO WS-DET-CANT
            MOVE LH-FECHA-PROCESO  TO WS-DET-FECHA-PROCESO
            MOVE LH-HORA-PROCESO   TO WS-DET-HORA-PROCESO
            MOVE LH-USUARIO        TO WS-DET-USUARIO
            MOVE LH-ESTADO         TO WS-DET-ESTADO
            MOVE LH-PROCESADOS     TO WS-DET-PROCESADOS
            MOVE LH-RECHAZADOS     TO WS-DET-RECHAZADOS
            MOVE LH-RETENIDOS      TO WS-DET-RETENIDOS
            MOVE WS-LINHA-DETALLE TO WS-LINHA-SALIDA
            PERFORM L-ESCRIBIR THRU L-ESCRIBIR-END

            IF WS-FILTRO-LOTE NOT = SPACES
                PERFORM L-MOSTRAR THRU L-MOSTRAR-END
            END-IF
            .
       L-LISTAR-LEER.

            READ LOTEHIST NEXT RECORD
                AT END
                    MOVE "Y" TO WS-HIST-EOF-SWITCH
            END-READ
            .
       L-LISTAR-END.

       L-MOSTRAR.

            DISPLAY "Lote " LH-LOTE-ID " origen " LH-ORIGEN
                    " (fecha de lote " LH-FECHA-LOTE ")"
            DISPLAY "  Procesado el " LH-FECHA-PROCESO " a las "
                    LH-HORA-PROCESO " por " LH-USUARIO

            IF LH-COMPLETO
                DISPLAY "  Completo el " LH-FECHA-FIN " a las "
                        LH-HORA-FIN
                MOVE LH-PROCESADOS TO WS-CANT-ED
                DISPLAY "  Procesados: " WS-CANT-ED
                MOVE LH-RECHAZADOS TO WS-CANT-ED
                DISPLAY "  Rechazados: " WS-CANT-ED
                MOVE LH-RETENIDOS TO WS-CANT-ED
                DISPLAY "  Retenidos:  " WS-CANT-ED
            ELSE
                DISPLAY "  En curso: la corrida no termino (reanudar "
                        "CALCULOS)."
            END-IF

            MOVE LH-CANT TO WS-CANT-ED
            MOVE LH-HASH TO WS-HASH-ED
            DISPLAY "  Cabecera: cantidad " WS-CANT-ED " hash "
                    WS-HASH-ED
            .
       L-MOSTRAR-END.

       L-CABECERA-INFORME.

            IF WS-FILTRO-LOTE = SPACES
                MOVE "*TODOS*" TO WS-CAB-LOTE
            ELSE
                MOVE WS-FILTRO-LOTE TO WS-CAB-LOTE
            END-IF
            MOVE WS-FECHA-DESDE TO WS-CAB-DESDE
            MOVE WS-FECHA-HASTA TO WS-CAB-HASTA

            MOVE WS-LINHA-CABECERA-1 TO WS-LINHA-SALIDA
            PERFORM L-ESCRIBIR THRU L-ESCRIBIR-END

            MOVE ALL "-" TO WS-LINHA-SALIDA
            PERFORM L-ESCRIBIR THRU L-ESCRIBIR-END

            MOVE WS-LINHA-CABECERA-2 TO WS-LINHA-SALIDA
            PERFORM L-ESCRIBIR THRU L-ESCRIBIR-END
            .
       L-CABECERA-INFORME-END.

       L-TOTALES.

            MOVE SPACES TO WS-LINHA-SALIDA
            PERFORM L-ESCRIBIR THRU L-ESCRIBIR-END

            MOVE WS-ENCONTRADOS TO WS-CANT-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "LOTES LISTADOS:   " WS-CANT-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM L-ESCRIBIR THRU L-ESCRIBIR-END

            MOVE WS-EN-CURSO TO WS-CANT-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "EN CURSO:         " WS-CANT-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM L-ESCRIBIR THRU L-ESCRIBIR-END

            IF WS-ENCONTRADOS = 0
                IF WS-FILTRO-LOTE NOT = SPACES
                    DISPLAY "El lote " WS-FILTRO-LOTE
                            " no figura en el historial."
                ELSE
                    DISPLAY "Ningun lote cumple la consulta."
                END-IF
            END-IF

            MOVE WS-ENCONTRADOS TO WS-CANT-ED
            DISPLAY "Lotes listados: " WS-CANT-ED " (LOTPRINT)."
            .
       L-TOTALES-END.

       L-ESCRIBIR.

            MOVE WS-LINHA-SALIDA TO PR-LINHA
            WRITE PR-LINHA
            .
       L-ESCRIBIR-END.
       END PROGRAM LOTECONS.
