      *          (TR-FECHA-RECHAZO, que estampa CALCULOS); el motivo
      *          se limpia. Los registros de control copiados de un
      *          lote rechazado entero ("B", "H", "T") se descartan:
      *          el lote nuevo trae sus propios controles. Los
      *          detalles de un lote rechazado por duplicado (motivo
      *          LOTEDUP / CONTDUP en el registro "B") tambien se
      *          descartan: ya se procesaron en su noche original y
      *          reciclarlos los volveria a informar.
      *
      *          Ademas imprime el informe de antiguedad (REJPRINT):
      *          todo rechazo reciclado mas de N veces o con mas de
      *          N dias desde su primer rechazo, con totales por
      *          motivo (OPERINV / DIVCERO / DESBORDE / IMPINV /
      *          ROMANINV / NOAPROB / PENDINV), para el seguimiento
      *          del supervisor. Un detalle NOAPROB (declinado en
      *          APROBAR) que se recicla vuelve a pasar por el umbral
      *          de su origen en la corrida que lo procese. Los
      *          umbrales vienen en el PARM como "veces,dias"
      *          (por omision 3,7); llamado desde MENUPRIN se piden
      *          por consola.
      *
      *          El reciclaje es tarea de supervisor: el perfil
      *          firmado en MENUPRIN se consulta contra la tabla de
      *          permisos (PERMISOS) antes de tocar ningun archivo.
      *          Sin firma o con un perfil no habilitado la corrida se
      *          rechaza y queda registrada en AUDITFILE con AU-MODO
      *          "D".
      *
      *          Codigos de retorno para el planificador:
      *            RC 00 = fin normal
      *            RC 08 = REJFILE no se pudo abrir
      *            RC 12 = RECYTRAN no se pudo abrir
      *            RC 16 = acceso denegado para el perfil
      *
      * Modification History:
      * 02/09/2026 - Version inicial.
      *              la cola que deja el UNSTRING y los umbrales
      *              caian al valor por omision en silencio. Un
      *              umbral no numerico ahora se avisa.
      * 15/10/2026 - Control de acceso por perfil de operador (tabla
      *              de permisos) con registro del rechazo en
      *              AUDITFILE (AU-PROGRAMA "REJRECYC") y RC 16. Desde
      *              el menu los umbrales se piden por consola en vez
      *              de leer el PARM.
      * 15/10/2026 - Motivos NOAPROB (detalle declinado por el
      *              supervisor) y PENDINV (PENDFILE no disponible al
      *              retener) de CALCULOS en el informe de antiguedad.
      * 15/10/2026 - Los detalles de un lote rechazado por duplicado
      *              (LOTEDUP / CONTDUP) no se reciclan; se cuentan
      *              aparte en los totales.
      * 15/10/2026 - AU-REGISTRO carga ahora AU-CADENA (registro de
      *              98 bytes): cada registro grabado encadena con el
      *              anterior del AUDITFILE via el servicio AUDCADEN,
      *              y el primero del dia con la semilla de AUDARCH.
      * 15/10/2026 - RCY-PRINCIPAL reinicia contadores, tabla de
      *              motivos, umbrales y WS-RC-FINAL en cada llamada:
      *              MENUPRIN lo llama varias veces sin CANCEL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJRECYC.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRNT-STATUS.

           SELECT AUDITFILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Mismo layout que el TRANFILE de CALCULOS: un rechazo
           05 RJ-FECHA-RECHAZO         PIC 9(08).
           05 FILLER                   PIC X(02).

      *    Registro "B" de rechazo de lote completo de CALCULOS.
       01  RJ-LOTE-RECHAZO.
           05 RJ-LR-TIPO               PIC X(01).
           05 RJ-LR-LOTE-ID            PIC X(08).
           05 RJ-LR-MOTIVO             PIC X(08).
               88 RJ-LR-DUPLICADO                VALUE "LOTEDUP"
                                                       "CONTDUP".
           05 FILLER                   PIC X(25).

       FD  RECYTRAN.
       01  TR-REGISTRO.
           05 TR-OPER                 PIC X(01).
       FD  PRNTFILE.
       01  PR-LINHA                    PIC X(80).

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

       WORKING-STORAGE SECTION.
       77 WS-REJ-STATUS            PIC X(02) VALUE "00".
       77 WS-RECY-STATUS           PIC X(02) VALUE "00".
       77 WS-PRNT-STATUS           PIC X(02) VALUE "00".
       77 WS-AUDIT-STATUS          PIC X(02) VALUE "00".

       77 WS-USUARIO-FIRMADO       PIC X(08) EXTERNAL VALUE SPACES.
       77 WS-PERFIL-FIRMADO        PIC X(01) EXTERNAL VALUE SPACES.

       77 WS-MENU-CALL-SWITCH      PIC X(01) EXTERNAL VALUE "N".
           88 WS-LLAMADA-DESDE-MENU          VALUE "Y".

      *    Interfaz del servicio de permisos PERMISOS (EXTERNAL,
      *    mismos PIC en todos los programas que lo llaman).
       77 WS-PERM-PERFIL           PIC X(01) EXTERNAL.
       77 WS-PERM-PROGRAMA         PIC X(08) EXTERNAL.
       77 WS-PERM-OPCION           PIC X(01) EXTERNAL.
       77 WS-PERM-CONCEDIDO-SWITCH PIC X(01) EXTERNAL VALUE "N".
           88 WS-PERM-CONCEDIDO              VALUE "Y".

       77 WS-OPERADOR              PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-PERFIL       PIC X(01) VALUE SPACE.

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
       77 WS-HORA-SISTEMA          PIC 9(08).

       77 WS-REJ-EOF-SWITCH        PIC X(01) VALUE "N".
           88 WS-FIM-REJ                      VALUE "Y".

       77 WS-REC-VECES             PIC 9(03) VALUE 0.

      *    Dentro de un lote rechazado por duplicado: desde su
      *    registro "B" hasta su trailer.
       77 WS-LOTE-DUP-SWITCH       PIC X(01) VALUE "N".
           88 WS-EN-LOTE-DUPLICADO            VALUE "Y".
       77 WS-DUPLICADOS            PIC 9(06) COMP VALUE 0.

      *    Totales del informe por motivo de rechazo; las entradas
      *    fijas cubren los motivos conocidos y OTROS el resto.
       77 WS-MOT-USADOS            PIC 9(02) COMP VALUE 0.
       PROCEDURE DIVISION.
       RCY-PRINCIPAL.

      *    Llamado mas de una vez en la misma sesion de MENUPRIN, el
      *    estado de la corrida anterior no se arrastra.
            MOVE 0 TO WS-RC-FINAL
            MOVE 0 TO WS-LEIDOS
            MOVE 0 TO WS-RECICLADOS
            MOVE 0 TO WS-DESCARTADOS
            MOVE 0 TO WS-DUPLICADOS
            MOVE 0 TO WS-ENVEJECIDOS
            MOVE 0 TO WS-MOT-USADOS
            MOVE LOW-VALUES TO WS-TABELA-MOTIVOS
            MOVE "N" TO WS-LOTE-DUP-SWITCH
            MOVE 3 TO WS-LIMITE-VECES
            MOVE 7 TO WS-LIMITE-DIAS
            MOVE SPACES TO WS-PARM-STRING
            MOVE SPACES TO WS-PARM-VECES
            MOVE SPACES TO WS-PARM-DIAS

            ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
            MOVE WS-FECHA-DIA TO WS-CAB-DIA
            MOVE WS-FECHA-MES TO WS-CAB-MES
            PERFORM RCY-FECHA-A-DIAS THRU RCY-FECHA-A-DIAS-END
            MOVE WS-DIAS-RESULTADO TO WS-DIAS-HOY

            PERFORM RCY-AUTORIZAR THRU RCY-AUTORIZAR-END

            IF NOT WS-PERM-CONCEDIDO
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF

      *    El id del lote reciclado identifica el origen y el dia:
      *    "RC" + AAMMDD de la fecha de la corrida.
            MOVE SPACES TO WS-RECY-LOTE-ID
                MOVE WS-RC-FINAL TO RETURN-CODE
            END-IF

            MOVE 0 TO WS-RC-FINAL

            GOBACK.
       RCY-PRINCIPAL-END.

       RCY-LEER-PARM.

      *    Desde MENUPRIN la linea de comando no es de este programa:
      *    los umbrales se piden por consola, mismo formato.
            IF WS-LLAMADA-DESDE-MENU
                DISPLAY "Umbrales veces,dias (ENTER = 3,7):"
                ACCEPT WS-PARM-STRING
            ELSE
                ACCEPT WS-PARM-STRING FROM COMMAND-LINE
            END-IF

            IF WS-PARM-STRING NOT = SPACES
                UNSTRING WS-PARM-STRING DELIMITED BY ","
            .
       RCY-LEER-PARM-END.

       RCY-AUTORIZAR.

      *    Sin firma de MENUPRIN no hay perfil y la corrida queda
      *    denegada; el intento se registra como *SINFIRM.
            IF WS-USUARIO-FIRMADO = SPACES
               OR WS-USUARIO-FIRMADO = LOW-VALUES
                MOVE "*SINFIRM" TO WS-OPERADOR
                MOVE SPACE TO WS-OPERADOR-PERFIL
            ELSE
                MOVE WS-USUARIO-FIRMADO TO WS-OPERADOR
                MOVE WS-PERFIL-FIRMADO TO WS-OPERADOR-PERFIL
            END-IF

            MOVE WS-OPERADOR-PERFIL TO WS-PERM-PERFIL
            MOVE "REJRECYC"         TO WS-PERM-PROGRAMA
            MOVE "*"                TO WS-PERM-OPCION
            CALL "PERMISOS"

            IF NOT WS-PERM-CONCEDIDO
                DISPLAY "Reciclaje de rechazos no autorizado para "
                        "el operador " WS-OPERADOR "."
                PERFORM RCY-AUDITAR-DENEGADO
                        THRU RCY-AUDITAR-DENEGADO-END
            END-IF
            .
       RCY-AUTORIZAR-END.

       RCY-AUDITAR-DENEGADO.

      *    Acceso denegado: AU-MODO "D", AU-RESULT 0. AUDITFILE es
      *    compartido, asi que la secuencia continua desde el ultimo
      *    registro grabado.
            MOVE 0 TO WS-AUDIT-SEQ
            MOVE "N" TO WS-AUDIT-READ-SWITCH

            OPEN INPUT AUDITFILE

            IF WS-AUDIT-STATUS = "00"
                READ AUDITFILE
                    AT END
                        MOVE "Y" TO WS-AUDIT-READ-SWITCH
                END-READ

                PERFORM RCY-AUDIT-SEQ-LOTE
                        THRU RCY-AUDIT-SEQ-LOTE-END
                        UNTIL WS-AUDIT-FIM-LECTURA

                CLOSE AUDITFILE
            END-IF

      *    Archivo vacio: el primer registro del dia encadena con la
      *    semilla que dejo el corte de AUDARCH.
            IF WS-AUDIT-SEQ = 0
                MOVE "S" TO WS-CAD-PEDIDO
                CALL "AUDCADEN"
                MOVE WS-CAD-VALOR TO WS-AUDIT-CADENA
            END-IF

            OPEN EXTEND AUDITFILE
            IF WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDITFILE
            END-IF

            IF WS-AUDIT-STATUS NOT = "00"
                DISPLAY "No se pudo abrir AUDITFILE, status: "
                        WS-AUDIT-STATUS
                GO TO RCY-AUDITAR-DENEGADO-END
            END-IF

            ADD 1 TO WS-AUDIT-SEQ

            MOVE WS-AUDIT-SEQ  TO AU-SEQ
            MOVE "REJRECYC"    TO AU-PROGRAMA
            MOVE "D"           TO AU-MODO
            MOVE 0             TO AU-NUMERO-1
            MOVE 0             TO AU-NUMERO-2
            MOVE 0             TO AU-RESULT
            MOVE WS-OPERADOR   TO AU-USUARIO
            MOVE SPACES        TO AU-LOTE
            MOVE SPACES        TO AU-DIVISA-PAR
            MOVE 0             TO AU-TASA

            ACCEPT WS-HORA-SISTEMA FROM TIME

            MOVE WS-FECHA-SISTEMA TO AU-FECHA
            MOVE WS-HORA-SISTEMA(1:6) TO AU-HORA

            PERFORM RCY-AUDIT-CADENA THRU RCY-AUDIT-CADENA-END

            WRITE AU-REGISTRO

            CLOSE AUDITFILE
            .
       RCY-AUDITAR-DENEGADO-END.

       RCY-AUDIT-SEQ-LOTE.
            MOVE AU-SEQ TO WS-AUDIT-SEQ
            MOVE AU-CADENA TO WS-AUDIT-CADENA

            READ AUDITFILE
                AT END
                    MOVE "Y" TO WS-AUDIT-READ-SWITCH
            END-READ
            .
       RCY-AUDIT-SEQ-LOTE-END.

       RCY-AUDIT-CADENA.

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
       RCY-AUDIT-CADENA-END.

       RCY-PARSE-UMBRAL.

            MOVE "Y" TO WS-PRS-OK-SWITCH
       RCY-PASADA-CONTROL.

            MOVE "N" TO WS-REJ-EOF-SWITCH
            MOVE "N" TO WS-LOTE-DUP-SWITCH
            MOVE 0 TO WS-RECY-CANT
            MOVE 0 TO WS-RECY-HASH


       RCY-CONTROL-LOTE.

            PERFORM RCY-MARCAR-DUPLICADO
                    THRU RCY-MARCAR-DUPLICADO-END

            IF RJ-ES-CABECERA OR RJ-ES-TRAILER
               OR RJ-ES-LOTE-RECHAZO
                ADD 1 TO WS-DESCARTADOS
            ELSE
                IF WS-EN-LOTE-DUPLICADO
                    ADD 1 TO WS-DUPLICADOS
                ELSE
                    ADD 1 TO WS-LEIDOS
                    ADD 1 TO WS-RECY-CANT

      *        Mismo criterio de hash que la validacion de CALCULOS:
      *        solo suman los operandos zoned validos de los registros
      *        no romanos.
                    IF NOT RJ-TIPO-ROMANO
                        IF RJ-NUMERO-1 NUMERIC
                            ADD RJ-NUMERO-1 TO WS-RECY-HASH
                        END-IF
                        IF RJ-NUMERO-2 NUMERIC
                            ADD RJ-NUMERO-2 TO WS-RECY-HASH
                        END-IF
                    END-IF

                    PERFORM RCY-EVALUAR-ANTIGUEDAD
                            THRU RCY-EVALUAR-ANTIGUEDAD-END
                END-IF
            END-IF

            IF RJ-ES-TRAILER
                MOVE "N" TO WS-LOTE-DUP-SWITCH
            END-IF

            READ REJFILE
            .
       RCY-CONTROL-LOTE-END.

       RCY-MARCAR-DUPLICADO.

      *    El registro "B" abre el lote rechazado; su trailer lo
      *    cierra (lo baja quien llama, despues de contarlo).
            IF RJ-ES-LOTE-RECHAZO
                IF RJ-LR-DUPLICADO
                    MOVE "Y" TO WS-LOTE-DUP-SWITCH
                ELSE
                    MOVE "N" TO WS-LOTE-DUP-SWITCH
                END-IF
            END-IF
            .
       RCY-MARCAR-DUPLICADO-END.

       RCY-EVALUAR-ANTIGUEDAD.

            IF RJ-RECICLO NUMERIC
       RCY-PASADA-GRABAR.

            MOVE "N" TO WS-REJ-EOF-SWITCH
            MOVE "N" TO WS-LOTE-DUP-SWITCH

            OPEN INPUT REJFILE


       RCY-GRABAR-LOTE.

            PERFORM RCY-MARCAR-DUPLICADO
                    THRU RCY-MARCAR-DUPLICADO-END

            IF RJ-ES-CABECERA OR RJ-ES-TRAILER
               OR RJ-ES-LOTE-RECHAZO
               OR WS-EN-LOTE-DUPLICADO
                IF RJ-ES-TRAILER
                    MOVE "N" TO WS-LOTE-DUP-SWITCH
                END-IF
            ELSE
      *    Copia byte a byte (un operando todavia invalido no debe
      *    pasar por un MOVE numerico); despues se limpia el motivo
            END-STRING
            PERFORM RCY-ESCRIBIR THRU RCY-ESCRIBIR-END

            MOVE WS-DUPLICADOS TO WS-CANT-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "DE LOTES DUPLICADOS:  " WS-CANT-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM RCY-ESCRIBIR THRU RCY-ESCRIBIR-END

            MOVE WS-ENVEJECIDOS TO WS-CANT-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "SOBRE UMBRAL:         " WS-CANT-ED
