      *                valor podrido en el maestro envenena todas
      *                las consultas siguientes.
      *
      *          Cada opcion se consulta contra la tabla de permisos
      *          (PERMISOS) con el perfil firmado en MENUPRIN; una
      *          opcion denegada, o cualquier opcion corriendo sin
      *          firma, se registra en AUDITFILE con AU-MODO "D".
      *
      *          Codigos de retorno para el planificador:
      *            RC 00 = fin normal
      *            RC 04 = la pasada de integridad marco entradas
      *              vacio, destruyendo el insumo de la recarga
      *              justo cuando el maestro esta roto. El SORT se
      *              drena y el archivo queda intacto.
      * 15/10/2026 - Control de cada opcion por perfil de operador
      *              (tabla de permisos) con registro de los accesos
      *              denegados en AUDITFILE (AU-PROGRAMA "MSTMAINT").
      * 15/10/2026 - AU-REGISTRO carga ahora AU-CADENA (registro de
      *              98 bytes): cada registro grabado encadena con el
      *              anterior del AUDITFILE via el servicio AUDCADEN,
      *              y el primero del dia con la semilla de AUDARCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTMAINT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRNT-STATUS.

           SELECT AUDITFILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SORTWORK ASSIGN TO "SORTWK".

       DATA DIVISION.
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

       SD  SORTWORK.
       01  SD-REGISTRO.
           05 SD-ROMANO                PIC X(15).
       77 WS-MST-STATUS            PIC X(02) VALUE "00".
       77 WS-DUMP-STATUS           PIC X(02) VALUE "00".
       77 WS-PRNT-STATUS           PIC X(02) VALUE "00".
       77 WS-AUDIT-STATUS          PIC X(02) VALUE "00".

       77 WS-USUARIO-FIRMADO       PIC X(08) EXTERNAL VALUE SPACES.
       77 WS-PERFIL-FIRMADO        PIC X(01) EXTERNAL VALUE SPACES.

      *    Interfaz del servicio de permisos PERMISOS (EXTERNAL,
      *    mismos PIC en todos los programas que lo llaman).
       77 WS-PERM-PERFIL           PIC X(01) EXTERNAL.
       77 WS-PERM-PROGRAMA         PIC X(08) EXTERNAL.
       77 WS-PERM-OPCION           PIC X(01) EXTERNAL.
       77 WS-PERM-CONCEDIDO-SWITCH PIC X(01) EXTERNAL VALUE "N".
           88 WS-PERM-CONCEDIDO              VALUE "Y".

       77 WS-OPERADOR              PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-PERFIL       PIC X(01) VALUE SPACE.
       77 WS-OPCION-NUM            PIC 9(01) VALUE 0.

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

       77 WS-MST-EOF-SWITCH        PIC X(01) VALUE "N".
           88 WS-FIM-MST                      VALUE "Y".

            ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD

      *    Sin firma de MENUPRIN no hay perfil: todas las opciones
      *    quedan denegadas y el intento se registra como *SINFIRM.
            IF WS-USUARIO-FIRMADO = SPACES
               OR WS-USUARIO-FIRMADO = LOW-VALUES
                MOVE "*SINFIRM" TO WS-OPERADOR
                MOVE SPACE TO WS-OPERADOR-PERFIL
            ELSE
                MOVE WS-USUARIO-FIRMADO TO WS-OPERADOR
                MOVE WS-PERFIL-FIRMADO TO WS-OPERADOR-PERFIL
            END-IF

            PERFORM M-MENU THRU M-MENU-END
            .
       M-PRINCIPAL-END.
            DISPLAY "*************************************************"
            ACCEPT WS-OPCION

            IF WS-OPCION NOT < "1"
               AND WS-OPCION NOT > "5"
                PERFORM M-AUTORIZAR THRU M-AUTORIZAR-END
                IF NOT WS-PERM-CONCEDIDO
                    PERFORM M-MENU THRU M-MENU-END
                END-IF
            END-IF

            EVALUATE WS-OPCION
                WHEN "1"
                    PERFORM M-DUMP THRU M-DUMP-END
            .
       M-MENU-END.

       M-AUTORIZAR.

            MOVE WS-OPERADOR-PERFIL TO WS-PERM-PERFIL
            MOVE "MSTMAINT"         TO WS-PERM-PROGRAMA
            MOVE WS-OPCION          TO WS-PERM-OPCION
            CALL "PERMISOS"

            IF NOT WS-PERM-CONCEDIDO
                DISPLAY "Opcion no autorizada para el perfil "
                        WS-OPERADOR-PERFIL "."
                PERFORM M-AUDITAR-DENEGADO
                        THRU M-AUDITAR-DENEGADO-END
            END-IF
            .
       M-AUTORIZAR-END.

       M-AUDITAR-DENEGADO.

      *    Acceso denegado: AU-MODO "D", AU-NUMERO-1 con la opcion
      *    pedida, AU-RESULT 0. AUDITFILE es compartido, asi que la
      *    secuencia continua desde el ultimo registro grabado.
            PERFORM M-AUDIT-SEQ-INICIAL
                    THRU M-AUDIT-SEQ-INICIAL-END

            OPEN EXTEND AUDITFILE
            IF WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDITFILE
            END-IF

            IF WS-AUDIT-STATUS NOT = "00"
                DISPLAY "No se pudo abrir AUDITFILE, status: "
                        WS-AUDIT-STATUS
                GO TO M-AUDITAR-DENEGADO-END
            END-IF

            ADD 1 TO WS-AUDIT-SEQ

            MOVE WS-OPCION     TO WS-OPCION-NUM

            MOVE WS-AUDIT-SEQ  TO AU-SEQ
            MOVE "MSTMAINT"    TO AU-PROGRAMA
            MOVE "D"           TO AU-MODO
            MOVE WS-OPCION-NUM TO AU-NUMERO-1
            MOVE 0             TO AU-NUMERO-2
            MOVE 0             TO AU-RESULT
            MOVE WS-OPERADOR   TO AU-USUARIO
            MOVE SPACES        TO AU-LOTE
            MOVE SPACES        TO AU-DIVISA-PAR
            MOVE 0             TO AU-TASA

            ACCEPT WS-HORA-SISTEMA FROM TIME

            MOVE WS-FECHA-SISTEMA TO AU-FECHA
            MOVE WS-HORA-SISTEMA(1:6) TO AU-HORA

            PERFORM M-AUDIT-CADENA THRU M-AUDIT-CADENA-END

            WRITE AU-REGISTRO

            CLOSE AUDITFILE
            .
       M-AUDITAR-DENEGADO-END.

       M-AUDIT-SEQ-INICIAL.

            MOVE 0 TO WS-AUDIT-SEQ
            MOVE "N" TO WS-AUDIT-READ-SWITCH

            OPEN INPUT AUDITFILE

            IF WS-AUDIT-STATUS = "00"
                READ AUDITFILE
                    AT END
                        MOVE "Y" TO WS-AUDIT-READ-SWITCH
                END-READ

                PERFORM M-AUDIT-SEQ-LOTE
                        THRU M-AUDIT-SEQ-LOTE-END
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
            .
       M-AUDIT-SEQ-INICIAL-END.

       M-AUDIT-SEQ-LOTE.
            MOVE AU-SEQ TO WS-AUDIT-SEQ
            MOVE AU-CADENA TO WS-AUDIT-CADENA

            READ AUDITFILE
                AT END
                    MOVE "Y" TO WS-AUDIT-READ-SWITCH
            END-READ
            .
       M-AUDIT-SEQ-LOTE-END.

       M-AUDIT-CADENA.

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
       M-AUDIT-CADENA-END.

       M-DUMP.

      *    El SORT deja arriba los numerales que mas veces se
