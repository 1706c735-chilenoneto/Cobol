      * 02/09/2026 - Cada registro de auditoria se estampa con fecha
      *              y hora (AU-FECHA / AU-HORA) para el informe por
      *              operador de OPERRPT.
      * 15/10/2026 - Perfiles de operador: US-REGISTRO carga US-PERFIL
      *              (O = operador, S = supervisor, A = administrador
      *              de seguridad; un registro del layout viejo se
      *              toma como operador). El perfil firmado queda en
      *              WS-PERFIL-FIRMADO (EXTERNAL) para los programas
      *              llamados, y cada opcion del menu se consulta
      *              contra la tabla de permisos (servicio PERMISOS):
      *              una opcion no habilitada para el perfil se
      *              rechaza y se registra en AUDITFILE (AU-MODO "D",
      *              AU-NUMERO-1 = opcion pedida). El menu suma el
      *              mantenimiento de usuarios (USERMNT), el del
      *              maestro de romanos (MSTMAINT), el reciclaje de
      *              rechazos (REJRECYC) y el mantenimiento de tasas
      *              (RATEMNT).
      * 15/10/2026 - Opcion 7: aprobacion de detalles batch de
      *              CALCULOS retenidos por superar el umbral de su
      *              origen (programa APROBAR, solo supervisor).
      * 15/10/2026 - AU-REGISTRO carga ahora AU-CADENA (registro de
      *              98 bytes): cada registro grabado encadena con el
      *              anterior del AUDITFILE via el servicio AUDCADEN,
      *              y el primero del dia con la semilla de AUDARCH.
      * 15/10/2026 - Opcion 8: mantenimiento del calendario de dias
      *              habiles (programa CALMANT, solo supervisor).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUPRIN.
               88 US-INACTIVO                    VALUE "I".
           05 US-INTENTOS              PIC 9(01).
           05 US-FECHA-PASSWORD        PIC 9(08).
           05 US-PERFIL                PIC X(01).
               88 US-PERFIL-OPERADOR             VALUE "O".
               88 US-PERFIL-SUPERVISOR           VALUE "S".
               88 US-PERFIL-SEGURIDAD            VALUE "A".

       FD  AUDITFILE.
       01  AU-REGISTRO.
           05 AU-HORA                  PIC 9(06).
           05 AU-DIVISA-PAR            PIC X(06).
           05 AU-TASA                  PIC 9(03)V9(06).
           05 AU-CADENA                PIC 9(10).

       WORKING-STORAGE SECTION.
       77 WS-OPCION                PIC X(01).
       77 WS-MENU-CALL-SWITCH      PIC X(01) EXTERNAL VALUE "N".

       77 WS-USUARIO-FIRMADO       PIC X(08) EXTERNAL VALUE SPACES.
       77 WS-PERFIL-FIRMADO        PIC X(01) EXTERNAL VALUE SPACES.

      *    Interfaz del servicio de permisos PERMISOS (EXTERNAL,
      *    mismos PIC en todos los programas que lo llaman).
       77 WS-PERM-PERFIL           PIC X(01) EXTERNAL.
       77 WS-PERM-PROGRAMA         PIC X(08) EXTERNAL.
       77 WS-PERM-OPCION           PIC X(01) EXTERNAL.
       77 WS-PERM-CONCEDIDO-SWITCH PIC X(01) EXTERNAL VALUE "N".
           88 WS-PERM-CONCEDIDO              VALUE "Y".
       77 WS-OPCION-NUM            PIC 9(01) VALUE 0.

       77 WS-USER-STATUS           PIC X(02) VALUE "00".
       77 WS-AUDIT-STATUS          PIC X(02) VALUE "00".
       77 WS-USER-PASSWORD         PIC X(08).
       77 WS-USER-INTENTOS         PIC 9(01) VALUE 0.
       77 WS-USER-FECHA-PW         PIC 9(08) VALUE 0.
       77 WS-USER-PERFIL           PIC X(01) VALUE SPACE.

       01  WS-FECHA-SISTEMA        PIC 9(08).
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-SISTEMA.
       77 WS-HORA-SISTEMA          PIC 9(08).

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


            DISPLAY "*************************************************"
            DISPLAY "Operador: " WS-USUARIO-FIRMADO
                    "  Perfil: " WS-PERFIL-FIRMADO
            DISPLAY "Seleccione el programa:"
            DISPLAY "<1> Calculadora"
            DISPLAY "<2> Conversor de numeros romanos"
            DISPLAY "<3> Mantenimiento de usuarios"
            DISPLAY "<4> Mantenimiento del maestro de romanos"
            DISPLAY "<5> Reciclaje de rechazos"
            DISPLAY "<6> Mantenimiento de tasas de cambio"
            DISPLAY "<7> Aprobacion de detalles retenidos"
            DISPLAY "<8> Mantenimiento del calendario habil"
            DISPLAY "<CUALQUIER TECLA> para salir"
            DISPLAY "*************************************************"
            ACCEPT WS-OPCION

      *    Toda opcion de programa pasa por la tabla de permisos del
      *    perfil firmado; una opcion denegada vuelve al menu.
            IF WS-OPCION NOT < "1"
               AND WS-OPCION NOT > "8"
                PERFORM MENU-AUTORIZAR THRU MENU-AUTORIZAR-END
                IF NOT WS-PERM-CONCEDIDO
                    PERFORM MENU-PROCEDURE THRU MENU-PROCEDURE-END
                END-IF
            END-IF

            EVALUATE WS-OPCION
                WHEN "1"
                    MOVE "Y" TO WS-MENU-CALL-SWITCH
                    CALL "RMNTODEC"
                    PERFORM MENU-GUARDAR-RC THRU MENU-GUARDAR-RC-END
                    PERFORM MENU-PROCEDURE THRU MENU-PROCEDURE-END
                WHEN "3"
                    CALL "USERMNT"
                    PERFORM MENU-GUARDAR-RC THRU MENU-GUARDAR-RC-END
                    PERFORM MENU-PROCEDURE THRU MENU-PROCEDURE-END
                WHEN "4"
                    CALL "MSTMAINT"
                    PERFORM MENU-GUARDAR-RC THRU MENU-GUARDAR-RC-END
                    PERFORM MENU-PROCEDURE THRU MENU-PROCEDURE-END
                WHEN "5"
                    MOVE "Y" TO WS-MENU-CALL-SWITCH
                    CALL "REJRECYC"
                    PERFORM MENU-GUARDAR-RC THRU MENU-GUARDAR-RC-END
                    PERFORM MENU-PROCEDURE THRU MENU-PROCEDURE-END
                WHEN "6"
                    CALL "RATEMNT"
                    PERFORM MENU-GUARDAR-RC THRU MENU-GUARDAR-RC-END
                    PERFORM MENU-PROCEDURE THRU MENU-PROCEDURE-END
                WHEN "7"
                    CALL "APROBAR"
                    PERFORM MENU-GUARDAR-RC THRU MENU-GUARDAR-RC-END
                    PERFORM MENU-PROCEDURE THRU MENU-PROCEDURE-END
                WHEN "8"
                    CALL "CALMANT"
                    PERFORM MENU-GUARDAR-RC THRU MENU-GUARDAR-RC-END
                    PERFORM MENU-PROCEDURE THRU MENU-PROCEDURE-END
                WHEN OTHER
                    MOVE WS-RC-MAXIMO TO RETURN-CODE
                    STOP RUN
            .
       MENU-PROCEDURE-END.

       MENU-AUTORIZAR.

            MOVE WS-PERFIL-FIRMADO TO WS-PERM-PERFIL
            MOVE "MENUPRIN"        TO WS-PERM-PROGRAMA
            MOVE WS-OPCION         TO WS-PERM-OPCION
            CALL "PERMISOS"

            IF NOT WS-PERM-CONCEDIDO
                DISPLAY "Opcion no autorizada para el perfil "
                        WS-PERFIL-FIRMADO "."
                PERFORM MENU-AUDITAR-DENEGADO
                        THRU MENU-AUDITAR-DENEGADO-END
            END-IF
            .
       MENU-AUTORIZAR-END.

       MENU-GUARDAR-RC.

      *    El peor RETURN-CODE de los subprogramas de la sesion se
            MOVE 1 TO WS-FIRMA-RESULTADO
            MOVE "Y" TO WS-FIRMA-SWITCH
            MOVE WS-FIRMA-ID TO WS-USUARIO-FIRMADO
            MOVE WS-USER-PERFIL TO WS-PERFIL-FIRMADO
            .
       MENU-FIRMA-VIGENCIA-END.

            MOVE SPACES TO WS-USER-PASSWORD
            MOVE 0 TO WS-USER-INTENTOS
            MOVE 0 TO WS-USER-FECHA-PW
            MOVE SPACE TO WS-USER-PERFIL

            OPEN INPUT USERFILE

                ELSE
                    MOVE 0 TO WS-USER-FECHA-PW
                END-IF

      *         Sin perfil (layout viejo) o con un perfil desconocido
      *         el usuario queda como operador, el de menos permisos.
                IF US-PERFIL-OPERADOR
                   OR US-PERFIL-SUPERVISOR
                   OR US-PERFIL-SEGURIDAD
                    MOVE US-PERFIL TO WS-USER-PERFIL
                ELSE
                    MOVE "O" TO WS-USER-PERFIL
                END-IF
            ELSE
                READ USERFILE
                    AT END
            ACCEPT WS-HORA-SISTEMA FROM TIME
            MOVE WS-HORA-SISTEMA(1:6) TO AU-HORA

            PERFORM MENU-AUDIT-CADENA THRU MENU-AUDIT-CADENA-END

            WRITE AU-REGISTRO
            .
       MENU-AUDITAR-FIRMA-END.

       MENU-AUDITAR-DENEGADO.

      *    Acceso denegado por perfil: AU-MODO "D", AU-NUMERO-1 con
      *    la opcion pedida y AU-RESULT 0. AUDITFILE se cerro al
      *    terminar la firma y los subprogramas pudieron grabar
      *    desde entonces, asi que la secuencia se vuelve a tomar
      *    del archivo antes de agregar el registro.
            PERFORM MENU-AUDIT-SEQ-INICIAL
                    THRU MENU-AUDIT-SEQ-INICIAL-END

            OPEN EXTEND AUDITFILE
            IF WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDITFILE
            END-IF

            IF WS-AUDIT-STATUS NOT = "00"
                DISPLAY "No se pudo abrir AUDITFILE, status: "
                        WS-AUDIT-STATUS
                GO TO MENU-AUDITAR-DENEGADO-END
            END-IF

            ADD 1 TO WS-AUDIT-SEQ

            MOVE WS-OPCION         TO WS-OPCION-NUM

            MOVE WS-AUDIT-SEQ      TO AU-SEQ
            MOVE "MENUPRIN"        TO AU-PROGRAMA
            MOVE "D"               TO AU-MODO
            MOVE WS-OPCION-NUM     TO AU-NUMERO-1
            MOVE 0                 TO AU-NUMERO-2
            MOVE 0                 TO AU-RESULT
            MOVE WS-USUARIO-FIRMADO TO AU-USUARIO
            MOVE SPACES            TO AU-LOTE
            MOVE SPACES            TO AU-DIVISA-PAR
            MOVE 0                 TO AU-TASA

            ACCEPT AU-FECHA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME
            MOVE WS-HORA-SISTEMA(1:6) TO AU-HORA

            PERFORM MENU-AUDIT-CADENA THRU MENU-AUDIT-CADENA-END

            WRITE AU-REGISTRO

            CLOSE AUDITFILE
            .
       MENU-AUDITAR-DENEGADO-END.

       MENU-AUDIT-SEQ-INICIAL.

      *    AUDITFILE es compartido con CALCULOS y RMNTODEC, asi que

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
       MENU-AUDIT-SEQ-INICIAL-END.

       MENU-AUDIT-SEQ-LOTE.
            MOVE AU-SEQ TO WS-AUDIT-SEQ
            MOVE AU-CADENA TO WS-AUDIT-CADENA

            READ AUDITFILE
                AT END
            END-READ
            .
       MENU-AUDIT-SEQ-LOTE-END.

       MENU-AUDIT-CADENA.

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
       MENU-AUDIT-CADENA-END.
       END PROGRAM MENUPRIN.
