      *          MENUPRIN la toma como vencida y obliga al usuario a
      *          cambiarla en su proxima firma.
      *
      *          Perfiles: el alta pide el perfil del usuario (O =
      *          operador, S = supervisor, A = administrador de
      *          seguridad) y la opcion 6 lo cambia; nadie puede
      *          cambiar su propio perfil. Cada opcion del menu se
      *          consulta contra la tabla de permisos (PERMISOS) con
      *          el perfil firmado en MENUPRIN; una opcion denegada se
      *          registra en AUDITFILE con AU-MODO "D".
      *
      *          Codigos de retorno para el planificador:
      *            RC 00 = fin normal
      *            RC 08 = USERFILE no se pudo abrir
      *
      * Modification History:
      * 02/09/2026 - Version inicial.
      * 15/10/2026 - US-PERFIL en US-REGISTRO, perfil en el alta y
      *              opcion 6 de cambio de perfil (accion "PERFIL" en
      *              USERLOG), con la regla de que el operador no
      *              cambia su propio perfil. Control de cada opcion
      *              por la tabla de permisos y registro de los
      *              accesos denegados. Corriendo suelto, sin firma de
      *              MENUPRIN, solo se habilita el mantenimiento
      *              mientras el maestro no tenga ningun administrador
      *              de seguridad activo (carga inicial del maestro).
      * 15/10/2026 - AU-REGISTRO carga ahora AU-CADENA (registro de
      *              98 bytes): cada registro grabado encadena con el
      *              anterior del AUDITFILE via el servicio AUDCADEN,
      *              y el primero del dia con la semilla de AUDARCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERMNT.
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

      *    Bitacora propia del maestro de usuarios: quien cambio que
      *    ID y cuando, el detalle que el AUDITFILE compartido no
       77 WS-LOG-STATUS            PIC X(02) VALUE "00".

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

       77 WS-ADMIN-SWITCH          PIC X(01) VALUE "N".
           88 WS-HAY-ADMIN                    VALUE "Y".

       01  WS-FECHA-SISTEMA        PIC 9(08).
       77 WS-HORA-SISTEMA          PIC 9(08).
       77 WS-MNT-ESTADO-NUEVO      PIC X(01).
       77 WS-MNT-INTENTOS          PIC 9(01).
       77 WS-MNT-FECHA-PW          PIC 9(08).
       77 WS-MNT-PERFIL            PIC X(01).
           88 WS-MNT-PERFIL-VALIDO           VALUE "O" "S" "A".
       77 WS-MNT-ACCION            PIC X(08).

       77 WS-USER-EOF-SWITCH       PIC X(01) VALUE "N".
       77 WS-LISTA-CONT-ED         PIC ZZZ9.

       77 WS-AUDIT-SEQ             PIC 9(05) COMP VALUE 0.
       77 WS-AUDIT-CADENA          PIC 9(10) VALUE 0.

      *    Interfaz del servicio de cadena de auditoria (EXTERNAL,
      *    mismos PIC en todos los programas que lo llaman).
       77 WS-CAD-PEDIDO            PIC X(01) EXTERNAL.
       77 WS-CAD-REGISTRO          PIC X(88) EXTERNAL.
       77 WS-CAD-ANTERIOR          PIC 9(10) EXTERNAL.
       77 WS-CAD-VALOR             PIC 9(10) EXTERNAL.
       77 WS-AUDIT-OPEN-SWITCH     PIC X(01) VALUE "N".
           88 WS-AUDIT-ABIERTO                VALUE "Y".
       77 WS-AUDIT-READ-SWITCH     PIC X(01) VALUE "N".
                MOVE WS-USUARIO-FIRMADO TO WS-OPERADOR
            END-IF

      *    El perfil es el de la firma de MENUPRIN. Sin firma no hay
      *    perfil (todo denegado), salvo que el maestro todavia no
      *    tenga un administrador de seguridad activo: en ese caso el
      *    responsable entra como administrador para poder darlo de
      *    alta.
            IF WS-USUARIO-FIRMADO = SPACES
               OR WS-USUARIO-FIRMADO = LOW-VALUES
                PERFORM U-BUSCAR-SEGURIDAD
                        THRU U-BUSCAR-SEGURIDAD-END
                IF WS-HAY-ADMIN
                    MOVE SPACE TO WS-OPERADOR-PERFIL
                ELSE
                    DISPLAY "Maestro sin administrador de seguridad:"
                            " carga inicial habilitada."
                    MOVE "A" TO WS-OPERADOR-PERFIL
                END-IF
            ELSE
                MOVE WS-PERFIL-FIRMADO TO WS-OPERADOR-PERFIL
            END-IF

            IF NOT WS-AUDIT-ABIERTO
                PERFORM U-AUDIT-SEQ-INICIAL
                        THRU U-AUDIT-SEQ-INICIAL-END
            DISPLAY "<3> Reactivar usuario (desbloquea)"
            DISPLAY "<4> Reset de password"
            DISPLAY "<5> Listar el maestro"
            DISPLAY "<6> Cambiar perfil de usuario"
            DISPLAY "<CUALQUIER TECLA> para salir"
            DISPLAY "*************************************************"
            ACCEPT WS-OPCION

            IF WS-OPCION NOT < "1"
               AND WS-OPCION NOT > "6"
                PERFORM U-AUTORIZAR THRU U-AUTORIZAR-END
                IF NOT WS-PERM-CONCEDIDO
                    PERFORM U-MENU THRU U-MENU-END
                END-IF
            END-IF

            EVALUATE WS-OPCION
                WHEN "1"
                    PERFORM U-ALTA THRU U-ALTA-END
                WHEN "5"
                    PERFORM U-LISTAR THRU U-LISTAR-END
                    PERFORM U-MENU THRU U-MENU-END
                WHEN "6"
                    PERFORM U-CAMBIAR-PERFIL
                            THRU U-CAMBIAR-PERFIL-END
                    PERFORM U-MENU THRU U-MENU-END
                WHEN OTHER
                    PERFORM U-ENCERRAR
            END-EVALUATE
                GO TO U-ALTA-END
            END-IF

            PERFORM U-PEDIR-PERFIL THRU U-PEDIR-PERFIL-END

            IF NOT WS-MNT-PERFIL-VALIDO
                GO TO U-ALTA-END
            END-IF

            OPEN EXTEND USERFILE
            IF WS-USER-STATUS = "35"
                OPEN OUTPUT USERFILE
            MOVE "A"             TO US-ESTADO
            MOVE 0               TO US-INTENTOS
            MOVE 0               TO US-FECHA-PASSWORD
            MOVE WS-MNT-PERFIL   TO US-PERFIL

            WRITE US-REGISTRO

            .
       U-RESET-PASSWORD-END.

       U-CAMBIAR-PERFIL.

            DISPLAY "ID de usuario:"
            ACCEPT WS-MNT-ID

      *    Separacion de funciones: el perfil propio lo cambia otro
      *    administrador, nunca el mismo usuario.
            IF WS-MNT-ID = WS-OPERADOR
                DISPLAY "No puede cambiar su propio perfil."
                PERFORM U-AUDITAR-DENEGADO
                        THRU U-AUDITAR-DENEGADO-END
                GO TO U-CAMBIAR-PERFIL-END
            END-IF

            PERFORM U-BUSCAR THRU U-BUSCAR-END

            IF NOT WS-USER-ACHADO
                DISPLAY "Usuario desconocido."
                GO TO U-CAMBIAR-PERFIL-END
            END-IF

            DISPLAY "Perfil actual: " WS-MNT-PERFIL

            PERFORM U-PEDIR-PERFIL THRU U-PEDIR-PERFIL-END

            IF NOT WS-MNT-PERFIL-VALIDO
                GO TO U-CAMBIAR-PERFIL-END
            END-IF

            PERFORM U-ACTUALIZAR THRU U-ACTUALIZAR-END

            IF WS-USER-ACHADO
                DISPLAY "Usuario " WS-MNT-ID " queda con perfil "
                        WS-MNT-PERFIL

                MOVE "PERFIL" TO WS-MNT-ACCION
                PERFORM U-REGISTRAR-CAMBIO
                        THRU U-REGISTRAR-CAMBIO-END
            END-IF
            .
       U-CAMBIAR-PERFIL-END.

       U-PEDIR-PERFIL.

            DISPLAY "Perfil (O = operador, S = supervisor,"
                    " A = administrador de seguridad):"
            ACCEPT WS-MNT-PERFIL

            IF NOT WS-MNT-PERFIL-VALIDO
                DISPLAY "Perfil invalido."
            END-IF
            .
       U-PEDIR-PERFIL-END.

       U-LISTAR.

            MOVE "N" TO WS-USER-EOF-SWITCH
                GO TO U-LISTAR-END
            END-IF

            DISPLAY "ID        EST  INT  FECHA PW  PERFIL"
            DISPLAY "--------  ---  ---  --------  ------"

            READ USERFILE
                AT END
            ADD 1 TO WS-LISTA-CONTADOR

            DISPLAY US-ID "  " US-ESTADO "    " US-INTENTOS
                    "    " US-FECHA-PASSWORD "  " US-PERFIL

            READ USERFILE
                AT END
            MOVE SPACES TO WS-MNT-ESTADO
            MOVE 0 TO WS-MNT-INTENTOS
            MOVE 0 TO WS-MNT-FECHA-PW
            MOVE SPACE TO WS-MNT-PERFIL

            OPEN INPUT USERFILE

                IF US-FECHA-PASSWORD NUMERIC
                    MOVE US-FECHA-PASSWORD TO WS-MNT-FECHA-PW
                END-IF
      *         Un registro sin perfil (layout viejo) es operador.
                MOVE US-PERFIL TO WS-MNT-PERFIL
                IF NOT WS-MNT-PERFIL-VALIDO
                    MOVE "O" TO WS-MNT-PERFIL
                END-IF
            ELSE
                READ USERFILE
                    AT END
                MOVE WS-MNT-ESTADO   TO US-ESTADO
                MOVE WS-MNT-INTENTOS TO US-INTENTOS
                MOVE WS-MNT-FECHA-PW TO US-FECHA-PASSWORD
                MOVE WS-MNT-PERFIL   TO US-PERFIL
                REWRITE US-REGISTRO
            ELSE
                READ USERFILE
            MOVE WS-FECHA-SISTEMA TO AU-FECHA
            MOVE WS-HORA-SISTEMA(1:6) TO AU-HORA

            PERFORM U-AUDIT-CADENA THRU U-AUDIT-CADENA-END

            WRITE AU-REGISTRO

            OPEN EXTEND USERLOG
            .
       U-REGISTRAR-CAMBIO-END.

       U-AUTORIZAR.

            MOVE WS-OPERADOR-PERFIL TO WS-PERM-PERFIL
            MOVE "USERMNT"          TO WS-PERM-PROGRAMA
            MOVE WS-OPCION          TO WS-PERM-OPCION
            CALL "PERMISOS"

            IF NOT WS-PERM-CONCEDIDO
                DISPLAY "Opcion no autorizada para el perfil "
                        WS-OPERADOR-PERFIL "."
                PERFORM U-AUDITAR-DENEGADO
                        THRU U-AUDITAR-DENEGADO-END
            END-IF
            .
       U-AUTORIZAR-END.

       U-AUDITAR-DENEGADO.

      *    Acceso denegado: AU-MODO "D", AU-NUMERO-1 con la opcion
      *    pedida, AU-RESULT 0.
            ADD 1 TO WS-AUDIT-SEQ

            MOVE WS-OPCION     TO WS-OPCION-NUM

            MOVE WS-AUDIT-SEQ  TO AU-SEQ
            MOVE "USERMNT"     TO AU-PROGRAMA
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

            PERFORM U-AUDIT-CADENA THRU U-AUDIT-CADENA-END

            WRITE AU-REGISTRO
            .
       U-AUDITAR-DENEGADO-END.

       U-BUSCAR-SEGURIDAD.

      *    Hay administrador si algun registro activo del maestro
      *    tiene perfil "A". Sin USERFILE tampoco lo hay.
            MOVE "N" TO WS-ADMIN-SWITCH
            MOVE "N" TO WS-USER-EOF-SWITCH

            OPEN INPUT USERFILE

            IF WS-USER-STATUS = "00"
                READ USERFILE
                    AT END
                        MOVE "Y" TO WS-USER-EOF-SWITCH
                END-READ

                PERFORM U-BUSCAR-SEGURIDAD-LOTE
                        THRU U-BUSCAR-SEGURIDAD-LOTE-END
                        UNTIL WS-FIM-USER OR WS-HAY-ADMIN

                CLOSE USERFILE
            END-IF
            .
       U-BUSCAR-SEGURIDAD-END.

       U-BUSCAR-SEGURIDAD-LOTE.

            IF US-ACTIVO AND US-PERFIL-SEGURIDAD
                MOVE "Y" TO WS-ADMIN-SWITCH
            ELSE
                READ USERFILE
                    AT END
                        MOVE "Y" TO WS-USER-EOF-SWITCH
                END-READ
            END-IF
            .
       U-BUSCAR-SEGURIDAD-LOTE-END.

       U-AUDIT-SEQ-INICIAL.

      *    AUDITFILE es compartido con MENUPRIN, CALCULOS y RMNTODEC,

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
       U-AUDIT-SEQ-INICIAL-END.

       U-AUDIT-SEQ-LOTE.
            MOVE AU-SEQ TO WS-AUDIT-SEQ
            MOVE AU-CADENA TO WS-AUDIT-CADENA

            READ AUDITFILE
                AT END
            .
       U-AUDIT-SEQ-LOTE-END.

       U-AUDIT-CADENA.

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
       U-AUDIT-CADENA-END.

       U-ENCERRAR.

            IF WS-AUDIT-ABIERTO
