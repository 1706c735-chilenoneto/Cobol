      ******************************************************************
      * Author:  Equipo de mantenimiento
      * Date:    15/10/2026
      * Purpose: Mantenimiento de la tabla de tasas de cambio
      *          (RATEFILE) que usa la conversion de divisas de
      *          CALCULOS. El archivo es indexado por par + fecha
      *          efectiva (RT-CLAVE) y cada tasa lleva su fecha de fin
      *          de vigencia, su estado y quien la cargo / confirmo:
      *            <1> alta de una tasa nueva;
      *            <2> correccion del valor de una tasa existente;
      *            <3> fecha de fin de vigencia de una tasa;
      *            <4> confirmacion de una tasa marcada, por un
      *                usuario distinto del que la cargo;
      *            <5> listado de la tabla (un par o todos);
      *            <6> carga inicial desde el archivo plano RATEFLAT
      *                (par, fecha efectiva, tasa) que antes se editaba
      *                a mano.
      *
      *          Control de tolerancia: toda tasa nueva o corregida se
      *          compara con la tasa confirmada anterior del mismo par;
      *          si se aparta mas de WS-TOLERANCIA-PCT por ciento (o el
      *          par no tiene tasa anterior contra la cual comparar)
      *          queda en estado "P" (pendiente) y CALCULOS no la usa
      *          hasta que otro usuario la confirme con la opcion <4>.
      *          Mientras tanto rige la tasa confirmada anterior.
      *
      *          Cada cambio se registra en RATELOG con fecha, hora,
      *          operador, accion, clave, tasa anterior y nueva,
      *          variacion, fecha de fin y estado resultante.
      *
      *          El mantenimiento de tasas es tarea de supervisor: el
      *          perfil firmado en MENUPRIN se consulta contra la
      *          tabla de permisos (PERMISOS) antes de tocar ningun
      *          archivo. Sin firma o con un perfil no habilitado la
      *          corrida se rechaza y queda registrada en AUDITFILE
      *          con AU-MODO "D". El operador estampado en la tasa y
      *          en RATELOG es siempre el firmado.
      *
      *          Codigos de retorno para el planificador:
      *            RC 00 = fin normal
      *            RC 08 = RATEFILE no se pudo abrir
      *            RC 12 = RATEFLAT no se pudo abrir
      *            RC 16 = acceso denegado para el perfil
      *
      * Modification History:
      * 15/10/2026 - Version inicial.
      * 15/10/2026 - Control de acceso por perfil de operador (tabla
      *              de permisos) con registro del rechazo en
      *              AUDITFILE (AU-PROGRAMA "RATEMNT") y RC 16. Se
      *              elimina el pedido de "Operador responsable" al
      *              correr sin firma: un nombre tecleado permitia
      *              cargar y confirmar la misma tasa bajo dos
      *              identidades.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEFILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-CLAVE
               FILE STATUS IS WS-RATE-STATUS.

           SELECT RATEFLAT ASSIGN TO "RATEFLAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.

           SELECT RATELOG ASSIGN TO "RATELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT AUDITFILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Tabla de tasas con vigencia por fecha: una tasa rige desde
      *    su RT-FECHA hasta la proxima tasa confirmada del mismo par,
      *    o hasta su RT-FECHA-FIN si la tiene (cero = sin fin).
       FD  RATEFILE.
       01  RT-REGISTRO.
           05 RT-CLAVE.
               10 RT-PAR               PIC X(06).
               10 RT-FECHA             PIC 9(08).
           05 RT-TASA                  PIC 9(03)V9(06).
           05 RT-FECHA-FIN             PIC 9(08).
           05 RT-ESTADO                PIC X(01).
               88 RT-VIGENTE                     VALUE "A".
               88 RT-PENDIENTE                   VALUE "P".
           05 RT-USUARIO-ALTA          PIC X(08).
           05 RT-USUARIO-CONF          PIC X(08).

      *    Layout del archivo plano anterior, solo para la carga
      *    inicial del indexado.
       FD  RATEFLAT.
       01  RF-REGISTRO.
           05 RF-PAR                   PIC X(06).
           05 RF-FECHA                 PIC 9(08).
           05 RF-TASA                  PIC 9(03)V9(06).

      *    Bitacora de cambios de la tabla de tasas. En un alta la
      *    tasa anterior es la confirmada previa del par (la base de
      *    la comparacion); en una correccion es el valor que tenia
      *    la propia tasa antes del cambio.
       FD  RATELOG.
       01  RG-REGISTRO.
           05 RG-FECHA                 PIC 9(08).
           05 RG-HORA                  PIC 9(06).
           05 RG-OPERADOR              PIC X(08).
           05 RG-ACCION                PIC X(08).
           05 RG-PAR                   PIC X(06).
           05 RG-FECHA-EFECTIVA        PIC 9(08).
           05 RG-TASA-ANTERIOR         PIC 9(03)V9(06).
           05 RG-TASA-NUEVA            PIC 9(03)V9(06).
           05 RG-VARIACION             PIC 9(05)V99.
           05 RG-FECHA-FIN             PIC 9(08).
           05 RG-ESTADO                PIC X(01).

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
       77 WS-OPCION                PIC X(01).

       77 WS-RATE-STATUS           PIC X(02) VALUE "00".
       77 WS-FLAT-STATUS           PIC X(02) VALUE "00".
       77 WS-LOG-STATUS            PIC X(02) VALUE "00".
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

       77 WS-AUDIT-SEQ             PIC 9(05) COMP VALUE 0.
       77 WS-AUDIT-CADENA          PIC 9(10) VALUE 0.
       77 WS-AUDIT-READ-SWITCH     PIC X(01) VALUE "N".
           88 WS-AUDIT-FIM-LECTURA            VALUE "Y".

      *    Interfaz del servicio de cadena de auditoria (EXTERNAL,
      *    mismos PIC en todos los programas que lo llaman).
       77 WS-CAD-PEDIDO            PIC X(01) EXTERNAL.
       77 WS-CAD-REGISTRO          PIC X(88) EXTERNAL.
       77 WS-CAD-ANTERIOR          PIC 9(10) EXTERNAL.
       77 WS-CAD-VALOR             PIC 9(10) EXTERNAL.

       01  WS-FECHA-SISTEMA        PIC 9(08).
       77 WS-HORA-SISTEMA          PIC 9(08).

      *    Apartamiento maximo, en por ciento, contra la tasa
      *    confirmada anterior del par antes de exigir confirmacion.
       77 WS-TOLERANCIA-PCT        PIC 9(03)V99 VALUE 5.00.

       77 WS-TAS-PAR               PIC X(06).
       77 WS-TAS-FECHA             PIC 9(08) VALUE 0.
       77 WS-TAS-TASA              PIC 9(03)V9(06) VALUE 0.
       77 WS-TAS-TASA-ANTERIOR     PIC 9(03)V9(06) VALUE 0.
       77 WS-TAS-TASA-VIEJA        PIC 9(03)V9(06) VALUE 0.
       77 WS-TAS-FECHA-FIN         PIC 9(08) VALUE 0.
       77 WS-TAS-ESTADO            PIC X(01) VALUE SPACE.
       77 WS-TAS-ACCION            PIC X(08).

       77 WS-TAS-CLAVE-SWITCH      PIC X(01) VALUE "N".
           88 WS-TAS-CLAVE-OK                 VALUE "Y".
       77 WS-TAS-EXISTE-SWITCH     PIC X(01) VALUE "N".
           88 WS-TAS-EXISTE                   VALUE "Y".
       77 WS-TAS-ANTERIOR-SWITCH   PIC X(01) VALUE "N".
           88 WS-TAS-CON-ANTERIOR             VALUE "Y".
       77 WS-TAS-MARCA-SWITCH      PIC X(01) VALUE "N".
           88 WS-TAS-MARCADA                  VALUE "Y".

       77 WS-DIFERENCIA            PIC S9(03)V9(06) VALUE 0.
       77 WS-VARIACION             PIC 9(05)V99 VALUE 0.
       77 WS-VARIACION-ED          PIC ZZZZ9.99.

      *    Validacion de una fecha tecleada (AAAAMMDD).
       77 WS-FECHA-TEXTO           PIC X(08).
       01  WS-FECHA-VALIDAR        PIC 9(08).
       01  WS-FECHA-VALIDAR-PARTES REDEFINES WS-FECHA-VALIDAR.
           05 WS-VAL-ANO               PIC 9(04).
           05 WS-VAL-MES               PIC 9(02).
           05 WS-VAL-DIA               PIC 9(02).
       77 WS-FECHA-OK-SWITCH       PIC X(01) VALUE "N".
           88 WS-FECHA-OK                     VALUE "Y".

      *    Captura y parseo de una tasa tecleada: hasta 3 enteros y
      *    6 decimales, punto decimal opcional, sin signo.
      *    Ej.: "0.912345", "1.05", "110".
       77 WS-TASA-TEXTO            PIC X(12).
       77 WS-TASA-OK-SWITCH        PIC X(01) VALUE "N".
           88 WS-TASA-OK                      VALUE "Y".
       77 WS-PRS-IDX               PIC 9(02) COMP VALUE 0.
       77 WS-PRS-CHAR              PIC X(01).
       77 WS-PRS-ACUM              PIC 9(09) COMP VALUE 0.
       77 WS-PRS-ENTEROS           PIC 9(02) COMP VALUE 0.
       77 WS-PRS-DECIMALES         PIC 9(02) COMP VALUE 0.
       77 WS-PRS-DIGITOS           PIC 9(02) COMP VALUE 0.
       77 WS-PRS-PUNTO-SWITCH      PIC X(01) VALUE "N".
           88 WS-PRS-CON-PUNTO                VALUE "Y".

       01  WS-PRS-DIGITO-X         PIC X(01).
       01  WS-PRS-DIGITO REDEFINES WS-PRS-DIGITO-X
                                   PIC 9(01).

       77 WS-RATE-EOF-SWITCH       PIC X(01) VALUE "N".
           88 WS-FIM-RATE                     VALUE "Y".
       77 WS-FLAT-EOF-SWITCH       PIC X(01) VALUE "N".
           88 WS-FIM-FLAT                     VALUE "Y".

       77 WS-LISTA-PAR             PIC X(06).
       77 WS-CONTADOR-LEIDOS       PIC 9(06) COMP VALUE 0.
       77 WS-CONTADOR-GRABADOS     PIC 9(06) COMP VALUE 0.
       77 WS-CONTADOR-SALTEADOS    PIC 9(06) COMP VALUE 0.
       77 WS-CONTADOR-PENDIENTES   PIC 9(06) COMP VALUE 0.
       77 WS-CANT-ED               PIC ZZZZZ9.
       77 WS-TASA-ED               PIC ZZ9.999999.
       77 WS-TASA-ANT-ED           PIC ZZ9.999999.

       77 WS-RC-FINAL              PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       T-PRINCIPAL.

            ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD

            PERFORM T-AUTORIZAR THRU T-AUTORIZAR-END

            IF NOT WS-PERM-CONCEDIDO
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM T-MENU THRU T-MENU-END
            .
       T-PRINCIPAL-END.

       T-AUTORIZAR.

      *    Sin firma de MENUPRIN no hay perfil y la corrida queda
      *    denegada; el intento se registra como *SINFIRM. La firma
      *    es la que queda estampada en la tasa y en RATELOG.
            IF WS-USUARIO-FIRMADO = SPACES
               OR WS-USUARIO-FIRMADO = LOW-VALUES
                MOVE "*SINFIRM" TO WS-OPERADOR
                MOVE SPACE TO WS-OPERADOR-PERFIL
            ELSE
                MOVE WS-USUARIO-FIRMADO TO WS-OPERADOR
                MOVE WS-PERFIL-FIRMADO TO WS-OPERADOR-PERFIL
            END-IF

            MOVE WS-OPERADOR-PERFIL TO WS-PERM-PERFIL
            MOVE "RATEMNT"          TO WS-PERM-PROGRAMA
            MOVE "*"                TO WS-PERM-OPCION
            CALL "PERMISOS"

            IF NOT WS-PERM-CONCEDIDO
                DISPLAY "Mantenimiento de tasas no autorizado para "
                        "el operador " WS-OPERADOR "."
                PERFORM T-AUDITAR-DENEGADO
                        THRU T-AUDITAR-DENEGADO-END
            END-IF
            .
       T-AUTORIZAR-END.

       T-AUDITAR-DENEGADO.

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

                PERFORM T-AUDIT-SEQ-LOTE
                        THRU T-AUDIT-SEQ-LOTE-END
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
                GO TO T-AUDITAR-DENEGADO-END
            END-IF

            ADD 1 TO WS-AUDIT-SEQ

            MOVE WS-AUDIT-SEQ  TO AU-SEQ
            MOVE "RATEMNT"     TO AU-PROGRAMA
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

            PERFORM T-AUDIT-CADENA THRU T-AUDIT-CADENA-END

            WRITE AU-REGISTRO

            CLOSE AUDITFILE
            .
       T-AUDITAR-DENEGADO-END.

       T-AUDIT-SEQ-LOTE.
            MOVE AU-SEQ TO WS-AUDIT-SEQ
            MOVE AU-CADENA TO WS-AUDIT-CADENA

            READ AUDITFILE
                AT END
                    MOVE "Y" TO WS-AUDIT-READ-SWITCH
            END-READ
            .
       T-AUDIT-SEQ-LOTE-END.

       T-AUDIT-CADENA.

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
       T-AUDIT-CADENA-END.

       T-MENU.

            DISPLAY "*************************************************"
            DISPLAY "Mantenimiento de tasas de cambio (RATEFILE)"
            DISPLAY "<1> Alta de tasa"
            DISPLAY "<2> Corregir tasa"
            DISPLAY "<3> Fecha de fin de vigencia"
            DISPLAY "<4> Confirmar tasa marcada"
            DISPLAY "<5> Listar tasas"
            DISPLAY "<6> Carga inicial desde RATEFLAT"
            DISPLAY "<CUALQUIER TECLA> para salir"
            DISPLAY "*************************************************"
            ACCEPT WS-OPCION

            EVALUATE WS-OPCION
                WHEN "1"
                    PERFORM T-ALTA THRU T-ALTA-END
                    PERFORM T-MENU THRU T-MENU-END
                WHEN "2"
                    PERFORM T-CORREGIR THRU T-CORREGIR-END
                    PERFORM T-MENU THRU T-MENU-END
                WHEN "3"
                    PERFORM T-FECHA-FIN THRU T-FECHA-FIN-END
                    PERFORM T-MENU THRU T-MENU-END
                WHEN "4"
                    PERFORM T-CONFIRMAR THRU T-CONFIRMAR-END
                    PERFORM T-MENU THRU T-MENU-END
                WHEN "5"
                    PERFORM T-LISTAR THRU T-LISTAR-END
                    PERFORM T-MENU THRU T-MENU-END
                WHEN "6"
                    PERFORM T-CARGAR THRU T-CARGAR-END
                    PERFORM T-MENU THRU T-MENU-END
                WHEN OTHER
                    PERFORM T-ENCERRAR
            END-EVALUATE
            .
       T-MENU-END.

       T-ALTA.

            PERFORM T-PEDIR-CLAVE THRU T-PEDIR-CLAVE-END
            IF NOT WS-TAS-CLAVE-OK
                GO TO T-ALTA-END
            END-IF

            PERFORM T-PEDIR-TASA THRU T-PEDIR-TASA-END
            IF NOT WS-TASA-OK
                GO TO T-ALTA-END
            END-IF

            PERFORM T-ABRIR THRU T-ABRIR-END
            IF WS-RATE-STATUS NOT = "00"
                GO TO T-ALTA-END
            END-IF

            PERFORM T-LEER-CLAVE THRU T-LEER-CLAVE-END
            IF WS-TAS-EXISTE
                DISPLAY "Ya existe una tasa para ese par y fecha; "
                        "use <2> para corregirla."
                CLOSE RATEFILE
                GO TO T-ALTA-END
            END-IF

            PERFORM T-TASA-ANTERIOR THRU T-TASA-ANTERIOR-END
            PERFORM T-TOLERANCIA THRU T-TOLERANCIA-END

            MOVE SPACES TO RT-REGISTRO
            MOVE WS-TAS-PAR   TO RT-PAR
            MOVE WS-TAS-FECHA TO RT-FECHA
            MOVE WS-TAS-TASA  TO RT-TASA
            MOVE 0            TO RT-FECHA-FIN
            IF WS-TAS-MARCADA
                MOVE "P" TO RT-ESTADO
            ELSE
                MOVE "A" TO RT-ESTADO
            END-IF
            MOVE WS-OPERADOR  TO RT-USUARIO-ALTA
            MOVE SPACES       TO RT-USUARIO-CONF

            WRITE RT-REGISTRO
                INVALID KEY
                    DISPLAY "No se pudo grabar la tasa, status: "
                            WS-RATE-STATUS
                    CLOSE RATEFILE
                    GO TO T-ALTA-END
            END-WRITE

            MOVE RT-ESTADO TO WS-TAS-ESTADO
            MOVE 0 TO WS-TAS-FECHA-FIN

            CLOSE RATEFILE

            DISPLAY "Tasa dada de alta: " WS-TAS-PAR " " WS-TAS-FECHA
            PERFORM T-AVISAR-MARCA THRU T-AVISAR-MARCA-END

            MOVE "ALTA" TO WS-TAS-ACCION
            MOVE WS-TAS-TASA-ANTERIOR TO WS-TAS-TASA-VIEJA
            PERFORM T-REGISTRAR-CAMBIO THRU T-REGISTRAR-CAMBIO-END
            .
       T-ALTA-END.

       T-CORREGIR.

            PERFORM T-PEDIR-CLAVE THRU T-PEDIR-CLAVE-END
            IF NOT WS-TAS-CLAVE-OK
                GO TO T-CORREGIR-END
            END-IF

            PERFORM T-ABRIR THRU T-ABRIR-END
            IF WS-RATE-STATUS NOT = "00"
                GO TO T-CORREGIR-END
            END-IF

            PERFORM T-LEER-CLAVE THRU T-LEER-CLAVE-END
            IF NOT WS-TAS-EXISTE
                DISPLAY "No hay tasa para ese par y fecha."
                CLOSE RATEFILE
                GO TO T-CORREGIR-END
            END-IF

            MOVE RT-TASA TO WS-TAS-TASA-VIEJA
            MOVE RT-TASA TO WS-TASA-ED
            DISPLAY "Tasa actual: " WS-TASA-ED "  estado: " RT-ESTADO

            PERFORM T-PEDIR-TASA THRU T-PEDIR-TASA-END
            IF NOT WS-TASA-OK
                CLOSE RATEFILE
                GO TO T-CORREGIR-END
            END-IF

      *    La busqueda de la tasa anterior mueve la posicion del
      *    archivo: el registro a corregir se relee por clave antes
      *    del REWRITE.
            PERFORM T-TASA-ANTERIOR THRU T-TASA-ANTERIOR-END
            PERFORM T-TOLERANCIA THRU T-TOLERANCIA-END

            PERFORM T-LEER-CLAVE THRU T-LEER-CLAVE-END

            MOVE WS-TAS-TASA  TO RT-TASA
            IF WS-TAS-MARCADA
                MOVE "P" TO RT-ESTADO
            ELSE
                MOVE "A" TO RT-ESTADO
            END-IF
            MOVE WS-OPERADOR  TO RT-USUARIO-ALTA
            MOVE SPACES       TO RT-USUARIO-CONF

            REWRITE RT-REGISTRO
                INVALID KEY
                    DISPLAY "No se pudo regrabar la tasa, status: "
                            WS-RATE-STATUS
                    CLOSE RATEFILE
                    GO TO T-CORREGIR-END
            END-REWRITE

            MOVE RT-ESTADO    TO WS-TAS-ESTADO
            MOVE RT-FECHA-FIN TO WS-TAS-FECHA-FIN

            CLOSE RATEFILE

            DISPLAY "Tasa corregida: " WS-TAS-PAR " " WS-TAS-FECHA
            PERFORM T-AVISAR-MARCA THRU T-AVISAR-MARCA-END

            MOVE "CORRIGE" TO WS-TAS-ACCION
            PERFORM T-REGISTRAR-CAMBIO THRU T-REGISTRAR-CAMBIO-END
            .
       T-CORREGIR-END.

       T-FECHA-FIN.

            PERFORM T-PEDIR-CLAVE THRU T-PEDIR-CLAVE-END
            IF NOT WS-TAS-CLAVE-OK
                GO TO T-FECHA-FIN-END
            END-IF

            PERFORM T-ABRIR THRU T-ABRIR-END
            IF WS-RATE-STATUS NOT = "00"
                GO TO T-FECHA-FIN-END
            END-IF

            PERFORM T-LEER-CLAVE THRU T-LEER-CLAVE-END
            IF NOT WS-TAS-EXISTE
                DISPLAY "No hay tasa para ese par y fecha."
                CLOSE RATEFILE
                GO TO T-FECHA-FIN-END
            END-IF

            DISPLAY "Fecha de fin actual: " RT-FECHA-FIN
            DISPLAY "Fecha de fin de vigencia (AAAAMMDD, 0 = sin fin):"
            MOVE SPACES TO WS-FECHA-TEXTO
            ACCEPT WS-FECHA-TEXTO

      *    Cero reabre la tasa; cualquier otra fecha debe ser valida
      *    y no anterior a la fecha efectiva de la propia tasa.
            IF WS-FECHA-TEXTO = "0" OR WS-FECHA-TEXTO = "00000000"
                MOVE 0 TO WS-TAS-FECHA-FIN
            ELSE
                PERFORM T-VALIDAR-FECHA THRU T-VALIDAR-FECHA-END
                IF NOT WS-FECHA-OK
                    DISPLAY "Fecha invalida."
                    CLOSE RATEFILE
                    GO TO T-FECHA-FIN-END
                END-IF
                IF WS-FECHA-VALIDAR < RT-FECHA
                    DISPLAY "La fecha de fin no puede ser anterior a "
                            "la fecha efectiva."
                    CLOSE RATEFILE
                    GO TO T-FECHA-FIN-END
                END-IF
                MOVE WS-FECHA-VALIDAR TO WS-TAS-FECHA-FIN
            END-IF

            MOVE WS-TAS-FECHA-FIN TO RT-FECHA-FIN

            REWRITE RT-REGISTRO
                INVALID KEY
                    DISPLAY "No se pudo regrabar la tasa, status: "
                            WS-RATE-STATUS
                    CLOSE RATEFILE
                    GO TO T-FECHA-FIN-END
            END-REWRITE

            MOVE RT-TASA   TO WS-TAS-TASA
            MOVE RT-TASA   TO WS-TAS-TASA-VIEJA
            MOVE RT-ESTADO TO WS-TAS-ESTADO
            MOVE 0         TO WS-VARIACION

            CLOSE RATEFILE

            DISPLAY "Fecha de fin registrada: " WS-TAS-FECHA-FIN

            MOVE "FIN" TO WS-TAS-ACCION
            PERFORM T-REGISTRAR-CAMBIO THRU T-REGISTRAR-CAMBIO-END
            .
       T-FECHA-FIN-END.

       T-CONFIRMAR.

      *    Doble control: la tasa marcada solo la confirma un usuario
      *    distinto del que la cargo o corrigio. Los dos quedan
      *    identificados por su firma de MENUPRIN (T-AUTORIZAR).
            PERFORM T-PEDIR-CLAVE THRU T-PEDIR-CLAVE-END
            IF NOT WS-TAS-CLAVE-OK
                GO TO T-CONFIRMAR-END
            END-IF

            PERFORM T-ABRIR THRU T-ABRIR-END
            IF WS-RATE-STATUS NOT = "00"
                GO TO T-CONFIRMAR-END
            END-IF

            PERFORM T-LEER-CLAVE THRU T-LEER-CLAVE-END

            EVALUATE TRUE
                WHEN NOT WS-TAS-EXISTE
                    DISPLAY "No hay tasa para ese par y fecha."
                    CLOSE RATEFILE
                    GO TO T-CONFIRMAR-END
                WHEN NOT RT-PENDIENTE
                    DISPLAY "La tasa no esta pendiente de "
                            "confirmacion."
                    CLOSE RATEFILE
                    GO TO T-CONFIRMAR-END
                WHEN RT-USUARIO-ALTA = WS-OPERADOR
                    DISPLAY "La confirmacion debe hacerla un usuario "
                            "distinto de " RT-USUARIO-ALTA "."
                    CLOSE RATEFILE
                    GO TO T-CONFIRMAR-END
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            MOVE RT-TASA TO WS-TASA-ED
            DISPLAY "Tasa " WS-TAS-PAR " " WS-TAS-FECHA ": " WS-TASA-ED
                    " cargada por " RT-USUARIO-ALTA

            MOVE "A"         TO RT-ESTADO
            MOVE WS-OPERADOR TO RT-USUARIO-CONF

            REWRITE RT-REGISTRO
                INVALID KEY
                    DISPLAY "No se pudo regrabar la tasa, status: "
                            WS-RATE-STATUS
                    CLOSE RATEFILE
                    GO TO T-CONFIRMAR-END
            END-REWRITE

            MOVE RT-TASA      TO WS-TAS-TASA
            MOVE RT-TASA      TO WS-TAS-TASA-VIEJA
            MOVE RT-ESTADO    TO WS-TAS-ESTADO
            MOVE RT-FECHA-FIN TO WS-TAS-FECHA-FIN
            MOVE 0            TO WS-VARIACION

            CLOSE RATEFILE

            DISPLAY "Tasa confirmada."

            MOVE "CONFIRMA" TO WS-TAS-ACCION
            PERFORM T-REGISTRAR-CAMBIO THRU T-REGISTRAR-CAMBIO-END
            .
       T-CONFIRMAR-END.

       T-LISTAR.

            DISPLAY "Par a listar (en blanco = todos):"
            MOVE SPACES TO WS-LISTA-PAR
            ACCEPT WS-LISTA-PAR

            MOVE "N" TO WS-RATE-EOF-SWITCH
            MOVE 0 TO WS-CONTADOR-LEIDOS
            MOVE 0 TO WS-CONTADOR-PENDIENTES

            OPEN INPUT RATEFILE

            IF WS-RATE-STATUS NOT = "00"
                DISPLAY "RATEFILE no disponible, status: "
                        WS-RATE-STATUS
                MOVE 8 TO WS-RC-FINAL
                GO TO T-LISTAR-END
            END-IF

            IF WS-LISTA-PAR NOT = SPACES
                MOVE WS-LISTA-PAR TO RT-PAR
                MOVE 0            TO RT-FECHA
                START RATEFILE KEY IS NOT LESS THAN RT-CLAVE
                    INVALID KEY
                        MOVE "Y" TO WS-RATE-EOF-SWITCH
                END-START
            END-IF

            DISPLAY "PAR     FECHA     TASA        FIN       E  "
                    "ALTA      CONFIRMA"
            DISPLAY "------  --------  ----------  --------  -  "
                    "--------  --------"

            PERFORM T-LISTAR-LOTE THRU T-LISTAR-LOTE-END
                    UNTIL WS-FIM-RATE

            CLOSE RATEFILE

            MOVE WS-CONTADOR-LEIDOS TO WS-CANT-ED
            DISPLAY "Tasas listadas:     " WS-CANT-ED
            MOVE WS-CONTADOR-PENDIENTES TO WS-CANT-ED
            DISPLAY "Pendientes de conf.: " WS-CANT-ED
            .
       T-LISTAR-END.

       T-LISTAR-LOTE.

            READ RATEFILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-RATE-EOF-SWITCH
                    GO TO T-LISTAR-LOTE-END
            END-READ

            IF WS-LISTA-PAR NOT = SPACES
               AND RT-PAR NOT = WS-LISTA-PAR
                MOVE "Y" TO WS-RATE-EOF-SWITCH
                GO TO T-LISTAR-LOTE-END
            END-IF

            ADD 1 TO WS-CONTADOR-LEIDOS
            IF RT-PENDIENTE
                ADD 1 TO WS-CONTADOR-PENDIENTES
            END-IF

            MOVE RT-TASA TO WS-TASA-ED
            DISPLAY RT-PAR "  " RT-FECHA "  " WS-TASA-ED "  "
                    RT-FECHA-FIN "  " RT-ESTADO "  "
                    RT-USUARIO-ALTA "  " RT-USUARIO-CONF
            .
       T-LISTAR-LOTE-END.

       T-CARGAR.

      *    Carga inicial del indexado desde la tabla plana que se
      *    mantenia a mano: las tasas ya estaban en uso, asi que
      *    entran confirmadas. Lineas con fecha o tasa no numerica
      *    y claves ya cargadas se saltean y se cuentan.
            MOVE "N" TO WS-FLAT-EOF-SWITCH
            MOVE 0 TO WS-CONTADOR-LEIDOS
            MOVE 0 TO WS-CONTADOR-GRABADOS
            MOVE 0 TO WS-CONTADOR-SALTEADOS

            OPEN INPUT RATEFLAT

            IF WS-FLAT-STATUS NOT = "00"
                DISPLAY "No se pudo abrir RATEFLAT, status: "
                        WS-FLAT-STATUS
                MOVE 12 TO WS-RC-FINAL
                GO TO T-CARGAR-END
            END-IF

            PERFORM T-ABRIR THRU T-ABRIR-END
            IF WS-RATE-STATUS NOT = "00"
                CLOSE RATEFLAT
                GO TO T-CARGAR-END
            END-IF

            READ RATEFLAT
                AT END
                    MOVE "Y" TO WS-FLAT-EOF-SWITCH
            END-READ

            PERFORM T-CARGAR-LOTE THRU T-CARGAR-LOTE-END
                    UNTIL WS-FIM-FLAT

            CLOSE RATEFILE
            CLOSE RATEFLAT

            MOVE WS-CONTADOR-LEIDOS TO WS-CANT-ED
            DISPLAY "Lineas leidas:      " WS-CANT-ED
            MOVE WS-CONTADOR-GRABADOS TO WS-CANT-ED
            DISPLAY "Tasas cargadas:     " WS-CANT-ED
            MOVE WS-CONTADOR-SALTEADOS TO WS-CANT-ED
            DISPLAY "Lineas salteadas:   " WS-CANT-ED
            .
       T-CARGAR-END.

       T-CARGAR-LOTE.

            ADD 1 TO WS-CONTADOR-LEIDOS

            IF RF-PAR = SPACES
               OR RF-FECHA NOT NUMERIC
               OR RF-TASA NOT NUMERIC
                ADD 1 TO WS-CONTADOR-SALTEADOS
            ELSE
                MOVE SPACES      TO RT-REGISTRO
                MOVE RF-PAR      TO RT-PAR
                MOVE RF-FECHA    TO RT-FECHA
                MOVE RF-TASA     TO RT-TASA
                MOVE 0           TO RT-FECHA-FIN
                MOVE "A"         TO RT-ESTADO
                MOVE WS-OPERADOR TO RT-USUARIO-ALTA
                MOVE WS-OPERADOR TO RT-USUARIO-CONF
                WRITE RT-REGISTRO
                    INVALID KEY
                        ADD 1 TO WS-CONTADOR-SALTEADOS
                    NOT INVALID KEY
                        ADD 1 TO WS-CONTADOR-GRABADOS
                        MOVE RF-PAR   TO WS-TAS-PAR
                        MOVE RF-FECHA TO WS-TAS-FECHA
                        MOVE RF-TASA  TO WS-TAS-TASA
                        MOVE 0        TO WS-TAS-TASA-VIEJA
                        MOVE 0        TO WS-VARIACION
                        MOVE 0        TO WS-TAS-FECHA-FIN
                        MOVE "A"      TO WS-TAS-ESTADO
                        MOVE "CARGA"  TO WS-TAS-ACCION
                        PERFORM T-REGISTRAR-CAMBIO
                                THRU T-REGISTRAR-CAMBIO-END
                END-WRITE
            END-IF

            READ RATEFLAT
                AT END
                    MOVE "Y" TO WS-FLAT-EOF-SWITCH
            END-READ
            .
       T-CARGAR-LOTE-END.

       T-ABRIR.

      *    El indexado se crea vacio la primera vez que se usa.
            OPEN I-O RATEFILE
            IF WS-RATE-STATUS = "35"
                OPEN OUTPUT RATEFILE
                CLOSE RATEFILE
                OPEN I-O RATEFILE
            END-IF

            IF WS-RATE-STATUS NOT = "00"
                DISPLAY "RATEFILE no disponible, status: "
                        WS-RATE-STATUS
                MOVE 8 TO WS-RC-FINAL
            END-IF
            .
       T-ABRIR-END.

       T-LEER-CLAVE.

            MOVE "N" TO WS-TAS-EXISTE-SWITCH
            MOVE WS-TAS-PAR   TO RT-PAR
            MOVE WS-TAS-FECHA TO RT-FECHA

            READ RATEFILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-TAS-EXISTE-SWITCH
            END-READ
            .
       T-LEER-CLAVE-END.

       T-TASA-ANTERIOR.

      *    Tasa confirmada inmediatamente anterior del mismo par: se
      *    posiciona justo antes de la clave y se lee hacia atras,
      *    salteando las tasas todavia pendientes, hasta dar con una
      *    confirmada o salir del par.
            MOVE "N" TO WS-TAS-ANTERIOR-SWITCH
            MOVE "N" TO WS-RATE-EOF-SWITCH
            MOVE 0 TO WS-TAS-TASA-ANTERIOR

            MOVE WS-TAS-PAR   TO RT-PAR
            MOVE WS-TAS-FECHA TO RT-FECHA

            START RATEFILE KEY IS LESS THAN RT-CLAVE
                INVALID KEY
                    MOVE "Y" TO WS-RATE-EOF-SWITCH
            END-START

            IF NOT WS-FIM-RATE
                READ RATEFILE PREVIOUS RECORD
                    AT END
                        MOVE "Y" TO WS-RATE-EOF-SWITCH
                END-READ
            END-IF

            PERFORM T-TASA-ANTERIOR-LOTE THRU T-TASA-ANTERIOR-LOTE-END
                    UNTIL WS-FIM-RATE
                       OR WS-TAS-CON-ANTERIOR
            .
       T-TASA-ANTERIOR-END.

       T-TASA-ANTERIOR-LOTE.

            EVALUATE TRUE
                WHEN RT-PAR NOT = WS-TAS-PAR
                    MOVE "Y" TO WS-RATE-EOF-SWITCH
                WHEN RT-VIGENTE
                    MOVE "Y" TO WS-TAS-ANTERIOR-SWITCH
                    MOVE RT-TASA TO WS-TAS-TASA-ANTERIOR
                WHEN OTHER
                    READ RATEFILE PREVIOUS RECORD
                        AT END
                            MOVE "Y" TO WS-RATE-EOF-SWITCH
                    END-READ
            END-EVALUATE
            .
       T-TASA-ANTERIOR-LOTE-END.

       T-TOLERANCIA.

      *    Variacion porcentual absoluta contra la tasa anterior.
      *    Un par sin tasa anterior no tiene contra que compararse y
      *    tambien se marca: la primera tasa de un par la confirma
      *    un segundo usuario.
            MOVE "N" TO WS-TAS-MARCA-SWITCH
            MOVE 0 TO WS-VARIACION

            IF NOT WS-TAS-CON-ANTERIOR
               OR WS-TAS-TASA-ANTERIOR = 0
                MOVE "Y" TO WS-TAS-MARCA-SWITCH
                GO TO T-TOLERANCIA-END
            END-IF

            COMPUTE WS-DIFERENCIA = WS-TAS-TASA - WS-TAS-TASA-ANTERIOR
            IF WS-DIFERENCIA < 0
                COMPUTE WS-DIFERENCIA = 0 - WS-DIFERENCIA
            END-IF

            COMPUTE WS-VARIACION ROUNDED =
                    WS-DIFERENCIA * 100 / WS-TAS-TASA-ANTERIOR
                ON SIZE ERROR
                    MOVE 99999.99 TO WS-VARIACION
            END-COMPUTE

            IF WS-VARIACION > WS-TOLERANCIA-PCT
                MOVE "Y" TO WS-TAS-MARCA-SWITCH
            END-IF
            .
       T-TOLERANCIA-END.

       T-AVISAR-MARCA.

            IF NOT WS-TAS-MARCADA
                GO TO T-AVISAR-MARCA-END
            END-IF

            IF WS-TAS-CON-ANTERIOR
                MOVE WS-VARIACION TO WS-VARIACION-ED
                MOVE WS-TAS-TASA-ANTERIOR TO WS-TASA-ANT-ED
                DISPLAY "ATENCION: variacion de " WS-VARIACION-ED
                        "% contra la tasa anterior " WS-TASA-ANT-ED
            ELSE
                DISPLAY "ATENCION: el par no tiene tasa anterior "
                        "confirmada."
            END-IF
            DISPLAY "La tasa queda PENDIENTE hasta que otro usuario "
                    "la confirme (opcion <4>)."
            .
       T-AVISAR-MARCA-END.

       T-PEDIR-CLAVE.

            MOVE "N" TO WS-TAS-CLAVE-SWITCH

            DISPLAY "Par de divisas (ej. USDEUR):"
            MOVE SPACES TO WS-TAS-PAR
            ACCEPT WS-TAS-PAR

            IF WS-TAS-PAR = SPACES
                DISPLAY "Par invalido."
                GO TO T-PEDIR-CLAVE-END
            END-IF

            DISPLAY "Fecha efectiva (AAAAMMDD):"
            MOVE SPACES TO WS-FECHA-TEXTO
            ACCEPT WS-FECHA-TEXTO

            PERFORM T-VALIDAR-FECHA THRU T-VALIDAR-FECHA-END
            IF NOT WS-FECHA-OK
                DISPLAY "Fecha invalida."
                GO TO T-PEDIR-CLAVE-END
            END-IF

            MOVE WS-FECHA-VALIDAR TO WS-TAS-FECHA
            MOVE "Y" TO WS-TAS-CLAVE-SWITCH
            .
       T-PEDIR-CLAVE-END.

       T-VALIDAR-FECHA.

      *    Control de forma de la fecha tecleada: numerica, mes
      *    entre 1 y 12, dia entre 1 y 31.
            MOVE "N" TO WS-FECHA-OK-SWITCH

            IF WS-FECHA-TEXTO NOT NUMERIC
                GO TO T-VALIDAR-FECHA-END
            END-IF

            MOVE WS-FECHA-TEXTO TO WS-FECHA-VALIDAR

            IF WS-VAL-ANO < 1900
               OR WS-VAL-MES < 1 OR WS-VAL-MES > 12
               OR WS-VAL-DIA < 1 OR WS-VAL-DIA > 31
                GO TO T-VALIDAR-FECHA-END
            END-IF

            MOVE "Y" TO WS-FECHA-OK-SWITCH
            .
       T-VALIDAR-FECHA-END.

       T-PEDIR-TASA.

            DISPLAY "Tasa (ej. 0.912345):"
            MOVE SPACES TO WS-TASA-TEXTO
            ACCEPT WS-TASA-TEXTO

            PERFORM T-PARSE-TASA THRU T-PARSE-TASA-END

            IF WS-TASA-OK
               AND WS-TAS-TASA = 0
                MOVE "N" TO WS-TASA-OK-SWITCH
            END-IF

            IF NOT WS-TASA-OK
                DISPLAY "Tasa invalida."
            END-IF
            .
       T-PEDIR-TASA-END.

       T-PARSE-TASA.

      *    Convierte el texto tecleado en una tasa 9(03)V9(06): hasta
      *    3 enteros, punto decimal y hasta 6 decimales. Cualquier
      *    otro caracter invalida la tasa.
            MOVE "Y" TO WS-TASA-OK-SWITCH
            MOVE 0 TO WS-TAS-TASA
            MOVE 0 TO WS-PRS-ACUM
            MOVE 0 TO WS-PRS-ENTEROS
            MOVE 0 TO WS-PRS-DECIMALES
            MOVE 0 TO WS-PRS-DIGITOS
            MOVE "N" TO WS-PRS-PUNTO-SWITCH

            PERFORM T-PARSE-TASA-CHAR THRU T-PARSE-TASA-CHAR-END
                    VARYING WS-PRS-IDX FROM 1 BY 1
                    UNTIL WS-PRS-IDX > 12

            IF WS-PRS-DIGITOS = 0
                MOVE "N" TO WS-TASA-OK-SWITCH
            END-IF

            IF WS-TASA-OK
                PERFORM T-PARSE-TASA-ESCALA
                        THRU T-PARSE-TASA-ESCALA-END
                        UNTIL WS-PRS-DECIMALES = 6

                COMPUTE WS-TAS-TASA = WS-PRS-ACUM / 1000000
            END-IF
            .
       T-PARSE-TASA-END.

       T-PARSE-TASA-CHAR.

            MOVE WS-TASA-TEXTO(WS-PRS-IDX:1) TO WS-PRS-CHAR

            EVALUATE TRUE
                WHEN WS-PRS-CHAR = SPACE
                    CONTINUE
                WHEN WS-PRS-CHAR = "."
                    IF WS-PRS-CON-PUNTO
                        MOVE "N" TO WS-TASA-OK-SWITCH
                    ELSE
                        MOVE "Y" TO WS-PRS-PUNTO-SWITCH
                    END-IF
                WHEN WS-PRS-CHAR NUMERIC
                    MOVE WS-PRS-CHAR TO WS-PRS-DIGITO-X
                    ADD 1 TO WS-PRS-DIGITOS
                    IF WS-PRS-CON-PUNTO
                        IF WS-PRS-DECIMALES < 6
                            COMPUTE WS-PRS-ACUM =
                                    WS-PRS-ACUM * 10 + WS-PRS-DIGITO
                            ADD 1 TO WS-PRS-DECIMALES
                        ELSE
                            MOVE "N" TO WS-TASA-OK-SWITCH
                        END-IF
                    ELSE
                        IF WS-PRS-ENTEROS < 3
                            COMPUTE WS-PRS-ACUM =
                                    WS-PRS-ACUM * 10 + WS-PRS-DIGITO
                            ADD 1 TO WS-PRS-ENTEROS
                        ELSE
                            MOVE "N" TO WS-TASA-OK-SWITCH
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE "N" TO WS-TASA-OK-SWITCH
            END-EVALUATE
            .
       T-PARSE-TASA-CHAR-END.

       T-PARSE-TASA-ESCALA.

            COMPUTE WS-PRS-ACUM = WS-PRS-ACUM * 10
            ADD 1 TO WS-PRS-DECIMALES
            .
       T-PARSE-TASA-ESCALA-END.

       T-REGISTRAR-CAMBIO.

            OPEN EXTEND RATELOG
            IF WS-LOG-STATUS = "35"
                OPEN OUTPUT RATELOG
            END-IF

            IF WS-LOG-STATUS NOT = "00"
                DISPLAY "No se pudo abrir RATELOG, status: "
                        WS-LOG-STATUS
                GO TO T-REGISTRAR-CAMBIO-END
            END-IF

            ACCEPT WS-HORA-SISTEMA FROM TIME

            MOVE WS-FECHA-SISTEMA     TO RG-FECHA
            MOVE WS-HORA-SISTEMA(1:6) TO RG-HORA
            MOVE WS-OPERADOR          TO RG-OPERADOR
            MOVE WS-TAS-ACCION        TO RG-ACCION
            MOVE WS-TAS-PAR           TO RG-PAR
            MOVE WS-TAS-FECHA         TO RG-FECHA-EFECTIVA
            MOVE WS-TAS-TASA-VIEJA    TO RG-TASA-ANTERIOR
            MOVE WS-TAS-TASA          TO RG-TASA-NUEVA
            MOVE WS-VARIACION         TO RG-VARIACION
            MOVE WS-TAS-FECHA-FIN     TO RG-FECHA-FIN
            MOVE WS-TAS-ESTADO        TO RG-ESTADO

            WRITE RG-REGISTRO

            CLOSE RATELOG
            .
       T-REGISTRAR-CAMBIO-END.

       T-ENCERRAR.

            IF WS-RC-FINAL > 0
                MOVE WS-RC-FINAL TO RETURN-CODE
            END-IF

            MOVE 0 TO WS-RC-FINAL

            GOBACK.
       END PROGRAM RATEMNT.
