      ******************************************************************
      * Author:  Equipo de mantenimiento
      * Date:    15/10/2026
      * Purpose: Aprobacion por supervisor de los detalles del modo
      *          batch de CALCULOS retenidos en PENDFILE por superar
      *          el umbral de su origen de lote (UMBRFILE):
      *            <1> lista los detalles abiertos (pendientes y ya
      *                decididos pero todavia no despachados);
      *            <2> recorre los pendientes y pide la decision de
      *                cada uno: A = aprobar, D = declinar, ENTER =
      *                dejarlo pendiente, F = terminar;
      *            <3> alta / cambio / baja del umbral de un origen
      *                (el origen "****" es el umbral general);
      *            <4> lista la tabla de umbrales.
      *
      *          La decision solo se marca en PENDFILE: la proxima
      *          corrida batch de CALCULOS procesa los aprobados como
      *          un detalle mas (van a REPTFILE) y manda los
      *          declinados a REJFILE con motivo "NOAPROB", donde
      *          REJRECYC los toma como cualquier otro rechazo.
      *
      *          Doble control: el detalle no lo puede decidir el
      *          mismo usuario que firmo la corrida que lo retuvo
      *          (PD-USUARIO-LOTE), ni un operador sin firma.
      *
      *          Cada opcion se consulta contra la tabla de permisos
      *          (PERMISOS) con el perfil firmado en MENUPRIN; una
      *          opcion denegada se registra en AUDITFILE con AU-MODO
      *          "D". Cada decision y cada cambio de umbral tambien
      *          quedan en AUDITFILE (AU-PROGRAMA "APROBAR"):
      *            AU-MODO "A" = detalle aprobado
      *            AU-MODO "X" = detalle declinado
      *              AU-NUMERO-1 = numero de detalle, AU-RESULT =
      *              resultado retenido, AU-LOTE = id del lote
      *            AU-MODO "U" = umbral grabado o dado de baja
      *              AU-LOTE = origen, AU-RESULT = umbral nuevo
      *              (cero en una baja)
      *          con AU-USUARIO = el supervisor que decidio.
      *
      *          Codigos de retorno para el planificador:
      *            RC 00 = fin normal
      *            RC 08 = PENDFILE no se pudo abrir
      *            RC 12 = UMBRFILE no se pudo abrir
      *
      * Modification History:
      * 15/10/2026 - Version inicial.
      * 15/10/2026 - AU-REGISTRO carga ahora AU-CADENA (registro de
      *              98 bytes): cada registro grabado encadena con el
      *              anterior del AUDITFILE via el servicio AUDCADEN,
      *              y el primero del dia con la semilla de AUDARCH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDFILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CLAVE
               FILE STATUS IS WS-PEND-STATUS.

           SELECT UMBRFILE ASSIGN TO "UMBRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-ORIGEN
               FILE STATUS IS WS-UMBR-STATUS.

           SELECT AUDITFILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Mismo layout que graba CALCULOS.
       FD  PENDFILE.
       01  PD-REGISTRO.
           05 PD-CLAVE.
               10 PD-LOTE-ID           PIC X(08).
               10 PD-ORIGEN            PIC X(04).
               10 PD-DETALLE           PIC 9(06).
           05 PD-FECHA-LOTE            PIC 9(08).
           05 PD-FECHA-RETENCION       PIC 9(08).
           05 PD-HORA-RETENCION        PIC 9(06).
           05 PD-USUARIO-LOTE          PIC X(08).
           05 PD-RESULT                PIC S9(09)V99.
           05 PD-UMBRAL                PIC 9(09)V99.
           05 PD-TRANSACCION.
               10 PD-TR-OPER           PIC X(01).
               10 PD-TR-TIPO           PIC X(01).
               10 PD-TR-NUMERO-1       PIC S9(07)V99.
               10 PD-TR-NUMERO-2       PIC S9(07)V99.
               10 FILLER               PIC X(22).
           05 PD-ESTADO                PIC X(01).
               88 PD-PENDIENTE                   VALUE "P".
               88 PD-APROBADO                    VALUE "A".
               88 PD-DECLINADO                   VALUE "D".
               88 PD-LIBERADO                    VALUE "L".
               88 PD-RECHAZADO                   VALUE "R".
           05 PD-APROBADOR             PIC X(08).
           05 PD-FECHA-DECISION        PIC 9(08).
           05 PD-HORA-DECISION         PIC 9(06).

       FD  UMBRFILE.
       01  UM-REGISTRO.
           05 UM-ORIGEN                PIC X(04).
           05 UM-UMBRAL                PIC 9(09)V99.
           05 UM-USUARIO               PIC X(08).
           05 UM-FECHA                 PIC 9(08).

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

       77 WS-PEND-STATUS           PIC X(02) VALUE "00".
       77 WS-UMBR-STATUS           PIC X(02) VALUE "00".
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

      *    Campos del registro de auditoria a grabar (A-AUDITAR).
       77 WS-AUD-MODO              PIC X(01).
       77 WS-AUD-NUMERO-1          PIC S9(07)V99 VALUE 0.
       77 WS-AUD-RESULT            PIC S9(09)V99 VALUE 0.
       77 WS-AUD-LOTE              PIC X(08).

       01  WS-FECHA-SISTEMA        PIC 9(08).
       77 WS-HORA-SISTEMA          PIC 9(08).

       77 WS-PEND-EOF-SWITCH       PIC X(01) VALUE "N".
           88 WS-FIM-PEND                     VALUE "Y".
       77 WS-UMBR-EOF-SWITCH       PIC X(01) VALUE "N".
           88 WS-FIM-UMBR                     VALUE "Y".
       77 WS-REVISION-FIN-SWITCH   PIC X(01) VALUE "N".
           88 WS-REVISION-TERMINADA           VALUE "Y".

       77 WS-DECISION              PIC X(01).
       77 WS-UMB-ORIGEN            PIC X(04).
       77 WS-UMB-EXISTE-SWITCH     PIC X(01) VALUE "N".
           88 WS-UMB-EXISTE                   VALUE "Y".

      *    Captura y parseo de un umbral tecleado: hasta 9 enteros y
      *    2 decimales, punto decimal opcional, sin signo.
      *    Ej.: "50000", "125000.50".
       77 WS-UMBRAL-TEXTO          PIC X(13).
       77 WS-UMBRAL-VALOR          PIC 9(09)V99 VALUE 0.
       77 WS-UMBRAL-OK-SWITCH      PIC X(01) VALUE "N".
           88 WS-UMBRAL-OK                    VALUE "Y".
       77 WS-PRS-IDX               PIC 9(02) COMP VALUE 0.
       77 WS-PRS-CHAR              PIC X(01).
       77 WS-PRS-ACUM              PIC 9(11) COMP VALUE 0.
       77 WS-PRS-ENTEROS           PIC 9(02) COMP VALUE 0.
       77 WS-PRS-DECIMALES         PIC 9(02) COMP VALUE 0.
       77 WS-PRS-DIGITOS           PIC 9(02) COMP VALUE 0.
       77 WS-PRS-PUNTO-SWITCH      PIC X(01) VALUE "N".
           88 WS-PRS-CON-PUNTO                VALUE "Y".

       01  WS-PRS-DIGITO-X         PIC X(01).
       01  WS-PRS-DIGITO REDEFINES WS-PRS-DIGITO-X
                                   PIC 9(01).

       77 WS-CONTADOR-LEIDOS       PIC 9(06) COMP VALUE 0.
       77 WS-CONTADOR-PENDIENTES   PIC 9(06) COMP VALUE 0.
       77 WS-CONTADOR-APROBADOS    PIC 9(06) COMP VALUE 0.
       77 WS-CONTADOR-DECLINADOS   PIC 9(06) COMP VALUE 0.
       77 WS-CANT-ED               PIC ZZZZZ9.
       77 WS-RESULT-ED             PIC ---------9.99.
       77 WS-UMBRAL-ED             PIC ZZZZZZZZ9.99.
       77 WS-NUMERO-1-ED           PIC -------9.99.
       77 WS-NUMERO-2-ED           PIC -------9.99.

       77 WS-RC-FINAL              PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       A-PRINCIPAL.

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

            PERFORM A-MENU THRU A-MENU-END
            .
       A-PRINCIPAL-END.

       A-MENU.

            DISPLAY "*************************************************"
            DISPLAY "Aprobacion de detalles retenidos (PENDFILE)"
            DISPLAY "<1> Listar detalles abiertos"
            DISPLAY "<2> Revisar y decidir pendientes"
            DISPLAY "<3> Umbral de aprobacion por origen"
            DISPLAY "<4> Listar umbrales"
            DISPLAY "<CUALQUIER TECLA> para salir"
            DISPLAY "*************************************************"
            ACCEPT WS-OPCION

            IF WS-OPCION NOT < "1"
               AND WS-OPCION NOT > "4"
                PERFORM A-AUTORIZAR THRU A-AUTORIZAR-END
                IF NOT WS-PERM-CONCEDIDO
                    PERFORM A-MENU THRU A-MENU-END
                END-IF
            END-IF

            EVALUATE WS-OPCION
                WHEN "1"
                    PERFORM A-LISTAR THRU A-LISTAR-END
                    PERFORM A-MENU THRU A-MENU-END
                WHEN "2"
                    PERFORM A-REVISAR THRU A-REVISAR-END
                    PERFORM A-MENU THRU A-MENU-END
                WHEN "3"
                    PERFORM A-UMBRAL THRU A-UMBRAL-END
                    PERFORM A-MENU THRU A-MENU-END
                WHEN "4"
                    PERFORM A-LISTAR-UMBRALES
                            THRU A-LISTAR-UMBRALES-END
                    PERFORM A-MENU THRU A-MENU-END
                WHEN OTHER
                    IF WS-RC-FINAL > 0
                        MOVE WS-RC-FINAL TO RETURN-CODE
                    END-IF
                    MOVE 0 TO WS-RC-FINAL
                    GOBACK
            END-EVALUATE
            .
       A-MENU-END.

       A-AUTORIZAR.

            MOVE WS-OPERADOR-PERFIL TO WS-PERM-PERFIL
            MOVE "APROBAR"          TO WS-PERM-PROGRAMA
            MOVE WS-OPCION          TO WS-PERM-OPCION
            CALL "PERMISOS"

            IF NOT WS-PERM-CONCEDIDO
                DISPLAY "Opcion no autorizada para el perfil "
                        WS-OPERADOR-PERFIL "."
                MOVE WS-OPCION     TO WS-OPCION-NUM
                MOVE "D"           TO WS-AUD-MODO
                MOVE WS-OPCION-NUM TO WS-AUD-NUMERO-1
                MOVE 0             TO WS-AUD-RESULT
                MOVE SPACES        TO WS-AUD-LOTE
                PERFORM A-AUDITAR THRU A-AUDITAR-END
            END-IF
            .
       A-AUTORIZAR-END.

       A-LISTAR.

      *    Detalles abiertos: pendientes de decision y decididos que
      *    la proxima corrida batch de CALCULOS todavia no despacho.
            MOVE "N" TO WS-PEND-EOF-SWITCH
            MOVE 0 TO WS-CONTADOR-LEIDOS
            MOVE 0 TO WS-CONTADOR-PENDIENTES
            MOVE 0 TO WS-CONTADOR-APROBADOS
            MOVE 0 TO WS-CONTADOR-DECLINADOS

            OPEN INPUT PENDFILE

            IF WS-PEND-STATUS = "35"
                DISPLAY "No hay detalles retenidos."
                GO TO A-LISTAR-END
            END-IF

            IF WS-PEND-STATUS NOT = "00"
                DISPLAY "PENDFILE no disponible, status: "
                        WS-PEND-STATUS
                MOVE 8 TO WS-RC-FINAL
                GO TO A-LISTAR-END
            END-IF

            DISPLAY "LOTE      ORIG  DETALLE  FECHA     FIRMA     "
                    "      RESULTADO        UMBRAL  E  DECIDIO"
            DISPLAY "--------  ----  -------  --------  --------  "
                    "-------------  ------------  -  --------"

            PERFORM A-LISTAR-LOTE THRU A-LISTAR-LOTE-END
                    UNTIL WS-FIM-PEND

            CLOSE PENDFILE

            MOVE WS-CONTADOR-LEIDOS TO WS-CANT-ED
            DISPLAY "Detalles abiertos:  " WS-CANT-ED
            MOVE WS-CONTADOR-PENDIENTES TO WS-CANT-ED
            DISPLAY "  Pendientes:       " WS-CANT-ED
            MOVE WS-CONTADOR-APROBADOS TO WS-CANT-ED
            DISPLAY "  Aprobados:        " WS-CANT-ED
            MOVE WS-CONTADOR-DECLINADOS TO WS-CANT-ED
            DISPLAY "  Declinados:       " WS-CANT-ED
            .
       A-LISTAR-END.

       A-LISTAR-LOTE.

            READ PENDFILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-PEND-EOF-SWITCH
                    GO TO A-LISTAR-LOTE-END
            END-READ

            EVALUATE TRUE
                WHEN PD-PENDIENTE
                    ADD 1 TO WS-CONTADOR-PENDIENTES
                WHEN PD-APROBADO
                    ADD 1 TO WS-CONTADOR-APROBADOS
                WHEN PD-DECLINADO
                    ADD 1 TO WS-CONTADOR-DECLINADOS
                WHEN OTHER
                    GO TO A-LISTAR-LOTE-END
            END-EVALUATE

            ADD 1 TO WS-CONTADOR-LEIDOS

            MOVE PD-RESULT TO WS-RESULT-ED
            MOVE PD-UMBRAL TO WS-UMBRAL-ED
            DISPLAY PD-LOTE-ID "  " PD-ORIGEN "  " PD-DETALLE "   "
                    PD-FECHA-LOTE "  " PD-USUARIO-LOTE "  "
                    WS-RESULT-ED "  " WS-UMBRAL-ED "  " PD-ESTADO "  "
                    PD-APROBADOR
            .
       A-LISTAR-LOTE-END.

       A-REVISAR.

      *    Doble control: decide un supervisor identificado y
      *    distinto del que firmo la corrida que retuvo el detalle.
            IF WS-OPERADOR = "*SINFIRM"
                DISPLAY "La aprobacion requiere un operador "
                        "identificado."
                GO TO A-REVISAR-END
            END-IF

            MOVE "N" TO WS-PEND-EOF-SWITCH
            MOVE "N" TO WS-REVISION-FIN-SWITCH
            MOVE 0 TO WS-CONTADOR-LEIDOS
            MOVE 0 TO WS-CONTADOR-APROBADOS
            MOVE 0 TO WS-CONTADOR-DECLINADOS

            OPEN I-O PENDFILE

            IF WS-PEND-STATUS = "35"
                DISPLAY "No hay detalles retenidos."
                GO TO A-REVISAR-END
            END-IF

            IF WS-PEND-STATUS NOT = "00"
                DISPLAY "PENDFILE no disponible, status: "
                        WS-PEND-STATUS
                MOVE 8 TO WS-RC-FINAL
                GO TO A-REVISAR-END
            END-IF

            PERFORM A-REVISAR-LOTE THRU A-REVISAR-LOTE-END
                    UNTIL WS-FIM-PEND
                       OR WS-REVISION-TERMINADA

            CLOSE PENDFILE

            MOVE WS-CONTADOR-LEIDOS TO WS-CANT-ED
            DISPLAY "Pendientes revisados: " WS-CANT-ED
            MOVE WS-CONTADOR-APROBADOS TO WS-CANT-ED
            DISPLAY "  Aprobados:          " WS-CANT-ED
            MOVE WS-CONTADOR-DECLINADOS TO WS-CANT-ED
            DISPLAY "  Declinados:         " WS-CANT-ED
            IF WS-CONTADOR-APROBADOS > 0
               OR WS-CONTADOR-DECLINADOS > 0
                DISPLAY "Las decisiones se despachan en la proxima "
                        "corrida batch de CALCULOS."
            END-IF
            .
       A-REVISAR-END.

       A-REVISAR-LOTE.

            READ PENDFILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-PEND-EOF-SWITCH
                    GO TO A-REVISAR-LOTE-END
            END-READ

            IF NOT PD-PENDIENTE
                GO TO A-REVISAR-LOTE-END
            END-IF

            ADD 1 TO WS-CONTADOR-LEIDOS

            MOVE PD-RESULT      TO WS-RESULT-ED
            MOVE PD-UMBRAL      TO WS-UMBRAL-ED
            DISPLAY "-------------------------------------------------"
            DISPLAY "Lote " PD-LOTE-ID " origen " PD-ORIGEN
                    " detalle " PD-DETALLE " fecha " PD-FECHA-LOTE
            DISPLAY "Retenido el " PD-FECHA-RETENCION " "
                    PD-HORA-RETENCION " en la corrida de "
                    PD-USUARIO-LOTE
            EVALUATE TRUE
                WHEN PD-TR-TIPO = "R"
                    DISPLAY "Operacion " PD-TR-OPER "  operandos "
                            PD-TRANSACCION(3:9) "  "
                            PD-TRANSACCION(12:9)
                WHEN PD-TR-OPER = "6"
                    MOVE PD-TR-NUMERO-1 TO WS-NUMERO-1-ED
                    DISPLAY "Operacion 6  importe " WS-NUMERO-1-ED
                            "  par " PD-TRANSACCION(12:6)
                WHEN OTHER
                    MOVE PD-TR-NUMERO-1 TO WS-NUMERO-1-ED
                    MOVE PD-TR-NUMERO-2 TO WS-NUMERO-2-ED
                    DISPLAY "Operacion " PD-TR-OPER "  operandos "
                            WS-NUMERO-1-ED "  " WS-NUMERO-2-ED
            END-EVALUATE
            DISPLAY "Resultado " WS-RESULT-ED "  umbral " WS-UMBRAL-ED

            IF PD-USUARIO-LOTE = WS-OPERADOR
                DISPLAY "Retenido en una corrida firmada por usted: "
                        "lo decide otro supervisor."
                GO TO A-REVISAR-LOTE-END
            END-IF

            DISPLAY "A = aprobar, D = declinar, ENTER = dejar "
                    "pendiente, F = terminar:"
            MOVE SPACE TO WS-DECISION
            ACCEPT WS-DECISION

            EVALUATE WS-DECISION
                WHEN "A"
                WHEN "a"
                    MOVE "A" TO PD-ESTADO
                    MOVE "A" TO WS-AUD-MODO
                WHEN "D"
                WHEN "d"
                    MOVE "D" TO PD-ESTADO
                    MOVE "X" TO WS-AUD-MODO
                WHEN "F"
                WHEN "f"
                    MOVE "Y" TO WS-REVISION-FIN-SWITCH
                    GO TO A-REVISAR-LOTE-END
                WHEN OTHER
                    GO TO A-REVISAR-LOTE-END
            END-EVALUATE

            ACCEPT WS-HORA-SISTEMA FROM TIME

            MOVE WS-OPERADOR          TO PD-APROBADOR
            MOVE WS-FECHA-SISTEMA     TO PD-FECHA-DECISION
            MOVE WS-HORA-SISTEMA(1:6) TO PD-HORA-DECISION

            REWRITE PD-REGISTRO
                INVALID KEY
                    DISPLAY "No se pudo regrabar el detalle, status: "
                            WS-PEND-STATUS
                    GO TO A-REVISAR-LOTE-END
            END-REWRITE

            IF PD-APROBADO
                ADD 1 TO WS-CONTADOR-APROBADOS
                DISPLAY "Detalle aprobado."
            ELSE
                ADD 1 TO WS-CONTADOR-DECLINADOS
                DISPLAY "Detalle declinado."
            END-IF

            MOVE PD-DETALLE TO WS-AUD-NUMERO-1
            MOVE PD-RESULT  TO WS-AUD-RESULT
            MOVE PD-LOTE-ID TO WS-AUD-LOTE
            PERFORM A-AUDITAR THRU A-AUDITAR-END
            .
       A-REVISAR-LOTE-END.

       A-UMBRAL.

            DISPLAY "Origen de lote (**** = umbral general):"
            MOVE SPACES TO WS-UMB-ORIGEN
            ACCEPT WS-UMB-ORIGEN

            IF WS-UMB-ORIGEN = SPACES
                DISPLAY "Origen invalido."
                GO TO A-UMBRAL-END
            END-IF

            PERFORM A-UMBR-ABRIR THRU A-UMBR-ABRIR-END
            IF WS-UMBR-STATUS NOT = "00"
                GO TO A-UMBRAL-END
            END-IF

            MOVE "N" TO WS-UMB-EXISTE-SWITCH
            MOVE WS-UMB-ORIGEN TO UM-ORIGEN
            READ UMBRFILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-UMB-EXISTE-SWITCH
            END-READ

            IF WS-UMB-EXISTE
                MOVE UM-UMBRAL TO WS-UMBRAL-ED
                DISPLAY "Umbral actual: " WS-UMBRAL-ED
                        "  grabado por " UM-USUARIO " el " UM-FECHA
            ELSE
                DISPLAY "El origen no tiene umbral propio."
            END-IF

            DISPLAY "Umbral nuevo (0 = baja del umbral):"
            MOVE SPACES TO WS-UMBRAL-TEXTO
            ACCEPT WS-UMBRAL-TEXTO

            PERFORM A-PARSE-UMBRAL THRU A-PARSE-UMBRAL-END
            IF NOT WS-UMBRAL-OK
                DISPLAY "Umbral invalido."
                CLOSE UMBRFILE
                GO TO A-UMBRAL-END
            END-IF

      *    Cero da de baja la entrada: el origen pasa a regirse por
      *    el umbral general, o queda sin control si la baja es la
      *    del propio "****".
            EVALUATE TRUE
                WHEN WS-UMBRAL-VALOR = 0
                 AND NOT WS-UMB-EXISTE
                    DISPLAY "No hay umbral que dar de baja."
                    CLOSE UMBRFILE
                    GO TO A-UMBRAL-END
                WHEN WS-UMBRAL-VALOR = 0
                    DELETE UMBRFILE RECORD
                        INVALID KEY
                            DISPLAY "No se pudo borrar el umbral, "
                                    "status: " WS-UMBR-STATUS
                            CLOSE UMBRFILE
                            GO TO A-UMBRAL-END
                    END-DELETE
                    DISPLAY "Umbral dado de baja."
                WHEN WS-UMB-EXISTE
                    MOVE WS-UMBRAL-VALOR  TO UM-UMBRAL
                    MOVE WS-OPERADOR      TO UM-USUARIO
                    MOVE WS-FECHA-SISTEMA TO UM-FECHA
                    REWRITE UM-REGISTRO
                        INVALID KEY
                            DISPLAY "No se pudo regrabar el umbral, "
                                    "status: " WS-UMBR-STATUS
                            CLOSE UMBRFILE
                            GO TO A-UMBRAL-END
                    END-REWRITE
                    DISPLAY "Umbral modificado."
                WHEN OTHER
                    MOVE WS-UMB-ORIGEN    TO UM-ORIGEN
                    MOVE WS-UMBRAL-VALOR  TO UM-UMBRAL
                    MOVE WS-OPERADOR      TO UM-USUARIO
                    MOVE WS-FECHA-SISTEMA TO UM-FECHA
                    WRITE UM-REGISTRO
                        INVALID KEY
                            DISPLAY "No se pudo grabar el umbral, "
                                    "status: " WS-UMBR-STATUS
                            CLOSE UMBRFILE
                            GO TO A-UMBRAL-END
                    END-WRITE
                    DISPLAY "Umbral dado de alta."
            END-EVALUATE

            CLOSE UMBRFILE

            MOVE "U"             TO WS-AUD-MODO
            MOVE 0               TO WS-AUD-NUMERO-1
            MOVE WS-UMBRAL-VALOR TO WS-AUD-RESULT
            MOVE WS-UMB-ORIGEN   TO WS-AUD-LOTE
            PERFORM A-AUDITAR THRU A-AUDITAR-END
            .
       A-UMBRAL-END.

       A-LISTAR-UMBRALES.

            MOVE "N" TO WS-UMBR-EOF-SWITCH
            MOVE 0 TO WS-CONTADOR-LEIDOS

            OPEN INPUT UMBRFILE

            IF WS-UMBR-STATUS = "35"
                DISPLAY "No hay umbrales cargados: los lotes no "
                        "tienen control de umbral."
                GO TO A-LISTAR-UMBRALES-END
            END-IF

            IF WS-UMBR-STATUS NOT = "00"
                DISPLAY "UMBRFILE no disponible, status: "
                        WS-UMBR-STATUS
                MOVE 12 TO WS-RC-FINAL
                GO TO A-LISTAR-UMBRALES-END
            END-IF

            DISPLAY "ORIG        UMBRAL  GRABADO   FECHA"
            DISPLAY "----  ------------  --------  --------"

            PERFORM A-LISTAR-UMBRALES-LOTE
                    THRU A-LISTAR-UMBRALES-LOTE-END
                    UNTIL WS-FIM-UMBR

            CLOSE UMBRFILE

            MOVE WS-CONTADOR-LEIDOS TO WS-CANT-ED
            DISPLAY "Umbrales listados:  " WS-CANT-ED
            .
       A-LISTAR-UMBRALES-END.

       A-LISTAR-UMBRALES-LOTE.

            READ UMBRFILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-UMBR-EOF-SWITCH
                    GO TO A-LISTAR-UMBRALES-LOTE-END
            END-READ

            ADD 1 TO WS-CONTADOR-LEIDOS

            MOVE UM-UMBRAL TO WS-UMBRAL-ED
            DISPLAY UM-ORIGEN "  " WS-UMBRAL-ED "  " UM-USUARIO "  "
                    UM-FECHA
            .
       A-LISTAR-UMBRALES-LOTE-END.

       A-UMBR-ABRIR.

      *    El indexado se crea vacio la primera vez que se usa.
            OPEN I-O UMBRFILE
            IF WS-UMBR-STATUS = "35"
                OPEN OUTPUT UMBRFILE
                CLOSE UMBRFILE
                OPEN I-O UMBRFILE
            END-IF

            IF WS-UMBR-STATUS NOT = "00"
                DISPLAY "UMBRFILE no disponible, status: "
                        WS-UMBR-STATUS
                MOVE 12 TO WS-RC-FINAL
            END-IF
            .
       A-UMBR-ABRIR-END.

       A-PARSE-UMBRAL.

      *    Convierte el texto tecleado en un umbral 9(09)V99: hasta 9
      *    enteros, punto decimal y hasta 2 decimales. Cualquier
      *    otro caracter invalida el umbral.
            MOVE "Y" TO WS-UMBRAL-OK-SWITCH
            MOVE 0 TO WS-UMBRAL-VALOR
            MOVE 0 TO WS-PRS-ACUM
            MOVE 0 TO WS-PRS-ENTEROS
            MOVE 0 TO WS-PRS-DECIMALES
            MOVE 0 TO WS-PRS-DIGITOS
            MOVE "N" TO WS-PRS-PUNTO-SWITCH

            PERFORM A-PARSE-UMBRAL-CHAR THRU A-PARSE-UMBRAL-CHAR-END
                    VARYING WS-PRS-IDX FROM 1 BY 1
                    UNTIL WS-PRS-IDX > 13

            IF WS-PRS-DIGITOS = 0
                MOVE "N" TO WS-UMBRAL-OK-SWITCH
            END-IF

            IF WS-UMBRAL-OK
                PERFORM A-PARSE-UMBRAL-ESCALA
                        THRU A-PARSE-UMBRAL-ESCALA-END
                        UNTIL WS-PRS-DECIMALES = 2

                COMPUTE WS-UMBRAL-VALOR = WS-PRS-ACUM / 100
            END-IF
            .
       A-PARSE-UMBRAL-END.

       A-PARSE-UMBRAL-CHAR.

            MOVE WS-UMBRAL-TEXTO(WS-PRS-IDX:1) TO WS-PRS-CHAR

            EVALUATE TRUE
                WHEN WS-PRS-CHAR = SPACE
                    CONTINUE
                WHEN WS-PRS-CHAR = "."
                    IF WS-PRS-CON-PUNTO
                        MOVE "N" TO WS-UMBRAL-OK-SWITCH
                    ELSE
                        MOVE "Y" TO WS-PRS-PUNTO-SWITCH
                    END-IF
                WHEN WS-PRS-CHAR NUMERIC
                    MOVE WS-PRS-CHAR TO WS-PRS-DIGITO-X
                    ADD 1 TO WS-PRS-DIGITOS
                    IF WS-PRS-CON-PUNTO
                        IF WS-PRS-DECIMALES < 2
                            COMPUTE WS-PRS-ACUM =
                                    WS-PRS-ACUM * 10 + WS-PRS-DIGITO
                            ADD 1 TO WS-PRS-DECIMALES
                        ELSE
                            MOVE "N" TO WS-UMBRAL-OK-SWITCH
                        END-IF
                    ELSE
                        IF WS-PRS-ENTEROS < 9
                            COMPUTE WS-PRS-ACUM =
                                    WS-PRS-ACUM * 10 + WS-PRS-DIGITO
                            ADD 1 TO WS-PRS-ENTEROS
                        ELSE
                            MOVE "N" TO WS-UMBRAL-OK-SWITCH
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE "N" TO WS-UMBRAL-OK-SWITCH
            END-EVALUATE
            .
       A-PARSE-UMBRAL-CHAR-END.

       A-PARSE-UMBRAL-ESCALA.

            COMPUTE WS-PRS-ACUM = WS-PRS-ACUM * 10
            ADD 1 TO WS-PRS-DECIMALES
            .
       A-PARSE-UMBRAL-ESCALA-END.

       A-AUDITAR.

      *    Un registro de AUDITFILE por acceso denegado, decision o
      *    cambio de umbral. AUDITFILE es compartido, asi que la
      *    secuencia continua desde el ultimo registro grabado.
            PERFORM A-AUDIT-SEQ-INICIAL
                    THRU A-AUDIT-SEQ-INICIAL-END

            OPEN EXTEND AUDITFILE
            IF WS-AUDIT-STATUS = "35"
                OPEN OUTPUT AUDITFILE
            END-IF

            IF WS-AUDIT-STATUS NOT = "00"
                DISPLAY "No se pudo abrir AUDITFILE, status: "
                        WS-AUDIT-STATUS
                GO TO A-AUDITAR-END
            END-IF

            ADD 1 TO WS-AUDIT-SEQ

            MOVE WS-AUDIT-SEQ    TO AU-SEQ
            MOVE "APROBAR"       TO AU-PROGRAMA
            MOVE WS-AUD-MODO     TO AU-MODO
            MOVE WS-AUD-NUMERO-1 TO AU-NUMERO-1
            MOVE 0               TO AU-NUMERO-2
            MOVE WS-AUD-RESULT   TO AU-RESULT
            MOVE WS-OPERADOR     TO AU-USUARIO
            MOVE WS-AUD-LOTE     TO AU-LOTE
            MOVE SPACES          TO AU-DIVISA-PAR
            MOVE 0               TO AU-TASA

            ACCEPT WS-HORA-SISTEMA FROM TIME

            MOVE WS-FECHA-SISTEMA TO AU-FECHA
            MOVE WS-HORA-SISTEMA(1:6) TO AU-HORA

            PERFORM A-AUDIT-CADENA THRU A-AUDIT-CADENA-END

            WRITE AU-REGISTRO

            CLOSE AUDITFILE
            .
       A-AUDITAR-END.

       A-AUDIT-SEQ-INICIAL.

            MOVE 0 TO WS-AUDIT-SEQ
            MOVE "N" TO WS-AUDIT-READ-SWITCH

            OPEN INPUT AUDITFILE

            IF WS-AUDIT-STATUS = "00"
                READ AUDITFILE
                    AT END
                        MOVE "Y" TO WS-AUDIT-READ-SWITCH
                END-READ

                PERFORM A-AUDIT-SEQ-LOTE
                        THRU A-AUDIT-SEQ-LOTE-END
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
       A-AUDIT-SEQ-INICIAL-END.

       A-AUDIT-SEQ-LOTE.
            MOVE AU-SEQ TO WS-AUDIT-SEQ
            MOVE AU-CADENA TO WS-AUDIT-CADENA

            READ AUDITFILE
                AT END
                    MOVE "Y" TO WS-AUDIT-READ-SWITCH
            END-READ
            .
       A-AUDIT-SEQ-LOTE-END.

       A-AUDIT-CADENA.

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
       A-AUDIT-CADENA-END.
       END PROGRAM APROBAR.
