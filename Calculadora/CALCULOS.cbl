      *                RC 12 = REPTFILE no se pudo abrir
      *                RC 16 = REJFILE no se pudo abrir
      *                RC 20 = PARM invalido (modo o importe)
      *                RC 24 = PENDFILE no disponible (detalles
      *                        sobre el umbral rechazados)
      *                RC 28 = LOTEHIST no disponible (lote
      *                        rechazado sin procesar)
      *              y cada ejecucion agrega un registro a RUNLOG
      *              (programa, modo, leidos/procesados/rechazados,
      *              estado final) al terminar (WRITE-RUN-LOG).
      *              WS-EOD-CALL-SWITCH (EXTERNAL) en "Y" la CALL
      *              corre el modo batch directo, sin menues y sin
      *              leer el PARM, y devuelve con GOBACK.
      * 15/10/2026 - RATEFILE pasa a indexado por par + fecha
      *              efectiva (lo mantiene RATEMNT). PROC-BUSCAR-TASA
      *              ya no recorre el archivo entero por cada
      *              transaccion: lo abre una vez por ejecucion, se
      *              posiciona por clave (START) en la ultima tasa del
      *              par que no supera la fecha de la transaccion y
      *              lee hacia atras. Las tasas pendientes de
      *              confirmacion se saltean y una tasa con fecha de
      *              fin vencida deja el par sin tasa (TASAINV).
      * 15/10/2026 - Cola de aprobacion de importes altos en el modo
      *              batch: el umbral del origen del lote
      *              (TR-CAB-ORIGEN) sale de UMBRFILE (con la entrada
      *              "****" como umbral general). Un detalle cuyo
      *              resultado supera el umbral, en valor absoluto,
      *              no va a REPTFILE: queda retenido en PENDFILE
      *              (AU-MODO "P" en la auditoria) hasta que un
      *              supervisor lo decida en APROBAR. Cada corrida
      *              batch despacha las decisiones pendientes al
      *              terminar el lote: lo aprobado se procesa y se
      *              informa con el id de su lote original, lo
      *              declinado va a REJFILE con motivo NOAPROB. Sin
      *              PENDFILE disponible el detalle sobre el umbral
      *              se rechaza con motivo PENDINV y la corrida
      *              devuelve RC 24. RUNLOG y CHKPCALC cargan el
      *              contador de retenidos (RL-RETENIDOS /
      *              CK-RETENIDOS) y REPTFILE lo suma a los totales
      *              de control.
      * 15/10/2026 - Historial permanente de lotes aceptados
      *              (LOTEHIST, indexado por id de lote + origen, con
      *              clave alternativa por origen + fecha + cantidad +
      *              hash). Un lote que ya esta en el historial se
      *              rechaza entero con motivo LOTEDUP y uno con otro
      *              id pero el mismo contenido de control (una
      *              retransmision renombrada) con motivo CONTDUP. Un
      *              lote aceptado queda "E" (en curso) y pasa a "C"
      *              con sus contadores al terminar; un lote "E" del
      *              mismo contenido es una corrida cancelada que se
      *              reanuda y no se rechaza. Sin LOTEHIST el lote se
      *              rechaza con motivo HISTINV y RC 28.
      * 15/10/2026 - AU-REGISTRO carga ahora AU-CADENA (registro de
      *              98 bytes): cada registro grabado encadena con el
      *              anterior del AUDITFILE via el servicio AUDCADEN,
      *              y el primero del dia con la semilla de AUDARCH.
      * 15/10/2026 - Modo cinta (menu <7>): sumadora con acumulador
      *              que corre de una operacion a la siguiente
      *              (+ - * / sobre el subtotal), anulacion de la
      *              ultima entrada, subtotal a pedido y total al
      *              cerrar. Cada entrada se audita como la operacion
      *              que es y la anulacion con AU-MODO "7". La cinta
      *              se imprime en CINTAPRT (operador firmado, fecha
      *              y hora, cada entrada con su subtotal y el total
      *              general) y cada linea queda en CINTAFILE, con un
      *              registro de total por cinta, para que CINTACON
      *              liste las cintas del dia por operador y las
      *              reimprima.
      * 15/10/2026 - Calendario habil: PROC-BUSCAR-TASA lleva una
      *              fecha de transaccion no habil (feriado, fin de
      *              semana) al dia habil anterior segun CALENDAR
      *              (servicio CALHABIL) y busca la tasa vigente a
      *              ese dia. Sin calendario la fecha se usa tal cual.
      * 15/10/2026 - Un lote ya "C" en LOTEHIST con el mismo contenido
      *              y con checkpoint vivo es una corrida cortada
      *              despues de cerrar el lote y antes de limpiar el
      *              checkpoint: se reanuda salteando todos sus
      *              detalles (contadores de LOTEHIST) hasta el
      *              despacho de APROBAR y los totales, en vez de
      *              rechazarlo LOTEDUP y duplicar REJFILE.
      * 15/10/2026 - La reanudacion saltea TRANFILE con un contador
      *              propio (WS-BATCH-SALTAR) y conserva los totales
      *              de CHKPCALC, que incluyen lo despachado de
      *              PENDFILE; checkpoint despues de cada despacho.
      *              Un lote rechazado entero no se vuelve a copiar a
      *              REJFILE al reanudar (salvo HISTINV) y los
      *              contadores se toman del checkpoint.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULOS.
               FILE STATUS IS WS-CHKP-STATUS.

           SELECT RATEFILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-CLAVE
               FILE STATUS IS WS-RATE-STATUS.

           SELECT PENDFILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-CLAVE
               FILE STATUS IS WS-PEND-STATUS.

           SELECT UMBRFILE ASSIGN TO "UMBRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-ORIGEN
               FILE STATUS IS WS-UMBR-STATUS.

           SELECT LOTEHIST ASSIGN TO "LOTEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-CLAVE
               ALTERNATE RECORD KEY IS LH-CONTENIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CINTAFILE ASSIGN TO "CINTAFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CINTA-STATUS.

           SELECT CINTAPRT ASSIGN TO "CINTAPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPRT-STATUS.

           SELECT AUDITFILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           05 CK-LIDOS                 PIC 9(06).
           05 CK-PROCESADOS            PIC 9(06).
           05 CK-RECHAZADOS            PIC 9(06).
           05 CK-RETENIDOS             PIC 9(06).

      *    Detalles retenidos por superar el umbral de su origen, a
      *    la espera de la decision de un supervisor (APROBAR). La
      *    clave es el lote, su origen y el numero de detalle; el
      *    detalle viaja completo (PD-TRANSACCION) para procesarlo o
      *    rechazarlo tal cual en la corrida que despache la
      *    decision.
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
           05 PD-TRANSACCION           PIC X(42).
           05 PD-ESTADO                PIC X(01).
               88 PD-PENDIENTE                   VALUE "P".
               88 PD-APROBADO                    VALUE "A".
               88 PD-DECLINADO                   VALUE "D".
               88 PD-LIBERADO                    VALUE "L".
               88 PD-RECHAZADO                   VALUE "R".
           05 PD-APROBADOR             PIC X(08).
           05 PD-FECHA-DECISION        PIC 9(08).
           05 PD-HORA-DECISION         PIC 9(06).

      *    Umbral de aprobacion por origen de lote (lo mantiene
      *    APROBAR). La entrada "****" es el umbral general para los
      *    origenes sin entrada propia; sin ninguna de las dos el
      *    lote no tiene control de umbral.
       FD  UMBRFILE.
       01  UM-REGISTRO.
           05 UM-ORIGEN                PIC X(04).
           05 UM-UMBRAL                PIC 9(09)V99.
           05 UM-USUARIO               PIC X(08).
           05 UM-FECHA                 PIC 9(08).

      *    Tabla de tasas de cambio con vigencia por fecha (la
      *    mantiene RATEMNT): una tasa rige desde su RT-FECHA hasta la
      *    proxima tasa confirmada del mismo par, o hasta su
      *    RT-FECHA-FIN si la tiene. Una tasa pendiente de
      *    confirmacion ("P") no se usa. La busqueda toma la tasa
      *    vigente en la fecha de la transaccion.
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

      *    Historial permanente de lotes aceptados: un registro por
      *    lote + origen, nunca se borra. La clave alternativa
      *    (origen, fecha, cantidad y hash de la cabecera) encuentra
      *    una retransmision del mismo lote con otro id. LOTECONS lo
      *    consulta para operaciones.
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

      *    Cintas del modo sumadora: una linea por entrada,
      *    anulacion o subtotal, y al cerrar un registro "T" con el
      *    total general. La cinta se identifica por el operador, la
      *    fecha y la hora en que se abrio. CINTACON la lee para
      *    listar y reimprimir.
       FD  CINTAFILE.
       01  CT-REGISTRO.
           05 CT-CINTA-ID.
               10 CT-USUARIO           PIC X(08).
               10 CT-FECHA             PIC 9(08).
               10 CT-HORA-INICIO       PIC 9(06).
           05 CT-TIPO                  PIC X(01).
               88 CT-ES-ENTRADA                  VALUE "E".
               88 CT-ES-ANULACION                VALUE "A".
               88 CT-ES-SUBTOTAL                 VALUE "S".
               88 CT-ES-TOTAL                    VALUE "T".
      *    En "E" y "A" el numero de la entrada (la anulada en "A");
      *    en "T" la cantidad de entradas de la cinta.
           05 CT-ENTRADA               PIC 9(04).
           05 CT-OPER                  PIC X(01).
           05 CT-IMPORTE               PIC S9(07)V99.
      *    Subtotal despues de la linea; en "T" el total general.
           05 CT-ACUMULADO             PIC S9(07)V99.
           05 CT-AU-SEQ                PIC 9(05).
           05 CT-HORA                  PIC 9(06).
           05 CT-ANULADAS              PIC 9(04).
           05 FILLER                   PIC X(09).

       FD  CINTAPRT.
       01  CP-LINHA                    PIC X(80).

       FD  AUDITFILE.
       01  AU-REGISTRO.
           05 AU-HORA                  PIC 9(06).
           05 AU-DIVISA-PAR            PIC X(06).
           05 AU-TASA                  PIC 9(03)V9(06).
           05 AU-CADENA                PIC 9(10).

      *    Bitacora de corridas compartida con RMNTODEC: un registro
      *    por ejecucion, lo primero que revisa operaciones a la
           05 RL-RECHAZADOS            PIC 9(06).
           05 RL-ESTADO-MARCA          PIC X(02).
           05 RL-ESTADO-RC             PIC 9(02).
           05 RL-RETENIDOS             PIC 9(06).

       WORKING-STORAGE SECTION.
       77 WS-MODO                  PIC X(01).
           88 WS-AUDIT-ABIERTO               VALUE "Y".

       77 WS-AUDIT-SEQ             PIC 9(05) COMP VALUE 0.
       77 WS-AUDIT-CADENA          PIC 9(10) VALUE 0.

      *    Interfaz del servicio de cadena de auditoria (EXTERNAL,
      *    mismos PIC en todos los programas que lo llaman).
       77 WS-CAD-PEDIDO            PIC X(01) EXTERNAL.
       77 WS-CAD-REGISTRO          PIC X(88) EXTERNAL.
       77 WS-CAD-ANTERIOR          PIC 9(10) EXTERNAL.
       77 WS-CAD-VALOR             PIC 9(10) EXTERNAL.

       77 WS-AUDIT-STATUS          PIC X(02) VALUE "00".

       77 WS-BATCH-LIDOS           PIC 9(06) COMP VALUE 0.
       77 WS-BATCH-PROCESADOS      PIC 9(06) COMP VALUE 0.
       77 WS-BATCH-RECHAZADOS      PIC 9(06) COMP VALUE 0.
       77 WS-BATCH-RETENIDOS       PIC 9(06) COMP VALUE 0.

      *    Cola de aprobacion: umbral del origen del lote en curso,
      *    detalle retenido, y despacho de una decision ya tomada
      *    (un detalle aprobado no vuelve a pasar por el umbral).
       77 WS-PEND-STATUS           PIC X(02) VALUE "00".
       77 WS-UMBR-STATUS           PIC X(02) VALUE "00".
       77 WS-PEND-OPEN-SWITCH      PIC X(01) VALUE "N".
           88 WS-PEND-ABIERTO                VALUE "Y".
       77 WS-PEND-EOF-SWITCH       PIC X(01) VALUE "N".
           88 WS-FIM-PEND                    VALUE "Y".
       77 WS-LOTE-UMBRAL-SWITCH    PIC X(01) VALUE "N".
           88 WS-LOTE-CON-UMBRAL             VALUE "Y".
       77 WS-LOTE-UMBRAL           PIC 9(09)V99 VALUE 0.
       77 WS-RETENIDO-SWITCH       PIC X(01) VALUE "N".
           88 WS-DETALLE-RETENIDO            VALUE "Y".
       77 WS-DESPACHO-SWITCH       PIC X(01) VALUE "N".
           88 WS-DESPACHANDO                 VALUE "Y".
       77 WS-RESULT-ABS            PIC 9(09)V99 VALUE 0.
       77 WS-HORA-PEND             PIC 9(08).
       77 WS-PEND-LIBERADOS        PIC 9(06) COMP VALUE 0.
       77 WS-PEND-DECLINADOS       PIC 9(06) COMP VALUE 0.

      *    Control del lote de TRANFILE: identificacion de la
      *    cabecera, totales esperados contra totales leidos en la
       77 WS-LOTE-TRAILER-SWITCH   PIC X(01) VALUE "N".
           88 WS-LOTE-CON-TRAILER             VALUE "Y".

      *    Historial de lotes (LOTEHIST): abierto desde el control
      *    de duplicados hasta el fin de la corrida batch.
       77 WS-HIST-STATUS           PIC X(02) VALUE "00".
       77 WS-HIST-OPEN-SWITCH      PIC X(01) VALUE "N".
           88 WS-HIST-ABIERTO                VALUE "Y".
       77 WS-HIST-REANUDA-SWITCH   PIC X(01) VALUE "N".
           88 WS-HIST-REANUDA                VALUE "Y".
       77 WS-HIST-COMPLETO-SWITCH  PIC X(01) VALUE "N".
           88 WS-HIST-COMPLETO               VALUE "Y".
       77 WS-HORA-HIST             PIC 9(08).

      *    Reanudacion del modo batch: detalles ya dispuestos por la
      *    corrida cancelada segun el ultimo checkpoint.
       77 WS-CHKP-STATUS           PIC X(02) VALUE "00".
       77 WS-BATCH-RETOMAR         PIC 9(06) VALUE 0.
       77 WS-BATCH-RETOMAR-PROC    PIC 9(06) VALUE 0.
       77 WS-BATCH-RETOMAR-RECH    PIC 9(06) VALUE 0.
       77 WS-BATCH-RETOMAR-RET     PIC 9(06) VALUE 0.
      *    Detalles de TRANFILE a saltear en la reanudacion. Suele
      *    ser CK-LIDOS; con el lote ya cerrado son los detalles del
      *    historial, porque CK-LIDOS cuenta ademas el despacho.
       77 WS-BATCH-SALTAR          PIC 9(06) VALUE 0.
       77 WS-HIST-DETALLES         PIC 9(06) VALUE 0.
       77 WS-BATCH-SKIP-IDX        PIC 9(06) VALUE 0.
       77 WS-BATCH-QUOCIENTE       PIC 9(06) VALUE 0.
       77 WS-BATCH-RESTO-CHECK     PIC 9(04) VALUE 0.
      *    Conversion de divisas (modo "6"): par, fecha de la
      *    transaccion y tasa vigente tomada de RATEFILE (la de
      *    fecha efectiva mas reciente que no supere la fecha de la
      *    transaccion). RATEFILE se abre en la primera busqueda y
      *    queda abierto hasta PROC-ENCERRAR.
       77 WS-RATE-STATUS           PIC X(02) VALUE "00".
       77 WS-RATE-OPEN-SWITCH      PIC X(01) VALUE "N".
           88 WS-RATE-ABIERTO                VALUE "Y".
           88 WS-RATE-NO-DISPONIBLE          VALUE "F".
       77 WS-RATE-EOF-SWITCH       PIC X(01) VALUE "N".
           88 WS-FIM-RATE                    VALUE "Y".
       77 WS-DIVISA-PAR            PIC X(06) VALUE SPACES.
           88 WS-TASA-ACHADA                 VALUE "Y".
       77 WS-TASA-ED               PIC ZZ9.999999.

      *    Dia habil que rige para la fecha de la transaccion (la
      *    ultima fecha consultada se recuerda: un lote trae una sola
      *    fecha y no se pregunta al calendario por cada detalle).
       77 WS-FECHA-TASA-HABIL      PIC 9(08) VALUE 0.
       77 WS-FECHA-TASA-CONSULTA   PIC 9(08) VALUE 0.

      *    Interfaz del servicio de calendario (EXTERNAL, mismos PIC
      *    en todos los programas que lo llaman).
       77 WS-CAL-PEDIDO            PIC X(01) EXTERNAL.
       77 WS-CAL-FECHA             PIC 9(08) EXTERNAL.
       77 WS-CAL-FECHA-HABIL       PIC 9(08) EXTERNAL.
       77 WS-CAL-HABIL             PIC X(01) EXTERNAL.
       77 WS-CAL-FIN-MES           PIC X(01) EXTERNAL.
       77 WS-CAL-FIN-ANO           PIC X(01) EXTERNAL.
       77 WS-CAL-DESCRIPCION       PIC X(30) EXTERNAL.
       77 WS-CAL-STATUS            PIC X(02) EXTERNAL.

      *    Modo cinta (menu <7>): acumulador de la sesion, datos de
      *    la ultima entrada (la unica que se puede anular) y los
      *    contadores para el registro de total de la cinta.
       77 WS-CINTA-STATUS          PIC X(02) VALUE "00".
       77 WS-CPRT-STATUS           PIC X(02) VALUE "00".
       77 WS-CINTA-FIN-SWITCH      PIC X(01) VALUE "N".
           88 WS-CINTA-FIN                   VALUE "Y".
       77 WS-CINTA-ANULABLE-SWITCH PIC X(01) VALUE "N".
           88 WS-CINTA-ANULABLE              VALUE "Y".
       77 WS-CINTA-RANGO-SWITCH    PIC X(01) VALUE "Y".
           88 WS-CINTA-EN-RANGO              VALUE "Y".
       77 WS-CINTA-TECLA           PIC X(01).
       77 WS-CINTA-USUARIO         PIC X(08).
       77 WS-CINTA-FECHA           PIC 9(08).
       77 WS-CINTA-HORA-INICIO     PIC 9(06).
       77 WS-CINTA-HORA-AUX        PIC 9(08).
       77 WS-CINTA-ACUM            PIC S9(07)V99 VALUE 0.
       77 WS-CINTA-ACUM-ANTERIOR   PIC S9(07)V99 VALUE 0.
       77 WS-CINTA-ENTRADAS        PIC 9(04) VALUE 0.
       77 WS-CINTA-ANULADAS        PIC 9(04) VALUE 0.
       77 WS-CINTA-ULT-ENTRADA     PIC 9(04) VALUE 0.
       77 WS-CINTA-ULT-OPER        PIC X(01).
       77 WS-CINTA-ULT-IMPORTE     PIC S9(07)V99 VALUE 0.
       77 WS-CINTA-ACUM-ED         PIC -------9.99.
       77 WS-CINTA-IMPORTE-ED      PIC -------9.99.

       01  WS-CINTA-HORA-N         PIC 9(06).
       01  WS-CINTA-HORA-P REDEFINES WS-CINTA-HORA-N.
           05 WS-CINTA-HH              PIC 9(02).
           05 WS-CINTA-MI              PIC 9(02).
           05 WS-CINTA-SS              PIC 9(02).

       01  WS-CINTA-HORA-ED.
           05 WS-CINTA-HH-ED           PIC 9(02).
           05 FILLER                   PIC X(01) VALUE ":".
           05 WS-CINTA-MI-ED           PIC 9(02).
           05 FILLER                   PIC X(01) VALUE ":".
           05 WS-CINTA-SS-ED           PIC 9(02).

       01  WS-CINTA-FECHA-N        PIC 9(08).
       01  WS-CINTA-FECHA-P REDEFINES WS-CINTA-FECHA-N.
           05 WS-CINTA-ANO             PIC 9(04).
           05 WS-CINTA-MES             PIC 9(02).
           05 WS-CINTA-DIA             PIC 9(02).

       01  WS-CINTA-FECHA-ED.
           05 WS-CINTA-DIA-ED          PIC 9(02).
           05 FILLER                   PIC X(01) VALUE "/".
           05 WS-CINTA-MES-ED          PIC 9(02).
           05 FILLER                   PIC X(01) VALUE "/".
           05 WS-CINTA-ANO-ED          PIC 9(04).

       01  WS-CINTA-LINEA          PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY "<4> para multiplicar"
            DISPLAY "<5> para modo batch (archivo de transacciones)"
            DISPLAY "<6> para conversion de divisas"
            DISPLAY "<7> para modo cinta (sumadora con acumulador)"
            DISPLAY "*************************************************"
            ACCEPT WS-MODO
            MOVE WS-MODO TO WS-MODO-EJECUTADO
            IF WS-MODO = "6"
                PERFORM PROC-DIVISA-INTERACTIVA
                        THRU PROC-DIVISA-INTERACTIVA-END
            ELSE
            IF WS-MODO = "7"
                PERFORM PROC-CINTA THRU PROC-CINTA-END
            ELSE
                DISPLAY "Primer numero (ej. 1234.56):"
                PERFORM PROC-LEER-IMPORTE
                END-EVALUATE
            END-IF
            END-IF
            END-IF

            DISPLAY "*************************************************"
            DISPLAY "Desea continuar?"

       PROC-BUSCAR-TASA.

      *    Lectura directa por clave: se posiciona en la ultima
      *    clave del par que no supera la fecha de la transaccion y
      *    se lee hacia atras salteando las tasas pendientes de
      *    confirmacion, hasta dar con una confirmada o salir del
      *    par. Una tasa con fecha de fin ya vencida a la fecha de
      *    la transaccion deja el par sin tasa vigente. Una fecha no
      *    habil busca con el dia habil anterior.
            MOVE "N" TO WS-TASA-ACHADA-SWITCH
            MOVE 0 TO WS-TASA
            MOVE 0 TO WS-TASA-FECHA
                GO TO PROC-BUSCAR-TASA-END
            END-IF

            IF WS-FECHA-TRANS NOT = WS-FECHA-TASA-CONSULTA
               OR WS-FECHA-TASA-HABIL = 0
                MOVE "A"            TO WS-CAL-PEDIDO
                MOVE WS-FECHA-TRANS TO WS-CAL-FECHA
                CALL "CALHABIL"
                MOVE WS-FECHA-TRANS     TO WS-FECHA-TASA-CONSULTA
                MOVE WS-CAL-FECHA-HABIL TO WS-FECHA-TASA-HABIL
            END-IF

            IF WS-FECHA-TASA-HABIL NOT = WS-FECHA-TRANS
               AND NOT WS-BATCH-MODE
                DISPLAY "Fecha " WS-FECHA-TRANS " no habil: se toma "
                        "la tasa del dia habil " WS-FECHA-TASA-HABIL
            END-IF

            IF NOT WS-RATE-ABIERTO
               AND NOT WS-RATE-NO-DISPONIBLE
                OPEN INPUT RATEFILE
                IF WS-RATE-STATUS = "00"
                    MOVE "Y" TO WS-RATE-OPEN-SWITCH
                ELSE
                    DISPLAY "No se pudo abrir RATEFILE, status: "
                            WS-RATE-STATUS
                    MOVE "F" TO WS-RATE-OPEN-SWITCH
                END-IF
            END-IF

            IF NOT WS-RATE-ABIERTO
                GO TO PROC-BUSCAR-TASA-END
            END-IF

            MOVE WS-DIVISA-PAR       TO RT-PAR
            MOVE WS-FECHA-TASA-HABIL TO RT-FECHA

            START RATEFILE KEY IS NOT GREATER THAN RT-CLAVE
                INVALID KEY
                    MOVE "Y" TO WS-RATE-EOF-SWITCH
            END-START

            IF NOT WS-FIM-RATE
                READ RATEFILE PREVIOUS RECORD
                    AT END
                        MOVE "Y" TO WS-RATE-EOF-SWITCH
                END-READ
            END-IF

            PERFORM PROC-BUSCAR-TASA-LOTE
                    THRU PROC-BUSCAR-TASA-LOTE-END
                    UNTIL WS-FIM-RATE
                       OR WS-TASA-ACHADA
            .
       PROC-BUSCAR-TASA-END.

       PROC-BUSCAR-TASA-LOTE.

            EVALUATE TRUE
                WHEN RT-PAR NOT = WS-DIVISA-PAR
                    MOVE "Y" TO WS-RATE-EOF-SWITCH
                WHEN RT-VIGENTE
                    MOVE "Y" TO WS-RATE-EOF-SWITCH
                    IF RT-TASA NUMERIC
                       AND RT-TASA > 0
                       AND (RT-FECHA-FIN = 0
                            OR RT-FECHA-FIN NOT < WS-FECHA-TASA-HABIL)
                        MOVE "Y" TO WS-TASA-ACHADA-SWITCH
                        MOVE RT-FECHA TO WS-TASA-FECHA
                        MOVE RT-TASA  TO WS-TASA
                    END-IF
                WHEN OTHER
                    READ RATEFILE PREVIOUS RECORD
                        AT END
                            MOVE "Y" TO WS-RATE-EOF-SWITCH
                    END-READ
            END-EVALUATE
            .
       PROC-BUSCAR-TASA-LOTE-END.

       PROC-CINTA.

      *    Sumadora con cinta: el acumulador arranca en cero y cada
      *    entrada opera sobre el subtotal. Sin CINTAFILE no se abre
      *    la cinta: el total tiene que quedar registrado.
            IF WS-USUARIO-FIRMADO = SPACES
               OR WS-USUARIO-FIRMADO = LOW-VALUES
                MOVE "*SINFIRM" TO WS-CINTA-USUARIO
            ELSE
                MOVE WS-USUARIO-FIRMADO TO WS-CINTA-USUARIO
            END-IF

            ACCEPT WS-CINTA-FECHA FROM DATE YYYYMMDD
            ACCEPT WS-CINTA-HORA-AUX FROM TIME
            MOVE WS-CINTA-HORA-AUX(1:6) TO WS-CINTA-HORA-INICIO

            OPEN EXTEND CINTAFILE
            IF WS-CINTA-STATUS = "35"
                OPEN OUTPUT CINTAFILE
            END-IF

            IF WS-CINTA-STATUS NOT = "00"
                DISPLAY "No se pudo abrir CINTAFILE, status: "
                        WS-CINTA-STATUS
                DISPLAY "Modo cinta cancelado."
                GO TO PROC-CINTA-END
            END-IF

            OPEN EXTEND CINTAPRT
            IF WS-CPRT-STATUS = "35"
                OPEN OUTPUT CINTAPRT
            END-IF

            IF WS-CPRT-STATUS NOT = "00"
                DISPLAY "No se pudo abrir CINTAPRT, status: "
                        WS-CPRT-STATUS
                DISPLAY "Modo cinta cancelado."
                CLOSE CINTAFILE
                GO TO PROC-CINTA-END
            END-IF

            MOVE 0   TO WS-CINTA-ACUM
            MOVE 0   TO WS-CINTA-ACUM-ANTERIOR
            MOVE 0   TO WS-CINTA-ENTRADAS
            MOVE 0   TO WS-CINTA-ANULADAS
            MOVE "N" TO WS-CINTA-ANULABLE-SWITCH
            MOVE "N" TO WS-CINTA-FIN-SWITCH

            PERFORM PROC-CINTA-CABECERA THRU PROC-CINTA-CABECERA-END

            PERFORM PROC-CINTA-ENTRADA THRU PROC-CINTA-ENTRADA-END
                    UNTIL WS-CINTA-FIN

            PERFORM PROC-CINTA-TOTAL THRU PROC-CINTA-TOTAL-END

            CLOSE CINTAFILE
            CLOSE CINTAPRT
            .
       PROC-CINTA-END.

       PROC-CINTA-ENTRADA.

            MOVE WS-CINTA-ACUM TO WS-CINTA-ACUM-ED
            DISPLAY "Subtotal: " WS-CINTA-ACUM-ED
            DISPLAY "<+> <-> <*> </> e importe, <A> anular la ultima"
                    " entrada, <S> subtotal, <T> total y fin"
            MOVE SPACE TO WS-CINTA-TECLA
            ACCEPT WS-CINTA-TECLA

            EVALUATE WS-CINTA-TECLA
                WHEN "+" WHEN "-" WHEN "*" WHEN "/"
                    PERFORM PROC-CINTA-OPERAR
                            THRU PROC-CINTA-OPERAR-END
                WHEN "A" WHEN "a"
                    PERFORM PROC-CINTA-ANULAR
                            THRU PROC-CINTA-ANULAR-END
                WHEN "S" WHEN "s"
                    PERFORM PROC-CINTA-SUBTOTAL
                            THRU PROC-CINTA-SUBTOTAL-END
                WHEN "T" WHEN "t"
                    MOVE "Y" TO WS-CINTA-FIN-SWITCH
                WHEN OTHER
                    DISPLAY "Valor Invalido!"
            END-EVALUATE
            .
       PROC-CINTA-ENTRADA-END.

       PROC-CINTA-OPERAR.

            DISPLAY "Importe (ej. 1234.56):"
            PERFORM PROC-LEER-IMPORTE THRU PROC-LEER-IMPORTE-END

            IF WS-CINTA-TECLA = "/"
               AND WS-IMPORTE-VALOR = 0
                DISPLAY "No se puede dividir por cero!"
                DISPLAY "Entrada no tomada."
                GO TO PROC-CINTA-OPERAR-END
            END-IF

            MOVE WS-CINTA-ACUM    TO WS-NUMERO-1
            MOVE WS-IMPORTE-VALOR TO WS-NUMERO-2
            MOVE "Y" TO WS-CINTA-RANGO-SWITCH

      *    Misma regla de redondeo que PROC-DIVIDIR para el cociente.
            EVALUATE WS-CINTA-TECLA
                WHEN "+"
                    MOVE "1" TO WS-MODO
                    COMPUTE WS-RESULT = WS-NUMERO-1 + WS-NUMERO-2
                WHEN "-"
                    MOVE "2" TO WS-MODO
                    COMPUTE WS-RESULT = WS-NUMERO-1 - WS-NUMERO-2
                WHEN "/"
                    MOVE "3" TO WS-MODO
                    COMPUTE WS-RESULT ROUNDED =
                            WS-NUMERO-1 / WS-NUMERO-2
                WHEN "*"
                    MOVE "4" TO WS-MODO
                    COMPUTE WS-RESULT = WS-NUMERO-1 * WS-NUMERO-2
                        ON SIZE ERROR
                            MOVE "N" TO WS-CINTA-RANGO-SWITCH
                    END-COMPUTE
            END-EVALUATE

      *    El subtotal vuelve a ser operando de la proxima entrada:
      *    no puede pasar del rango de un importe.
            IF WS-CINTA-EN-RANGO
                IF WS-RESULT > 9999999.99
                   OR WS-RESULT < -9999999.99
                    MOVE "N" TO WS-CINTA-RANGO-SWITCH
                END-IF
            END-IF

            IF NOT WS-CINTA-EN-RANGO
                DISPLAY "Resultado fuera de rango!"
                DISPLAY "Entrada no tomada."
                GO TO PROC-CINTA-OPERAR-END
            END-IF

            PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-END

            MOVE WS-CINTA-ACUM    TO WS-CINTA-ACUM-ANTERIOR
            MOVE WS-RESULT        TO WS-CINTA-ACUM
            ADD 1 TO WS-CINTA-ENTRADAS
            MOVE WS-CINTA-ENTRADAS TO WS-CINTA-ULT-ENTRADA
            MOVE WS-CINTA-TECLA    TO WS-CINTA-ULT-OPER
            MOVE WS-NUMERO-2       TO WS-CINTA-ULT-IMPORTE
            MOVE "Y" TO WS-CINTA-ANULABLE-SWITCH

            PERFORM PROC-CINTA-REGISTRO THRU PROC-CINTA-REGISTRO-END
            MOVE "E"               TO CT-TIPO
            MOVE WS-CINTA-ENTRADAS TO CT-ENTRADA
            MOVE WS-CINTA-TECLA    TO CT-OPER
            MOVE WS-NUMERO-2       TO CT-IMPORTE
            MOVE WS-AUDIT-SEQ      TO CT-AU-SEQ
            PERFORM PROC-CINTA-GRABAR THRU PROC-CINTA-GRABAR-END
            .
       PROC-CINTA-OPERAR-END.

       PROC-CINTA-ANULAR.

      *    Solo la ultima entrada se anula, y una sola vez: el
      *    subtotal vuelve al que habia antes de ella.
            IF NOT WS-CINTA-ANULABLE
                DISPLAY "No hay entrada para anular."
                GO TO PROC-CINTA-ANULAR-END
            END-IF

            MOVE "7"                    TO WS-MODO
            MOVE WS-CINTA-ACUM          TO WS-NUMERO-1
            MOVE WS-CINTA-ULT-IMPORTE   TO WS-NUMERO-2
            MOVE WS-CINTA-ACUM-ANTERIOR TO WS-RESULT
            PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-END

            MOVE WS-CINTA-ACUM-ANTERIOR TO WS-CINTA-ACUM
            ADD 1 TO WS-CINTA-ANULADAS
            MOVE "N" TO WS-CINTA-ANULABLE-SWITCH

            PERFORM PROC-CINTA-REGISTRO THRU PROC-CINTA-REGISTRO-END
            MOVE "A"                  TO CT-TIPO
            MOVE WS-CINTA-ULT-ENTRADA TO CT-ENTRADA
            MOVE WS-CINTA-ULT-OPER    TO CT-OPER
            MOVE WS-CINTA-ULT-IMPORTE TO CT-IMPORTE
            MOVE WS-AUDIT-SEQ         TO CT-AU-SEQ
            PERFORM PROC-CINTA-GRABAR THRU PROC-CINTA-GRABAR-END

            DISPLAY "Entrada " WS-CINTA-ULT-ENTRADA " anulada."
            .
       PROC-CINTA-ANULAR-END.

       PROC-CINTA-SUBTOTAL.

            PERFORM PROC-CINTA-REGISTRO THRU PROC-CINTA-REGISTRO-END
            MOVE "S" TO CT-TIPO
            PERFORM PROC-CINTA-GRABAR THRU PROC-CINTA-GRABAR-END
            .
       PROC-CINTA-SUBTOTAL-END.

       PROC-CINTA-TOTAL.

            PERFORM PROC-CINTA-REGISTRO THRU PROC-CINTA-REGISTRO-END
            MOVE "T"               TO CT-TIPO
            MOVE WS-CINTA-ENTRADAS TO CT-ENTRADA
            MOVE WS-CINTA-ANULADAS TO CT-ANULADAS
            PERFORM PROC-CINTA-GRABAR THRU PROC-CINTA-GRABAR-END

            MOVE WS-CINTA-ACUM TO WS-CINTA-ACUM-ED
            DISPLAY "Total general: " WS-CINTA-ACUM-ED
            DISPLAY "Entradas: " WS-CINTA-ENTRADAS
                    "  anuladas: " WS-CINTA-ANULADAS
                    " (cinta en CINTAPRT)"
            .
       PROC-CINTA-TOTAL-END.

       PROC-CINTA-REGISTRO.

      *    Campos comunes de toda linea de la cinta.
            MOVE SPACES               TO CT-REGISTRO
            MOVE WS-CINTA-USUARIO     TO CT-USUARIO
            MOVE WS-CINTA-FECHA       TO CT-FECHA
            MOVE WS-CINTA-HORA-INICIO TO CT-HORA-INICIO
            MOVE 0                    TO CT-ENTRADA
            MOVE SPACE                TO CT-OPER
            MOVE 0                    TO CT-IMPORTE
            MOVE WS-CINTA-ACUM        TO CT-ACUMULADO
            MOVE 0                    TO CT-AU-SEQ
            MOVE 0                    TO CT-ANULADAS
            ACCEPT WS-CINTA-HORA-AUX FROM TIME
            MOVE WS-CINTA-HORA-AUX(1:6) TO CT-HORA
            .
       PROC-CINTA-REGISTRO-END.

       PROC-CINTA-GRABAR.

            WRITE CT-REGISTRO
            PERFORM PROC-CINTA-IMPRIMIR THRU PROC-CINTA-IMPRIMIR-END
            .
       PROC-CINTA-GRABAR-END.

       PROC-CINTA-CABECERA.

            MOVE WS-CINTA-FECHA TO WS-CINTA-FECHA-N
            MOVE WS-CINTA-DIA   TO WS-CINTA-DIA-ED
            MOVE WS-CINTA-MES   TO WS-CINTA-MES-ED
            MOVE WS-CINTA-ANO   TO WS-CINTA-ANO-ED
            MOVE WS-CINTA-HORA-INICIO TO WS-CINTA-HORA-N
            MOVE WS-CINTA-HH    TO WS-CINTA-HH-ED
            MOVE WS-CINTA-MI    TO WS-CINTA-MI-ED
            MOVE WS-CINTA-SS    TO WS-CINTA-SS-ED

            MOVE SPACES TO WS-CINTA-LINEA
            STRING "CINTA SUMADORA   OPERADOR: " WS-CINTA-USUARIO
                   "   FECHA: " WS-CINTA-FECHA-ED
                   "   HORA: " WS-CINTA-HORA-ED
                   DELIMITED BY SIZE
                INTO WS-CINTA-LINEA
            END-STRING
            MOVE WS-CINTA-LINEA TO CP-LINHA
            WRITE CP-LINHA

            MOVE ALL "-" TO CP-LINHA
            WRITE CP-LINHA
            .
       PROC-CINTA-CABECERA-END.

       PROC-CINTA-IMPRIMIR.

      *    Linea impresa a partir del registro de CINTAFILE; CINTACON
      *    arma la reimpresion con el mismo formato.
            MOVE CT-HORA       TO WS-CINTA-HORA-N
            MOVE WS-CINTA-HH   TO WS-CINTA-HH-ED
            MOVE WS-CINTA-MI   TO WS-CINTA-MI-ED
            MOVE WS-CINTA-SS   TO WS-CINTA-SS-ED
            MOVE CT-IMPORTE    TO WS-CINTA-IMPORTE-ED
            MOVE CT-ACUMULADO  TO WS-CINTA-ACUM-ED
            MOVE SPACES TO WS-CINTA-LINEA

            EVALUATE TRUE
                WHEN CT-ES-ENTRADA
                    STRING CT-ENTRADA "  " CT-OPER " "
                           WS-CINTA-IMPORTE-ED
                           "             " WS-CINTA-ACUM-ED
                           "   " WS-CINTA-HORA-ED
                           DELIMITED BY SIZE
                        INTO WS-CINTA-LINEA
                    END-STRING
                WHEN CT-ES-ANULACION
                    STRING CT-ENTRADA "  " CT-OPER " "
                           WS-CINTA-IMPORTE-ED
                           "  ANULADA    " WS-CINTA-ACUM-ED
                           "   " WS-CINTA-HORA-ED
                           DELIMITED BY SIZE
                        INTO WS-CINTA-LINEA
                    END-STRING
                WHEN CT-ES-SUBTOTAL
                    STRING "                   SUBTOTAL   "
                           WS-CINTA-ACUM-ED
                           "   " WS-CINTA-HORA-ED
                           DELIMITED BY SIZE
                        INTO WS-CINTA-LINEA
                    END-STRING
                WHEN CT-ES-TOTAL
                    MOVE ALL "-" TO CP-LINHA
                    WRITE CP-LINHA
                    STRING "                   TOTAL      "
                           WS-CINTA-ACUM-ED
                           "   " WS-CINTA-HORA-ED
                           DELIMITED BY SIZE
                        INTO WS-CINTA-LINEA
                    END-STRING
                    MOVE WS-CINTA-LINEA TO CP-LINHA
                    WRITE CP-LINHA
                    MOVE SPACES TO WS-CINTA-LINEA
                    STRING "ENTRADAS: " CT-ENTRADA
                           "   ANULADAS: " CT-ANULADAS
                           DELIMITED BY SIZE
                        INTO WS-CINTA-LINEA
                    END-STRING
            END-EVALUATE

            MOVE WS-CINTA-LINEA TO CP-LINHA
            WRITE CP-LINHA

            IF CT-ES-TOTAL
                MOVE SPACES TO CP-LINHA
                WRITE CP-LINHA
            END-IF
            .
       PROC-CINTA-IMPRIMIR-END.

       PROC-BATCH.
            MOVE "Y" TO WS-BATCH-SWITCH
            MOVE "N" TO WS-INTERACTIVE-SWITCH
                        MOVE 0 TO WS-BATCH-LIDOS
                        MOVE 0 TO WS-BATCH-PROCESADOS
                        MOVE 0 TO WS-BATCH-RECHAZADOS
                        MOVE 0 TO WS-BATCH-RETENIDOS

                        PERFORM PROC-PEND-ABRIR
                                THRU PROC-PEND-ABRIR-END

      *    Primera pasada: cuadrar cabecera y trailer del lote
      *    contra lo realmente leido. Recien con el lote validado se
                        PERFORM PROC-LOTE-VALIDAR
                                THRU PROC-LOTE-VALIDAR-END

      *    Un lote que cuadra consigo mismo todavia puede ser una
      *    retransmision de una noche anterior: se coteja contra
      *    el historial de lotes aceptados.
                        IF WS-LOTE-OK
                            PERFORM PROC-LOTE-HISTORIA
                                    THRU PROC-LOTE-HISTORIA-END
                        END-IF

                        CLOSE TRANFILE
                        OPEN INPUT TRANFILE
                        MOVE "N" TO WS-TRAN-EOF-SWITCH
                        END-READ

                        IF WS-LOTE-OK
                            PERFORM PROC-LOTE-UMBRAL
                                    THRU PROC-LOTE-UMBRAL-END

                            IF WS-BATCH-RETOMAR > 0
                                DISPLAY "Reanudando despues del "
                                        "detalle: " WS-BATCH-SALTAR
                                MOVE 0 TO WS-BATCH-SKIP-IDX
                                PERFORM PROC-BATCH-PULAR
                                        THRU PROC-BATCH-PULAR-END
                                        UNTIL WS-BATCH-SKIP-IDX
                                              NOT < WS-BATCH-SALTAR
                                           OR WS-FIM-TRAN
                                MOVE WS-BATCH-RETOMAR
                                     TO WS-BATCH-LIDOS
                                     TO WS-BATCH-PROCESADOS
                                MOVE WS-BATCH-RETOMAR-RECH
                                     TO WS-BATCH-RECHAZADOS
                                MOVE WS-BATCH-RETOMAR-RET
                                     TO WS-BATCH-RETENIDOS
                            END-IF

                            PERFORM PROC-BATCH-LOTE
                                    THRU PROC-BATCH-LOTE-END
                                    UNTIL WS-FIM-TRAN

                            PERFORM PROC-LOTE-HISTORIA-CERRAR
                                    THRU PROC-LOTE-HISTORIA-CERRAR-END
                        ELSE
                            PERFORM PROC-LOTE-RECHAZO-RETOMAR
                                    THRU PROC-LOTE-RECHAZO-RETOMAR-END
                        END-IF

      *    Decisiones de APROBAR tomadas desde la corrida anterior:
      *    se despachan aunque el lote de esta noche haya rechazado.
                        PERFORM PROC-PEND-DESPACHAR
                                THRU PROC-PEND-DESPACHAR-END

                        PERFORM PROC-BATCH-TOTALES
                                THRU PROC-BATCH-TOTALES-END

                        CLOSE REPTFILE
                        CLOSE REJFILE

                        IF WS-PEND-ABIERTO
                            CLOSE PENDFILE
                        END-IF
                        MOVE "N" TO WS-PEND-OPEN-SWITCH

                        IF WS-HIST-ABIERTO
                            CLOSE LOTEHIST
                        END-IF
                        MOVE "N" TO WS-HIST-OPEN-SWITCH

      *    La corrida llego al final del archivo: el checkpoint ya
      *    no aplica y se limpia, para que la proxima corrida (aun
      *    contra otro TRANFILE) no saltee detalles por error.

            MOVE "N" TO WS-BATCH-SWITCH
            MOVE "Y" TO WS-INTERACTIVE-SWITCH
            MOVE "N" TO WS-RETENIDO-SWITCH
            MOVE "N" TO WS-LOTE-UMBRAL-SWITCH
            .
       PROC-BATCH-END.

            END-IF

            ADD 1 TO WS-BATCH-LIDOS

            PERFORM PROC-BATCH-DETALLE THRU PROC-BATCH-DETALLE-END

            PERFORM PROC-BATCH-CONTAR THRU PROC-BATCH-CONTAR-END
            .
       PROC-BATCH-LOTE-LEER.

            READ TRANFILE
                AT END
                    MOVE "Y" TO WS-TRAN-EOF-SWITCH
            END-READ
            .
       PROC-BATCH-LOTE-END.

       PROC-BATCH-DETALLE.

      *    Procesa el detalle que esta en TR-REGISTRO: lo usan tanto
      *    la lectura de TRANFILE como el despacho de un detalle
      *    aprobado de PENDFILE.
            MOVE "N" TO WS-RECHAZO-SWITCH
            MOVE SPACES TO WS-RECHAZO-MOTIVO
            MOVE "N" TO WS-RETENIDO-SWITCH

            MOVE TR-OPER      TO WS-MODO
            MOVE "N" TO WS-OPERANDO-ROMANO-SW
                    DISPLAY "Importe invalido en TRANFILE."
                    MOVE "Y" TO WS-RECHAZO-SWITCH
                    MOVE "IMPINV" TO WS-RECHAZO-MOTIVO
                    GO TO PROC-BATCH-DETALLE-END
                END-IF

                MOVE TR-NUMERO-1   TO WS-NUMERO-1
                PERFORM PROC-CONVERTIR-ROMANOS
                        THRU PROC-CONVERTIR-ROMANOS-END
                IF WS-REGISTRO-RECHAZADO
                    GO TO PROC-BATCH-DETALLE-END
                END-IF
            ELSE

                    DISPLAY "Importe invalido en TRANFILE."
                    MOVE "Y" TO WS-RECHAZO-SWITCH
                    MOVE "IMPINV" TO WS-RECHAZO-MOTIVO
                    GO TO PROC-BATCH-DETALLE-END
                END-IF

                MOVE TR-NUMERO-1  TO WS-NUMERO-1
                       MOVE "OPERINV" TO WS-RECHAZO-MOTIVO
            END-EVALUATE
            .
       PROC-BATCH-DETALLE-END.

       PROC-BATCH-CONTAR.

      *    Disposicion del detalle: rechazado a REJFILE, retenido en
      *    PENDFILE o procesado a REPTFILE (leidos = procesados +
      *    rechazados + retenidos).
            EVALUATE TRUE
                WHEN WS-REGISTRO-RECHAZADO
                    PERFORM WRITE-REJECT-RECORD
                            THRU WRITE-REJECT-RECORD-END
                    ADD 1 TO WS-BATCH-RECHAZADOS
                WHEN WS-DETALLE-RETENIDO
                    ADD 1 TO WS-BATCH-RETENIDOS
                WHEN OTHER
                    ADD 1 TO WS-BATCH-PROCESADOS
            END-EVALUATE

            DIVIDE WS-BATCH-LIDOS BY WS-CHECKPOINT-INTERVALO
                   GIVING WS-BATCH-QUOCIENTE
                        THRU PROC-BATCH-CHECKPOINT-END
            END-IF
            .
       PROC-BATCH-CONTAR-END.

       PROC-BATCH-LER-CHECKPOINT.

            MOVE 0 TO WS-BATCH-RETOMAR
            MOVE 0 TO WS-BATCH-RETOMAR-PROC
            MOVE 0 TO WS-BATCH-RETOMAR-RECH
            MOVE 0 TO WS-BATCH-RETOMAR-RET
            MOVE 0 TO WS-BATCH-SALTAR

            OPEN INPUT CHKPCALC
            IF WS-CHKP-STATUS = "00"
                        CONTINUE
                    NOT AT END
                        MOVE CK-LIDOS      TO WS-BATCH-RETOMAR
                        MOVE CK-LIDOS      TO WS-BATCH-SALTAR
                        MOVE CK-PROCESADOS TO WS-BATCH-RETOMAR-PROC
                        MOVE CK-RECHAZADOS TO WS-BATCH-RETOMAR-RECH
                        IF CK-RETENIDOS NUMERIC
                            MOVE CK-RETENIDOS
                                 TO WS-BATCH-RETOMAR-RET
                        END-IF
                END-READ
                CLOSE CHKPCALC
            END-IF
            MOVE WS-BATCH-LIDOS      TO CK-LIDOS
            MOVE WS-BATCH-PROCESADOS TO CK-PROCESADOS
            MOVE WS-BATCH-RECHAZADOS TO CK-RECHAZADOS
            MOVE WS-BATCH-RETENIDOS  TO CK-RETENIDOS
            WRITE CK-REGISTRO
            CLOSE CHKPCALC
            .
            .
       PROC-LOTE-VALIDAR-RESTO-END.

       PROC-LOTE-HISTORIA.

      *    Control de duplicados contra LOTEHIST (se crea vacio la
      *    primera vez). Sin historial no se puede asegurar que el
      *    lote no se haya procesado ya: se rechaza entero.
            MOVE "N" TO WS-HIST-OPEN-SWITCH
            MOVE "N" TO WS-HIST-REANUDA-SWITCH
            MOVE "N" TO WS-HIST-COMPLETO-SWITCH

            OPEN I-O LOTEHIST
            IF WS-HIST-STATUS = "35"
                OPEN OUTPUT LOTEHIST
                CLOSE LOTEHIST
                OPEN I-O LOTEHIST
            END-IF

            IF WS-HIST-STATUS NOT = "00"
                DISPLAY "No se pudo abrir LOTEHIST, status: "
                        WS-HIST-STATUS
                MOVE "N" TO WS-LOTE-OK-SWITCH
                MOVE "HISTINV" TO WS-LOTE-MOTIVO
                MOVE 28 TO WS-RC-FINAL
                GO TO PROC-LOTE-HISTORIA-END
            END-IF

            MOVE "Y" TO WS-HIST-OPEN-SWITCH

      *    Mismo id y origen: ya procesado, salvo que sea la corrida
      *    cancelada de este mismo lote que ahora se reanuda.
            MOVE WS-LOTE-ID     TO LH-LOTE-ID
            MOVE WS-LOTE-ORIGEN TO LH-ORIGEN

            READ LOTEHIST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM PROC-LOTE-HISTORIA-EXISTE
                            THRU PROC-LOTE-HISTORIA-EXISTE-END
            END-READ

            IF WS-HIST-REANUDA
               OR NOT WS-LOTE-OK
                GO TO PROC-LOTE-HISTORIA-END
            END-IF

      *    Otro id con el mismo contenido de control: el mismo lote
      *    retransmitido con un id nuevo.
            MOVE WS-LOTE-ORIGEN        TO LH-CONT-ORIGEN
            MOVE WS-LOTE-FECHA         TO LH-FECHA-LOTE
            MOVE WS-LOTE-CANT-ESPERADA TO LH-CANT
            MOVE WS-LOTE-HASH-ESPERADO TO LH-HASH

            READ LOTEHIST KEY IS LH-CONTENIDO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY "Lote con el contenido del lote "
                            LH-LOTE-ID " ya procesado el "
                            LH-FECHA-PROCESO ": " WS-LOTE-ID
                    MOVE "N" TO WS-LOTE-OK-SWITCH
                    MOVE "CONTDUP" TO WS-LOTE-MOTIVO
            END-READ

            IF NOT WS-LOTE-OK
                GO TO PROC-LOTE-HISTORIA-END
            END-IF

      *    Lote aceptado: entra al historial en curso antes de
      *    procesar el primer detalle.
            MOVE WS-LOTE-ID            TO LH-LOTE-ID
            MOVE WS-LOTE-ORIGEN        TO LH-ORIGEN
            MOVE WS-LOTE-ORIGEN        TO LH-CONT-ORIGEN
            MOVE WS-LOTE-FECHA         TO LH-FECHA-LOTE
            MOVE WS-LOTE-CANT-ESPERADA TO LH-CANT
            MOVE WS-LOTE-HASH-ESPERADO TO LH-HASH
            ACCEPT LH-FECHA-PROCESO FROM DATE YYYYMMDD
            ACCEPT WS-HORA-HIST FROM TIME
            MOVE WS-HORA-HIST(1:6)     TO LH-HORA-PROCESO

            IF WS-USUARIO-FIRMADO = SPACES
               OR WS-USUARIO-FIRMADO = LOW-VALUES
                MOVE "*SINFIRM" TO LH-USUARIO
            ELSE
                MOVE WS-USUARIO-FIRMADO TO LH-USUARIO
            END-IF

            MOVE "E"                   TO LH-ESTADO
            MOVE 0                     TO LH-PROCESADOS
            MOVE 0                     TO LH-RECHAZADOS
            MOVE 0                     TO LH-RETENIDOS
            MOVE 0                     TO LH-FECHA-FIN
            MOVE 0                     TO LH-HORA-FIN

            WRITE LH-REGISTRO
                INVALID KEY
                    DISPLAY "No se pudo grabar LOTEHIST, status: "
                            WS-HIST-STATUS
                    MOVE "N" TO WS-LOTE-OK-SWITCH
                    MOVE "HISTINV" TO WS-LOTE-MOTIVO
                    MOVE 28 TO WS-RC-FINAL
            END-WRITE
            .
       PROC-LOTE-HISTORIA-END.

       PROC-LOTE-HISTORIA-EXISTE.

      *    El mismo contenido de control en curso ("E") es la
      *    corrida cancelada a mitad del lote: se reanuda desde el
      *    checkpoint. Ya completo ("C") pero con checkpoint vivo, la
      *    corrida se corto despues de cerrar el lote y antes de
      *    limpiar el checkpoint: todos los detalles ya estan
      *    dispuestos, se saltean enteros y la corrida sigue con el
      *    despacho y los totales. Cualquier otro caso es un lote
      *    repetido.
            IF LH-FECHA-LOTE NOT = WS-LOTE-FECHA
               OR LH-CANT NOT = WS-LOTE-CANT-ESPERADA
               OR LH-HASH NOT = WS-LOTE-HASH-ESPERADO
                GO TO PROC-LOTE-HISTORIA-DUPLICADO
            END-IF

            IF LH-EN-CURSO
                MOVE "Y" TO WS-HIST-REANUDA-SWITCH
                GO TO PROC-LOTE-HISTORIA-EXISTE-END
            END-IF

            IF LH-COMPLETO
               AND WS-BATCH-RETOMAR > 0
                DISPLAY "Lote ya completo en LOTEHIST, se retoma "
                        "despues de sus detalles: " WS-LOTE-ID
                MOVE "Y" TO WS-HIST-REANUDA-SWITCH
                MOVE "Y" TO WS-HIST-COMPLETO-SWITCH
                COMPUTE WS-HIST-DETALLES = LH-PROCESADOS
                                         + LH-RECHAZADOS
                                         + LH-RETENIDOS
                MOVE WS-HIST-DETALLES TO WS-BATCH-SALTAR
      *         Los contadores siguen desde CHKPCALC, que suma lo ya
      *         despachado. Un checkpoint anterior al cierre del lote
      *         (CK-LIDOS menor que sus detalles) se completa con los
      *         del historial.
                IF WS-BATCH-RETOMAR < WS-HIST-DETALLES
                    MOVE LH-PROCESADOS TO WS-BATCH-RETOMAR-PROC
                    MOVE LH-RECHAZADOS TO WS-BATCH-RETOMAR-RECH
                    MOVE LH-RETENIDOS  TO WS-BATCH-RETOMAR-RET
                    MOVE WS-HIST-DETALLES TO WS-BATCH-RETOMAR
                END-IF
                GO TO PROC-LOTE-HISTORIA-EXISTE-END
            END-IF
            .
       PROC-LOTE-HISTORIA-DUPLICADO.

            DISPLAY "Lote ya procesado el "
                    LH-FECHA-PROCESO ": " WS-LOTE-ID
            MOVE "N" TO WS-LOTE-OK-SWITCH
            MOVE "LOTEDUP" TO WS-LOTE-MOTIVO
            .
       PROC-LOTE-HISTORIA-EXISTE-END.

       PROC-LOTE-HISTORIA-CERRAR.

      *    Fin del lote: queda completo en el historial con la
      *    disposicion de sus detalles (los despachos de APROBAR que
      *    siguen no son de este lote).
            IF NOT WS-HIST-ABIERTO
               OR WS-HIST-COMPLETO
                GO TO PROC-LOTE-HISTORIA-CERRAR-END
            END-IF

            MOVE WS-LOTE-ID     TO LH-LOTE-ID
            MOVE WS-LOTE-ORIGEN TO LH-ORIGEN

            READ LOTEHIST
                INVALID KEY
                    DISPLAY "Lote ausente de LOTEHIST: " WS-LOTE-ID
                    GO TO PROC-LOTE-HISTORIA-CERRAR-END
            END-READ

            MOVE "C"                 TO LH-ESTADO
            MOVE WS-BATCH-PROCESADOS TO LH-PROCESADOS
            MOVE WS-BATCH-RECHAZADOS TO LH-RECHAZADOS
            MOVE WS-BATCH-RETENIDOS  TO LH-RETENIDOS
            ACCEPT LH-FECHA-FIN FROM DATE YYYYMMDD
            ACCEPT WS-HORA-HIST FROM TIME
            MOVE WS-HORA-HIST(1:6)   TO LH-HORA-FIN

            REWRITE LH-REGISTRO
                INVALID KEY
                    DISPLAY "No se pudo actualizar LOTEHIST, status: "
                            WS-HIST-STATUS
            END-REWRITE
            .
       PROC-LOTE-HISTORIA-CERRAR-END.

       PROC-LOTE-RECHAZO-RETOMAR.

      *    Con checkpoint vivo el lote rechazado ya quedo en REJFILE
      *    y REPTFILE en la corrida cortada (el checkpoint lo dejo
      *    el despacho de APROBAR): no se vuelve a copiar y los
      *    contadores siguen desde el checkpoint. HISTINV no dice si
      *    el lote se rechazo o se estaba procesando, y se sigue
      *    rechazando entero como siempre.
            IF WS-BATCH-RETOMAR = 0
                PERFORM PROC-LOTE-RECHAZAR
                        THRU PROC-LOTE-RECHAZAR-END
                GO TO PROC-LOTE-RECHAZO-RETOMAR-END
            END-IF

            MOVE WS-BATCH-RETOMAR      TO WS-BATCH-LIDOS
            MOVE WS-BATCH-RETOMAR-PROC TO WS-BATCH-PROCESADOS
            MOVE WS-BATCH-RETOMAR-RECH TO WS-BATCH-RECHAZADOS
            MOVE WS-BATCH-RETOMAR-RET  TO WS-BATCH-RETENIDOS

            IF WS-LOTE-MOTIVO = "HISTINV"
                PERFORM PROC-LOTE-RECHAZAR
                        THRU PROC-LOTE-RECHAZAR-END
                GO TO PROC-LOTE-RECHAZO-RETOMAR-END
            END-IF

            DISPLAY "Lote rechazado en la corrida cortada, se "
                    "retoma en el despacho: " WS-LOTE-ID
            .
       PROC-LOTE-RECHAZO-RETOMAR-END.

       PROC-LOTE-RECHAZAR.

      *    Rechazo del lote completo: primero el registro "B" con el
            .
       PROC-LOTE-RECHAZAR-LOTE-END.

       PROC-LOTE-UMBRAL.

      *    Umbral de aprobacion del origen del lote: la entrada del
      *    origen o, si no la tiene, la general "****". Sin UMBRFILE
      *    o sin ninguna de las dos entradas el lote no se controla.
            MOVE "N" TO WS-LOTE-UMBRAL-SWITCH
            MOVE 0 TO WS-LOTE-UMBRAL

            OPEN INPUT UMBRFILE

            IF WS-UMBR-STATUS NOT = "00"
                DISPLAY "UMBRFILE no disponible, status: "
                        WS-UMBR-STATUS
                DISPLAY "Lote sin control de umbral de aprobacion."
                GO TO PROC-LOTE-UMBRAL-END
            END-IF

            MOVE WS-LOTE-ORIGEN TO UM-ORIGEN
            READ UMBRFILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-LOTE-UMBRAL-SWITCH
            END-READ

            IF NOT WS-LOTE-CON-UMBRAL
                MOVE "****" TO UM-ORIGEN
                READ UMBRFILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-LOTE-UMBRAL-SWITCH
                END-READ
            END-IF

            IF WS-LOTE-CON-UMBRAL
                MOVE UM-UMBRAL TO WS-LOTE-UMBRAL
            END-IF

            CLOSE UMBRFILE
            .
       PROC-LOTE-UMBRAL-END.

       PROC-PEND-ABRIR.

      *    PENDFILE se crea vacio la primera vez que se lo necesita.
            MOVE "N" TO WS-PEND-OPEN-SWITCH
            MOVE 0 TO WS-PEND-LIBERADOS
            MOVE 0 TO WS-PEND-DECLINADOS

            OPEN I-O PENDFILE
            IF WS-PEND-STATUS = "35"
                OPEN OUTPUT PENDFILE
                CLOSE PENDFILE
                OPEN I-O PENDFILE
            END-IF

            IF WS-PEND-STATUS = "00"
                MOVE "Y" TO WS-PEND-OPEN-SWITCH
            ELSE
                DISPLAY "No se pudo abrir PENDFILE, status: "
                        WS-PEND-STATUS
            END-IF
            .
       PROC-PEND-ABRIR-END.

       PROC-PEND-RETENER.

      *    Sin PENDFILE el detalle no puede quedar retenido, y
      *    tampoco puede informarse sin aprobacion: se rechaza.
            IF NOT WS-PEND-ABIERTO
                DISPLAY "Detalle sobre el umbral sin PENDFILE: "
                        "rechazado."
                MOVE "Y" TO WS-RECHAZO-SWITCH
                MOVE "PENDINV" TO WS-RECHAZO-MOTIVO
                MOVE 24 TO WS-RC-FINAL
                GO TO PROC-PEND-RETENER-END
            END-IF

            MOVE WS-LOTE-ID          TO PD-LOTE-ID
            MOVE WS-LOTE-ORIGEN      TO PD-ORIGEN
            MOVE WS-BATCH-LIDOS      TO PD-DETALLE
            MOVE WS-LOTE-FECHA       TO PD-FECHA-LOTE
            ACCEPT PD-FECHA-RETENCION FROM DATE YYYYMMDD
            ACCEPT WS-HORA-PEND FROM TIME
            MOVE WS-HORA-PEND(1:6)   TO PD-HORA-RETENCION

            IF WS-USUARIO-FIRMADO = SPACES
               OR WS-USUARIO-FIRMADO = LOW-VALUES
                MOVE "*SINFIRM" TO PD-USUARIO-LOTE
            ELSE
                MOVE WS-USUARIO-FIRMADO TO PD-USUARIO-LOTE
            END-IF

            MOVE WS-RESULT           TO PD-RESULT
            MOVE WS-LOTE-UMBRAL      TO PD-UMBRAL
            MOVE TR-REGISTRO         TO PD-TRANSACCION
            MOVE "P"                 TO PD-ESTADO
            MOVE SPACES              TO PD-APROBADOR
            MOVE 0                   TO PD-FECHA-DECISION
            MOVE 0                   TO PD-HORA-DECISION

      *    Una reanudacion puede volver a pasar por un detalle que
      *    la corrida cancelada ya habia retenido: la clave ya esta
      *    y el detalle sigue retenido.
            WRITE PD-REGISTRO
                INVALID KEY
                    DISPLAY "Detalle ya retenido: " PD-LOTE-ID
                            " " PD-DETALLE
            END-WRITE

            MOVE "Y" TO WS-RETENIDO-SWITCH

            MOVE WS-RESULT TO WS-RESULT-ED
            DISPLAY "Detalle retenido para aprobacion, lote "
                    WS-LOTE-ID " resultado " WS-RESULT-ED
            .
       PROC-PEND-RETENER-END.

       PROC-PEND-DESPACHAR.

      *    Recorre PENDFILE despachando las decisiones de APROBAR:
      *    un detalle aprobado se procesa como cualquier detalle
      *    (linea en REPTFILE con el id de su lote original y
      *    registro de auditoria), uno declinado va a REJFILE con
      *    motivo NOAPROB para que REJRECYC lo recicle. El estado
      *    pasa a "L" o "R" apenas se despacha, de modo que una
      *    reanudacion no lo despacha dos veces, y el checkpoint se
      *    graba enseguida para que lo ya despachado siga contado.
            IF NOT WS-PEND-ABIERTO
                GO TO PROC-PEND-DESPACHAR-END
            END-IF

            MOVE "N" TO WS-PEND-EOF-SWITCH
            MOVE LOW-VALUES TO PD-CLAVE

            START PENDFILE KEY IS NOT LESS THAN PD-CLAVE
                INVALID KEY
                    MOVE "Y" TO WS-PEND-EOF-SWITCH
            END-START

            IF NOT WS-FIM-PEND
                READ PENDFILE NEXT RECORD
                    AT END
                        MOVE "Y" TO WS-PEND-EOF-SWITCH
                END-READ
            END-IF

            PERFORM PROC-PEND-DESPACHAR-LOTE
                    THRU PROC-PEND-DESPACHAR-LOTE-END
                    UNTIL WS-FIM-PEND
            .
       PROC-PEND-DESPACHAR-END.

       PROC-PEND-DESPACHAR-LOTE.

            EVALUATE TRUE
                WHEN PD-APROBADO
                    ADD 1 TO WS-BATCH-LIDOS
                    MOVE PD-TRANSACCION TO TR-REGISTRO
                    MOVE PD-LOTE-ID     TO WS-LOTE-ID
                    MOVE PD-FECHA-LOTE  TO WS-LOTE-FECHA

                    MOVE "Y" TO WS-DESPACHO-SWITCH
                    PERFORM PROC-BATCH-DETALLE
                            THRU PROC-BATCH-DETALLE-END
                    MOVE "N" TO WS-DESPACHO-SWITCH

                    PERFORM PROC-BATCH-CONTAR
                            THRU PROC-BATCH-CONTAR-END

                    IF WS-REGISTRO-RECHAZADO
                        MOVE "R" TO PD-ESTADO
                    ELSE
                        MOVE "L" TO PD-ESTADO
                        ADD 1 TO WS-PEND-LIBERADOS
                    END-IF
                    REWRITE PD-REGISTRO
                    PERFORM PROC-BATCH-CHECKPOINT
                            THRU PROC-BATCH-CHECKPOINT-END
                WHEN PD-DECLINADO
                    ADD 1 TO WS-BATCH-LIDOS
                    MOVE PD-TRANSACCION TO TR-REGISTRO
                    MOVE "N" TO WS-RETENIDO-SWITCH
                    MOVE "Y" TO WS-RECHAZO-SWITCH
                    MOVE "NOAPROB" TO WS-RECHAZO-MOTIVO

                    PERFORM PROC-BATCH-CONTAR
                            THRU PROC-BATCH-CONTAR-END

                    MOVE "R" TO PD-ESTADO
                    ADD 1 TO WS-PEND-DECLINADOS
                    REWRITE PD-REGISTRO
                    PERFORM PROC-BATCH-CHECKPOINT
                            THRU PROC-BATCH-CHECKPOINT-END
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            READ PENDFILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-PEND-EOF-SWITCH
            END-READ
            .
       PROC-PEND-DESPACHAR-LOTE-END.

       PROC-CONVERTIR-ROMANOS.

      *    RMNTODEC convierte cada operando romano a decimal antes
       PROC-BATCH-TOTALES.

      *    Seccion de cierre del informe: los totales de control que
      *    cuadran la corrida (leidos = procesados + rechazados +
      *    retenidos; los despachos de PENDFILE suman como leidos).
            MOVE SPACES TO RP-LINHA
            WRITE RP-LINHA

            MOVE "REGISTROS RECHAZADOS"  TO RP-CTL-TEXTO
            MOVE WS-BATCH-RECHAZADOS     TO RP-CTL-CANT
            WRITE RP-LINHA-CONTROL

            MOVE SPACES TO RP-LINHA-CONTROL
            MOVE "RETENIDOS APROBACION"  TO RP-CTL-TEXTO
            MOVE WS-BATCH-RETENIDOS      TO RP-CTL-CANT
            WRITE RP-LINHA-CONTROL

            MOVE SPACES TO RP-LINHA-CONTROL
            MOVE "APROBADOS DESPACHADOS" TO RP-CTL-TEXTO
            MOVE WS-PEND-LIBERADOS       TO RP-CTL-CANT
            WRITE RP-LINHA-CONTROL

            MOVE SPACES TO RP-LINHA-CONTROL
            MOVE "DECLINADOS A REJFILE"  TO RP-CTL-TEXTO
            MOVE WS-PEND-DECLINADOS      TO RP-CTL-CANT
            WRITE RP-LINHA-CONTROL
            .
       PROC-BATCH-TOTALES-END.

       WRITE-REPORT-RECORD.

      *    Control de umbral del origen: un resultado que lo supera
      *    (en valor absoluto) no se informa, queda retenido para
      *    aprobacion. Un detalle aprobado que se despacha ya paso
      *    por un supervisor y se informa sin volver a controlarlo.
            IF WS-LOTE-CON-UMBRAL
               AND NOT WS-DESPACHANDO
                IF WS-RESULT < 0
                    COMPUTE WS-RESULT-ABS = 0 - WS-RESULT
                ELSE
                    MOVE WS-RESULT TO WS-RESULT-ABS
                END-IF

                IF WS-RESULT-ABS > WS-LOTE-UMBRAL
                    PERFORM PROC-PEND-RETENER
                            THRU PROC-PEND-RETENER-END
                    GO TO WRITE-REPORT-RECORD-END
                END-IF
            END-IF

            MOVE SPACES TO RP-LINHA

            EVALUATE WS-MODO

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
       PROC-AUDIT-SEQ-INICIAL-END.

       PROC-AUDIT-SEQ-LOTE.
            MOVE AU-SEQ TO WS-AUDIT-SEQ
            MOVE AU-CADENA TO WS-AUDIT-CADENA

            READ AUDITFILE
                AT END
            .
       PROC-AUDIT-SEQ-LOTE-END.

       PROC-AUDIT-CADENA.

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
       PROC-AUDIT-CADENA-END.

       WRITE-AUDIT-RECORD.

      *    Un detalle que el umbral mando a rechazo (PENDFILE no
      *    disponible) no se audita, igual que cualquier rechazo.
            IF WS-BATCH-MODE
               AND WS-REGISTRO-RECHAZADO
                GO TO WRITE-AUDIT-RECORD-END
            END-IF

            ADD 1 TO WS-AUDIT-SEQ

            MOVE WS-AUDIT-SEQ  TO AU-SEQ
            MOVE "CALCULOS"    TO AU-PROGRAMA

      *    Un detalle retenido se audita con AU-MODO "P": no tiene
      *    linea en REPTFILE y no es todavia un resultado informado.
            IF WS-DETALLE-RETENIDO
                MOVE "P"       TO AU-MODO
            ELSE
                MOVE WS-MODO   TO AU-MODO
            END-IF
            MOVE WS-NUMERO-1   TO AU-NUMERO-1
            MOVE WS-NUMERO-2   TO AU-NUMERO-2
            MOVE WS-RESULT     TO AU-RESULT
                MOVE 0      TO AU-TASA
            END-IF

            PERFORM PROC-AUDIT-CADENA THRU PROC-AUDIT-CADENA-END

            WRITE AU-REGISTRO
            .
       WRITE-AUDIT-RECORD-END.
                MOVE "N" TO WS-AUDIT-OPEN-SWITCH
            END-IF

            IF WS-RATE-ABIERTO
                CLOSE RATEFILE
            END-IF
            MOVE "N" TO WS-RATE-OPEN-SWITCH

            PERFORM WRITE-RUN-LOG THRU WRITE-RUN-LOG-END

            IF WS-RC-FINAL > 0
            MOVE 0 TO WS-BATCH-LIDOS
            MOVE 0 TO WS-BATCH-PROCESADOS
            MOVE 0 TO WS-BATCH-RECHAZADOS
            MOVE 0 TO WS-BATCH-RETENIDOS
            MOVE 0 TO WS-PEND-LIBERADOS
            MOVE 0 TO WS-PEND-DECLINADOS
            MOVE "N" TO WS-LOTE-UMBRAL-SWITCH
            MOVE SPACE TO WS-MODO-EJECUTADO

            GOBACK.
                MOVE WS-BATCH-RECHAZADOS TO RL-RECHAZADOS
                MOVE "RC"                TO RL-ESTADO-MARCA
                MOVE WS-RC-FINAL         TO RL-ESTADO-RC
                MOVE WS-BATCH-RETENIDOS  TO RL-RETENIDOS

                WRITE RL-REGISTRO

