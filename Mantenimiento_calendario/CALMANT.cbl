      ******************************************************************
      * Author:  Equipo de mantenimiento
      * Date:    15/10/2026
      * Purpose: Mantenimiento del calendario de dias habiles
      *          (CALENDAR) que consultan EODCTL, AUDARCH y la busqueda
      *          de tasas de CALCULOS via el servicio CALHABIL. El
      *          archivo es indexado por fecha, un registro por dia:
      *            <1> generar un ano: carga todos los dias del ano,
      *                lunes a viernes habiles, sabado y domingo no
      *                habiles (los dias ya cargados no se tocan);
      *            <2> marcar un dia no habil (feriado), con su
      *                descripcion;
      *            <3> marcar un dia habil (un feriado que se levanta
      *                o un sabado que se trabaja);
      *            <4> listar un mes.
      *
      *          Cierre de mes y de ano: el ultimo dia habil de cada
      *          mes lleva CA-FIN-MES en "S" y el ultimo dia habil de
      *          diciembre tambien CA-FIN-ANO. No se teclean: se
      *          recalculan para el mes tocado con cada cambio, asi
      *          un feriado en el ultimo dia del mes corre el cierre
      *          al dia habil anterior.
      *
      *          Cada cambio se registra en CALLOG con fecha, hora,
      *          operador, accion, dia, marca anterior y nueva y
      *          descripcion.
      *
      *          El calendario decide que pasos corre EODCTL cada
      *          noche, asi que mantenerlo es tarea de supervisor: el
      *          perfil firmado en MENUPRIN se consulta contra la
      *          tabla de permisos (PERMISOS) antes de tocar ningun
      *          archivo. Sin firma o con un perfil no habilitado la
      *          corrida se rechaza y queda registrada en AUDITFILE
      *          con AU-MODO "D". El operador estampado en el dia y en
      *          CALLOG es siempre el firmado.
      *
      *          Codigos de retorno para el planificador:
      *            RC 00 = fin normal
      *            RC 08 = CALENDAR no se pudo abrir
      *            RC 16 = acceso denegado para el perfil
      *
      * Modification History:
      * 15/10/2026 - Version inicial.
      * 15/10/2026 - Control de acceso por perfil de operador (tabla
      *              de permisos) con registro del rechazo en
      *              AUDITFILE (AU-PROGRAMA "CALMANT") y RC 16. Se
      *              elimina el pedido de "Operador responsable" al
      *              correr sin firma.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-FECHA
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT CALLOG ASSIGN TO "CALLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT AUDITFILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Un registro por dia. CA-DIA-SEMANA: 1 = lunes ... 7 =
      *    domingo.
       FD  CALENDAR.
       01  CA-REGISTRO.
           05 CA-FECHA                 PIC 9(08).
           05 CA-DIA-SEMANA            PIC 9(01).
           05 CA-HABIL                 PIC X(01).
               88 CA-ES-HABIL                    VALUE "S".
           05 CA-FIN-MES               PIC X(01).
               88 CA-ES-FIN-MES                  VALUE "S".
           05 CA-FIN-ANO               PIC X(01).
               88 CA-ES-FIN-ANO                  VALUE "S".
           05 CA-DESCRIPCION           PIC X(30).
           05 CA-USUARIO               PIC X(08).
           05 CA-FECHA-CAMBIO          PIC 9(08).
           05 FILLER                   PIC X(12).

      *    Bitacora de cambios del calendario. La generacion de un
      *    ano deja una sola linea, con el 1 de enero como dia.
       FD  CALLOG.
       01  CG-REGISTRO.
           05 CG-FECHA                 PIC 9(08).
           05 CG-HORA                  PIC 9(06).
           05 CG-OPERADOR              PIC X(08).
           05 CG-ACCION                PIC X(08).
           05 CG-DIA                   PIC 9(08).
           05 CG-HABIL-ANTERIOR        PIC X(01).
           05 CG-HABIL-NUEVO           PIC X(01).
           05 CG-DESCRIPCION           PIC X(30).

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

       77 WS-CAL-FILE-STATUS       PIC X(02) VALUE "00".
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

       77 WS-CAL-EOF-SWITCH        PIC X(01) VALUE "N".
           88 WS-FIM-CAL                      VALUE "Y".
       77 WS-CAL-EXISTE-SWITCH     PIC X(01) VALUE "N".
           88 WS-CAL-EXISTE                   VALUE "Y".

      *    Dia que se esta cargando, consultando o recorriendo.
       01  WS-FECHA-ACTUAL         PIC 9(08).
       01  WS-FECHA-ACTUAL-PARTES REDEFINES WS-FECHA-ACTUAL.
           05 WS-ACT-ANO               PIC 9(04).
           05 WS-ACT-MES               PIC 9(02).
           05 WS-ACT-DIA               PIC 9(02).

       77 WS-DIAS-DEL-MES          PIC 9(02) VALUE 0.
       77 WS-BISIESTO-RESTO-4      PIC 9(04) VALUE 0.
       77 WS-BISIESTO-RESTO-100    PIC 9(04) VALUE 0.
       77 WS-BISIESTO-RESTO-400    PIC 9(04) VALUE 0.
       77 WS-BISIESTO-COCIENTE     PIC 9(04) VALUE 0.
       77 WS-BISIESTO-SWITCH       PIC X(01) VALUE "N".
           88 WS-ANO-BISIESTO                 VALUE "Y".

      *    Dia de la semana por la congruencia de Zeller (enero y
      *    febrero cuentan como meses 13 y 14 del ano anterior).
       77 WS-ZEL-MES               PIC 9(02) VALUE 0.
       77 WS-ZEL-ANO               PIC 9(04) VALUE 0.
       77 WS-ZEL-SIGLO             PIC 9(02) VALUE 0.
       77 WS-ZEL-ANO-SIGLO         PIC 9(02) VALUE 0.
       77 WS-ZEL-AUX               PIC 9(04) VALUE 0.
       77 WS-ZEL-TERMINO-MES       PIC 9(04) VALUE 0.
       77 WS-ZEL-TERMINO-ANO       PIC 9(04) VALUE 0.
       77 WS-ZEL-TERMINO-SIGLO     PIC 9(04) VALUE 0.
       77 WS-ZEL-COCIENTE          PIC 9(04) VALUE 0.
       77 WS-ZEL-RESTO             PIC 9(01) VALUE 0.
       77 WS-DIA-SEMANA            PIC 9(01) VALUE 0.

       01  WS-NOMBRES-DIA-VALORES  PIC X(21) VALUE
           "LUNMARMIEJUEVIESABDOM".
       01  WS-NOMBRES-DIA REDEFINES WS-NOMBRES-DIA-VALORES.
           05 WS-NOMBRE-DIA            PIC X(03) OCCURS 7 TIMES.

      *    Ano / mes a generar, listar o recalcular.
       77 WS-ANO-TEXTO             PIC X(04).
       77 WS-MES-TEXTO             PIC X(06).
       01  WS-PERIODO              PIC 9(06) VALUE 0.
       01  WS-PERIODO-PARTES REDEFINES WS-PERIODO.
           05 WS-PER-ANO               PIC 9(04).
           05 WS-PER-MES               PIC 9(02).
       77 WS-PERIODO-OK-SWITCH     PIC X(01) VALUE "N".
           88 WS-PERIODO-OK                   VALUE "Y".

       77 WS-ULTIMO-HABIL          PIC 9(08) VALUE 0.
       77 WS-NUEVO-FIN-MES         PIC X(01).
       77 WS-NUEVO-FIN-ANO         PIC X(01).

      *    Validacion de una fecha tecleada (AAAAMMDD).
       77 WS-FECHA-TEXTO           PIC X(08).
       01  WS-FECHA-VALIDAR        PIC 9(08).
       01  WS-FECHA-VALIDAR-PARTES REDEFINES WS-FECHA-VALIDAR.
           05 WS-VAL-ANO               PIC 9(04).
           05 WS-VAL-MES               PIC 9(02).
           05 WS-VAL-DIA               PIC 9(02).
       77 WS-FECHA-OK-SWITCH       PIC X(01) VALUE "N".
           88 WS-FECHA-OK                     VALUE "Y".

      *    Cambio de un dia: marca pedida y descripcion.
       77 WS-CAM-HABIL             PIC X(01).
       77 WS-CAM-HABIL-ANTERIOR    PIC X(01).
       77 WS-CAM-DESCRIPCION       PIC X(30).
       77 WS-CAM-ACCION            PIC X(08).
       77 WS-CAM-DIA               PIC 9(08) VALUE 0.

       77 WS-CONTADOR-GRABADOS     PIC 9(06) COMP VALUE 0.
       77 WS-CONTADOR-EXISTENTES   PIC 9(06) COMP VALUE 0.
       77 WS-CONTADOR-LISTADOS     PIC 9(06) COMP VALUE 0.
       77 WS-CONTADOR-HABILES      PIC 9(06) COMP VALUE 0.
       77 WS-CANT-ED               PIC ZZZZZ9.

       77 WS-RC-FINAL              PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       CM-PRINCIPAL.

            ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD

            PERFORM CM-AUTORIZAR THRU CM-AUTORIZAR-END

            IF NOT WS-PERM-CONCEDIDO
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM CM-MENU THRU CM-MENU-END
            .
       CM-PRINCIPAL-END.

       CM-AUTORIZAR.

      *    Sin firma de MENUPRIN no hay perfil y la corrida queda
      *    denegada; el intento se registra como *SINFIRM. La firma
      *    es la que queda estampada en el dia y en CALLOG.
            IF WS-USUARIO-FIRMADO = SPACES
               OR WS-USUARIO-FIRMADO = LOW-VALUES
                MOVE "*SINFIRM" TO WS-OPERADOR
                MOVE SPACE TO WS-OPERADOR-PERFIL
            ELSE
                MOVE WS-USUARIO-FIRMADO TO WS-OPERADOR
                MOVE WS-PERFIL-FIRMADO TO WS-OPERADOR-PERFIL
            END-IF

            MOVE WS-OPERADOR-PERFIL TO WS-PERM-PERFIL
            MOVE "CALMANT"          TO WS-PERM-PROGRAMA
            MOVE "*"                TO WS-PERM-OPCION
            CALL "PERMISOS"

            IF NOT WS-PERM-CONCEDIDO
                DISPLAY "Mantenimiento del calendario no autorizado "
                        "para el operador " WS-OPERADOR "."
                PERFORM CM-AUDITAR-DENEGADO
                        THRU CM-AUDITAR-DENEGADO-END
            END-IF
            .
       CM-AUTORIZAR-END.

       CM-AUDITAR-DENEGADO.

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

                PERFORM CM-AUDIT-SEQ-LOTE
                        THRU CM-AUDIT-SEQ-LOTE-END
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
                GO TO CM-AUDITAR-DENEGADO-END
            END-IF

            ADD 1 TO WS-AUDIT-SEQ

            MOVE WS-AUDIT-SEQ  TO AU-SEQ
            MOVE "CALMANT"     TO AU-PROGRAMA
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

            PERFORM CM-AUDIT-CADENA THRU CM-AUDIT-CADENA-END

            WRITE AU-REGISTRO

            CLOSE AUDITFILE
            .
       CM-AUDITAR-DENEGADO-END.

       CM-AUDIT-SEQ-LOTE.
            MOVE AU-SEQ TO WS-AUDIT-SEQ
            MOVE AU-CADENA TO WS-AUDIT-CADENA

            READ AUDITFILE
                AT END
                    MOVE "Y" TO WS-AUDIT-READ-SWITCH
            END-READ
            .
       CM-AUDIT-SEQ-LOTE-END.

       CM-AUDIT-CADENA.

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
       CM-AUDIT-CADENA-END.

       CM-MENU.

            DISPLAY "*************************************************"
            DISPLAY "Mantenimiento del calendario habil (CALENDAR)"
            DISPLAY "<1> Generar un ano"
            DISPLAY "<2> Marcar dia no habil (feriado)"
            DISPLAY "<3> Marcar dia habil"
            DISPLAY "<4> Listar un mes"
            DISPLAY "<CUALQUIER TECLA> para salir"
            DISPLAY "*************************************************"
            ACCEPT WS-OPCION

            EVALUATE WS-OPCION
                WHEN "1"
                    PERFORM CM-GENERAR THRU CM-GENERAR-END
                    PERFORM CM-MENU THRU CM-MENU-END
                WHEN "2"
                    MOVE "N"       TO WS-CAM-HABIL
                    MOVE "FERIADO" TO WS-CAM-ACCION
                    PERFORM CM-CAMBIAR-DIA THRU CM-CAMBIAR-DIA-END
                    PERFORM CM-MENU THRU CM-MENU-END
                WHEN "3"
                    MOVE "S"       TO WS-CAM-HABIL
                    MOVE "HABIL"   TO WS-CAM-ACCION
                    PERFORM CM-CAMBIAR-DIA THRU CM-CAMBIAR-DIA-END
                    PERFORM CM-MENU THRU CM-MENU-END
                WHEN "4"
                    PERFORM CM-LISTAR THRU CM-LISTAR-END
                    PERFORM CM-MENU THRU CM-MENU-END
                WHEN OTHER
                    PERFORM CM-ENCERRAR
            END-EVALUATE
            .
       CM-MENU-END.

       CM-GENERAR.

            DISPLAY "Ano a generar (AAAA):"
            MOVE SPACES TO WS-ANO-TEXTO
            ACCEPT WS-ANO-TEXTO

            IF WS-ANO-TEXTO NOT NUMERIC
                DISPLAY "Ano invalido."
                GO TO CM-GENERAR-END
            END-IF

            MOVE WS-ANO-TEXTO TO WS-PER-ANO
            IF WS-PER-ANO < 1900
                DISPLAY "Ano invalido."
                GO TO CM-GENERAR-END
            END-IF

            PERFORM CM-ABRIR THRU CM-ABRIR-END
            IF WS-CAL-FILE-STATUS NOT = "00"
                GO TO CM-GENERAR-END
            END-IF

            MOVE 0 TO WS-CONTADOR-GRABADOS
            MOVE 0 TO WS-CONTADOR-EXISTENTES

            MOVE WS-PER-ANO TO WS-ACT-ANO
            MOVE 1 TO WS-ACT-MES
            MOVE 1 TO WS-ACT-DIA

            PERFORM CM-GENERAR-DIA THRU CM-GENERAR-DIA-END
                    UNTIL WS-ACT-ANO NOT = WS-PER-ANO

      *    Con todos los dias cargados se marcan los cierres de
      *    cada mes.
            PERFORM CM-RECALCULAR-MES THRU CM-RECALCULAR-MES-END
                    VARYING WS-PER-MES FROM 1 BY 1
                    UNTIL WS-PER-MES > 12

            CLOSE CALENDAR

            MOVE WS-CONTADOR-GRABADOS TO WS-CANT-ED
            DISPLAY "Dias cargados:      " WS-CANT-ED
            MOVE WS-CONTADOR-EXISTENTES TO WS-CANT-ED
            DISPLAY "Dias ya existentes: " WS-CANT-ED

            MOVE "GENERA" TO WS-CAM-ACCION
            MOVE WS-PER-ANO TO WS-ACT-ANO
            MOVE 1 TO WS-ACT-MES
            MOVE 1 TO WS-ACT-DIA
            MOVE WS-FECHA-ACTUAL TO WS-CAM-DIA
            MOVE SPACE TO WS-CAM-HABIL-ANTERIOR
            MOVE SPACE TO WS-CAM-HABIL
            MOVE SPACES TO WS-CAM-DESCRIPCION
            MOVE WS-CONTADOR-GRABADOS TO WS-CANT-ED
            STRING "DIAS CARGADOS: " WS-CANT-ED
                   DELIMITED BY SIZE
                INTO WS-CAM-DESCRIPCION
            END-STRING
            PERFORM CM-REGISTRAR-CAMBIO THRU CM-REGISTRAR-CAMBIO-END
            .
       CM-GENERAR-END.

       CM-GENERAR-DIA.

            PERFORM CM-DIA-SEMANA THRU CM-DIA-SEMANA-END

            MOVE SPACES            TO CA-REGISTRO
            MOVE WS-FECHA-ACTUAL   TO CA-FECHA
            MOVE WS-DIA-SEMANA     TO CA-DIA-SEMANA
            MOVE "N"               TO CA-FIN-MES
            MOVE "N"               TO CA-FIN-ANO
            IF WS-DIA-SEMANA > 5
                MOVE "N" TO CA-HABIL
                IF WS-DIA-SEMANA = 6
                    MOVE "SABADO"  TO CA-DESCRIPCION
                ELSE
                    MOVE "DOMINGO" TO CA-DESCRIPCION
                END-IF
            ELSE
                MOVE "S" TO CA-HABIL
            END-IF
            MOVE WS-OPERADOR       TO CA-USUARIO
            MOVE WS-FECHA-SISTEMA  TO CA-FECHA-CAMBIO

            WRITE CA-REGISTRO
                INVALID KEY
                    ADD 1 TO WS-CONTADOR-EXISTENTES
                NOT INVALID KEY
                    ADD 1 TO WS-CONTADOR-GRABADOS
            END-WRITE

            PERFORM CM-FECHA-SIGUIENTE THRU CM-FECHA-SIGUIENTE-END
            .
       CM-GENERAR-DIA-END.

       CM-CAMBIAR-DIA.

            DISPLAY "Dia (AAAAMMDD):"
            MOVE SPACES TO WS-FECHA-TEXTO
            ACCEPT WS-FECHA-TEXTO

            PERFORM CM-VALIDAR-FECHA THRU CM-VALIDAR-FECHA-END
            IF NOT WS-FECHA-OK
                DISPLAY "Fecha invalida."
                GO TO CM-CAMBIAR-DIA-END
            END-IF

            DISPLAY "Descripcion (ej. FERIADO NACIONAL):"
            MOVE SPACES TO WS-CAM-DESCRIPCION
            ACCEPT WS-CAM-DESCRIPCION

            IF WS-CAM-HABIL = "N"
               AND WS-CAM-DESCRIPCION = SPACES
                DISPLAY "Un dia no habil lleva descripcion."
                GO TO CM-CAMBIAR-DIA-END
            END-IF

            PERFORM CM-ABRIR THRU CM-ABRIR-END
            IF WS-CAL-FILE-STATUS NOT = "00"
                GO TO CM-CAMBIAR-DIA-END
            END-IF

            MOVE WS-FECHA-VALIDAR TO WS-CAM-DIA
            PERFORM CM-LEER-DIA THRU CM-LEER-DIA-END
            IF NOT WS-CAL-EXISTE
                DISPLAY "El dia no esta en el calendario; genere el "
                        "ano con <1>."
                CLOSE CALENDAR
                GO TO CM-CAMBIAR-DIA-END
            END-IF

            MOVE CA-HABIL           TO WS-CAM-HABIL-ANTERIOR
            MOVE WS-CAM-HABIL       TO CA-HABIL
            MOVE WS-CAM-DESCRIPCION TO CA-DESCRIPCION
            MOVE WS-OPERADOR        TO CA-USUARIO
            MOVE WS-FECHA-SISTEMA   TO CA-FECHA-CAMBIO

            REWRITE CA-REGISTRO
                INVALID KEY
                    DISPLAY "No se pudo regrabar el dia, status: "
                            WS-CAL-FILE-STATUS
                    CLOSE CALENDAR
                    GO TO CM-CAMBIAR-DIA-END
            END-REWRITE

      *    El cambio puede mover el cierre del mes.
            MOVE WS-VAL-ANO TO WS-PER-ANO
            MOVE WS-VAL-MES TO WS-PER-MES
            PERFORM CM-RECALCULAR-MES THRU CM-RECALCULAR-MES-END

            CLOSE CALENDAR

            IF WS-CAM-HABIL = "S"
                DISPLAY "Dia " WS-CAM-DIA " marcado habil."
            ELSE
                DISPLAY "Dia " WS-CAM-DIA " marcado no habil."
            END-IF
            IF WS-ULTIMO-HABIL > 0
                DISPLAY "Cierre del mes: " WS-ULTIMO-HABIL
            ELSE
                DISPLAY "ATENCION: el mes queda sin dias habiles."
            END-IF

            PERFORM CM-REGISTRAR-CAMBIO THRU CM-REGISTRAR-CAMBIO-END
            .
       CM-CAMBIAR-DIA-END.

       CM-RECALCULAR-MES.

      *    Primera pasada: ultimo dia habil del mes. Segunda: cada
      *    dia del mes queda con su marca de cierre de mes (y de
      *    ano en diciembre); solo se regraban los que cambian.
            MOVE 0 TO WS-ULTIMO-HABIL

            PERFORM CM-POSICIONAR-MES THRU CM-POSICIONAR-MES-END
            PERFORM CM-BUSCAR-ULTIMO THRU CM-BUSCAR-ULTIMO-END
                    UNTIL WS-FIM-CAL

            PERFORM CM-POSICIONAR-MES THRU CM-POSICIONAR-MES-END
            PERFORM CM-MARCAR-CIERRE THRU CM-MARCAR-CIERRE-END
                    UNTIL WS-FIM-CAL
            .
       CM-RECALCULAR-MES-END.

       CM-POSICIONAR-MES.

            MOVE "N" TO WS-CAL-EOF-SWITCH
            MOVE WS-PER-ANO TO WS-ACT-ANO
            MOVE WS-PER-MES TO WS-ACT-MES
            MOVE 1          TO WS-ACT-DIA
            MOVE WS-FECHA-ACTUAL TO CA-FECHA

            START CALENDAR KEY IS NOT LESS THAN CA-FECHA
                INVALID KEY
                    MOVE "Y" TO WS-CAL-EOF-SWITCH
            END-START
            .
       CM-POSICIONAR-MES-END.

       CM-BUSCAR-ULTIMO.

            READ CALENDAR NEXT RECORD
                AT END
                    MOVE "Y" TO WS-CAL-EOF-SWITCH
                    GO TO CM-BUSCAR-ULTIMO-END
            END-READ

            MOVE CA-FECHA TO WS-FECHA-ACTUAL
            IF WS-ACT-ANO NOT = WS-PER-ANO
               OR WS-ACT-MES NOT = WS-PER-MES
                MOVE "Y" TO WS-CAL-EOF-SWITCH
                GO TO CM-BUSCAR-ULTIMO-END
            END-IF

            IF CA-ES-HABIL
                MOVE CA-FECHA TO WS-ULTIMO-HABIL
            END-IF
            .
       CM-BUSCAR-ULTIMO-END.

       CM-MARCAR-CIERRE.

            READ CALENDAR NEXT RECORD
                AT END
                    MOVE "Y" TO WS-CAL-EOF-SWITCH
                    GO TO CM-MARCAR-CIERRE-END
            END-READ

            MOVE CA-FECHA TO WS-FECHA-ACTUAL
            IF WS-ACT-ANO NOT = WS-PER-ANO
               OR WS-ACT-MES NOT = WS-PER-MES
                MOVE "Y" TO WS-CAL-EOF-SWITCH
                GO TO CM-MARCAR-CIERRE-END
            END-IF

            MOVE "N" TO WS-NUEVO-FIN-MES
            MOVE "N" TO WS-NUEVO-FIN-ANO
            IF CA-FECHA = WS-ULTIMO-HABIL
                MOVE "S" TO WS-NUEVO-FIN-MES
                IF WS-PER-MES = 12
                    MOVE "S" TO WS-NUEVO-FIN-ANO
                END-IF
            END-IF

            IF CA-FIN-MES NOT = WS-NUEVO-FIN-MES
               OR CA-FIN-ANO NOT = WS-NUEVO-FIN-ANO
                MOVE WS-NUEVO-FIN-MES TO CA-FIN-MES
                MOVE WS-NUEVO-FIN-ANO TO CA-FIN-ANO
                REWRITE CA-REGISTRO
                    INVALID KEY
                        DISPLAY "No se pudo regrabar el dia "
                                CA-FECHA ", status: "
                                WS-CAL-FILE-STATUS
                END-REWRITE
            END-IF
            .
       CM-MARCAR-CIERRE-END.

       CM-LISTAR.

            DISPLAY "Mes a listar (AAAAMM):"
            MOVE SPACES TO WS-MES-TEXTO
            ACCEPT WS-MES-TEXTO

            MOVE "N" TO WS-PERIODO-OK-SWITCH
            IF WS-MES-TEXTO NUMERIC
                MOVE WS-MES-TEXTO TO WS-PERIODO
                IF WS-PER-ANO NOT < 1900
                   AND WS-PER-MES NOT < 1 AND WS-PER-MES NOT > 12
                    MOVE "Y" TO WS-PERIODO-OK-SWITCH
                END-IF
            END-IF

            IF NOT WS-PERIODO-OK
                DISPLAY "Mes invalido."
                GO TO CM-LISTAR-END
            END-IF

            MOVE 0 TO WS-CONTADOR-LISTADOS
            MOVE 0 TO WS-CONTADOR-HABILES

            OPEN INPUT CALENDAR

            IF WS-CAL-FILE-STATUS NOT = "00"
                DISPLAY "CALENDAR no disponible, status: "
                        WS-CAL-FILE-STATUS
                MOVE 8 TO WS-RC-FINAL
                GO TO CM-LISTAR-END
            END-IF

            DISPLAY "FECHA     DIA  H  CM  CA  DESCRIPCION"
            DISPLAY "--------  ---  -  --  --  "
                    "------------------------------"

            PERFORM CM-POSICIONAR-MES THRU CM-POSICIONAR-MES-END
            PERFORM CM-LISTAR-LOTE THRU CM-LISTAR-LOTE-END
                    UNTIL WS-FIM-CAL

            CLOSE CALENDAR

            IF WS-CONTADOR-LISTADOS = 0
                DISPLAY "El mes no esta en el calendario; genere el "
                        "ano con <1>."
            END-IF

            MOVE WS-CONTADOR-LISTADOS TO WS-CANT-ED
            DISPLAY "Dias listados:      " WS-CANT-ED
            MOVE WS-CONTADOR-HABILES TO WS-CANT-ED
            DISPLAY "Dias habiles:       " WS-CANT-ED
            .
       CM-LISTAR-END.

       CM-LISTAR-LOTE.

            READ CALENDAR NEXT RECORD
                AT END
                    MOVE "Y" TO WS-CAL-EOF-SWITCH
                    GO TO CM-LISTAR-LOTE-END
            END-READ

            MOVE CA-FECHA TO WS-FECHA-ACTUAL
            IF WS-ACT-ANO NOT = WS-PER-ANO
               OR WS-ACT-MES NOT = WS-PER-MES
                MOVE "Y" TO WS-CAL-EOF-SWITCH
                GO TO CM-LISTAR-LOTE-END
            END-IF

            ADD 1 TO WS-CONTADOR-LISTADOS
            IF CA-ES-HABIL
                ADD 1 TO WS-CONTADOR-HABILES
            END-IF

            MOVE CA-DIA-SEMANA TO WS-DIA-SEMANA
            IF WS-DIA-SEMANA < 1 OR WS-DIA-SEMANA > 7
                MOVE 7 TO WS-DIA-SEMANA
            END-IF

            DISPLAY CA-FECHA "  " WS-NOMBRE-DIA(WS-DIA-SEMANA) "  "
                    CA-HABIL "  " CA-FIN-MES "   " CA-FIN-ANO "   "
                    CA-DESCRIPCION
            .
       CM-LISTAR-LOTE-END.

       CM-ABRIR.

      *    El indexado se crea vacio la primera vez que se usa.
            OPEN I-O CALENDAR
            IF WS-CAL-FILE-STATUS = "35"
                OPEN OUTPUT CALENDAR
                CLOSE CALENDAR
                OPEN I-O CALENDAR
            END-IF

            IF WS-CAL-FILE-STATUS NOT = "00"
                DISPLAY "CALENDAR no disponible, status: "
                        WS-CAL-FILE-STATUS
                MOVE 8 TO WS-RC-FINAL
            END-IF
            .
       CM-ABRIR-END.

       CM-LEER-DIA.

            MOVE "N" TO WS-CAL-EXISTE-SWITCH
            MOVE WS-CAM-DIA TO CA-FECHA

            READ CALENDAR
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-CAL-EXISTE-SWITCH
            END-READ
            .
       CM-LEER-DIA-END.

       CM-DIA-SEMANA.

      *    Zeller: h = (dia + 13(mes+1)/5 + K + K/4 + J/4 + 5J) mod 7
      *    con K = ano dentro del siglo y J = siglo; h = 0 es
      *    sabado. Se pasa a 1 = lunes ... 7 = domingo.
            MOVE WS-ACT-MES TO WS-ZEL-MES
            MOVE WS-ACT-ANO TO WS-ZEL-ANO
            IF WS-ZEL-MES < 3
                ADD 12 TO WS-ZEL-MES
                SUBTRACT 1 FROM WS-ZEL-ANO
            END-IF

            DIVIDE WS-ZEL-ANO BY 100
                   GIVING WS-ZEL-SIGLO
                   REMAINDER WS-ZEL-ANO-SIGLO

            COMPUTE WS-ZEL-AUX = 13 * (WS-ZEL-MES + 1)
            DIVIDE WS-ZEL-AUX BY 5 GIVING WS-ZEL-TERMINO-MES
            DIVIDE WS-ZEL-ANO-SIGLO BY 4 GIVING WS-ZEL-TERMINO-ANO
            DIVIDE WS-ZEL-SIGLO BY 4 GIVING WS-ZEL-TERMINO-SIGLO

            COMPUTE WS-ZEL-AUX = WS-ACT-DIA + WS-ZEL-TERMINO-MES
                               + WS-ZEL-ANO-SIGLO + WS-ZEL-TERMINO-ANO
                               + WS-ZEL-TERMINO-SIGLO
                               + 5 * WS-ZEL-SIGLO
            DIVIDE WS-ZEL-AUX BY 7
                   GIVING WS-ZEL-COCIENTE
                   REMAINDER WS-ZEL-RESTO

            COMPUTE WS-ZEL-AUX = WS-ZEL-RESTO + 5
            DIVIDE WS-ZEL-AUX BY 7
                   GIVING WS-ZEL-COCIENTE
                   REMAINDER WS-ZEL-RESTO
            COMPUTE WS-DIA-SEMANA = WS-ZEL-RESTO + 1
            .
       CM-DIA-SEMANA-END.

       CM-FECHA-SIGUIENTE.

      *    Calendario real: largo del mes y febrero bisiesto
      *    (divisible por 4 y no por 100, salvo por 400).
            EVALUATE WS-ACT-MES
                WHEN 01 WHEN 03 WHEN 05 WHEN 07
                WHEN 08 WHEN 10 WHEN 12
                    MOVE 31 TO WS-DIAS-DEL-MES
                WHEN 04 WHEN 06 WHEN 09 WHEN 11
                    MOVE 30 TO WS-DIAS-DEL-MES
                WHEN 02
                    PERFORM CM-ANO-BISIESTO
                            THRU CM-ANO-BISIESTO-END
                    IF WS-ANO-BISIESTO
                        MOVE 29 TO WS-DIAS-DEL-MES
                    ELSE
                        MOVE 28 TO WS-DIAS-DEL-MES
                    END-IF
                WHEN OTHER
                    MOVE 31 TO WS-DIAS-DEL-MES
            END-EVALUATE

            IF WS-ACT-DIA < WS-DIAS-DEL-MES
                ADD 1 TO WS-ACT-DIA
            ELSE
                MOVE 1 TO WS-ACT-DIA
                IF WS-ACT-MES < 12
                    ADD 1 TO WS-ACT-MES
                ELSE
                    MOVE 1 TO WS-ACT-MES
                    ADD 1 TO WS-ACT-ANO
                END-IF
            END-IF
            .
       CM-FECHA-SIGUIENTE-END.

       CM-ANO-BISIESTO.

            MOVE "N" TO WS-BISIESTO-SWITCH

            DIVIDE WS-ACT-ANO BY 4
                   GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO-4
            DIVIDE WS-ACT-ANO BY 100
                   GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO-100
            DIVIDE WS-ACT-ANO BY 400
                   GIVING WS-BISIESTO-COCIENTE
                   REMAINDER WS-BISIESTO-RESTO-400

            IF WS-BISIESTO-RESTO-4 = 0
               AND (WS-BISIESTO-RESTO-100 NOT = 0
                    OR WS-BISIESTO-RESTO-400 = 0)
                MOVE "Y" TO WS-BISIESTO-SWITCH
            END-IF
            .
       CM-ANO-BISIESTO-END.

       CM-VALIDAR-FECHA.

      *    Control de forma de la fecha tecleada: numerica, mes
      *    entre 1 y 12, dia entre 1 y 31.
            MOVE "N" TO WS-FECHA-OK-SWITCH

            IF WS-FECHA-TEXTO NOT NUMERIC
                GO TO CM-VALIDAR-FECHA-END
            END-IF

            MOVE WS-FECHA-TEXTO TO WS-FECHA-VALIDAR

            IF WS-VAL-ANO < 1900
               OR WS-VAL-MES < 1 OR WS-VAL-MES > 12
               OR WS-VAL-DIA < 1 OR WS-VAL-DIA > 31
                GO TO CM-VALIDAR-FECHA-END
            END-IF

            MOVE "Y" TO WS-FECHA-OK-SWITCH
            .
       CM-VALIDAR-FECHA-END.

       CM-REGISTRAR-CAMBIO.

            OPEN EXTEND CALLOG
            IF WS-LOG-STATUS = "35"
                OPEN OUTPUT CALLOG
            END-IF

            IF WS-LOG-STATUS NOT = "00"
                DISPLAY "No se pudo abrir CALLOG, status: "
                        WS-LOG-STATUS
                GO TO CM-REGISTRAR-CAMBIO-END
            END-IF

            ACCEPT WS-HORA-SISTEMA FROM TIME

            MOVE WS-FECHA-SISTEMA      TO CG-FECHA
            MOVE WS-HORA-SISTEMA(1:6)  TO CG-HORA
            MOVE WS-OPERADOR           TO CG-OPERADOR
            MOVE WS-CAM-ACCION         TO CG-ACCION
            MOVE WS-CAM-DIA            TO CG-DIA
            MOVE WS-CAM-HABIL-ANTERIOR TO CG-HABIL-ANTERIOR
            MOVE WS-CAM-HABIL          TO CG-HABIL-NUEVO
            MOVE WS-CAM-DESCRIPCION    TO CG-DESCRIPCION

            WRITE CG-REGISTRO

            CLOSE CALLOG
            .
       CM-REGISTRAR-CAMBIO-END.

       CM-ENCERRAR.

            IF WS-RC-FINAL > 0
                MOVE WS-RC-FINAL TO RETURN-CODE
            END-IF

            MOVE 0 TO WS-RC-FINAL

            GOBACK.
       END PROGRAM CALMANT.
