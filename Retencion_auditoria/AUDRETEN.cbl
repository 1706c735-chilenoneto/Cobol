      ******************************************************************
      * Author:  Equipo de mantenimiento
      * Date:    15/10/2026
      * Purpose: Retencion y purga de las generaciones fechadas del
      *          AUDITFILE que corta AUDARCH (AUDITARCH.DAAAAMMDD).
      *          La politica de registros pide destruir el detalle
      *          vencido y conservar para siempre un resumen mensual.
      *
      *          PARM "AA AAAAMMDD": periodo de retencion en anos
      *          (01 a 99) y fecha de referencia; sin fecha, la del
      *          sistema. El corte es la fecha de referencia menos el
      *          periodo; un mes queda fuera del periodo cuando
      *          termina antes del mes del corte. Se recorren los
      *          meses desde el primero con generaciones
      *          (WS-PRIMER-MES-ARCHIVO) hasta el mes del corte; las
      *          fechas sin generacion (o ya purgadas) se saltean.
      *
      *          Cada generacion del mes se concilia primero contra
      *          su *TRAILER*: tiene que ser el ultimo registro, la
      *          cantidad de registros y el primer/ultimo AU-SEQ
      *          tienen que coincidir. La que no concilia se rechaza
      *          y queda en disco. Con las conciliadas se graba en
      *          AUDRESUM un resumen permanente por mes, programa,
      *          modo y operador; recien con el resumen cerrado se
      *          borran. Cada generacion se anota en el registro de
      *          destruccion AUDDESTR (nombre, cantidad, primer/ultimo
      *          AU-SEQ, fecha de purga, operador de la corrida)
      *          antes de borrarla: si la linea no se puede grabar la
      *          generacion no se borra y la purga se detiene; si el
      *          borrado falla se anota una segunda linea que anula
      *          la primera (DS-ESTADO "N"). AUDDESPR lista lo
      *          destruido y lo rechazado y lleva el bloque de
      *          conformidad de cumplimiento.
      *
      *          Una generacion se resume una sola vez: antes de
      *          grabar el resumen del mes cada generacion que entra
      *          en el queda pre-registrada en AUDDESTR (DS-ESTADO
      *          "P"). Al arrancar se lee AUDDESTR; una generacion
      *          todavia en disco cuya ultima linea es "P", "D" o "N"
      *          ya esta resumida y en esta corrida solo se borra. Si
      *          el resumen no se puede grabar, el pre-registro se
      *          anula con una linea "X" y la proxima corrida la
      *          vuelve a resumir.
      *
      *          Generaciones anteriores: AUDARCH fue agrandando el
      *          registro (51, 59, 73, 88 y 98 bytes) siempre
      *          agregando campos al final, y el trailer lleva marca,
      *          cantidad y primer/ultimo AU-SEQ en las mismas
      *          posiciones en todos los largos. Cada generacion se
      *          lee con los largos que dividen exacto su tamano,
      *          del actual al mas viejo: vale el primero con que
      *          concilia. Sin AU-FECHA (registros de menos de 73
      *          bytes) la fecha del detalle es la de la generacion.
      *
      *          Codigos de retorno para el planificador:
      *            RC 00 = purga completa (o nada para purgar)
      *            RC 08 = alguna generacion no concilia con su
      *                    trailer (o el resumen de un mes no entra
      *                    en la tabla) y no se purgo
      *            RC 12 = AUDRESUM o AUDDESTR no se pudieron abrir,
      *                    leer o grabar (no se purgo el mes; con
      *                    AUDDESTR sin grabar la purga se detiene)
      *            RC 16 = generacion resumida que no se pudo borrar
      *            RC 20 = PARM invalido
      *
      * Modification History:
      * 15/10/2026 - Version inicial.
      * 15/10/2026 - Generaciones de largos anteriores (88, 73, 59 y
      *              51 bytes) se concilian y resumen con su propio
      *              largo. AUDDESTR se graba antes de borrar; si no
      *              graba no se borra y se detiene la purga.
      * 15/10/2026 - Pre-registro "P" en AUDDESTR antes del resumen
      *              del mes: una generacion ya resumida no se vuelve
      *              a resumir. Falla al grabar AUDRESUM = RC 12 y el
      *              mes no se purga.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDRETEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    La misma generacion, vista con cada largo de registro
      *    que tuvo AU-REGISTRO.
           SELECT ARCHFILE ASSIGN USING WS-ARCH-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT ARCH088 ASSIGN USING WS-ARCH-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT ARCH073 ASSIGN USING WS-ARCH-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT ARCH059 ASSIGN USING WS-ARCH-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT ARCH051 ASSIGN USING WS-ARCH-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT RESUMFILE ASSIGN TO "AUDRESUM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUM-STATUS.

           SELECT DESTFILE ASSIGN TO "AUDDESTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEST-STATUS.

           SELECT PRNTFILE ASSIGN TO "AUDDESPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHFILE.
       01  AX-REGISTRO                 PIC X(98).

       FD  ARCH088.
       01  A8-REGISTRO                 PIC X(88).

       FD  ARCH073.
       01  A7-REGISTRO                 PIC X(73).

       FD  ARCH059.
       01  A5-REGISTRO                 PIC X(59).

       FD  ARCH051.
       01  A1-REGISTRO                 PIC X(51).

      *    Resumen mensual permanente: uno por mes, programa, modo y
      *    operador de las generaciones destruidas.
       FD  RESUMFILE.
       01  RS-REGISTRO.
           05 RS-MES                   PIC 9(06).
           05 RS-PROGRAMA              PIC X(08).
           05 RS-MODO                  PIC X(01).
           05 RS-USUARIO               PIC X(08).
           05 RS-CANTIDAD              PIC 9(07).
           05 RS-SUMA-RESULT           PIC S9(13)V99.
           05 RS-PRIMERA-FECHA         PIC 9(08).
           05 RS-ULTIMA-FECHA          PIC 9(08).
           05 RS-GENERACIONES          PIC 9(03).
           05 RS-FECHA-PURGA           PIC 9(08).
           05 RS-OPERADOR              PIC X(08).

      *    Registro de destruccion. DS-ESTADO:
      *      "P" = pre-registrada, entra en el resumen del mes
      *      "D" = se borra (se graba antes del borrado)
      *      "N" = resumida pero no se pudo borrar
      *      "X" = pre-registro anulado, el resumen no se grabo
       FD  DESTFILE.
       01  DS-REGISTRO.
           05 DS-GENERACION            PIC X(20).
           05 DS-CANTIDAD              PIC 9(06).
           05 DS-SEQ-PRIMERO           PIC 9(05).
           05 DS-SEQ-ULTIMO            PIC 9(05).
           05 DS-FECHA-PURGA           PIC 9(08).
           05 DS-HORA-PURGA            PIC 9(06).
           05 DS-OPERADOR              PIC X(08).
           05 DS-MES                   PIC 9(06).
           05 DS-RETENCION             PIC 9(02).
           05 DS-ESTADO                PIC X(01).
               88 DS-PRERREGISTRADA              VALUE "P".
               88 DS-DESTRUIDA                   VALUE "D".
               88 DS-NO-BORRADA                  VALUE "N".
               88 DS-ANULADA                     VALUE "X".
           05 DS-LARGO                 PIC 9(03).
           05 FILLER                   PIC X(10).

       FD  PRNTFILE.
       01  PR-LINHA                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-ARCH-STATUS           PIC X(02) VALUE "00".
       77 WS-RESUM-STATUS          PIC X(02) VALUE "00".
       77 WS-DEST-STATUS           PIC X(02) VALUE "00".
       77 WS-PRNT-STATUS           PIC X(02) VALUE "00".

       77 WS-ARCH-EOF-SWITCH       PIC X(01) VALUE "N".
           88 WS-FIM-ARCH                     VALUE "Y".

      *    Operador firmado en MENUPRIN (EXTERNAL); corriendo suelto
      *    la purga queda a nombre de *SINFIRM.
       77 WS-USUARIO-FIRMADO       PIC X(08) EXTERNAL VALUE SPACES.
       77 WS-OPERADOR              PIC X(08) VALUE SPACES.

       77 WS-PARM-STRING           PIC X(80) VALUE SPACES.

      *    Primer mes con generaciones fechadas (AUDARCH en servicio
      *    desde agosto de 2026): la purga no busca antes.
       77 WS-PRIMER-MES-ARCHIVO    PIC 9(06) VALUE 202608.

       77 WS-FECHA-SISTEMA         PIC 9(08) VALUE 0.
       77 WS-HORA-AUX              PIC 9(08) VALUE 0.
       77 WS-HORA-SISTEMA          PIC 9(06) VALUE 0.

       77 WS-RETENCION-X           PIC X(02) VALUE SPACES.
       77 WS-RETENCION             PIC 9(02) VALUE 0.
       77 WS-FECHA-REF-X           PIC X(08) VALUE SPACES.

       01  WS-FECHA-REFERENCIA     PIC 9(08) VALUE 0.
       01  WS-FECHA-REF-PARTES REDEFINES WS-FECHA-REFERENCIA.
           05 WS-REF-ANO               PIC 9(04).
           05 WS-REF-MES               PIC 9(02).
           05 WS-REF-DIA               PIC 9(02).

       01  WS-FECHA-CORTE          PIC 9(08) VALUE 0.
       01  WS-FECHA-CORTE-PARTES REDEFINES WS-FECHA-CORTE.
           05 WS-CORTE-ANO             PIC 9(04).
           05 WS-CORTE-MES             PIC 9(02).
           05 WS-CORTE-DIA             PIC 9(02).
       01  WS-FECHA-CORTE-MES REDEFINES WS-FECHA-CORTE.
           05 WS-CORTE-ANOMES          PIC 9(06).
           05 FILLER                   PIC 9(02).

      *    Mes en curso del recorrido.
       01  WS-MES-ACTUAL           PIC 9(06) VALUE 0.
       01  WS-MES-ACTUAL-PARTES REDEFINES WS-MES-ACTUAL.
           05 WS-MES-ANO               PIC 9(04).
           05 WS-MES-NUM               PIC 9(02).

       01  WS-FECHA-ACTUAL         PIC 9(08).
       01  WS-FECHA-ACTUAL-PARTES REDEFINES WS-FECHA-ACTUAL.
           05 WS-ACT-ANO               PIC 9(04).
           05 WS-ACT-MES               PIC 9(02).
           05 WS-ACT-DIA               PIC 9(02).
       01  WS-FECHA-ACTUAL-MES REDEFINES WS-FECHA-ACTUAL.
           05 WS-ACT-ANOMES            PIC 9(06).
           05 FILLER                   PIC 9(02).

       77 WS-DIAS-DEL-MES          PIC 9(02) VALUE 0.
       77 WS-BISIESTO-RESTO-4      PIC 9(04) VALUE 0.
       77 WS-BISIESTO-RESTO-100    PIC 9(04) VALUE 0.
       77 WS-BISIESTO-RESTO-400    PIC 9(04) VALUE 0.
       77 WS-BISIESTO-COCIENTE     PIC 9(04) VALUE 0.
       77 WS-BISIESTO-SWITCH       PIC X(01) VALUE "N".
           88 WS-ANO-BISIESTO                 VALUE "Y".

      *    Nombre de la generacion fechada, armado igual que lo
      *    graba AUDARCH.
       77 WS-ARCH-NOMBRE           PIC X(20) VALUE SPACES.

      *    Largos de registro que tuvo AU-REGISTRO, del actual al mas
      *    viejo, en el orden en que se prueban.
       01  WS-LARGOS-VALORES.
           05 FILLER                PIC 9(03) VALUE 098.
           05 FILLER                PIC 9(03) VALUE 088.
           05 FILLER                PIC 9(03) VALUE 073.
           05 FILLER                PIC 9(03) VALUE 059.
           05 FILLER                PIC 9(03) VALUE 051.
       01  WS-LARGOS REDEFINES WS-LARGOS-VALORES.
           05 WS-LARGO-ENTRADA      PIC 9(03) OCCURS 5 TIMES.

       77 WS-LARGO-CANTIDAD        PIC 9(02) COMP VALUE 5.
       77 WS-LARGO-IDX             PIC 9(02) COMP VALUE 0.
       77 WS-GEN-LARGO             PIC 9(03) VALUE 0.
       77 WS-LARGO-PRIMERO         PIC 9(02) COMP VALUE 0.
       77 WS-LARGO-COCIENTE        PIC 9(18) COMP VALUE 0.
       77 WS-LARGO-RESTO           PIC 9(03) COMP VALUE 0.
       77 WS-EXISTE-RC             PIC S9(09) COMP VALUE 0.

      *    Tamano de la generacion en disco (CBL_CHECK_FILE_EXIST).
       01  WS-ARCH-DETALLE.
           05 WS-ARCH-TAMANO        PIC 9(18) COMP.
           05 WS-ARCH-DIA           PIC X(04).
           05 WS-ARCH-HORA          PIC X(04).

       77 WS-CONCILIA-SWITCH       PIC X(01) VALUE "N".
           88 WS-GEN-CONCILIA                 VALUE "Y".
       77 WS-ILEGIBLE-SWITCH       PIC X(01) VALUE "N".
           88 WS-GEN-ILEGIBLE                 VALUE "Y".

      *    Registro leido de la generacion, con el largo que sea,
      *    completado con espacios a la derecha.
       01  WS-GEN-REGISTRO         PIC X(98).
       01  WS-GEN-TRAILER REDEFINES WS-GEN-REGISTRO.
           05 WS-GT-MARCA              PIC X(09).
           05 WS-GT-CANT               PIC 9(06).
           05 WS-GT-SEQ-PRIMERO        PIC 9(05).
           05 WS-GT-SEQ-ULTIMO         PIC 9(05).
           05 FILLER                   PIC X(73).

       77 WS-FECHA-DETALLE         PIC 9(08) VALUE 0.

      *    Vista con campos del registro de auditoria archivado.
       01  WS-AU-REGISTRO.
           05 WS-AU-SEQ                PIC 9(05).
           05 WS-AU-PROGRAMA           PIC X(08).
           05 WS-AU-MODO               PIC X(01).
           05 WS-AU-NUMERO-1           PIC S9(07)V99.
           05 WS-AU-NUMERO-2           PIC S9(07)V99.
           05 WS-AU-RESULT             PIC S9(09)V99.
           05 WS-AU-USUARIO            PIC X(08).
           05 WS-AU-LOTE               PIC X(08).
           05 WS-AU-FECHA              PIC 9(08).
           05 WS-AU-HORA               PIC 9(06).
           05 WS-AU-DIVISA-PAR         PIC X(06).
           05 WS-AU-TASA               PIC 9(03)V9(06).
           05 WS-AU-CADENA             PIC 9(10).

      *    Conciliacion de la generacion contra su trailer.
       77 WS-TRAILER-SWITCH        PIC X(01) VALUE "N".
           88 WS-CON-TRAILER                  VALUE "Y".
       77 WS-DESPUES-TRAILER-SW    PIC X(01) VALUE "N".
           88 WS-DETALLE-DESPUES-TRAILER      VALUE "Y".
       77 WS-SEQ-INVALIDA-SWITCH   PIC X(01) VALUE "N".
           88 WS-SEQ-INVALIDA                 VALUE "Y".
       77 WS-GEN-CANT              PIC 9(06) VALUE 0.
       77 WS-GEN-SEQ-PRIMERO       PIC 9(05) VALUE 0.
       77 WS-GEN-SEQ-ULTIMO        PIC 9(05) VALUE 0.
       77 WS-TR-CANT               PIC 9(06) VALUE 0.
       77 WS-TR-SEQ-PRIMERO        PIC 9(05) VALUE 0.
       77 WS-TR-SEQ-ULTIMO         PIC 9(05) VALUE 0.
       77 WS-CONC-MOTIVO           PIC X(40) VALUE SPACES.

      *    Generaciones encontradas en el mes. Estado:
      *      "C" = concilia, pendiente de borrar
      *      "R" = rechazada, queda en disco
      *      "D" = destruida
      *      "N" = resumida pero no se pudo borrar
       01  WS-TABELA-MES.
           05 WS-MG-ENTRADA OCCURS 31 TIMES.
               10 WS-MG-NOMBRE      PIC X(20).
               10 WS-MG-CANT        PIC 9(06).
               10 WS-MG-SEQ-PRIMERO PIC 9(05).
               10 WS-MG-SEQ-ULTIMO  PIC 9(05).
               10 WS-MG-ESTADO      PIC X(01).
                   88 WS-MG-CONCILIADA           VALUE "C".
                   88 WS-MG-RECHAZADA            VALUE "R".
                   88 WS-MG-DESTRUIDA            VALUE "D".
                   88 WS-MG-NO-BORRADA           VALUE "N".
               10 WS-MG-MOTIVO      PIC X(40).
               10 WS-MG-LARGO       PIC 9(03).
               10 WS-MG-RESUMIDA    PIC X(01).
                   88 WS-MG-YA-RESUMIDA          VALUE "Y".
               10 WS-MG-PRERREG     PIC X(01).
                   88 WS-MG-PRERREGISTRADA       VALUE "Y".

       77 WS-MG-CANTIDAD           PIC 9(02) COMP VALUE 0.
       77 WS-MG-IDX                PIC 9(02) COMP VALUE 0.
      *    Conciliadas que entran en el resumen de esta corrida, y
      *    conciliadas ya resumidas en una corrida anterior.
       77 WS-MG-CONCILIADAS        PIC 9(02) COMP VALUE 0.
       77 WS-MG-YA-RESUMIDAS       PIC 9(02) COMP VALUE 0.

      *    Ultimo estado en AUDDESTR de cada generacion que sigue en
      *    disco (las ya borradas no se cargan).
       01  WS-TABELA-REGISTRO.
           05 WS-RG-ENTRADA OCCURS 500 TIMES.
               10 WS-RG-NOMBRE      PIC X(20).
               10 WS-RG-ESTADO      PIC X(01).
                   88 WS-RG-RESUMIDA  VALUE "P" "D" "N" " ".

       77 WS-RG-MAXIMO             PIC 9(04) COMP VALUE 500.
       77 WS-RG-CANTIDAD           PIC 9(04) COMP VALUE 0.
       77 WS-RG-IDX                PIC 9(04) COMP VALUE 0.
       77 WS-RG-ENCONTRADA-SWITCH  PIC X(01) VALUE "N".
           88 WS-RG-ENCONTRADA                VALUE "Y".
       77 WS-DEST-EOF-SWITCH       PIC X(01) VALUE "N".
           88 WS-FIM-DEST                     VALUE "Y".

      *    Falla al grabar AUDRESUM y filas del mes ya grabadas.
       77 WS-RESUM-FALLA-SWITCH    PIC X(01) VALUE "N".
           88 WS-RESUM-FALLA                  VALUE "Y".
       77 WS-RESUM-FILAS-MES       PIC 9(06) COMP VALUE 0.
       77 WS-RESUM-STATUS-FALLA    PIC X(02) VALUE "00".
       77 WS-SIN-RESUMEN-MOTIVO    PIC X(40) VALUE SPACES.

      *    Resumen del mes en curso por programa, modo y operador.
       01  WS-TABELA-RESUMEN.
           05 WS-TR-ENTRADA OCCURS 500 TIMES.
               10 WS-TR-PROGRAMA    PIC X(08).
               10 WS-TR-MODO        PIC X(01).
               10 WS-TR-USUARIO     PIC X(08).
               10 WS-TR-CANTIDAD    PIC 9(07).
               10 WS-TR-SUMA        PIC S9(13)V99.
               10 WS-TR-PRIMERA     PIC 9(08).
               10 WS-TR-ULTIMA      PIC 9(08).

       77 WS-TR-MAXIMO             PIC 9(04) COMP VALUE 500.
       77 WS-TR-CANTIDAD-USADA     PIC 9(04) COMP VALUE 0.
       77 WS-TR-IDX                PIC 9(04) COMP VALUE 0.
       77 WS-TR-ENCONTRADA-SWITCH  PIC X(01) VALUE "N".
           88 WS-TR-ENCONTRADA                VALUE "Y".
       77 WS-TR-DESBORDE-SWITCH    PIC X(01) VALUE "N".
           88 WS-TR-DESBORDE                  VALUE "Y".

       77 WS-RESUMEN-SWITCH        PIC X(01) VALUE "N".
           88 WS-RESUMEN-GRABADO              VALUE "Y".

      *    AUDDESTR no se pudo grabar: no se borra nada mas.
       77 WS-DETENIDA-SWITCH       PIC X(01) VALUE "N".
           88 WS-PURGA-DETENIDA               VALUE "Y".

       77 WS-BORRADO-RC            PIC S9(09) COMP VALUE 0.

      *    Totales de la corrida.
       77 WS-TOT-DESTRUIDAS        PIC 9(06) COMP VALUE 0.
       77 WS-TOT-RECHAZADAS        PIC 9(06) COMP VALUE 0.
       77 WS-TOT-NO-BORRADAS       PIC 9(06) COMP VALUE 0.
       77 WS-TOT-REGISTROS         PIC 9(09) COMP VALUE 0.
       77 WS-TOT-RESUMENES         PIC 9(06) COMP VALUE 0.
       77 WS-TOT-MESES             PIC 9(06) COMP VALUE 0.

       77 WS-CANT-ED               PIC ZZZZZ9.
       77 WS-CANT-ED-9             PIC ZZZZZZZZ9.
       77 WS-SEQ-ED-1              PIC ZZZZ9.
       77 WS-SEQ-ED-2              PIC ZZZZ9.

       01  WS-LINHA-CABECERA.
           05 FILLER                PIC X(40) VALUE
              "PURGA DE GENERACIONES DE AUDITORIA      ".
           05 FILLER                PIC X(16) VALUE
              "FECHA DE PURGA: ".
           05 WS-CAB-FECHA          PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-CAB-HORA           PIC 9(06).
           05 FILLER                PIC X(09) VALUE SPACES.

       01  WS-LINHA-TITULOS.
           05 FILLER                PIC X(40) VALUE
              "GENERACION         REGISTROS   AU-SEQ   ".
           05 FILLER                PIC X(40) VALUE
              "        ESTADO      LARGO               ".

       01  WS-LINHA-GENERACION.
           05 WS-LG-NOMBRE          PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LG-CANT            PIC ZZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-LG-SEQ-PRIMERO     PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE " A ".
           05 WS-LG-SEQ-ULTIMO      PIC ZZZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-LG-ESTADO          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LG-LARGO           PIC ZZ9.
           05 FILLER                PIC X(17) VALUE SPACES.

       01  WS-LINHA-SALIDA         PIC X(80).

       77 WS-RC-FINAL              PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       RET-PRINCIPAL.

            ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AUX FROM TIME
            MOVE WS-HORA-AUX(1:6) TO WS-HORA-SISTEMA

            IF WS-USUARIO-FIRMADO = SPACES
               OR WS-USUARIO-FIRMADO = LOW-VALUES
                MOVE "*SINFIRM" TO WS-OPERADOR
            ELSE
                MOVE WS-USUARIO-FIRMADO TO WS-OPERADOR
            END-IF

            PERFORM RET-LEER-PARAMETROS THRU RET-LEER-PARAMETROS-END

            IF WS-RC-FINAL > 0
                MOVE WS-RC-FINAL TO RETURN-CODE
                GOBACK
            END-IF

            OPEN OUTPUT PRNTFILE

            PERFORM RET-CABECERA THRU RET-CABECERA-END

            PERFORM RET-ABRIR-REGISTROS THRU RET-ABRIR-REGISTROS-END

            IF WS-RC-FINAL = 0
                MOVE WS-PRIMER-MES-ARCHIVO TO WS-MES-ACTUAL
                PERFORM RET-MES THRU RET-MES-END
                        UNTIL WS-MES-ACTUAL NOT < WS-CORTE-ANOMES
                           OR WS-PURGA-DETENIDA
                CLOSE DESTFILE
            END-IF

            PERFORM RET-TOTALES THRU RET-TOTALES-END

            CLOSE PRNTFILE

            MOVE WS-RC-FINAL TO RETURN-CODE

            GOBACK.
       RET-PRINCIPAL-END.

       RET-LEER-PARAMETROS.

            MOVE SPACES TO WS-PARM-STRING
            ACCEPT WS-PARM-STRING FROM COMMAND-LINE

            MOVE WS-PARM-STRING(1:2) TO WS-RETENCION-X
            MOVE WS-PARM-STRING(4:8) TO WS-FECHA-REF-X

            IF WS-RETENCION-X NOT NUMERIC
               OR WS-PARM-STRING(3:1) NOT = SPACE
                DISPLAY "PARM invalido (AA AAAAMMDD): "
                        WS-PARM-STRING(1:11)
                MOVE 20 TO WS-RC-FINAL
                GO TO RET-LEER-PARAMETROS-END
            END-IF

            MOVE WS-RETENCION-X TO WS-RETENCION

            IF WS-RETENCION = 0
                DISPLAY "Periodo de retencion invalido (01 a 99): "
                        WS-RETENCION-X
                MOVE 20 TO WS-RC-FINAL
                GO TO RET-LEER-PARAMETROS-END
            END-IF

            IF WS-FECHA-REF-X = SPACES
                MOVE WS-FECHA-SISTEMA TO WS-FECHA-REFERENCIA
            ELSE
                IF WS-FECHA-REF-X NOT NUMERIC
                    DISPLAY "Fecha de referencia invalida (AAAAMMDD): "
                            WS-FECHA-REF-X
                    MOVE 20 TO WS-RC-FINAL
                    GO TO RET-LEER-PARAMETROS-END
                END-IF
                MOVE WS-FECHA-REF-X TO WS-FECHA-REFERENCIA
            END-IF

            IF WS-REF-ANO < 1900
               OR WS-REF-MES < 01 OR WS-REF-MES > 12
               OR WS-REF-DIA < 01 OR WS-REF-DIA > 31
                DISPLAY "Fecha de referencia invalida (AAAAMMDD): "
                        WS-FECHA-REFERENCIA
                MOVE 20 TO WS-RC-FINAL
                GO TO RET-LEER-PARAMETROS-END
            END-IF

      *    El corte se compara solo por ano y mes: un 29 de febrero
      *    de referencia no necesita ajuste.
            MOVE WS-FECHA-REFERENCIA TO WS-FECHA-CORTE
            SUBTRACT WS-RETENCION FROM WS-REF-ANO
                GIVING WS-CORTE-ANO
            END-SUBTRACT
            .
       RET-LEER-PARAMETROS-END.

       RET-CABECERA.

            MOVE WS-FECHA-SISTEMA TO WS-CAB-FECHA
            MOVE WS-HORA-SISTEMA  TO WS-CAB-HORA
            MOVE WS-LINHA-CABECERA TO WS-LINHA-SALIDA
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END

            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "RETENCION: " WS-RETENCION " ANOS"
                   "   REFERENCIA: " WS-FECHA-REFERENCIA
                   "   CORTE: " WS-FECHA-CORTE
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END

            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "SE PURGAN LOS MESES ANTERIORES A "
                   WS-CORTE-ANO "/" WS-CORTE-MES
                   "   OPERADOR: " WS-OPERADOR
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END

            MOVE ALL "-" TO WS-LINHA-SALIDA
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END

            MOVE WS-LINHA-TITULOS TO WS-LINHA-SALIDA
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END
            .
       RET-CABECERA-END.

       RET-ABRIR-REGISTROS.

      *    Sin resumen permanente ni registro de destruccion no se
      *    borra nada: se prueban antes de tocar una generacion.
            OPEN EXTEND RESUMFILE
            IF WS-RESUM-STATUS = "35"
                OPEN OUTPUT RESUMFILE
            END-IF

            IF WS-RESUM-STATUS NOT = "00"
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "AUDRESUM NO DISPONIBLE, STATUS: "
                       WS-RESUM-STATUS "  NO SE PURGA NADA"
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END
                DISPLAY "No se pudo abrir AUDRESUM, status: "
                        WS-RESUM-STATUS
                MOVE 12 TO WS-RC-FINAL
                GO TO RET-ABRIR-REGISTROS-END
            END-IF

            CLOSE RESUMFILE

            PERFORM RET-CARGAR-REGISTRO THRU RET-CARGAR-REGISTRO-END

            IF WS-RC-FINAL NOT = 0
                GO TO RET-ABRIR-REGISTROS-END
            END-IF

            OPEN EXTEND DESTFILE
            IF WS-DEST-STATUS = "35"
                OPEN OUTPUT DESTFILE
            END-IF

            IF WS-DEST-STATUS NOT = "00"
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "AUDDESTR NO DISPONIBLE, STATUS: "
                       WS-DEST-STATUS "  NO SE PURGA NADA"
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END
                DISPLAY "No se pudo abrir AUDDESTR, status: "
                        WS-DEST-STATUS
                MOVE 12 TO WS-RC-FINAL
            END-IF
            .
       RET-ABRIR-REGISTROS-END.

       RET-CARGAR-REGISTRO.

      *    Sin AUDDESTR todavia no hay nada resumido.
            MOVE 0 TO WS-RG-CANTIDAD
            MOVE "N" TO WS-DEST-EOF-SWITCH

            OPEN INPUT DESTFILE
            IF WS-DEST-STATUS = "35"
                GO TO RET-CARGAR-REGISTRO-END
            END-IF

            IF WS-DEST-STATUS NOT = "00"
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "AUDDESTR NO LEGIBLE, STATUS: "
                       WS-DEST-STATUS "  NO SE PURGA NADA"
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END
                DISPLAY "No se pudo leer AUDDESTR, status: "
                        WS-DEST-STATUS
                MOVE 12 TO WS-RC-FINAL
                GO TO RET-CARGAR-REGISTRO-END
            END-IF

            READ DESTFILE
                AT END
                    MOVE "Y" TO WS-DEST-EOF-SWITCH
            END-READ

            PERFORM RET-CARGAR-LINEA THRU RET-CARGAR-LINEA-END
                    UNTIL WS-FIM-DEST
                       OR WS-RC-FINAL NOT = 0

            CLOSE DESTFILE
            .
       RET-CARGAR-REGISTRO-END.

       RET-CARGAR-LINEA.

      *    Una generacion que ya no esta en disco no se va a buscar.
            MOVE DS-GENERACION TO WS-ARCH-NOMBRE
            CALL "CBL_CHECK_FILE_EXIST" USING WS-ARCH-NOMBRE
                                              WS-ARCH-DETALLE
            MOVE RETURN-CODE TO WS-EXISTE-RC
            MOVE 0 TO RETURN-CODE

            IF WS-EXISTE-RC NOT = 0
                GO TO RET-CARGAR-LINEA-LEER
            END-IF

            PERFORM RET-BUSCAR-REGISTRO THRU RET-BUSCAR-REGISTRO-END

            IF NOT WS-RG-ENCONTRADA
                IF WS-RG-CANTIDAD NOT < WS-RG-MAXIMO
                    MOVE SPACES TO WS-LINHA-SALIDA
                    STRING "AUDDESTR: MAS DE 500 GENERACIONES EN "
                           "DISCO  NO SE PURGA NADA"
                           DELIMITED BY SIZE
                        INTO WS-LINHA-SALIDA
                    END-STRING
                    PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END
                    DISPLAY "Tabla de AUDDESTR llena."
                    MOVE 12 TO WS-RC-FINAL
                    GO TO RET-CARGAR-LINEA-END
                END-IF
                ADD 1 TO WS-RG-CANTIDAD
                MOVE WS-RG-CANTIDAD TO WS-RG-IDX
                MOVE DS-GENERACION TO WS-RG-NOMBRE(WS-RG-IDX)
            END-IF

      *    Vale la ultima linea de la generacion.
            MOVE DS-ESTADO TO WS-RG-ESTADO(WS-RG-IDX)
            .
       RET-CARGAR-LINEA-LEER.

            READ DESTFILE
                AT END
                    MOVE "Y" TO WS-DEST-EOF-SWITCH
            END-READ
            .
       RET-CARGAR-LINEA-END.

       RET-BUSCAR-REGISTRO.

            MOVE "N" TO WS-RG-ENCONTRADA-SWITCH
            PERFORM RET-COMPARAR-REGISTRO THRU RET-COMPARAR-REGISTRO-END
                    VARYING WS-RG-IDX FROM 1 BY 1
                    UNTIL WS-RG-IDX > WS-RG-CANTIDAD
                       OR WS-RG-ENCONTRADA

            IF WS-RG-ENCONTRADA
                SUBTRACT 1 FROM WS-RG-IDX
            END-IF
            .
       RET-BUSCAR-REGISTRO-END.

       RET-COMPARAR-REGISTRO.

            IF WS-RG-NOMBRE(WS-RG-IDX) = WS-ARCH-NOMBRE
                MOVE "Y" TO WS-RG-ENCONTRADA-SWITCH
            END-IF
            .
       RET-COMPARAR-REGISTRO-END.

       RET-MES.

            MOVE 0 TO WS-MG-CANTIDAD
            MOVE 0 TO WS-MG-CONCILIADAS
            MOVE 0 TO WS-MG-YA-RESUMIDAS
            MOVE 0 TO WS-RESUM-FILAS-MES
            MOVE 0 TO WS-TR-CANTIDAD-USADA
            MOVE "N" TO WS-TR-DESBORDE-SWITCH
            MOVE "N" TO WS-RESUMEN-SWITCH

            MOVE WS-MES-ACTUAL TO WS-ACT-ANOMES
            MOVE 01 TO WS-ACT-DIA

            PERFORM RET-GENERACION THRU RET-GENERACION-END
                    UNTIL WS-ACT-ANOMES NOT = WS-MES-ACTUAL

            IF WS-MG-CANTIDAD = 0
                GO TO RET-MES-SIGUIENTE
            END-IF

            ADD 1 TO WS-TOT-MESES

      *    Un mes cuyo resumen no entra en la tabla no se purga:
      *    destruir el detalle sin su resumen completo no se admite.
            IF WS-TR-DESBORDE
                PERFORM RET-RECHAZAR-MES THRU RET-RECHAZAR-MES-END
                        VARYING WS-MG-IDX FROM 1 BY 1
                        UNTIL WS-MG-IDX > WS-MG-CANTIDAD
                MOVE 0 TO WS-MG-CONCILIADAS
            END-IF

      *    Las que entran en el resumen quedan pre-registradas en
      *    AUDDESTR antes de grabarlo: si no se pueden registrar no
      *    se graba el resumen y la purga se detiene.
            IF WS-MG-CONCILIADAS > 0
                PERFORM RET-PRERREGISTRAR THRU RET-PRERREGISTRAR-END
                        VARYING WS-MG-IDX FROM 1 BY 1
                        UNTIL WS-MG-IDX > WS-MG-CANTIDAD
                           OR WS-PURGA-DETENIDA
                IF WS-PURGA-DETENIDA
                    MOVE "AUDDESTR NO SE PUDO GRABAR"
                         TO WS-SIN-RESUMEN-MOTIVO
                    PERFORM RET-SIN-RESUMEN THRU RET-SIN-RESUMEN-END
                            VARYING WS-MG-IDX FROM 1 BY 1
                            UNTIL WS-MG-IDX > WS-MG-CANTIDAD
                ELSE
                    PERFORM RET-GRABAR-RESUMEN
                            THRU RET-GRABAR-RESUMEN-END
                END-IF
            END-IF

      *    Las ya resumidas en una corrida anterior se borran aunque
      *    este mes no grabe resumen nuevo.
            PERFORM RET-DESTRUIR THRU RET-DESTRUIR-END
                    VARYING WS-MG-IDX FROM 1 BY 1
                    UNTIL WS-MG-IDX > WS-MG-CANTIDAD

            PERFORM RET-INFORMAR-MES THRU RET-INFORMAR-MES-END
            .
       RET-MES-SIGUIENTE.

            IF WS-MES-NUM < 12
                ADD 1 TO WS-MES-NUM
            ELSE
                MOVE 01 TO WS-MES-NUM
                ADD 1 TO WS-MES-ANO
            END-IF
            .
       RET-MES-END.

       RET-GENERACION.

            MOVE SPACES TO WS-ARCH-NOMBRE
            STRING "AUDITARCH.D" WS-FECHA-ACTUAL
                   DELIMITED BY SIZE
                INTO WS-ARCH-NOMBRE
            END-STRING

            PERFORM RET-CONCILIAR THRU RET-CONCILIAR-END

            IF WS-ARCH-STATUS = "35"
      *         Fecha sin generacion (dia sin corte o ya purgado).
                GO TO RET-GENERACION-SIGUIENTE
            END-IF

            ADD 1 TO WS-MG-CANTIDAD
            MOVE WS-MG-CANTIDAD TO WS-MG-IDX
            MOVE WS-ARCH-NOMBRE     TO WS-MG-NOMBRE(WS-MG-IDX)
            MOVE WS-GEN-CANT        TO WS-MG-CANT(WS-MG-IDX)
            MOVE WS-GEN-SEQ-PRIMERO TO WS-MG-SEQ-PRIMERO(WS-MG-IDX)
            MOVE WS-GEN-SEQ-ULTIMO  TO WS-MG-SEQ-ULTIMO(WS-MG-IDX)
            MOVE WS-CONC-MOTIVO     TO WS-MG-MOTIVO(WS-MG-IDX)
            MOVE WS-GEN-LARGO       TO WS-MG-LARGO(WS-MG-IDX)

            IF WS-CONC-MOTIVO NOT = SPACES
                MOVE "R" TO WS-MG-ESTADO(WS-MG-IDX)
                ADD 1 TO WS-TOT-RECHAZADAS
                IF WS-RC-FINAL < 8
                    MOVE 8 TO WS-RC-FINAL
                END-IF
                GO TO RET-GENERACION-SIGUIENTE
            END-IF

            MOVE "C" TO WS-MG-ESTADO(WS-MG-IDX)
            MOVE "N" TO WS-MG-RESUMIDA(WS-MG-IDX)
            MOVE "N" TO WS-MG-PRERREG(WS-MG-IDX)

      *    Ya resumida en una corrida anterior (quedo en disco por un
      *    borrado fallido o una purga detenida): solo falta borrarla.
            PERFORM RET-BUSCAR-REGISTRO THRU RET-BUSCAR-REGISTRO-END

            IF WS-RG-ENCONTRADA
                IF WS-RG-RESUMIDA(WS-RG-IDX)
                    MOVE "Y" TO WS-MG-RESUMIDA(WS-MG-IDX)
                    MOVE "RESUMIDA EN UNA CORRIDA ANTERIOR"
                         TO WS-MG-MOTIVO(WS-MG-IDX)
                    ADD 1 TO WS-MG-YA-RESUMIDAS
                    GO TO RET-GENERACION-SIGUIENTE
                END-IF
            END-IF

            ADD 1 TO WS-MG-CONCILIADAS

            PERFORM RET-ACUMULAR THRU RET-ACUMULAR-END
            .
       RET-GENERACION-SIGUIENTE.

            PERFORM RET-FECHA-SIGUIENTE THRU RET-FECHA-SIGUIENTE-END
            .
       RET-GENERACION-END.

       RET-CONCILIAR.

      *    Solo se prueba un largo que divide exacto el tamano de la
      *    generacion (el *TRAILER* tiene que ser el ultimo registro
      *    entero); un largo que no divide dejaria un registro corto
      *    al final. Del actual al mas viejo vale el primero que
      *    concilia; si ninguno concilia se informa lo que dio el
      *    primero que se probo.
            MOVE "N" TO WS-CONCILIA-SWITCH
            MOVE "N" TO WS-ILEGIBLE-SWITCH
            MOVE 0 TO WS-LARGO-PRIMERO
            MOVE "00" TO WS-ARCH-STATUS

            CALL "CBL_CHECK_FILE_EXIST" USING WS-ARCH-NOMBRE
                                              WS-ARCH-DETALLE
            MOVE RETURN-CODE TO WS-EXISTE-RC
            MOVE 0 TO RETURN-CODE

            IF WS-EXISTE-RC NOT = 0
                MOVE "35" TO WS-ARCH-STATUS
                GO TO RET-CONCILIAR-END
            END-IF

            PERFORM RET-CONCILIAR-LARGO THRU RET-CONCILIAR-LARGO-END
                    VARYING WS-LARGO-IDX FROM 1 BY 1
                    UNTIL WS-LARGO-IDX > WS-LARGO-CANTIDAD
                       OR WS-GEN-CONCILIA
                       OR WS-GEN-ILEGIBLE
                       OR WS-ARCH-STATUS = "35"

            IF WS-GEN-CONCILIA
               OR WS-GEN-ILEGIBLE
               OR WS-ARCH-STATUS = "35"
                GO TO RET-CONCILIAR-END
            END-IF

            IF WS-LARGO-PRIMERO = 0
                MOVE 0 TO WS-GEN-LARGO
                MOVE 0 TO WS-GEN-CANT
                MOVE 0 TO WS-GEN-SEQ-PRIMERO
                MOVE 0 TO WS-GEN-SEQ-ULTIMO
                MOVE "TAMANO NO CORRESPONDE A NINGUN LARGO"
                     TO WS-CONC-MOTIVO
                GO TO RET-CONCILIAR-END
            END-IF

            MOVE WS-LARGO-PRIMERO TO WS-LARGO-IDX
            PERFORM RET-CONCILIAR-LARGO THRU RET-CONCILIAR-LARGO-END
            .
       RET-CONCILIAR-END.

       RET-CONCILIAR-LARGO.

            MOVE WS-LARGO-ENTRADA(WS-LARGO-IDX) TO WS-GEN-LARGO

            DIVIDE WS-ARCH-TAMANO BY WS-GEN-LARGO
                   GIVING WS-LARGO-COCIENTE
                   REMAINDER WS-LARGO-RESTO

            IF WS-LARGO-RESTO NOT = 0
                GO TO RET-CONCILIAR-LARGO-END
            END-IF

            IF WS-LARGO-PRIMERO = 0
                MOVE WS-LARGO-IDX TO WS-LARGO-PRIMERO
            END-IF

            MOVE "N" TO WS-ARCH-EOF-SWITCH
            MOVE "N" TO WS-TRAILER-SWITCH
            MOVE "N" TO WS-DESPUES-TRAILER-SW
            MOVE "N" TO WS-SEQ-INVALIDA-SWITCH
            MOVE 0 TO WS-GEN-CANT
            MOVE 0 TO WS-GEN-SEQ-PRIMERO
            MOVE 0 TO WS-GEN-SEQ-ULTIMO
            MOVE 0 TO WS-TR-CANT
            MOVE 0 TO WS-TR-SEQ-PRIMERO
            MOVE 0 TO WS-TR-SEQ-ULTIMO
            MOVE SPACES TO WS-CONC-MOTIVO

            PERFORM RET-ABRIR-GEN THRU RET-ABRIR-GEN-END

            IF WS-ARCH-STATUS = "35"
                GO TO RET-CONCILIAR-LARGO-END
            END-IF

            IF WS-ARCH-STATUS NOT = "00"
                STRING "GENERACION NO LEGIBLE, STATUS: "
                       WS-ARCH-STATUS
                       DELIMITED BY SIZE
                    INTO WS-CONC-MOTIVO
                END-STRING
                MOVE "00" TO WS-ARCH-STATUS
                MOVE "Y" TO WS-ILEGIBLE-SWITCH
                GO TO RET-CONCILIAR-LARGO-END
            END-IF

            PERFORM RET-LEER-GEN THRU RET-LEER-GEN-END

            PERFORM RET-CONCILIAR-LOTE THRU RET-CONCILIAR-LOTE-END
                    UNTIL WS-FIM-ARCH

            PERFORM RET-CERRAR-GEN THRU RET-CERRAR-GEN-END
            MOVE "00" TO WS-ARCH-STATUS

      *    El primer motivo que aparece es el que se informa.
            IF NOT WS-CON-TRAILER
                MOVE "SIN *TRAILER*" TO WS-CONC-MOTIVO
                GO TO RET-CONCILIAR-LARGO-END
            END-IF

            IF WS-DETALLE-DESPUES-TRAILER
                MOVE "*TRAILER* NO ES EL ULTIMO REGISTRO"
                     TO WS-CONC-MOTIVO
                GO TO RET-CONCILIAR-LARGO-END
            END-IF

            IF WS-GEN-CANT NOT = WS-TR-CANT
                MOVE "CANTIDAD NO CUADRA CON SU *TRAILER*"
                     TO WS-CONC-MOTIVO
                GO TO RET-CONCILIAR-LARGO-END
            END-IF

            IF WS-SEQ-INVALIDA
                MOVE "AU-SEQ NO NUMERICO EN EL DETALLE"
                     TO WS-CONC-MOTIVO
                GO TO RET-CONCILIAR-LARGO-END
            END-IF

            IF WS-GEN-SEQ-PRIMERO NOT = WS-TR-SEQ-PRIMERO
               OR WS-GEN-SEQ-ULTIMO NOT = WS-TR-SEQ-ULTIMO
                MOVE "AU-SEQ NO CUADRA CON SU *TRAILER*"
                     TO WS-CONC-MOTIVO
                GO TO RET-CONCILIAR-LARGO-END
            END-IF

            MOVE "Y" TO WS-CONCILIA-SWITCH
            .
       RET-CONCILIAR-LARGO-END.

       RET-CONCILIAR-LOTE.

      *    Un trailer con campos no numericos no concilia y se trata
      *    como ausente; un segundo trailer cuenta como registro
      *    despues del trailer.
            IF WS-GT-MARCA = "*TRAILER*"
                IF WS-CON-TRAILER
                    MOVE "Y" TO WS-DESPUES-TRAILER-SW
                ELSE
                    IF WS-GT-CANT NUMERIC
                       AND WS-GT-SEQ-PRIMERO NUMERIC
                       AND WS-GT-SEQ-ULTIMO NUMERIC
                        MOVE "Y" TO WS-TRAILER-SWITCH
                        MOVE WS-GT-CANT        TO WS-TR-CANT
                        MOVE WS-GT-SEQ-PRIMERO TO WS-TR-SEQ-PRIMERO
                        MOVE WS-GT-SEQ-ULTIMO  TO WS-TR-SEQ-ULTIMO
                    END-IF
                END-IF
            ELSE
                IF WS-CON-TRAILER
                    MOVE "Y" TO WS-DESPUES-TRAILER-SW
                END-IF
                ADD 1 TO WS-GEN-CANT
                MOVE WS-GEN-REGISTRO TO WS-AU-REGISTRO
                IF WS-AU-SEQ NUMERIC
                    IF WS-GEN-CANT = 1
                        MOVE WS-AU-SEQ TO WS-GEN-SEQ-PRIMERO
                    END-IF
                    MOVE WS-AU-SEQ TO WS-GEN-SEQ-ULTIMO
                ELSE
                    MOVE "Y" TO WS-SEQ-INVALIDA-SWITCH
                END-IF
            END-IF

            PERFORM RET-LEER-GEN THRU RET-LEER-GEN-END
            .
       RET-CONCILIAR-LOTE-END.

       RET-ABRIR-GEN.

            EVALUATE WS-GEN-LARGO
                WHEN 098
                    OPEN INPUT ARCHFILE
                WHEN 088
                    OPEN INPUT ARCH088
                WHEN 073
                    OPEN INPUT ARCH073
                WHEN 059
                    OPEN INPUT ARCH059
                WHEN OTHER
                    OPEN INPUT ARCH051
            END-EVALUATE
            .
       RET-ABRIR-GEN-END.

       RET-LEER-GEN.

      *    Cualquiera sea el largo, el registro queda en
      *    WS-GEN-REGISTRO completado con espacios.
            MOVE SPACES TO WS-GEN-REGISTRO

            EVALUATE WS-GEN-LARGO
                WHEN 098
                    READ ARCHFILE INTO WS-GEN-REGISTRO
                        AT END
                            MOVE "Y" TO WS-ARCH-EOF-SWITCH
                    END-READ
                WHEN 088
                    READ ARCH088 INTO WS-GEN-REGISTRO
                        AT END
                            MOVE "Y" TO WS-ARCH-EOF-SWITCH
                    END-READ
                WHEN 073
                    READ ARCH073 INTO WS-GEN-REGISTRO
                        AT END
                            MOVE "Y" TO WS-ARCH-EOF-SWITCH
                    END-READ
                WHEN 059
                    READ ARCH059 INTO WS-GEN-REGISTRO
                        AT END
                            MOVE "Y" TO WS-ARCH-EOF-SWITCH
                    END-READ
                WHEN OTHER
                    READ ARCH051 INTO WS-GEN-REGISTRO
                        AT END
                            MOVE "Y" TO WS-ARCH-EOF-SWITCH
                    END-READ
            END-EVALUATE
            .
       RET-LEER-GEN-END.

       RET-CERRAR-GEN.

            EVALUATE WS-GEN-LARGO
                WHEN 098
                    CLOSE ARCHFILE
                WHEN 088
                    CLOSE ARCH088
                WHEN 073
                    CLOSE ARCH073
                WHEN 059
                    CLOSE ARCH059
                WHEN OTHER
                    CLOSE ARCH051
            END-EVALUATE
            .
       RET-CERRAR-GEN-END.

       RET-ACUMULAR.

      *    Segunda pasada, solo sobre una generacion que concilio:
      *    cada registro de detalle suma en su programa, modo y
      *    operador.
      *    Se lee con el largo con que concilio.
            MOVE "N" TO WS-ARCH-EOF-SWITCH

            PERFORM RET-ABRIR-GEN THRU RET-ABRIR-GEN-END

            PERFORM RET-LEER-GEN THRU RET-LEER-GEN-END

            PERFORM RET-ACUMULAR-LOTE THRU RET-ACUMULAR-LOTE-END
                    UNTIL WS-FIM-ARCH

            PERFORM RET-CERRAR-GEN THRU RET-CERRAR-GEN-END
            .
       RET-ACUMULAR-END.

       RET-ACUMULAR-LOTE.

            IF WS-GT-MARCA = "*TRAILER*"
                GO TO RET-ACUMULAR-LEER
            END-IF

            MOVE WS-GEN-REGISTRO TO WS-AU-REGISTRO

      *    Registros de menos de 73 bytes no traen AU-FECHA: vale la
      *    fecha de la generacion.
            IF WS-GEN-LARGO < 073
                MOVE WS-FECHA-ACTUAL TO WS-FECHA-DETALLE
            ELSE
                IF WS-AU-FECHA NUMERIC
                    MOVE WS-AU-FECHA TO WS-FECHA-DETALLE
                ELSE
                    MOVE 0 TO WS-FECHA-DETALLE
                END-IF
            END-IF

            MOVE "N" TO WS-TR-ENCONTRADA-SWITCH
            PERFORM RET-BUSCAR-CLAVE THRU RET-BUSCAR-CLAVE-END
                    VARYING WS-TR-IDX FROM 1 BY 1
                    UNTIL WS-TR-IDX > WS-TR-CANTIDAD-USADA
                       OR WS-TR-ENCONTRADA

            IF WS-TR-ENCONTRADA
                SUBTRACT 1 FROM WS-TR-IDX
            ELSE
                IF WS-TR-CANTIDAD-USADA NOT < WS-TR-MAXIMO
                    MOVE "Y" TO WS-TR-DESBORDE-SWITCH
                    GO TO RET-ACUMULAR-LEER
                END-IF
                ADD 1 TO WS-TR-CANTIDAD-USADA
                MOVE WS-TR-CANTIDAD-USADA TO WS-TR-IDX
                MOVE WS-AU-PROGRAMA TO WS-TR-PROGRAMA(WS-TR-IDX)
                MOVE WS-AU-MODO     TO WS-TR-MODO(WS-TR-IDX)
                MOVE WS-AU-USUARIO  TO WS-TR-USUARIO(WS-TR-IDX)
                MOVE 0              TO WS-TR-CANTIDAD(WS-TR-IDX)
                MOVE 0              TO WS-TR-SUMA(WS-TR-IDX)
                MOVE 0              TO WS-TR-PRIMERA(WS-TR-IDX)
                MOVE 0              TO WS-TR-ULTIMA(WS-TR-IDX)
            END-IF

            ADD 1 TO WS-TR-CANTIDAD(WS-TR-IDX)
            IF WS-AU-RESULT NUMERIC
                ADD WS-AU-RESULT TO WS-TR-SUMA(WS-TR-IDX)
            END-IF
            IF WS-FECHA-DETALLE > 0
                IF WS-TR-PRIMERA(WS-TR-IDX) = 0
                   OR WS-FECHA-DETALLE < WS-TR-PRIMERA(WS-TR-IDX)
                    MOVE WS-FECHA-DETALLE TO WS-TR-PRIMERA(WS-TR-IDX)
                END-IF
                IF WS-FECHA-DETALLE > WS-TR-ULTIMA(WS-TR-IDX)
                    MOVE WS-FECHA-DETALLE TO WS-TR-ULTIMA(WS-TR-IDX)
                END-IF
            END-IF
            .
       RET-ACUMULAR-LEER.

            PERFORM RET-LEER-GEN THRU RET-LEER-GEN-END
            .
       RET-ACUMULAR-LOTE-END.

       RET-BUSCAR-CLAVE.

            IF WS-TR-PROGRAMA(WS-TR-IDX) = WS-AU-PROGRAMA
               AND WS-TR-MODO(WS-TR-IDX) = WS-AU-MODO
               AND WS-TR-USUARIO(WS-TR-IDX) = WS-AU-USUARIO
                MOVE "Y" TO WS-TR-ENCONTRADA-SWITCH
            END-IF
            .
       RET-BUSCAR-CLAVE-END.

       RET-RECHAZAR-MES.

            IF WS-MG-CONCILIADA(WS-MG-IDX)
               AND NOT WS-MG-YA-RESUMIDA(WS-MG-IDX)
                MOVE "R" TO WS-MG-ESTADO(WS-MG-IDX)
                MOVE "RESUMEN DEL MES NO ENTRA EN LA TABLA"
                     TO WS-MG-MOTIVO(WS-MG-IDX)
                ADD 1 TO WS-TOT-RECHAZADAS
                IF WS-RC-FINAL < 8
                    MOVE 8 TO WS-RC-FINAL
                END-IF
            END-IF
            .
       RET-RECHAZAR-MES-END.

       RET-GRABAR-RESUMEN.

      *    El resumen del mes se cierra en disco antes de borrar la
      *    primera generacion.
            OPEN EXTEND RESUMFILE
            IF WS-RESUM-STATUS = "35"
                OPEN OUTPUT RESUMFILE
            END-IF

            IF WS-RESUM-STATUS NOT = "00"
                DISPLAY "No se pudo abrir AUDRESUM, status: "
                        WS-RESUM-STATUS
                MOVE "AUDRESUM NO DISPONIBLE" TO WS-SIN-RESUMEN-MOTIVO
                PERFORM RET-SIN-RESUMEN THRU RET-SIN-RESUMEN-END
                        VARYING WS-MG-IDX FROM 1 BY 1
                        UNTIL WS-MG-IDX > WS-MG-CANTIDAD
                IF WS-RC-FINAL < 12
                    MOVE 12 TO WS-RC-FINAL
                END-IF
                GO TO RET-GRABAR-RESUMEN-END
            END-IF

            MOVE "N" TO WS-RESUM-FALLA-SWITCH
            PERFORM RET-GRABAR-CLAVE THRU RET-GRABAR-CLAVE-END
                    VARYING WS-TR-IDX FROM 1 BY 1
                    UNTIL WS-TR-IDX > WS-TR-CANTIDAD-USADA
                       OR WS-RESUM-FALLA

            CLOSE RESUMFILE
            IF WS-RESUM-STATUS NOT = "00"
               AND NOT WS-RESUM-FALLA
                MOVE "Y" TO WS-RESUM-FALLA-SWITCH
                MOVE WS-RESUM-STATUS TO WS-RESUM-STATUS-FALLA
            END-IF

      *    Resumen incompleto: el mes no se purga. Las filas que
      *    llegaron a grabarse quedan en AUDRESUM con la fecha de
      *    purga de hoy y se informan para darlas de baja.
            IF WS-RESUM-FALLA
                DISPLAY "No se pudo grabar AUDRESUM, status: "
                        WS-RESUM-STATUS-FALLA
                MOVE WS-RESUM-FILAS-MES TO WS-CANT-ED
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "AUDRESUM INCOMPLETO MES " WS-MES-ANO "/"
                       WS-MES-NUM ": " WS-CANT-ED
                       " FILAS GRABADAS, DAR DE BAJA"
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END
                MOVE "AUDRESUM NO SE PUDO GRABAR"
                     TO WS-SIN-RESUMEN-MOTIVO
                PERFORM RET-SIN-RESUMEN THRU RET-SIN-RESUMEN-END
                        VARYING WS-MG-IDX FROM 1 BY 1
                        UNTIL WS-MG-IDX > WS-MG-CANTIDAD
                IF WS-RC-FINAL < 12
                    MOVE 12 TO WS-RC-FINAL
                END-IF
                GO TO RET-GRABAR-RESUMEN-END
            END-IF

            MOVE "Y" TO WS-RESUMEN-SWITCH
            .
       RET-GRABAR-RESUMEN-END.

       RET-GRABAR-CLAVE.

            MOVE WS-MES-ACTUAL             TO RS-MES
            MOVE WS-TR-PROGRAMA(WS-TR-IDX) TO RS-PROGRAMA
            MOVE WS-TR-MODO(WS-TR-IDX)     TO RS-MODO
            MOVE WS-TR-USUARIO(WS-TR-IDX)  TO RS-USUARIO
            MOVE WS-TR-CANTIDAD(WS-TR-IDX) TO RS-CANTIDAD
            MOVE WS-TR-SUMA(WS-TR-IDX)     TO RS-SUMA-RESULT
            MOVE WS-TR-PRIMERA(WS-TR-IDX)  TO RS-PRIMERA-FECHA
            MOVE WS-TR-ULTIMA(WS-TR-IDX)   TO RS-ULTIMA-FECHA
            MOVE WS-MG-CONCILIADAS         TO RS-GENERACIONES
            MOVE WS-FECHA-SISTEMA          TO RS-FECHA-PURGA
            MOVE WS-OPERADOR               TO RS-OPERADOR
            WRITE RS-REGISTRO

            IF WS-RESUM-STATUS NOT = "00"
                MOVE "Y" TO WS-RESUM-FALLA-SWITCH
                MOVE WS-RESUM-STATUS TO WS-RESUM-STATUS-FALLA
                GO TO RET-GRABAR-CLAVE-END
            END-IF

            ADD 1 TO WS-RESUM-FILAS-MES
            ADD 1 TO WS-TOT-RESUMENES
            .
       RET-GRABAR-CLAVE-END.

       RET-SIN-RESUMEN.

      *    Quien llama deja el motivo en WS-SIN-RESUMEN-MOTIVO. Las
      *    ya resumidas antes no dependen de este resumen.
            IF NOT WS-MG-CONCILIADA(WS-MG-IDX)
               OR WS-MG-YA-RESUMIDA(WS-MG-IDX)
                GO TO RET-SIN-RESUMEN-END
            END-IF

            MOVE "R" TO WS-MG-ESTADO(WS-MG-IDX)
            MOVE WS-SIN-RESUMEN-MOTIVO TO WS-MG-MOTIVO(WS-MG-IDX)
            ADD 1 TO WS-TOT-RECHAZADAS

      *    El pre-registro se anula para que la proxima corrida la
      *    vuelva a resumir. Si tampoco se puede anular, la proxima
      *    corrida la daria por resumida: se detiene la purga y se
      *    pide anularla a mano.
            IF WS-MG-PRERREGISTRADA(WS-MG-IDX)
                MOVE WS-MG-NOMBRE(WS-MG-IDX) TO WS-ARCH-NOMBRE
                MOVE "X" TO DS-ESTADO
                PERFORM RET-GRABAR-DESTRUCCION
                        THRU RET-GRABAR-DESTRUCCION-END
                IF WS-DEST-STATUS NOT = "00"
                    DISPLAY "No se pudo anular en AUDDESTR el "
                            "pre-registro de " WS-ARCH-NOMBRE
                    DISPLAY "Anularlo a mano antes de la proxima "
                            "purga."
                    MOVE SPACES TO WS-LINHA-SALIDA
                    STRING "ANULAR A MANO EN AUDDESTR EL "
                           "PRE-REGISTRO DE " WS-ARCH-NOMBRE
                           DELIMITED BY SIZE
                        INTO WS-LINHA-SALIDA
                    END-STRING
                    PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END
                    MOVE "Y" TO WS-DETENIDA-SWITCH
                END-IF
            END-IF

            IF WS-RC-FINAL < 12
                MOVE 12 TO WS-RC-FINAL
            END-IF
            .
       RET-SIN-RESUMEN-END.

       RET-PRERREGISTRAR.

            IF NOT WS-MG-CONCILIADA(WS-MG-IDX)
               OR WS-MG-YA-RESUMIDA(WS-MG-IDX)
                GO TO RET-PRERREGISTRAR-END
            END-IF

            MOVE WS-MG-NOMBRE(WS-MG-IDX) TO WS-ARCH-NOMBRE
            MOVE "P" TO DS-ESTADO
            PERFORM RET-GRABAR-DESTRUCCION
                    THRU RET-GRABAR-DESTRUCCION-END

            IF WS-DEST-STATUS NOT = "00"
                DISPLAY "No se pudo grabar AUDDESTR, status: "
                        WS-DEST-STATUS " generacion "
                        WS-ARCH-NOMBRE
                DISPLAY "Purga detenida."
                MOVE "Y" TO WS-DETENIDA-SWITCH
                GO TO RET-PRERREGISTRAR-END
            END-IF

            MOVE "Y" TO WS-MG-PRERREG(WS-MG-IDX)
            .
       RET-PRERREGISTRAR-END.

       RET-DESTRUIR.

            IF NOT WS-MG-CONCILIADA(WS-MG-IDX)
                GO TO RET-DESTRUIR-END
            END-IF

            IF NOT WS-MG-YA-RESUMIDA(WS-MG-IDX)
               AND NOT WS-RESUMEN-GRABADO
                GO TO RET-DESTRUIR-END
            END-IF

            IF WS-PURGA-DETENIDA
                MOVE "R" TO WS-MG-ESTADO(WS-MG-IDX)
                MOVE "PURGA DETENIDA, AUDDESTR NO GRABA"
                     TO WS-MG-MOTIVO(WS-MG-IDX)
                ADD 1 TO WS-TOT-RECHAZADAS
                GO TO RET-DESTRUIR-END
            END-IF

      *    La linea del registro de destruccion va primero: una
      *    generacion borrada sin su linea en AUDDESTR no se admite.
            MOVE WS-MG-NOMBRE(WS-MG-IDX) TO WS-ARCH-NOMBRE
            MOVE "D" TO DS-ESTADO
            PERFORM RET-GRABAR-DESTRUCCION
                    THRU RET-GRABAR-DESTRUCCION-END

            IF WS-DEST-STATUS NOT = "00"
                DISPLAY "No se pudo grabar AUDDESTR, status: "
                        WS-DEST-STATUS " generacion "
                        WS-ARCH-NOMBRE
                DISPLAY "Purga detenida."
                MOVE "Y" TO WS-DETENIDA-SWITCH
                MOVE "R" TO WS-MG-ESTADO(WS-MG-IDX)
                MOVE "AUDDESTR NO SE PUDO GRABAR"
                     TO WS-MG-MOTIVO(WS-MG-IDX)
                ADD 1 TO WS-TOT-RECHAZADAS
                IF WS-RC-FINAL < 12
                    MOVE 12 TO WS-RC-FINAL
                END-IF
                GO TO RET-DESTRUIR-END
            END-IF

            CALL "CBL_DELETE_FILE" USING WS-ARCH-NOMBRE
            MOVE RETURN-CODE TO WS-BORRADO-RC
            MOVE 0 TO RETURN-CODE

            IF WS-BORRADO-RC NOT = 0
                MOVE "N" TO WS-MG-ESTADO(WS-MG-IDX)
                MOVE "RESUMIDA PERO NO SE PUDO BORRAR"
                     TO WS-MG-MOTIVO(WS-MG-IDX)
                ADD 1 TO WS-TOT-NO-BORRADAS
                DISPLAY "No se pudo borrar " WS-ARCH-NOMBRE
                MOVE 16 TO WS-RC-FINAL
      *         La linea "D" ya grabada queda anulada por esta.
                MOVE "N" TO DS-ESTADO
                PERFORM RET-GRABAR-DESTRUCCION
                        THRU RET-GRABAR-DESTRUCCION-END
                IF WS-DEST-STATUS NOT = "00"
                    DISPLAY "No se pudo anular en AUDDESTR la "
                            "generacion " WS-ARCH-NOMBRE
                END-IF
                GO TO RET-DESTRUIR-END
            END-IF

            MOVE "D" TO WS-MG-ESTADO(WS-MG-IDX)
            ADD 1 TO WS-TOT-DESTRUIDAS
            ADD WS-MG-CANT(WS-MG-IDX) TO WS-TOT-REGISTROS
            .
       RET-DESTRUIR-END.

       RET-GRABAR-DESTRUCCION.

      *    Quien llama deja DS-ESTADO: "P" antes del resumen, "D"
      *    antes de borrar, "N" si el borrado fallo, "X" si el
      *    resumen no se grabo.
            MOVE WS-MG-NOMBRE(WS-MG-IDX)      TO DS-GENERACION
            MOVE WS-MG-CANT(WS-MG-IDX)        TO DS-CANTIDAD
            MOVE WS-MG-SEQ-PRIMERO(WS-MG-IDX) TO DS-SEQ-PRIMERO
            MOVE WS-MG-SEQ-ULTIMO(WS-MG-IDX)  TO DS-SEQ-ULTIMO
            MOVE WS-FECHA-SISTEMA             TO DS-FECHA-PURGA
            MOVE WS-HORA-SISTEMA              TO DS-HORA-PURGA
            MOVE WS-OPERADOR                  TO DS-OPERADOR
            MOVE WS-MES-ACTUAL                TO DS-MES
            MOVE WS-RETENCION                 TO DS-RETENCION
            MOVE WS-MG-LARGO(WS-MG-IDX)       TO DS-LARGO
            WRITE DS-REGISTRO
            .
       RET-GRABAR-DESTRUCCION-END.

       RET-INFORMAR-MES.

            MOVE SPACES TO WS-LINHA-SALIDA
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END

            MOVE WS-MG-CONCILIADAS TO WS-CANT-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            IF WS-RESUMEN-GRABADO
                STRING "MES " WS-MES-ANO "/" WS-MES-NUM
                       "   RESUMENES GRABADOS EN AUDRESUM PARA "
                       WS-CANT-ED " GENERACIONES"
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
            ELSE
                IF WS-MG-YA-RESUMIDAS > 0
                    STRING "MES " WS-MES-ANO "/" WS-MES-NUM
                           "   RESUMEN GRABADO EN UNA CORRIDA ANTERIOR"
                           DELIMITED BY SIZE
                        INTO WS-LINHA-SALIDA
                    END-STRING
                ELSE
                    STRING "MES " WS-MES-ANO "/" WS-MES-NUM
                           "   SIN RESUMEN: NO SE PURGA"
                           DELIMITED BY SIZE
                        INTO WS-LINHA-SALIDA
                    END-STRING
                END-IF
            END-IF
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END

            PERFORM RET-INFORMAR-GENERACION
                    THRU RET-INFORMAR-GENERACION-END
                    VARYING WS-MG-IDX FROM 1 BY 1
                    UNTIL WS-MG-IDX > WS-MG-CANTIDAD
            .
       RET-INFORMAR-MES-END.

       RET-INFORMAR-GENERACION.

            MOVE WS-MG-NOMBRE(WS-MG-IDX)      TO WS-LG-NOMBRE
            MOVE WS-MG-CANT(WS-MG-IDX)        TO WS-LG-CANT
            MOVE WS-MG-SEQ-PRIMERO(WS-MG-IDX) TO WS-LG-SEQ-PRIMERO
            MOVE WS-MG-SEQ-ULTIMO(WS-MG-IDX)  TO WS-LG-SEQ-ULTIMO
            MOVE WS-MG-LARGO(WS-MG-IDX)       TO WS-LG-LARGO

            EVALUATE TRUE
                WHEN WS-MG-DESTRUIDA(WS-MG-IDX)
                    MOVE "DESTRUIDA"  TO WS-LG-ESTADO
                WHEN WS-MG-NO-BORRADA(WS-MG-IDX)
                    MOVE "NO BORRADA" TO WS-LG-ESTADO
                WHEN OTHER
                    MOVE "RECHAZADA"  TO WS-LG-ESTADO
            END-EVALUATE

            MOVE WS-LINHA-GENERACION TO WS-LINHA-SALIDA
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END

            IF WS-MG-MOTIVO(WS-MG-IDX) NOT = SPACES
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "    MOTIVO: " WS-MG-MOTIVO(WS-MG-IDX)
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END
            END-IF
            .
       RET-INFORMAR-GENERACION-END.

       RET-FECHA-SIGUIENTE.

      *    Calendario real: largo del mes y febrero bisiesto
      *    (divisible por 4 y no por 100, salvo por 400).
            EVALUATE WS-ACT-MES
                WHEN 01 WHEN 03 WHEN 05 WHEN 07
                WHEN 08 WHEN 10 WHEN 12
                    MOVE 31 TO WS-DIAS-DEL-MES
                WHEN 04 WHEN 06 WHEN 09 WHEN 11
                    MOVE 30 TO WS-DIAS-DEL-MES
                WHEN 02
                    PERFORM RET-ANO-BISIESTO
                            THRU RET-ANO-BISIESTO-END
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
       RET-FECHA-SIGUIENTE-END.

       RET-ANO-BISIESTO.

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
       RET-ANO-BISIESTO-END.

       RET-TOTALES.

            MOVE SPACES TO WS-LINHA-SALIDA
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END
            MOVE ALL "-" TO WS-LINHA-SALIDA
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END

            IF WS-RC-FINAL = 0
               AND WS-TOT-MESES = 0
                MOVE "NINGUNA GENERACION FUERA DEL PERIODO DE RETENCION"
                     TO WS-LINHA-SALIDA
                PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END
                DISPLAY "Ninguna generacion para purgar."
            END-IF

            MOVE WS-TOT-DESTRUIDAS TO WS-CANT-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "GENERACIONES DESTRUIDAS:   " WS-CANT-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END

            MOVE WS-TOT-REGISTROS TO WS-CANT-ED-9
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "REGISTROS DESTRUIDOS:   " WS-CANT-ED-9
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END

            MOVE WS-TOT-RESUMENES TO WS-CANT-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "RESUMENES MENSUALES:       " WS-CANT-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END

            MOVE WS-TOT-RECHAZADAS TO WS-CANT-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "GENERACIONES RECHAZADAS:   " WS-CANT-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END

            MOVE WS-TOT-NO-BORRADAS TO WS-CANT-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "GENERACIONES NO BORRADAS:  " WS-CANT-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END

      *    Bloque de conformidad: cumplimiento firma el listado
      *    contra el registro AUDDESTR.
            MOVE SPACES TO WS-LINHA-SALIDA
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "REGISTRO DE DESTRUCCION: AUDDESTR"
                   "   OPERADOR DE LA CORRIDA: " WS-OPERADOR
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END
            MOVE SPACES TO WS-LINHA-SALIDA
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "CONFORME CUMPLIMIENTO: ______________________"
                   "   FECHA: ____________"
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM RET-ESCRIBIR THRU RET-ESCRIBIR-END

            MOVE WS-TOT-DESTRUIDAS TO WS-CANT-ED
            DISPLAY "Generaciones destruidas: " WS-CANT-ED
                    ", ver AUDDESPR."
            IF WS-TOT-RECHAZADAS > 0
                MOVE WS-TOT-RECHAZADAS TO WS-CANT-ED
                DISPLAY "Generaciones rechazadas: " WS-CANT-ED
            END-IF
            .
       RET-TOTALES-END.

       RET-ESCRIBIR.

            MOVE WS-LINHA-SALIDA TO PR-LINHA
            WRITE PR-LINHA
            .
       RET-ESCRIBIR-END.
       END PROGRAM AUDRETEN.
