      ******************************************************************
      * Author:  Equipo de mantenimiento
      * Date:    15/10/2026
      * Purpose: Extracto de asientos para el mayor contable a partir
      *          de los resultados batch de CALCULOS del dia. Lee los
      *          registros de auditoria de CALCULOS que traen lote
      *          (AU-LOTE, AU-RESULT, AU-DIVISA-PAR; los del modo
      *          interactivo no tienen lote y no se contabilizan, los
      *          retenidos "P" tampoco hasta que se liberen), resuelve
      *          el origen de cada lote (TR-CAB-ORIGEN) y traduce
      *          origen + operacion a cuentas contables con la tabla
      *          de mapeo GLMAPA.
      *
      *          Salida para el sistema contable (GLJOURNAL): una
      *          cabecera, los asientos resumidos por origen, cuenta,
      *          lado (D = debe, H = haber) y moneda, y un trailer con
      *          la cantidad de asientos y los totales de control del
      *          debe y del haber. Cada resultado positivo debita la
      *          cuenta de debe de su mapeo y acredita la de haber;
      *          uno negativo lo hace al reves por su valor absoluto,
      *          asi que el extracto cuadra siempre por construccion
      *          (y se verifica antes de grabarlo).
      *
      *          Un lote sin origen conocido, o con alguna operacion
      *          sin mapeo, sale completo en el informe de excepciones
      *          (GLEXCEP) y no se contabiliza en parte: contaduria lo
      *          asienta a mano o corrige GLMAPA para la fecha
      *          siguiente.
      *
      *          Cada extracto queda registrado en GLCTL con su fecha
      *          de negocio; una segunda corrida para la misma fecha
      *          se rechaza sin tocar el GLJOURNAL ya generado.
      *
      *          Fecha de negocio: llamado desde EODCTL es la fecha de
      *          la cadena nocturna (WS-EOD-FECHA-CADENA); corriendo
      *          suelto viene en el PARM como AAAAMMDD y, sin PARM, es
      *          la fecha del sistema.
      *
      *          Origen del lote: el historial de lotes aceptados
      *          (LOTEHIST) de CALCULOS, que cubre tanto el lote de la
      *          noche como los detalles aprobados que se liberan de
      *          la cola de aprobacion con el id de su lote original.
      *          Un id de lote que figura con dos origenes no se
      *          puede asignar y sale como excepcion.
      *
      *          Tabla de mapeo GLMAPA (archivo plano, una linea por
      *          origen + operacion): origen, operacion (AU-MODO
      *          1 / 2 / 3 / 4 / 6), cuenta de debe, cuenta de haber y
      *          descripcion. El origen "****" es el mapeo general de
      *          la operacion para los origenes sin linea propia.
      *
      *          Codigos de retorno para el planificador:
      *            RC 00 = extracto generado
      *            RC 04 = extracto generado con lotes en excepcion
      *            RC 08 = extracto ya generado para la fecha, o
      *                    AUDITFILE / GLJOURNAL no disponibles
      *            RC 12 = GLMAPA no disponible
      *            RC 16 = desborde de tablas o extracto descuadrado
      *                    (no se genera)
      *
      * Modification History:
      * 15/10/2026 - Version inicial.
      * 15/10/2026 - El origen de cada lote sale del historial de
      *              lotes (LOTEHIST) en vez de releer TRANFILE y
      *              PENDFILE.
      * 15/10/2026 - AU-REGISTRO carga ahora AU-CADENA (registro de
      *              98 bytes); el layout del FD se alinea con el de
      *              los programas que graban auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITFILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOTEHIST ASSIGN TO "LOTEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-CLAVE
               ALTERNATE RECORD KEY IS LH-CONTENIDO
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT GLMAPA ASSIGN TO "GLMAPA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAPA-STATUS.

           SELECT GLJOURNAL ASSIGN TO "GLJOURNAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOUR-STATUS.

           SELECT GLCTL ASSIGN TO "GLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT PRNTFILE ASSIGN TO "GLEXCEP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *    Historial de lotes aceptados que graba CALCULOS.
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
           05 FILLER                   PIC X(55).

       FD  GLMAPA.
       01  GM-REGISTRO.
           05 GM-ORIGEN                PIC X(04).
           05 GM-OPER                  PIC X(01).
           05 GM-CUENTA-DEBE           PIC X(10).
           05 GM-CUENTA-HABER          PIC X(10).
           05 GM-DESCRIPCION           PIC X(30).

      *    Extracto para el sistema contable: cabecera "H", asientos
      *    "D" y trailer "T" de 80 posiciones.
       FD  GLJOURNAL.
       01  GJ-REGISTRO.
           05 GJ-TIPO                  PIC X(01).
           05 GJ-FECHA-NEGOCIO         PIC 9(08).
           05 GJ-ORIGEN                PIC X(04).
           05 GJ-CUENTA                PIC X(10).
           05 GJ-LADO                  PIC X(01).
           05 GJ-MONEDA                PIC X(03).
           05 GJ-IMPORTE               PIC 9(13)V99.
           05 GJ-CANT-REGISTROS        PIC 9(06).
           05 FILLER                   PIC X(32).

       01  GJ-CABECERA.
           05 GJ-CAB-TIPO              PIC X(01).
           05 GJ-CAB-FECHA-NEGOCIO     PIC 9(08).
           05 GJ-CAB-SISTEMA           PIC X(08).
           05 GJ-CAB-FECHA-GEN         PIC 9(08).
           05 GJ-CAB-HORA-GEN          PIC 9(06).
           05 GJ-CAB-OPERADOR          PIC X(08).
           05 FILLER                   PIC X(41).

       01  GJ-TRAILER.
           05 GJ-TRL-TIPO              PIC X(01).
           05 GJ-TRL-FECHA-NEGOCIO     PIC 9(08).
           05 GJ-TRL-CANT              PIC 9(06).
           05 GJ-TRL-TOTAL-DEBE        PIC 9(13)V99.
           05 GJ-TRL-TOTAL-HABER       PIC 9(13)V99.
           05 FILLER                   PIC X(35).

      *    Registro de extractos generados, uno por fecha de negocio.
       FD  GLCTL.
       01  GC-REGISTRO.
           05 GC-FECHA-NEGOCIO         PIC 9(08).
           05 GC-FECHA-GEN             PIC 9(08).
           05 GC-HORA-GEN              PIC 9(06).
           05 GC-OPERADOR              PIC X(08).
           05 GC-ASIENTOS              PIC 9(06).
           05 GC-TOTAL-DEBE            PIC 9(13)V99.
           05 GC-TOTAL-HABER           PIC 9(13)V99.
           05 GC-LOTES-EXCEPCION       PIC 9(06).

       FD  PRNTFILE.
       01  PR-LINHA                    PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-AUDIT-STATUS          PIC X(02) VALUE "00".
       77 WS-HIST-STATUS           PIC X(02) VALUE "00".
       77 WS-MAPA-STATUS           PIC X(02) VALUE "00".
       77 WS-JOUR-STATUS           PIC X(02) VALUE "00".
       77 WS-CTL-STATUS            PIC X(02) VALUE "00".
       77 WS-PRNT-STATUS           PIC X(02) VALUE "00".

       77 WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE "N".
           88 WS-FIM-AUDIT                    VALUE "Y".
       77 WS-MAPA-EOF-SWITCH       PIC X(01) VALUE "N".
           88 WS-FIM-MAPA                     VALUE "Y".
       77 WS-CTL-EOF-SWITCH        PIC X(01) VALUE "N".
           88 WS-FIM-CTL                      VALUE "Y".
       77 WS-HIST-ABIERTO-SWITCH   PIC X(01) VALUE "N".
           88 WS-HIST-ABIERTO                 VALUE "Y".

       77 WS-USUARIO-FIRMADO       PIC X(08) EXTERNAL VALUE SPACES.

      *    Interruptor y fecha de la cadena nocturna, compartidos
      *    EXTERNAL con EODCTL: llamado por el controlador el PARM
      *    de la linea de comando es el de EODCTL y no se lee.
       77 WS-EOD-CALL-SWITCH       PIC X(01) EXTERNAL VALUE "N".
           88 WS-LLAMADA-DESDE-EOD            VALUE "Y".
       77 WS-EOD-FECHA-CADENA      PIC 9(08) EXTERNAL.

       77 WS-OPERADOR              PIC X(08) VALUE SPACES.

       01  WS-FECHA-SISTEMA        PIC 9(08).
       77 WS-HORA-SISTEMA          PIC 9(08).

       77 WS-PARM-STRING           PIC X(80) VALUE SPACES.
       01  WS-FECHA-NEGOCIO        PIC 9(08) VALUE 0.
       01  WS-FECHA-NEGOCIO-PARTES REDEFINES WS-FECHA-NEGOCIO.
           05 WS-NEG-ANO               PIC 9(04).
           05 WS-NEG-MES               PIC 9(02).
           05 WS-NEG-DIA               PIC 9(02).

       77 WS-YA-GENERADO-SWITCH    PIC X(01) VALUE "N".
           88 WS-YA-GENERADO                  VALUE "Y".

      *    Tabla de mapeo cargada de GLMAPA.
       77 WS-MAP-CANTIDAD          PIC 9(04) COMP VALUE 0.
       77 WS-MAP-MAXIMO            PIC 9(04) COMP VALUE 300.
       77 WS-MAP-IDX               PIC 9(04) COMP VALUE 0.
       77 WS-MAP-ACHADO            PIC 9(04) COMP VALUE 0.
       77 WS-MAP-INVALIDAS         PIC 9(06) COMP VALUE 0.
       01  WS-TABELA-MAPA.
           05 WS-MAP-ENTRADA OCCURS 300 TIMES.
               10 WS-MAP-ORIGEN     PIC X(04).
               10 WS-MAP-OPER       PIC X(01).
               10 WS-MAP-DEBE       PIC X(10).
               10 WS-MAP-HABER      PIC X(10).

      *    Lotes del dia con su origen (LOTEHIST).
       77 WS-LOT-CANTIDAD          PIC 9(04) COMP VALUE 0.
       77 WS-LOT-MAXIMO            PIC 9(04) COMP VALUE 200.
       77 WS-LOT-IDX               PIC 9(04) COMP VALUE 0.
       77 WS-LOT-ACHADO            PIC 9(04) COMP VALUE 0.
       77 WS-LOT-EXCEPCIONES       PIC 9(06) COMP VALUE 0.
       01  WS-TABELA-LOTES.
           05 WS-LOT-ENTRADA OCCURS 200 TIMES.
               10 WS-LOT-ID         PIC X(08).
               10 WS-LOT-ORIGEN     PIC X(04).
               10 WS-LOT-ORIGEN-SW  PIC X(01).
                   88 WS-LOT-CON-ORIGEN          VALUE "Y".
                   88 WS-LOT-ORIGEN-AMBIGUO      VALUE "A".
               10 WS-LOT-EXCLUIDO-SW PIC X(01).
                   88 WS-LOT-EXCLUIDO            VALUE "Y".

      *    Resultados acumulados por lote + operacion + moneda: los
      *    positivos y el valor absoluto de los negativos por
      *    separado, para asentarlos en lados opuestos.
       77 WS-ACU-CANTIDAD          PIC 9(04) COMP VALUE 0.
       77 WS-ACU-MAXIMO            PIC 9(04) COMP VALUE 1000.
       77 WS-ACU-IDX               PIC 9(04) COMP VALUE 0.
       77 WS-ACU-ACHADO            PIC 9(04) COMP VALUE 0.
       01  WS-TABELA-ACUMULADOS.
           05 WS-ACU-ENTRADA OCCURS 1000 TIMES.
               10 WS-ACU-LOTE-IDX   PIC 9(04) COMP.
               10 WS-ACU-OPER       PIC X(01).
               10 WS-ACU-MONEDA     PIC X(03).
               10 WS-ACU-CANT       PIC 9(06) COMP.
               10 WS-ACU-POSITIVO   PIC 9(13)V99.
               10 WS-ACU-NEGATIVO   PIC 9(13)V99.
               10 WS-ACU-MAPA-IDX   PIC 9(04) COMP.
               10 WS-ACU-MOTIVO     PIC X(20).

      *    Asientos del extracto por origen + cuenta + lado + moneda.
       77 WS-ASI-CANTIDAD          PIC 9(04) COMP VALUE 0.
       77 WS-ASI-MAXIMO            PIC 9(04) COMP VALUE 500.
       77 WS-ASI-IDX               PIC 9(04) COMP VALUE 0.
       77 WS-ASI-ACHADO            PIC 9(04) COMP VALUE 0.
       01  WS-TABELA-ASIENTOS.
           05 WS-ASI-ENTRADA OCCURS 500 TIMES.
               10 WS-ASI-ORIGEN     PIC X(04).
               10 WS-ASI-CUENTA     PIC X(10).
               10 WS-ASI-LADO       PIC X(01).
               10 WS-ASI-MONEDA     PIC X(03).
               10 WS-ASI-IMPORTE    PIC 9(13)V99.
               10 WS-ASI-CANT       PIC 9(06) COMP.

      *    Parametros de un movimiento a asentar (GL-ASENTAR).
       77 WS-MOV-ORIGEN            PIC X(04).
       77 WS-MOV-CUENTA            PIC X(10).
       77 WS-MOV-LADO              PIC X(01).
       77 WS-MOV-MONEDA            PIC X(03).
       77 WS-MOV-IMPORTE           PIC 9(13)V99.
       77 WS-MOV-CANT              PIC 9(06) COMP.

       77 WS-BUSCA-LOTE            PIC X(08).
       77 WS-BUSCA-OPER            PIC X(01).
       77 WS-BUSCA-MONEDA          PIC X(03).
       77 WS-RESULT-ABS            PIC 9(09)V99.

       77 WS-DESBORDE-SWITCH       PIC X(01) VALUE "N".
           88 WS-HUBO-DESBORDE                VALUE "Y".

       77 WS-AUDIT-LEIDOS          PIC 9(06) COMP VALUE 0.
       77 WS-AUDIT-CONTABLES       PIC 9(06) COMP VALUE 0.
       77 WS-ASIENTOS-GRABADOS     PIC 9(06) COMP VALUE 0.
       77 WS-TOTAL-DEBE            PIC 9(13)V99 VALUE 0.
       77 WS-TOTAL-HABER           PIC 9(13)V99 VALUE 0.
       77 WS-IMPORTE-NETO          PIC S9(13)V99 VALUE 0.

       77 WS-CANT-ED               PIC ZZZZZ9.
       77 WS-TOTAL-ED              PIC Z(12)9.99.

       01  WS-LINHA-CABECERA.
           05 FILLER                PIC X(40) VALUE
              "EXTRACTO CONTABLE CALCULOS - EXCEPCIONES".
           05 FILLER                PIC X(19) VALUE
              "   FECHA NEGOCIO: ".
           05 WS-CAB-DIA            PIC 9(02).
           05 FILLER                PIC X(01) VALUE "/".
           05 WS-CAB-MES            PIC 9(02).
           05 FILLER                PIC X(01) VALUE "/".
           05 WS-CAB-ANO            PIC 9(04).

       01  WS-LINHA-TITULOS.
           05 FILLER                PIC X(10) VALUE "LOTE".
           05 FILLER                PIC X(06) VALUE "ORIG".
           05 FILLER                PIC X(04) VALUE "OP".
           05 FILLER                PIC X(05) VALUE "MON".
           05 FILLER                PIC X(08) VALUE "  CANT".
           05 FILLER                PIC X(19) VALUE
              "        IMPORTE".
           05 FILLER                PIC X(20) VALUE "MOTIVO".

       01  WS-LINHA-EXCEPCION.
           05 WS-EXC-LOTE           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-EXC-ORIGEN         PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-EXC-OPER           PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 WS-EXC-MONEDA         PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-EXC-CANT           PIC ZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-EXC-IMPORTE        PIC -(13)9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-EXC-MOTIVO         PIC X(20).

       01  WS-LINHA-SALIDA         PIC X(80).

       77 WS-RC-FINAL              PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       GL-PRINCIPAL.

            ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-HORA-SISTEMA FROM TIME

            IF WS-USUARIO-FIRMADO = SPACES
               OR WS-USUARIO-FIRMADO = LOW-VALUES
                MOVE "*SINFIRM" TO WS-OPERADOR
            ELSE
                MOVE WS-USUARIO-FIRMADO TO WS-OPERADOR
            END-IF

            PERFORM GL-FECHA-NEGOCIO THRU GL-FECHA-NEGOCIO-END

            MOVE WS-NEG-DIA TO WS-CAB-DIA
            MOVE WS-NEG-MES TO WS-CAB-MES
            MOVE WS-NEG-ANO TO WS-CAB-ANO

            OPEN OUTPUT PRNTFILE

            MOVE WS-LINHA-CABECERA TO WS-LINHA-SALIDA
            PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END
            MOVE ALL "-" TO WS-LINHA-SALIDA
            PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END

            PERFORM GL-CONTROL-FECHA THRU GL-CONTROL-FECHA-END
            IF WS-YA-GENERADO
                GO TO GL-PRINCIPAL-FIN
            END-IF

            PERFORM GL-CARGAR-MAPA THRU GL-CARGAR-MAPA-END
            IF WS-RC-FINAL > 0
                GO TO GL-PRINCIPAL-FIN
            END-IF

            PERFORM GL-LEER-AUDITORIA THRU GL-LEER-AUDITORIA-END
            IF WS-RC-FINAL > 0
                GO TO GL-PRINCIPAL-FIN
            END-IF

            PERFORM GL-RESOLVER-ORIGENES THRU GL-RESOLVER-ORIGENES-END

            PERFORM GL-MAPEAR THRU GL-MAPEAR-END
                    VARYING WS-ACU-IDX FROM 1 BY 1
                    UNTIL WS-ACU-IDX > WS-ACU-CANTIDAD

            PERFORM GL-CONTAR-EXCEPCIONES
                    THRU GL-CONTAR-EXCEPCIONES-END
                    VARYING WS-LOT-IDX FROM 1 BY 1
                    UNTIL WS-LOT-IDX > WS-LOT-CANTIDAD

            PERFORM GL-ACUMULAR-ASIENTOS
                    THRU GL-ACUMULAR-ASIENTOS-END
                    VARYING WS-ACU-IDX FROM 1 BY 1
                    UNTIL WS-ACU-IDX > WS-ACU-CANTIDAD
                       OR WS-HUBO-DESBORDE

            IF WS-HUBO-DESBORDE
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "DESBORDE DE LA TABLA DE ASIENTOS: EXTRACTO "
                       "NO GENERADO"
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END
                MOVE 16 TO WS-RC-FINAL
                GO TO GL-PRINCIPAL-FIN
            END-IF

            PERFORM GL-VERIFICAR-CUADRE THRU GL-VERIFICAR-CUADRE-END
            IF WS-RC-FINAL > 0
                GO TO GL-PRINCIPAL-FIN
            END-IF

            PERFORM GL-GRABAR-EXTRACTO THRU GL-GRABAR-EXTRACTO-END
            IF WS-RC-FINAL > 0
                GO TO GL-PRINCIPAL-FIN
            END-IF

            PERFORM GL-INFORMAR-EXCEPCIONES
                    THRU GL-INFORMAR-EXCEPCIONES-END

            PERFORM GL-REGISTRAR-CONTROL THRU GL-REGISTRAR-CONTROL-END

            PERFORM GL-RESUMEN THRU GL-RESUMEN-END

            IF WS-LOT-EXCEPCIONES > 0
                MOVE 4 TO WS-RC-FINAL
            END-IF
            .
       GL-PRINCIPAL-FIN.

            CLOSE PRNTFILE

            IF WS-RC-FINAL > 0
                MOVE WS-RC-FINAL TO RETURN-CODE
            END-IF

            MOVE 0 TO WS-RC-FINAL
            MOVE 0 TO WS-MAP-CANTIDAD
            MOVE 0 TO WS-LOT-CANTIDAD
            MOVE 0 TO WS-ACU-CANTIDAD
            MOVE 0 TO WS-ASI-CANTIDAD
            MOVE 0 TO WS-MAP-INVALIDAS
            MOVE 0 TO WS-LOT-EXCEPCIONES
            MOVE 0 TO WS-AUDIT-LEIDOS
            MOVE 0 TO WS-AUDIT-CONTABLES
            MOVE 0 TO WS-ASIENTOS-GRABADOS
            MOVE 0 TO WS-TOTAL-DEBE
            MOVE 0 TO WS-TOTAL-HABER
            MOVE "N" TO WS-YA-GENERADO-SWITCH
            MOVE "N" TO WS-DESBORDE-SWITCH

            GOBACK.
       GL-PRINCIPAL-END.

       GL-FECHA-NEGOCIO.

            MOVE WS-FECHA-SISTEMA TO WS-FECHA-NEGOCIO

            IF WS-LLAMADA-DESDE-EOD
                IF WS-EOD-FECHA-CADENA NUMERIC
                   AND WS-EOD-FECHA-CADENA > 0
                    MOVE WS-EOD-FECHA-CADENA TO WS-FECHA-NEGOCIO
                END-IF
                GO TO GL-FECHA-NEGOCIO-END
            END-IF

            MOVE SPACES TO WS-PARM-STRING
            ACCEPT WS-PARM-STRING FROM COMMAND-LINE

            IF WS-PARM-STRING NOT = SPACES
                IF WS-PARM-STRING(1:8) NUMERIC
                    MOVE WS-PARM-STRING(1:8) TO WS-FECHA-NEGOCIO
                ELSE
                    DISPLAY "PARM de fecha invalido (AAAAMMDD): "
                            WS-PARM-STRING(1:8)
                    DISPLAY "Se usa la fecha del sistema."
                END-IF
            END-IF
            .
       GL-FECHA-NEGOCIO-END.

       GL-CONTROL-FECHA.

      *    Un extracto por fecha de negocio: si GLCTL ya tiene la
      *    fecha el contable ya la recibio, y volver a generarla la
      *    asentaria dos veces.
            MOVE "N" TO WS-YA-GENERADO-SWITCH
            MOVE "N" TO WS-CTL-EOF-SWITCH

            OPEN INPUT GLCTL

            IF WS-CTL-STATUS NOT = "00"
                GO TO GL-CONTROL-FECHA-END
            END-IF

            READ GLCTL
                AT END
                    MOVE "Y" TO WS-CTL-EOF-SWITCH
            END-READ

            PERFORM GL-CONTROL-FECHA-LOTE
                    THRU GL-CONTROL-FECHA-LOTE-END
                    UNTIL WS-FIM-CTL
                       OR WS-YA-GENERADO

            CLOSE GLCTL

            IF WS-YA-GENERADO
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "EXTRACTO YA GENERADO PARA LA FECHA "
                       WS-FECHA-NEGOCIO " EL " GC-FECHA-GEN
                       " POR " GC-OPERADOR
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END
                MOVE "CORRIDA RECHAZADA, GLJOURNAL NO SE TOCA"
                     TO WS-LINHA-SALIDA
                PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END
                DISPLAY "Extracto ya generado para la fecha "
                        WS-FECHA-NEGOCIO "."
                MOVE 8 TO WS-RC-FINAL
            END-IF
            .
       GL-CONTROL-FECHA-END.

       GL-CONTROL-FECHA-LOTE.

            IF GC-FECHA-NEGOCIO = WS-FECHA-NEGOCIO
                MOVE "Y" TO WS-YA-GENERADO-SWITCH
                GO TO GL-CONTROL-FECHA-LOTE-END
            END-IF

            READ GLCTL
                AT END
                    MOVE "Y" TO WS-CTL-EOF-SWITCH
            END-READ
            .
       GL-CONTROL-FECHA-LOTE-END.

       GL-CARGAR-MAPA.

            MOVE "N" TO WS-MAPA-EOF-SWITCH
            MOVE 0 TO WS-MAP-CANTIDAD

            OPEN INPUT GLMAPA

            IF WS-MAPA-STATUS NOT = "00"
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "GLMAPA NO DISPONIBLE, STATUS: "
                       WS-MAPA-STATUS ". EXTRACTO NO GENERADO"
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END
                DISPLAY "No se pudo abrir GLMAPA, status: "
                        WS-MAPA-STATUS
                MOVE 12 TO WS-RC-FINAL
                GO TO GL-CARGAR-MAPA-END
            END-IF

            READ GLMAPA
                AT END
                    MOVE "Y" TO WS-MAPA-EOF-SWITCH
            END-READ

            PERFORM GL-CARGAR-MAPA-LOTE THRU GL-CARGAR-MAPA-LOTE-END
                    UNTIL WS-FIM-MAPA

            CLOSE GLMAPA
            .
       GL-CARGAR-MAPA-END.

       GL-CARGAR-MAPA-LOTE.

      *    Lineas sin origen, operacion o alguna de las cuentas no
      *    sirven para asentar: se cuentan y se avisan en el resumen.
            EVALUATE TRUE
                WHEN GM-ORIGEN = SPACES
                  OR GM-OPER = SPACE
                  OR GM-CUENTA-DEBE = SPACES
                  OR GM-CUENTA-HABER = SPACES
                    ADD 1 TO WS-MAP-INVALIDAS
                WHEN WS-MAP-CANTIDAD NOT < WS-MAP-MAXIMO
                    ADD 1 TO WS-MAP-INVALIDAS
                WHEN OTHER
                    ADD 1 TO WS-MAP-CANTIDAD
                    MOVE GM-ORIGEN TO WS-MAP-ORIGEN(WS-MAP-CANTIDAD)
                    MOVE GM-OPER   TO WS-MAP-OPER(WS-MAP-CANTIDAD)
                    MOVE GM-CUENTA-DEBE
                         TO WS-MAP-DEBE(WS-MAP-CANTIDAD)
                    MOVE GM-CUENTA-HABER
                         TO WS-MAP-HABER(WS-MAP-CANTIDAD)
            END-EVALUATE

            READ GLMAPA
                AT END
                    MOVE "Y" TO WS-MAPA-EOF-SWITCH
            END-READ
            .
       GL-CARGAR-MAPA-LOTE-END.

       GL-BUSCAR-LOTE.

      *    Busca WS-BUSCA-LOTE en la tabla de lotes y lo agrega si no
      *    esta. WS-LOT-ACHADO queda en cero si la tabla esta llena.
            MOVE 0 TO WS-LOT-ACHADO

            PERFORM GL-BUSCAR-LOTE-LOTE THRU GL-BUSCAR-LOTE-LOTE-END
                    VARYING WS-LOT-IDX FROM 1 BY 1
                    UNTIL WS-LOT-IDX > WS-LOT-CANTIDAD
                       OR WS-LOT-ACHADO > 0

            IF WS-LOT-ACHADO = 0
               AND WS-LOT-CANTIDAD < WS-LOT-MAXIMO
                ADD 1 TO WS-LOT-CANTIDAD
                MOVE WS-LOT-CANTIDAD TO WS-LOT-ACHADO
                MOVE WS-BUSCA-LOTE TO WS-LOT-ID(WS-LOT-ACHADO)
                MOVE SPACES TO WS-LOT-ORIGEN(WS-LOT-ACHADO)
                MOVE "N" TO WS-LOT-ORIGEN-SW(WS-LOT-ACHADO)
                MOVE "N" TO WS-LOT-EXCLUIDO-SW(WS-LOT-ACHADO)
            END-IF
            .
       GL-BUSCAR-LOTE-END.

       GL-BUSCAR-LOTE-LOTE.

            IF WS-LOT-ID(WS-LOT-IDX) = WS-BUSCA-LOTE
                MOVE WS-LOT-IDX TO WS-LOT-ACHADO
            END-IF
            .
       GL-BUSCAR-LOTE-LOTE-END.

       GL-LEER-AUDITORIA.

            MOVE "N" TO WS-AUDIT-EOF-SWITCH
            MOVE 0 TO WS-ACU-CANTIDAD

            OPEN INPUT AUDITFILE

            IF WS-AUDIT-STATUS NOT = "00"
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "AUDITFILE NO DISPONIBLE, STATUS: "
                       WS-AUDIT-STATUS ". EXTRACTO NO GENERADO"
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END
                DISPLAY "No se pudo abrir AUDITFILE, status: "
                        WS-AUDIT-STATUS
                MOVE 8 TO WS-RC-FINAL
                GO TO GL-LEER-AUDITORIA-END
            END-IF

            READ AUDITFILE
                AT END
                    MOVE "Y" TO WS-AUDIT-EOF-SWITCH
            END-READ

            PERFORM GL-LEER-AUDITORIA-LOTE
                    THRU GL-LEER-AUDITORIA-LOTE-END
                    UNTIL WS-FIM-AUDIT
                       OR WS-HUBO-DESBORDE

            CLOSE AUDITFILE

            IF WS-HUBO-DESBORDE
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "DESBORDE DE LA TABLA DE LOTES / OPERACIONES: "
                       "EXTRACTO NO GENERADO"
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END
                MOVE 16 TO WS-RC-FINAL
            END-IF
            .
       GL-LEER-AUDITORIA-END.

       GL-LEER-AUDITORIA-LOTE.

            ADD 1 TO WS-AUDIT-LEIDOS

      *    Solo resultados batch contabilizables de CALCULOS: con
      *    lote y de una operacion (los retenidos "P" se asientan
      *    cuando se liberan, con su propio registro de auditoria).
            IF AU-PROGRAMA NOT = "CALCULOS"
               OR AU-LOTE = SPACES
               OR AU-MODO = "P"
                GO TO GL-LEER-AUDITORIA-LEER
            END-IF

            ADD 1 TO WS-AUDIT-CONTABLES

            MOVE AU-LOTE TO WS-BUSCA-LOTE
            PERFORM GL-BUSCAR-LOTE THRU GL-BUSCAR-LOTE-END
            IF WS-LOT-ACHADO = 0
                MOVE "Y" TO WS-DESBORDE-SWITCH
                GO TO GL-LEER-AUDITORIA-LOTE-END
            END-IF

      *    La conversion de divisas deja el resultado en la moneda
      *    destino del par; las demas operaciones, en moneda local
      *    (en blanco).
            MOVE AU-MODO TO WS-BUSCA-OPER
            IF AU-MODO = "6"
                MOVE AU-DIVISA-PAR(4:3) TO WS-BUSCA-MONEDA
            ELSE
                MOVE SPACES TO WS-BUSCA-MONEDA
            END-IF

            MOVE 0 TO WS-ACU-ACHADO
            PERFORM GL-BUSCAR-ACUMULADO THRU GL-BUSCAR-ACUMULADO-END
                    VARYING WS-ACU-IDX FROM 1 BY 1
                    UNTIL WS-ACU-IDX > WS-ACU-CANTIDAD
                       OR WS-ACU-ACHADO > 0

            IF WS-ACU-ACHADO = 0
                IF WS-ACU-CANTIDAD NOT < WS-ACU-MAXIMO
                    MOVE "Y" TO WS-DESBORDE-SWITCH
                    GO TO GL-LEER-AUDITORIA-LOTE-END
                END-IF
                ADD 1 TO WS-ACU-CANTIDAD
                MOVE WS-ACU-CANTIDAD TO WS-ACU-ACHADO
                MOVE WS-LOT-ACHADO   TO WS-ACU-LOTE-IDX(WS-ACU-ACHADO)
                MOVE WS-BUSCA-OPER   TO WS-ACU-OPER(WS-ACU-ACHADO)
                MOVE WS-BUSCA-MONEDA TO WS-ACU-MONEDA(WS-ACU-ACHADO)
                MOVE 0 TO WS-ACU-CANT(WS-ACU-ACHADO)
                MOVE 0 TO WS-ACU-POSITIVO(WS-ACU-ACHADO)
                MOVE 0 TO WS-ACU-NEGATIVO(WS-ACU-ACHADO)
                MOVE 0 TO WS-ACU-MAPA-IDX(WS-ACU-ACHADO)
                MOVE SPACES TO WS-ACU-MOTIVO(WS-ACU-ACHADO)
            END-IF

            ADD 1 TO WS-ACU-CANT(WS-ACU-ACHADO)
            IF AU-RESULT < 0
                COMPUTE WS-RESULT-ABS = 0 - AU-RESULT
                ADD WS-RESULT-ABS TO WS-ACU-NEGATIVO(WS-ACU-ACHADO)
            ELSE
                MOVE AU-RESULT TO WS-RESULT-ABS
                ADD WS-RESULT-ABS TO WS-ACU-POSITIVO(WS-ACU-ACHADO)
            END-IF
            .
       GL-LEER-AUDITORIA-LEER.

            READ AUDITFILE
                AT END
                    MOVE "Y" TO WS-AUDIT-EOF-SWITCH
            END-READ
            .
       GL-LEER-AUDITORIA-LOTE-END.

       GL-BUSCAR-ACUMULADO.

            IF WS-ACU-LOTE-IDX(WS-ACU-IDX) = WS-LOT-ACHADO
               AND WS-ACU-OPER(WS-ACU-IDX) = WS-BUSCA-OPER
               AND WS-ACU-MONEDA(WS-ACU-IDX) = WS-BUSCA-MONEDA
                MOVE WS-ACU-IDX TO WS-ACU-ACHADO
            END-IF
            .
       GL-BUSCAR-ACUMULADO-END.

       GL-RESOLVER-ORIGENES.

      *    Cada lote del dia se busca por su id en LOTEHIST (clave
      *    lote + origen). Sin historial todos los lotes quedan sin
      *    origen y salen en el informe de excepciones.
            OPEN INPUT LOTEHIST
            IF WS-HIST-STATUS = "00"
                MOVE "Y" TO WS-HIST-ABIERTO-SWITCH
            ELSE
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "LOTEHIST NO DISPONIBLE, STATUS: "
                       WS-HIST-STATUS ". LOTES SIN ORIGEN"
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END
            END-IF

            PERFORM GL-RESOLVER-ORIGEN THRU GL-RESOLVER-ORIGEN-END
                    VARYING WS-LOT-IDX FROM 1 BY 1
                    UNTIL WS-LOT-IDX > WS-LOT-CANTIDAD

            IF WS-HIST-ABIERTO
                CLOSE LOTEHIST
            END-IF
            MOVE "N" TO WS-HIST-ABIERTO-SWITCH
            .
       GL-RESOLVER-ORIGENES-END.

       GL-RESOLVER-ORIGEN.

            IF NOT WS-HIST-ABIERTO
                GO TO GL-RESOLVER-ORIGEN-END
            END-IF

            MOVE WS-LOT-ID(WS-LOT-IDX) TO LH-LOTE-ID
            MOVE LOW-VALUES TO LH-ORIGEN

            START LOTEHIST KEY IS NOT LESS THAN LH-CLAVE
                INVALID KEY
                    GO TO GL-RESOLVER-ORIGEN-END
            END-START

            READ LOTEHIST NEXT RECORD
                AT END
                    GO TO GL-RESOLVER-ORIGEN-END
            END-READ

            IF LH-LOTE-ID NOT = WS-LOT-ID(WS-LOT-IDX)
                GO TO GL-RESOLVER-ORIGEN-END
            END-IF

            MOVE LH-ORIGEN TO WS-LOT-ORIGEN(WS-LOT-IDX)
            MOVE "Y" TO WS-LOT-ORIGEN-SW(WS-LOT-IDX)

      *    El mismo id con un segundo origen: AU-LOTE no alcanza
      *    para saber a cual corresponde cada resultado.
            READ LOTEHIST NEXT RECORD
                AT END
                    GO TO GL-RESOLVER-ORIGEN-END
            END-READ

            IF LH-LOTE-ID = WS-LOT-ID(WS-LOT-IDX)
                MOVE "A" TO WS-LOT-ORIGEN-SW(WS-LOT-IDX)
            END-IF
            .
       GL-RESOLVER-ORIGEN-END.

       GL-MAPEAR.

      *    Mapeo propio del origen y, si no hay, el general "****".
      *    Cualquier falla excluye el lote completo del extracto.
            MOVE WS-ACU-LOTE-IDX(WS-ACU-IDX) TO WS-LOT-IDX

            IF WS-LOT-ORIGEN-AMBIGUO(WS-LOT-IDX)
                MOVE "ORIGEN AMBIGUO" TO WS-ACU-MOTIVO(WS-ACU-IDX)
                MOVE "Y" TO WS-LOT-EXCLUIDO-SW(WS-LOT-IDX)
                GO TO GL-MAPEAR-END
            END-IF

            IF NOT WS-LOT-CON-ORIGEN(WS-LOT-IDX)
                MOVE "ORIGEN DESCONOCIDO" TO WS-ACU-MOTIVO(WS-ACU-IDX)
                MOVE "Y" TO WS-LOT-EXCLUIDO-SW(WS-LOT-IDX)
                GO TO GL-MAPEAR-END
            END-IF

            MOVE 0 TO WS-MAP-ACHADO
            MOVE WS-LOT-ORIGEN(WS-LOT-IDX) TO WS-MOV-ORIGEN
            PERFORM GL-BUSCAR-MAPA THRU GL-BUSCAR-MAPA-END
                    VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-MAP-CANTIDAD
                       OR WS-MAP-ACHADO > 0

            IF WS-MAP-ACHADO = 0
                MOVE "****" TO WS-MOV-ORIGEN
                PERFORM GL-BUSCAR-MAPA THRU GL-BUSCAR-MAPA-END
                        VARYING WS-MAP-IDX FROM 1 BY 1
                        UNTIL WS-MAP-IDX > WS-MAP-CANTIDAD
                           OR WS-MAP-ACHADO > 0
            END-IF

            IF WS-MAP-ACHADO = 0
                MOVE "SIN CUENTA CONTABLE" TO WS-ACU-MOTIVO(WS-ACU-IDX)
                MOVE "Y" TO WS-LOT-EXCLUIDO-SW(WS-LOT-IDX)
            ELSE
                MOVE WS-MAP-ACHADO TO WS-ACU-MAPA-IDX(WS-ACU-IDX)
            END-IF
            .
       GL-MAPEAR-END.

       GL-BUSCAR-MAPA.

            IF WS-MAP-ORIGEN(WS-MAP-IDX) = WS-MOV-ORIGEN
               AND WS-MAP-OPER(WS-MAP-IDX) = WS-ACU-OPER(WS-ACU-IDX)
                MOVE WS-MAP-IDX TO WS-MAP-ACHADO
            END-IF
            .
       GL-BUSCAR-MAPA-END.

       GL-CONTAR-EXCEPCIONES.

            IF WS-LOT-EXCLUIDO(WS-LOT-IDX)
                ADD 1 TO WS-LOT-EXCEPCIONES
            END-IF
            .
       GL-CONTAR-EXCEPCIONES-END.

       GL-ACUMULAR-ASIENTOS.

            MOVE WS-ACU-LOTE-IDX(WS-ACU-IDX) TO WS-LOT-IDX

            IF WS-LOT-EXCLUIDO(WS-LOT-IDX)
                GO TO GL-ACUMULAR-ASIENTOS-END
            END-IF

            MOVE WS-ACU-MAPA-IDX(WS-ACU-IDX) TO WS-MAP-IDX
            MOVE WS-LOT-ORIGEN(WS-LOT-IDX)   TO WS-MOV-ORIGEN
            MOVE WS-ACU-MONEDA(WS-ACU-IDX)   TO WS-MOV-MONEDA
            MOVE WS-ACU-CANT(WS-ACU-IDX)     TO WS-MOV-CANT

      *    Resultados positivos: debe / haber segun el mapeo.
            IF WS-ACU-POSITIVO(WS-ACU-IDX) > 0
                MOVE WS-ACU-POSITIVO(WS-ACU-IDX) TO WS-MOV-IMPORTE
                MOVE WS-MAP-DEBE(WS-MAP-IDX)     TO WS-MOV-CUENTA
                MOVE "D"                         TO WS-MOV-LADO
                PERFORM GL-ASENTAR THRU GL-ASENTAR-END
                MOVE WS-MAP-HABER(WS-MAP-IDX)    TO WS-MOV-CUENTA
                MOVE "H"                         TO WS-MOV-LADO
                PERFORM GL-ASENTAR THRU GL-ASENTAR-END
            END-IF

      *    Resultados negativos: las mismas cuentas, lados cruzados.
            IF WS-ACU-NEGATIVO(WS-ACU-IDX) > 0
                MOVE WS-ACU-NEGATIVO(WS-ACU-IDX) TO WS-MOV-IMPORTE
                MOVE WS-MAP-HABER(WS-MAP-IDX)    TO WS-MOV-CUENTA
                MOVE "D"                         TO WS-MOV-LADO
                PERFORM GL-ASENTAR THRU GL-ASENTAR-END
                MOVE WS-MAP-DEBE(WS-MAP-IDX)     TO WS-MOV-CUENTA
                MOVE "H"                         TO WS-MOV-LADO
                PERFORM GL-ASENTAR THRU GL-ASENTAR-END
            END-IF
            .
       GL-ACUMULAR-ASIENTOS-END.

       GL-ASENTAR.

            MOVE 0 TO WS-ASI-ACHADO
            PERFORM GL-BUSCAR-ASIENTO THRU GL-BUSCAR-ASIENTO-END
                    VARYING WS-ASI-IDX FROM 1 BY 1
                    UNTIL WS-ASI-IDX > WS-ASI-CANTIDAD
                       OR WS-ASI-ACHADO > 0

            IF WS-ASI-ACHADO = 0
                IF WS-ASI-CANTIDAD NOT < WS-ASI-MAXIMO
                    MOVE "Y" TO WS-DESBORDE-SWITCH
                    GO TO GL-ASENTAR-END
                END-IF
                ADD 1 TO WS-ASI-CANTIDAD
                MOVE WS-ASI-CANTIDAD TO WS-ASI-ACHADO
                MOVE WS-MOV-ORIGEN TO WS-ASI-ORIGEN(WS-ASI-ACHADO)
                MOVE WS-MOV-CUENTA TO WS-ASI-CUENTA(WS-ASI-ACHADO)
                MOVE WS-MOV-LADO   TO WS-ASI-LADO(WS-ASI-ACHADO)
                MOVE WS-MOV-MONEDA TO WS-ASI-MONEDA(WS-ASI-ACHADO)
                MOVE 0 TO WS-ASI-IMPORTE(WS-ASI-ACHADO)
                MOVE 0 TO WS-ASI-CANT(WS-ASI-ACHADO)
            END-IF

            ADD WS-MOV-IMPORTE TO WS-ASI-IMPORTE(WS-ASI-ACHADO)
            ADD WS-MOV-CANT    TO WS-ASI-CANT(WS-ASI-ACHADO)
            .
       GL-ASENTAR-END.

       GL-BUSCAR-ASIENTO.

            IF WS-ASI-ORIGEN(WS-ASI-IDX) = WS-MOV-ORIGEN
               AND WS-ASI-CUENTA(WS-ASI-IDX) = WS-MOV-CUENTA
               AND WS-ASI-LADO(WS-ASI-IDX) = WS-MOV-LADO
               AND WS-ASI-MONEDA(WS-ASI-IDX) = WS-MOV-MONEDA
                MOVE WS-ASI-IDX TO WS-ASI-ACHADO
            END-IF
            .
       GL-BUSCAR-ASIENTO-END.

       GL-VERIFICAR-CUADRE.

            MOVE 0 TO WS-TOTAL-DEBE
            MOVE 0 TO WS-TOTAL-HABER

            PERFORM GL-SUMAR-ASIENTO THRU GL-SUMAR-ASIENTO-END
                    VARYING WS-ASI-IDX FROM 1 BY 1
                    UNTIL WS-ASI-IDX > WS-ASI-CANTIDAD

            IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "EXTRACTO DESCUADRADO (DEBE <> HABER): "
                       "NO GENERADO"
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END
                MOVE 16 TO WS-RC-FINAL
            END-IF
            .
       GL-VERIFICAR-CUADRE-END.

       GL-SUMAR-ASIENTO.

            IF WS-ASI-LADO(WS-ASI-IDX) = "D"
                ADD WS-ASI-IMPORTE(WS-ASI-IDX) TO WS-TOTAL-DEBE
            ELSE
                ADD WS-ASI-IMPORTE(WS-ASI-IDX) TO WS-TOTAL-HABER
            END-IF
            .
       GL-SUMAR-ASIENTO-END.

       GL-GRABAR-EXTRACTO.

            OPEN OUTPUT GLJOURNAL

            IF WS-JOUR-STATUS NOT = "00"
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "GLJOURNAL NO DISPONIBLE, STATUS: "
                       WS-JOUR-STATUS ". EXTRACTO NO GENERADO"
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END
                DISPLAY "No se pudo abrir GLJOURNAL, status: "
                        WS-JOUR-STATUS
                MOVE 8 TO WS-RC-FINAL
                GO TO GL-GRABAR-EXTRACTO-END
            END-IF

            MOVE SPACES               TO GJ-CABECERA
            MOVE "H"                  TO GJ-CAB-TIPO
            MOVE WS-FECHA-NEGOCIO     TO GJ-CAB-FECHA-NEGOCIO
            MOVE "CALCULOS"           TO GJ-CAB-SISTEMA
            MOVE WS-FECHA-SISTEMA     TO GJ-CAB-FECHA-GEN
            MOVE WS-HORA-SISTEMA(1:6) TO GJ-CAB-HORA-GEN
            MOVE WS-OPERADOR          TO GJ-CAB-OPERADOR
            WRITE GJ-CABECERA

            MOVE 0 TO WS-ASIENTOS-GRABADOS
            PERFORM GL-GRABAR-ASIENTO THRU GL-GRABAR-ASIENTO-END
                    VARYING WS-ASI-IDX FROM 1 BY 1
                    UNTIL WS-ASI-IDX > WS-ASI-CANTIDAD

            MOVE SPACES               TO GJ-TRAILER
            MOVE "T"                  TO GJ-TRL-TIPO
            MOVE WS-FECHA-NEGOCIO     TO GJ-TRL-FECHA-NEGOCIO
            MOVE WS-ASIENTOS-GRABADOS TO GJ-TRL-CANT
            MOVE WS-TOTAL-DEBE        TO GJ-TRL-TOTAL-DEBE
            MOVE WS-TOTAL-HABER       TO GJ-TRL-TOTAL-HABER
            WRITE GJ-TRAILER

            CLOSE GLJOURNAL
            .
       GL-GRABAR-EXTRACTO-END.

       GL-GRABAR-ASIENTO.

            MOVE SPACES                     TO GJ-REGISTRO
            MOVE "D"                        TO GJ-TIPO
            MOVE WS-FECHA-NEGOCIO           TO GJ-FECHA-NEGOCIO
            MOVE WS-ASI-ORIGEN(WS-ASI-IDX)  TO GJ-ORIGEN
            MOVE WS-ASI-CUENTA(WS-ASI-IDX)  TO GJ-CUENTA
            MOVE WS-ASI-LADO(WS-ASI-IDX)    TO GJ-LADO
            MOVE WS-ASI-MONEDA(WS-ASI-IDX)  TO GJ-MONEDA
            MOVE WS-ASI-IMPORTE(WS-ASI-IDX) TO GJ-IMPORTE
            MOVE WS-ASI-CANT(WS-ASI-IDX)    TO GJ-CANT-REGISTROS
            WRITE GJ-REGISTRO

            ADD 1 TO WS-ASIENTOS-GRABADOS
            .
       GL-GRABAR-ASIENTO-END.

       GL-INFORMAR-EXCEPCIONES.

            IF WS-LOT-EXCEPCIONES = 0
                MOVE "SIN LOTES EN EXCEPCION" TO WS-LINHA-SALIDA
                PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END
                GO TO GL-INFORMAR-EXCEPCIONES-END
            END-IF

            MOVE "LOTES NO CONTABILIZADOS (ASENTAR A MANO O CORREGIR "
                 TO WS-LINHA-SALIDA
            MOVE "GLMAPA)" TO WS-LINHA-SALIDA(52:7)
            PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END

            MOVE WS-LINHA-TITULOS TO WS-LINHA-SALIDA
            PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END

            PERFORM GL-INFORMAR-EXCEPCION
                    THRU GL-INFORMAR-EXCEPCION-END
                    VARYING WS-ACU-IDX FROM 1 BY 1
                    UNTIL WS-ACU-IDX > WS-ACU-CANTIDAD
            .
       GL-INFORMAR-EXCEPCIONES-END.

       GL-INFORMAR-EXCEPCION.

            MOVE WS-ACU-LOTE-IDX(WS-ACU-IDX) TO WS-LOT-IDX

            IF NOT WS-LOT-EXCLUIDO(WS-LOT-IDX)
                GO TO GL-INFORMAR-EXCEPCION-END
            END-IF

            COMPUTE WS-IMPORTE-NETO = WS-ACU-POSITIVO(WS-ACU-IDX)
                                    - WS-ACU-NEGATIVO(WS-ACU-IDX)

            MOVE WS-LOT-ID(WS-LOT-IDX)      TO WS-EXC-LOTE
            MOVE WS-LOT-ORIGEN(WS-LOT-IDX)  TO WS-EXC-ORIGEN
            MOVE WS-ACU-OPER(WS-ACU-IDX)    TO WS-EXC-OPER
            MOVE WS-ACU-MONEDA(WS-ACU-IDX)  TO WS-EXC-MONEDA
            MOVE WS-ACU-CANT(WS-ACU-IDX)    TO WS-EXC-CANT
            MOVE WS-IMPORTE-NETO            TO WS-EXC-IMPORTE
            IF WS-ACU-MOTIVO(WS-ACU-IDX) = SPACES
                MOVE "LOTE CON EXCEPCION" TO WS-EXC-MOTIVO
            ELSE
                MOVE WS-ACU-MOTIVO(WS-ACU-IDX) TO WS-EXC-MOTIVO
            END-IF

            MOVE WS-LINHA-EXCEPCION TO WS-LINHA-SALIDA
            PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END
            .
       GL-INFORMAR-EXCEPCION-END.

       GL-REGISTRAR-CONTROL.

      *    Se registra despues de cerrar GLJOURNAL: una caida antes
      *    de este punto deja la fecha libre para volver a correr.
            OPEN EXTEND GLCTL
            IF WS-CTL-STATUS = "35"
                OPEN OUTPUT GLCTL
            END-IF

            IF WS-CTL-STATUS NOT = "00"
                DISPLAY "No se pudo abrir GLCTL, status: "
                        WS-CTL-STATUS
                MOVE "ATENCION: EXTRACTO NO REGISTRADO EN GLCTL"
                     TO WS-LINHA-SALIDA
                PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END
                GO TO GL-REGISTRAR-CONTROL-END
            END-IF

            MOVE WS-FECHA-NEGOCIO     TO GC-FECHA-NEGOCIO
            MOVE WS-FECHA-SISTEMA     TO GC-FECHA-GEN
            MOVE WS-HORA-SISTEMA(1:6) TO GC-HORA-GEN
            MOVE WS-OPERADOR          TO GC-OPERADOR
            MOVE WS-ASIENTOS-GRABADOS TO GC-ASIENTOS
            MOVE WS-TOTAL-DEBE        TO GC-TOTAL-DEBE
            MOVE WS-TOTAL-HABER       TO GC-TOTAL-HABER
            MOVE WS-LOT-EXCEPCIONES   TO GC-LOTES-EXCEPCION

            WRITE GC-REGISTRO

            CLOSE GLCTL
            .
       GL-REGISTRAR-CONTROL-END.

       GL-RESUMEN.

            MOVE SPACES TO WS-LINHA-SALIDA
            PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END

            MOVE WS-AUDIT-LEIDOS TO WS-CANT-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "REGISTROS DE AUDITORIA LEIDOS:    " WS-CANT-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END

            MOVE WS-AUDIT-CONTABLES TO WS-CANT-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "RESULTADOS BATCH DE CALCULOS:     " WS-CANT-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END

            MOVE WS-LOT-CANTIDAD TO WS-CANT-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "LOTES DEL DIA:                    " WS-CANT-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END

            MOVE WS-LOT-EXCEPCIONES TO WS-CANT-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "LOTES EN EXCEPCION:               " WS-CANT-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END

            IF WS-MAP-INVALIDAS > 0
                MOVE WS-MAP-INVALIDAS TO WS-CANT-ED
                MOVE SPACES TO WS-LINHA-SALIDA
                STRING "LINEAS DE GLMAPA INVALIDAS:       " WS-CANT-ED
                       DELIMITED BY SIZE
                    INTO WS-LINHA-SALIDA
                END-STRING
                PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END
            END-IF

            MOVE WS-ASIENTOS-GRABADOS TO WS-CANT-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "ASIENTOS EN GLJOURNAL:            " WS-CANT-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END

            MOVE WS-TOTAL-DEBE TO WS-TOTAL-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "TOTAL DEBE:                " WS-TOTAL-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END

            MOVE WS-TOTAL-HABER TO WS-TOTAL-ED
            MOVE SPACES TO WS-LINHA-SALIDA
            STRING "TOTAL HABER:               " WS-TOTAL-ED
                   DELIMITED BY SIZE
                INTO WS-LINHA-SALIDA
            END-STRING
            PERFORM GL-ESCRIBIR THRU GL-ESCRIBIR-END

            DISPLAY "Extracto contable en GLJOURNAL, excepciones en "
                    "GLEXCEP."
            .
       GL-RESUMEN-END.

       GL-ESCRIBIR.

            MOVE WS-LINHA-SALIDA TO PR-LINHA
            WRITE PR-LINHA
            .
       GL-ESCRIBIR-END.
       END PROGRAM GLPOST.
