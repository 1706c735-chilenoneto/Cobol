      ******************************************************************
      * Author:  Equipo de mantenimiento
      * Date:    15/10/2026
      * Purpose: Consulta del calendario de dias habiles (CALENDAR,
      *          mantenido con CALMANT), como servicio CALLable (misma
      *          disciplina que PERMISOS y AUDCADEN: la interfaz va en
      *          campos EXTERNAL WS-CAL-*). Cualquier paso que
      *          necesite saber si una fecha es habil, o si es cierre
      *          de mes o de ano, lo pregunta aca.
      *
      *          Pedidos (WS-CAL-PEDIDO), sobre WS-CAL-FECHA:
      *            "C" = consultar: vuelven WS-CAL-HABIL ("S"/"N"),
      *                  WS-CAL-FIN-MES, WS-CAL-FIN-ANO ("S"/"N") y
      *                  WS-CAL-DESCRIPCION de la fecha
      *            "A" = dia habil: lo mismo, y ademas en
      *                  WS-CAL-FECHA-HABIL el dia habil que rige para
      *                  la fecha (la propia fecha si es habil, si no
      *                  el dia habil anterior mas cercano)
      *
      *          WS-CAL-STATUS vuelve con:
      *            "00" = fecha encontrada en el calendario
      *            "23" = fecha fuera del calendario (o sin dia habil
      *                   anterior cargado)
      *            otro = file status de CALENDAR al abrirlo
      *          En todos los casos distintos de "00" WS-CAL-FECHA-
      *          HABIL vuelve con la propia fecha, y una fecha que no
      *          esta en el calendario (o sin CALENDAR) se toma como
      *          habil, sin cierre de mes ni de ano: sin calendario
      *          cargado el sistema se comporta como antes de tenerlo.
      *          El que llama decide si avisa.
      *
      * Modification History:
      * 15/10/2026 - Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALHABIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-FECHA
               FILE STATUS IS WS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Un registro por dia. CA-FIN-MES / CA-FIN-ANO marcan el
      *    ultimo dia habil del mes / del ano (los recalcula CALMANT
      *    con cada cambio).
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

       WORKING-STORAGE SECTION.
       77 WS-CAL-FILE-STATUS       PIC X(02) VALUE "00".

       77 WS-CAL-EOF-SWITCH        PIC X(01) VALUE "N".
           88 WS-FIM-CAL                      VALUE "Y".

      *    Interfaz del servicio de calendario (EXTERNAL, mismos PIC
      *    en todos los programas que lo llaman).
       77 WS-CAL-PEDIDO            PIC X(01) EXTERNAL.
           88 WS-CAL-CONSULTAR                VALUE "C".
           88 WS-CAL-DIA-HABIL                VALUE "A".
       77 WS-CAL-FECHA             PIC 9(08) EXTERNAL.
       77 WS-CAL-FECHA-HABIL       PIC 9(08) EXTERNAL.
       77 WS-CAL-HABIL             PIC X(01) EXTERNAL.
       77 WS-CAL-FIN-MES           PIC X(01) EXTERNAL.
       77 WS-CAL-FIN-ANO           PIC X(01) EXTERNAL.
       77 WS-CAL-DESCRIPCION       PIC X(30) EXTERNAL.
       77 WS-CAL-STATUS            PIC X(02) EXTERNAL.

       PROCEDURE DIVISION.
       CAL-PRINCIPAL.

            MOVE "S"          TO WS-CAL-HABIL
            MOVE "N"          TO WS-CAL-FIN-MES
            MOVE "N"          TO WS-CAL-FIN-ANO
            MOVE SPACES       TO WS-CAL-DESCRIPCION
            MOVE WS-CAL-FECHA TO WS-CAL-FECHA-HABIL

            IF NOT WS-CAL-CONSULTAR
               AND NOT WS-CAL-DIA-HABIL
                MOVE "23" TO WS-CAL-STATUS
                GOBACK
            END-IF

      *    Se abre y se cierra en cada pedido: los que llaman piden
      *    una fecha por corrida o por lote, no por registro.
            OPEN INPUT CALENDAR

            IF WS-CAL-FILE-STATUS NOT = "00"
                MOVE WS-CAL-FILE-STATUS TO WS-CAL-STATUS
                GOBACK
            END-IF

            PERFORM CAL-CONSULTAR THRU CAL-CONSULTAR-END

            IF WS-CAL-DIA-HABIL
               AND WS-CAL-STATUS = "00"
               AND WS-CAL-HABIL = "N"
                PERFORM CAL-HABIL-ANTERIOR
                        THRU CAL-HABIL-ANTERIOR-END
            END-IF

            CLOSE CALENDAR

            GOBACK.
       CAL-PRINCIPAL-END.

       CAL-CONSULTAR.

            MOVE WS-CAL-FECHA TO CA-FECHA

            READ CALENDAR
                INVALID KEY
                    MOVE "23" TO WS-CAL-STATUS
                    GO TO CAL-CONSULTAR-END
            END-READ

            MOVE "00" TO WS-CAL-STATUS

            IF CA-ES-HABIL
                MOVE "S" TO WS-CAL-HABIL
            ELSE
                MOVE "N" TO WS-CAL-HABIL
            END-IF
            IF CA-ES-FIN-MES
                MOVE "S" TO WS-CAL-FIN-MES
            END-IF
            IF CA-ES-FIN-ANO
                MOVE "S" TO WS-CAL-FIN-ANO
            END-IF
            MOVE CA-DESCRIPCION TO WS-CAL-DESCRIPCION
            .
       CAL-CONSULTAR-END.

       CAL-HABIL-ANTERIOR.

      *    Se posiciona justo antes de la fecha y lee hacia atras
      *    hasta el primer dia habil. Un calendario sin ningun dia
      *    habil anterior cargado deja la propia fecha ("23").
            MOVE "N" TO WS-CAL-EOF-SWITCH
            MOVE WS-CAL-FECHA TO CA-FECHA

            START CALENDAR KEY IS LESS THAN CA-FECHA
                INVALID KEY
                    MOVE "Y" TO WS-CAL-EOF-SWITCH
            END-START

            PERFORM CAL-HABIL-ANTERIOR-LOTE
                    THRU CAL-HABIL-ANTERIOR-LOTE-END
                    UNTIL WS-FIM-CAL

            IF WS-CAL-FECHA-HABIL = WS-CAL-FECHA
                MOVE "23" TO WS-CAL-STATUS
            END-IF
            .
       CAL-HABIL-ANTERIOR-END.

       CAL-HABIL-ANTERIOR-LOTE.

            READ CALENDAR PREVIOUS RECORD
                AT END
                    MOVE "Y" TO WS-CAL-EOF-SWITCH
                    GO TO CAL-HABIL-ANTERIOR-LOTE-END
            END-READ

            IF CA-ES-HABIL
                MOVE CA-FECHA TO WS-CAL-FECHA-HABIL
                MOVE "Y" TO WS-CAL-EOF-SWITCH
            END-IF
            .
       CAL-HABIL-ANTERIOR-LOTE-END.
       END PROGRAM CALHABIL.
