      * Author:  Equipo de mantenimiento
      * Date:    02/09/2026
      * Purpose: Controlador de la cadena nocturna de fin de dia:
      *          corre en orden los pasos
      *            1 CALCULOS  (modo batch, via WS-EOD-CALL-SWITCH)
      *            2 RMNTODEC  (modo lote,  via WS-EOD-CALL-SWITCH)
      *            3 AUDVERIF  (cadena del AUDITFILE vivo, via
      *                         WS-EOD-CALL-SWITCH; RC 08 = cadena
      *                         rota)
      *            4 RECONCIL  (RC 04 = FUERA DE CUADRE)
      *            5 GLPOST    (extracto contable, via
      *                         WS-EOD-CALL-SWITCH; RC 04 = lotes
      *                         en excepcion, tolerado)
      *            6 AUDITRPT
      *            7 AUDARCH
      *          evaluando el RETURN-CODE documentado de cada paso
      *          antes de dejar correr el siguiente: cualquier RC
      *          distinto de cero detiene la cadena (en particular,
      *          un FUERA DE CUADRE de RECONCIL impide que AUDARCH
      *          archive y vacie un AUDITFILE sin cotejar), salvo el
      *          RC de aviso que la tabla de pasos tolera para el
      *          paso (WS-PASO-RC-TOLERADO): ese paso queda OK con
      *          su RC a la vista y la cadena sigue.
      *
      *          El estado de cada paso queda en EODSTAT con la
      *          fecha de arranque de la cadena. Como la cadena
      *          El final imprime el resumen de una pagina
      *          (EODPRINT) para la hoja de control de la manana.
      *
      *          Calendario habil: la fecha de la cadena se consulta
      *          en CALENDAR (servicio CALHABIL). En un dia no habil
      *          solo corren los pasos que la tabla marca para dias
      *          no habiles (WS-PASO-NO-HABIL: AUDVERIF, que controla
      *          la auditoria de la actividad interactiva del dia);
      *          los demas quedan "NH" y la actividad del dia se
      *          archiva con la del proximo dia habil. La marca de
      *          dia habil y las de cierre de mes y de ano de la
      *          fecha de la cadena quedan en campos EXTERNAL
      *          (WS-EOD-DIA-HABIL / WS-EOD-FIN-MES / WS-EOD-FIN-ANO)
      *          para los pasos que las necesiten. Una fecha fuera
      *          del calendario (o sin CALENDAR) corre la cadena
      *          completa, como dia habil, con aviso.
      *
      *          Codigos de retorno para el planificador:
      *            RC 00 = cadena completa
      *            RC 04 = cadena completa con avisos (algun paso
      *                    termino con su RC tolerado, o la fecha no
      *                    esta en el calendario)
      *            otro  = RC del paso que detuvo la cadena
      *
      * Modification History:
      *              arranque como identidad de la cadena. Sin esto,
      *              una cadena caida a las 23:50 y relanzada a las
      *              00:10 repetia los pasos ya completados.
      * 15/10/2026 - Nuevo paso GLPOST (extracto contable) despues de
      *              RECONCIL, con la fecha de la cadena como fecha de
      *              negocio (WS-EOD-FECHA-CADENA). Cantidad de pasos
      *              en WS-PASO-CANTIDAD y RC de aviso tolerado por
      *              paso. Un EODSTAT de otra version de la tabla de
      *              pasos solo se respeta donde el nombre coincide.
      * 15/10/2026 - Nuevo paso AUDVERIF despues de los pasos que
      *              graban auditoria: una cadena de auditoria rota
      *              detiene la cadena antes de que RECONCIL, GLPOST,
      *              AUDITRPT y AUDARCH trabajen sobre un AUDITFILE
      *              alterado.
      * 15/10/2026 - Calendario habil (CALENDAR, via CALHABIL): en un
      *              dia no habil solo corre AUDVERIF y los demas
      *              pasos quedan "NH" (un EODSTAT con pasos "NH" se
      *              reanuda como si estuvieran terminados). Las
      *              marcas de dia habil, cierre de mes y cierre de
      *              ano de la fecha de la cadena quedan EXTERNAL para
      *              los pasos. AUDARCH se llama con WS-EOD-CALL-
      *              SWITCH para que nombre la generacion con la
      *              fecha de la cadena y no con la del reloj.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODCTL.
       77 WS-FECHA-CADENA          PIC 9(08) VALUE 0.

      *    Interruptor de llamada del controlador, compartido
      *    EXTERNAL con CALCULOS, RMNTODEC, AUDVERIF y GLPOST:
      *    puesto en "Y", la CALL corre el modo batch/lote directo,
      *    sin menues.
       77 WS-EOD-CALL-SWITCH       PIC X(01) EXTERNAL VALUE "N".

      *    Fecha de la cadena para los pasos que la necesitan como
      *    fecha de negocio (GLPOST, AUDARCH), compartida EXTERNAL,
      *    con sus marcas del calendario ("S"/"N").
       77 WS-EOD-FECHA-CADENA      PIC 9(08) EXTERNAL.
       77 WS-EOD-DIA-HABIL         PIC X(01) EXTERNAL.
       77 WS-EOD-FIN-MES           PIC X(01) EXTERNAL.
       77 WS-EOD-FIN-ANO           PIC X(01) EXTERNAL.

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

       77 WS-HABIL-SWITCH          PIC X(01) VALUE "Y".
           88 WS-DIA-HABIL                    VALUE "Y".
       77 WS-CALENDARIO-SWITCH     PIC X(01) VALUE "Y".
           88 WS-CON-CALENDARIO               VALUE "Y".
       77 WS-DESCRIPCION-DIA       PIC X(30) VALUE SPACES.

      *    Estado de los pasos de la cadena:
      *      PD = pendiente, OK = terminado bien, ER = fallado,
      *      NH = no corre en dia no habil.
      *    WS-PASO-RC-TOLERADO es el RC de aviso con que el paso
      *    igual se da por terminado (cero = ninguno).
      *    WS-PASO-NO-HABIL en "S": el paso corre tambien en un dia
      *    no habil.
       77 WS-PASO-CANTIDAD         PIC 9(01) VALUE 7.
       77 WS-PASO-IDX              PIC 9(01) VALUE 0.
       77 WS-PASO-ACTUAL           PIC 9(01) VALUE 0.

       01  WS-TABELA-PASOS.
           05 WS-PASO-ENTRADA OCCURS 7 TIMES.
               10 WS-PASO-NOMBRE    PIC X(08).
               10 WS-PASO-ESTADO    PIC X(02).
               10 WS-PASO-RC        PIC 9(02).
               10 WS-PASO-RC-TOLERADO PIC 9(02).
               10 WS-PASO-NO-HABIL  PIC X(01).

       77 WS-AVISOS-SWITCH         PIC X(01) VALUE "N".
           88 WS-HUBO-AVISOS                  VALUE "Y".

       77 WS-DETENIDA-SWITCH       PIC X(01) VALUE "N".
           88 WS-CADENA-DETENIDA              VALUE "Y".

            PERFORM EOD-INICIAR-PASOS THRU EOD-INICIAR-PASOS-END
            PERFORM EOD-LEER-ESTADO THRU EOD-LEER-ESTADO-END
            MOVE WS-FECHA-CADENA TO WS-EOD-FECHA-CADENA
            PERFORM EOD-CALENDARIO THRU EOD-CALENDARIO-END

            PERFORM EOD-CORRER-PASO THRU EOD-CORRER-PASO-END
                    VARYING WS-PASO-ACTUAL FROM 1 BY 1
                    UNTIL WS-PASO-ACTUAL > WS-PASO-CANTIDAD
                       OR WS-CADENA-DETENIDA

            IF NOT WS-CADENA-DETENIDA
      *         desde el primer paso.
                OPEN OUTPUT EODSTAT
                CLOSE EODSTAT
                PERFORM EOD-VER-AVISOS THRU EOD-VER-AVISOS-END
                        VARYING WS-PASO-IDX FROM 1 BY 1
                        UNTIL WS-PASO-IDX > WS-PASO-CANTIDAD
                IF WS-HUBO-AVISOS
                   OR NOT WS-CON-CALENDARIO
                    MOVE 4 TO WS-RC-FINAL
                END-IF
            END-IF

            PERFORM EOD-RESUMEN THRU EOD-RESUMEN-END

            MOVE "CALCULOS" TO WS-PASO-NOMBRE(1)
            MOVE "RMNTODEC" TO WS-PASO-NOMBRE(2)
            MOVE "AUDVERIF" TO WS-PASO-NOMBRE(3)
            MOVE "RECONCIL" TO WS-PASO-NOMBRE(4)
            MOVE "GLPOST"   TO WS-PASO-NOMBRE(5)
            MOVE "AUDITRPT" TO WS-PASO-NOMBRE(6)
            MOVE "AUDARCH"  TO WS-PASO-NOMBRE(7)

            PERFORM VARYING WS-PASO-IDX FROM 1 BY 1
                    UNTIL WS-PASO-IDX > WS-PASO-CANTIDAD
                MOVE "PD" TO WS-PASO-ESTADO(WS-PASO-IDX)
                MOVE 0    TO WS-PASO-RC(WS-PASO-IDX)
                MOVE 0    TO WS-PASO-RC-TOLERADO(WS-PASO-IDX)
                MOVE "N"  TO WS-PASO-NO-HABIL(WS-PASO-IDX)
            END-PERFORM

            MOVE 4 TO WS-PASO-RC-TOLERADO(5)
            MOVE "S" TO WS-PASO-NO-HABIL(3)
            .
       EOD-INICIAR-PASOS-END.

       EOD-CALENDARIO.

      *    La fecha de la cadena decide en el calendario. Fuera del
      *    calendario (o sin CALENDAR) el dia se toma como habil,
      *    como antes de tener calendario, y la cadena termina con
      *    aviso para que se cargue el ano.
            MOVE "C"             TO WS-CAL-PEDIDO
            MOVE WS-FECHA-CADENA TO WS-CAL-FECHA
            CALL "CALHABIL"

            MOVE "Y" TO WS-HABIL-SWITCH
            MOVE "Y" TO WS-CALENDARIO-SWITCH

            IF WS-CAL-STATUS NOT = "00"
                MOVE "N" TO WS-CALENDARIO-SWITCH
                DISPLAY "Fecha " WS-FECHA-CADENA " fuera del "
                        "calendario (status " WS-CAL-STATUS
                        "): se corre como dia habil."
            ELSE
                IF WS-CAL-HABIL = "N"
                    MOVE "N" TO WS-HABIL-SWITCH
                    DISPLAY "Fecha " WS-FECHA-CADENA " no habil ("
                            WS-CAL-DESCRIPCION "): solo corren los "
                            "pasos de dia no habil."
                END-IF
            END-IF

            MOVE WS-CAL-HABIL   TO WS-EOD-DIA-HABIL
            MOVE WS-CAL-FIN-MES TO WS-EOD-FIN-MES
            MOVE WS-CAL-FIN-ANO TO WS-EOD-FIN-ANO
            MOVE WS-CAL-DESCRIPCION TO WS-DESCRIPCION-DIA
            .
       EOD-CALENDARIO-END.

       EOD-LEER-ESTADO.

      *    Una cadena completa limpia EODSTAT, asi que un EODSTAT

            IF ES-PASO NUMERIC
               AND ES-FECHA NUMERIC
               AND ES-PASO >= 1 AND ES-PASO <= WS-PASO-CANTIDAD
                MOVE ES-FECHA TO WS-FECHA-CADENA
                IF (ES-ESTADO = "OK" OR ES-ESTADO = "NH")
                   AND ES-NOMBRE = WS-PASO-NOMBRE(ES-PASO)
                    MOVE ES-ESTADO TO WS-PASO-ESTADO(ES-PASO)
                    MOVE ES-RC TO WS-PASO-RC(ES-PASO)
                END-IF
            END-IF
                GO TO EOD-CORRER-PASO-END
            END-IF

            IF WS-PASO-ESTADO(WS-PASO-ACTUAL) = "NH"
                DISPLAY "Paso " WS-PASO-ACTUAL " "
                        WS-PASO-NOMBRE(WS-PASO-ACTUAL)
                        " no corre en dia no habil."
                GO TO EOD-CORRER-PASO-END
            END-IF

            IF NOT WS-DIA-HABIL
               AND WS-PASO-NO-HABIL(WS-PASO-ACTUAL) NOT = "S"
                MOVE "NH" TO WS-PASO-ESTADO(WS-PASO-ACTUAL)
                MOVE 0    TO WS-PASO-RC(WS-PASO-ACTUAL)
                DISPLAY "Paso " WS-PASO-ACTUAL " "
                        WS-PASO-NOMBRE(WS-PASO-ACTUAL)
                        " no corre en dia no habil."
                PERFORM EOD-GRABAR-ESTADO
                        THRU EOD-GRABAR-ESTADO-END
                GO TO EOD-CORRER-PASO-END
            END-IF

            DISPLAY "Paso " WS-PASO-ACTUAL " "
                    WS-PASO-NOMBRE(WS-PASO-ACTUAL) "..."

                    CALL "RMNTODEC"
                    MOVE "N" TO WS-EOD-CALL-SWITCH
                WHEN 3
                    MOVE "Y" TO WS-EOD-CALL-SWITCH
                    CALL "AUDVERIF"
                    MOVE "N" TO WS-EOD-CALL-SWITCH
                WHEN 4
                    CALL "RECONCIL"
                WHEN 5
                    MOVE "Y" TO WS-EOD-CALL-SWITCH
                    CALL "GLPOST"
                    MOVE "N" TO WS-EOD-CALL-SWITCH
                WHEN 6
                    CALL "AUDITRPT"
                WHEN 7
                    MOVE "Y" TO WS-EOD-CALL-SWITCH
                    CALL "AUDARCH"
                    MOVE "N" TO WS-EOD-CALL-SWITCH
            END-EVALUATE

            MOVE RETURN-CODE TO WS-PASO-RC-CORRIDA
            MOVE WS-PASO-RC-CORRIDA
                 TO WS-PASO-RC(WS-PASO-ACTUAL)

            EVALUATE TRUE
                WHEN WS-PASO-RC-CORRIDA = 0
                    MOVE "OK" TO WS-PASO-ESTADO(WS-PASO-ACTUAL)
                WHEN WS-PASO-RC-CORRIDA =
                     WS-PASO-RC-TOLERADO(WS-PASO-ACTUAL)
                    MOVE "OK" TO WS-PASO-ESTADO(WS-PASO-ACTUAL)
                    MOVE WS-PASO-RC-CORRIDA TO WS-RC-ED
                    DISPLAY "Paso " WS-PASO-ACTUAL " "
                            WS-PASO-NOMBRE(WS-PASO-ACTUAL)
                            " termino con aviso RC " WS-RC-ED
                            ", la cadena sigue."
                WHEN OTHER
                    MOVE "ER" TO WS-PASO-ESTADO(WS-PASO-ACTUAL)
                    MOVE "Y" TO WS-DETENIDA-SWITCH
                    MOVE WS-PASO-RC-CORRIDA TO WS-RC-FINAL
                    MOVE WS-PASO-RC-CORRIDA TO WS-RC-ED
                    DISPLAY "Paso " WS-PASO-ACTUAL " "
                            WS-PASO-NOMBRE(WS-PASO-ACTUAL)
                            " fallo con RC " WS-RC-ED
                            ", cadena detenida."
            END-EVALUATE

            PERFORM EOD-GRABAR-ESTADO
                    THRU EOD-GRABAR-ESTADO-END
            .
       EOD-CORRER-PASO-END.

       EOD-VER-AVISOS.

            IF WS-PASO-RC(WS-PASO-IDX) > 0
                MOVE "Y" TO WS-AVISOS-SWITCH
            END-IF
            .
       EOD-VER-AVISOS-END.

       EOD-GRABAR-ESTADO.

      *    Reescrito completo tras cada paso: EODSTAT siempre
            PERFORM EOD-GRABAR-ESTADO-LOTE
                    THRU EOD-GRABAR-ESTADO-LOTE-END
                    VARYING WS-PASO-IDX FROM 1 BY 1
                    UNTIL WS-PASO-IDX > WS-PASO-CANTIDAD

            CLOSE EODSTAT
            .
            MOVE WS-LINHA-CABECERA TO WS-LINHA-SALIDA
            PERFORM EOD-ESCRIBIR THRU EOD-ESCRIBIR-END

            PERFORM EOD-RESUMEN-CALENDARIO
                    THRU EOD-RESUMEN-CALENDARIO-END

            MOVE ALL "-" TO WS-LINHA-SALIDA
            PERFORM EOD-ESCRIBIR THRU EOD-ESCRIBIR-END


            PERFORM EOD-RESUMEN-PASO THRU EOD-RESUMEN-PASO-END
                    VARYING WS-PASO-IDX FROM 1 BY 1
                    UNTIL WS-PASO-IDX > WS-PASO-CANTIDAD

            MOVE SPACES TO WS-LINHA-SALIDA
            PERFORM EOD-ESCRIBIR THRU EOD-ESCRIBIR-END
                    INTO WS-LINHA-SALIDA
                END-STRING
            ELSE
                IF WS-HUBO-AVISOS
                    MOVE "CADENA NOCTURNA COMPLETA CON AVISOS (VER RC)"
                         TO WS-LINHA-SALIDA
                ELSE
                    MOVE "CADENA NOCTURNA COMPLETA" TO WS-LINHA-SALIDA
                END-IF
            END-IF
            PERFORM EOD-ESCRIBIR THRU EOD-ESCRIBIR-END

            .
       EOD-RESUMEN-END.

       EOD-RESUMEN-CALENDARIO.

            MOVE SPACES TO WS-LINHA-SALIDA
            EVALUATE TRUE
                WHEN NOT WS-CON-CALENDARIO
                    STRING "CADENA DEL " WS-FECHA-CADENA
                           ": FECHA FUERA DEL CALENDARIO, CORRIDA "
                           "COMO DIA HABIL"
                           DELIMITED BY SIZE
                        INTO WS-LINHA-SALIDA
                    END-STRING
                WHEN NOT WS-DIA-HABIL
                    STRING "CADENA DEL " WS-FECHA-CADENA
                           ": DIA NO HABIL (" WS-DESCRIPCION-DIA ")"
                           DELIMITED BY "  "
                        INTO WS-LINHA-SALIDA
                    END-STRING
                WHEN OTHER
                    STRING "CADENA DEL " WS-FECHA-CADENA
                           ": DIA HABIL   CIERRE DE MES: "
                           WS-EOD-FIN-MES
                           "   CIERRE DE ANO: " WS-EOD-FIN-ANO
                           DELIMITED BY SIZE
                        INTO WS-LINHA-SALIDA
                    END-STRING
            END-EVALUATE
            PERFORM EOD-ESCRIBIR THRU EOD-ESCRIBIR-END
            .
       EOD-RESUMEN-CALENDARIO-END.

       EOD-RESUMEN-PASO.

            MOVE WS-PASO-IDX                 TO WS-LIN-PASO
