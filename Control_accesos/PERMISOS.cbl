      ******************************************************************
      * Author:  Equipo de mantenimiento
      * Date:    15/10/2026
      * Purpose: Tabla de permisos por perfil de operador, como
      *          servicio CALLable (misma disciplina que el servicio de
      *          conversion de RMNTODEC: la interfaz va en campos
      *          EXTERNAL WS-PERM-*). El que llama carga el perfil
      *          firmado, el programa y la opcion de menu que se quiere
      *          usar; la respuesta vuelve en WS-PERM-CONCEDIDO-SWITCH.
      *
      *          Perfiles (US-PERFIL en USERFILE):
      *            "O" = operador
      *            "S" = supervisor
      *            "A" = administrador de seguridad
      *
      *          Cada entrada de la tabla habilita un perfil para una
      *          opcion de un programa; la opcion "*" habilita todas
      *          las opciones del programa. Lo que no esta en la tabla
      *          esta denegado, incluido un perfil en blanco o
      *          desconocido.
      *
      *          Un programa que se controla entero (REJRECYC, RATEMNT,
      *          CALMANT) se consulta con la opcion "*".
      *
      * Modification History:
      * 15/10/2026 - Version inicial.
      * 15/10/2026 - Supervisor habilitado para la aprobacion de
      *              detalles retenidos (MENUPRIN opcion 7, APROBAR).
      * 15/10/2026 - Supervisor habilitado para el mantenimiento del
      *              calendario habil (MENUPRIN opcion 8, CALMANT).
      * 15/10/2026 - RATEMNT y CALMANT consultan la tabla ellos mismos
      *              (opcion "*"), no solo a traves del menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMISOS.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *    Interfaz del servicio de permisos (EXTERNAL, mismos PIC en
      *    todos los programas que lo llaman).
       77 WS-PERM-PERFIL           PIC X(01) EXTERNAL.
       77 WS-PERM-PROGRAMA         PIC X(08) EXTERNAL.
       77 WS-PERM-OPCION           PIC X(01) EXTERNAL.
       77 WS-PERM-CONCEDIDO-SWITCH PIC X(01) EXTERNAL VALUE "N".
           88 WS-PERM-CONCEDIDO              VALUE "Y".

      *    Tabla de permisos: perfil, programa, opcion.
      *    Separacion de funciones: el operador corre las
      *    calculadoras y solo consulta el maestro de romanos; el
      *    supervisor ademas mantiene el maestro, las tasas, el
      *    calendario habil y el reciclaje de rechazos y aprueba los
      *    detalles retenidos por umbral; el administrador de
      *    seguridad solo administra usuarios.
       01  WS-TABELA-PERMISOS-VALORES.
           05 FILLER                PIC X(10) VALUE "OMENUPRIN1".
           05 FILLER                PIC X(10) VALUE "OMENUPRIN2".
           05 FILLER                PIC X(10) VALUE "OMENUPRIN4".
           05 FILLER                PIC X(10) VALUE "OMSTMAINT1".
           05 FILLER                PIC X(10) VALUE "OMSTMAINT5".
           05 FILLER                PIC X(10) VALUE "SMENUPRIN1".
           05 FILLER                PIC X(10) VALUE "SMENUPRIN2".
           05 FILLER                PIC X(10) VALUE "SMENUPRIN4".
           05 FILLER                PIC X(10) VALUE "SMENUPRIN5".
           05 FILLER                PIC X(10) VALUE "SMENUPRIN6".
           05 FILLER                PIC X(10) VALUE "SMSTMAINT*".
           05 FILLER                PIC X(10) VALUE "SREJRECYC*".
           05 FILLER                PIC X(10) VALUE "SMENUPRIN7".
           05 FILLER                PIC X(10) VALUE "SAPROBAR *".
           05 FILLER                PIC X(10) VALUE "SMENUPRIN8".
           05 FILLER                PIC X(10) VALUE "SRATEMNT *".
           05 FILLER                PIC X(10) VALUE "SCALMANT *".
           05 FILLER                PIC X(10) VALUE "AMENUPRIN3".
           05 FILLER                PIC X(10) VALUE "AUSERMNT *".

       01  WS-TABELA-PERMISOS REDEFINES WS-TABELA-PERMISOS-VALORES.
           05 WS-PRM-ENTRADA OCCURS 19 TIMES.
               10 WS-PRM-PERFIL     PIC X(01).
               10 WS-PRM-PROGRAMA   PIC X(08).
               10 WS-PRM-OPCION     PIC X(01).

       77 WS-PRM-CANTIDAD          PIC 9(02) COMP VALUE 19.
       77 WS-PRM-IDX               PIC 9(02) COMP VALUE 0.

       PROCEDURE DIVISION.
       PRM-PRINCIPAL.

            MOVE "N" TO WS-PERM-CONCEDIDO-SWITCH

            IF WS-PERM-PERFIL NOT = SPACES
               AND WS-PERM-PERFIL NOT = LOW-VALUES
                PERFORM PRM-BUSCAR THRU PRM-BUSCAR-END
                        VARYING WS-PRM-IDX FROM 1 BY 1
                        UNTIL WS-PRM-IDX > WS-PRM-CANTIDAD
                           OR WS-PERM-CONCEDIDO
            END-IF

            GOBACK.
       PRM-PRINCIPAL-END.

       PRM-BUSCAR.

            IF WS-PRM-PERFIL(WS-PRM-IDX) = WS-PERM-PERFIL
               AND WS-PRM-PROGRAMA(WS-PRM-IDX) = WS-PERM-PROGRAMA
               AND (WS-PRM-OPCION(WS-PRM-IDX) = "*"
                    OR WS-PRM-OPCION(WS-PRM-IDX) = WS-PERM-OPCION)
                MOVE "Y" TO WS-PERM-CONCEDIDO-SWITCH
            END-IF
            .
       PRM-BUSCAR-END.
       END PROGRAM PERMISOS.
