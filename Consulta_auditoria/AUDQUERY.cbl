      * 02/09/2026 - AU-REGISTRO carga ahora AU-DIVISA-PAR y AU-TASA
      *              (registro archivado de 88 bytes); la vista y el
      *              trailer se alinean al nuevo largo.
      * 15/10/2026 - AU-REGISTRO carga ahora AU-CADENA (registro
      *              archivado de 98 bytes); la vista y el trailer se
      *              alinean al nuevo largo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDQUERY.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHFILE.
       01  AX-REGISTRO                 PIC X(98).
       01  AX-TRAILER.
           05 AX-TR-MARCA              PIC X(09).
           05 AX-TR-CANT               PIC 9(06).
           05 AX-TR-SEQ-PRIMERO        PIC 9(05).
           05 AX-TR-SEQ-ULTIMO         PIC 9(05).
           05 AX-TR-CADENA-INICIAL     PIC 9(10).
           05 AX-TR-CADENA-FINAL       PIC 9(10).
           05 FILLER                   PIC X(53).

       FD  PRNTFILE.
       01  PR-LINHA                    PIC X(80).
       77 WS-ARCH-NOMBRE           PIC X(20) VALUE SPACES.

      *    Vista con campos del registro archivado: el FD se lee
      *    como X(98) y se examina aca.
       01  WS-AU-REGISTRO.
           05 WS-AU-SEQ                PIC 9(05).
           05 WS-AU-PROGRAMA           PIC X(08).
           05 WS-AU-HORA               PIC 9(06).
           05 WS-AU-DIVISA-PAR         PIC X(06).
           05 WS-AU-TASA               PIC 9(03)V9(06).
           05 WS-AU-CADENA             PIC 9(10).

       77 WS-FECHA-DESDE           PIC X(08).
       77 WS-FECHA-HASTA           PIC X(08).
