      *                  exportacion delimitada.
      *  2026-08-22 RMM  Se exporta tambien la sucursal de origen
      *                  (TRX-SUCURSAL agregado a CBTRANS).
      *  2026-09-16 RMM  Se exporta tambien la moneda de origen
      *                  (TRX-MONEDA agregado a CBTRANS); el registro
      *                  de salida pasa a 90.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTRX.
           05  CTRL-ID-HASTA               PIC X(10).

       FD  SALIDA-FILE.
       01  SALIDA-REC                      PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
               "RESULTADO2;RESULTADO3;".
           05  FILLER                      PIC X(18)   VALUE
               "RESULTADO4;CLASIF;".
           05  FILLER                      PIC X(15)   VALUE
               "SUCURSAL;MONEDA".

       01  WS-EXPORT-LINE.
           05  WS-EXP-ID                   PIC X(10).
           05  WS-EXP-CLASIF               PIC X(10).
           05  FILLER                      PIC X(01)   VALUE ";".
           05  WS-EXP-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(01)   VALUE ";".
           05  WS-EXP-MONEDA               PIC X(03).

       PROCEDURE DIVISION.

           MOVE TRX-RESULTADO4 TO WS-EXP-RESULTADO4.
           MOVE TRX-CLASIFICACION TO WS-EXP-CLASIF.
           MOVE TRX-SUCURSAL TO WS-EXP-SUCURSAL.
           MOVE TRX-MONEDA TO WS-EXP-MONEDA.
           WRITE SALIDA-REC FROM WS-EXPORT-LINE.
           ADD 1 TO WS-CONT-EXPORTADOS.

