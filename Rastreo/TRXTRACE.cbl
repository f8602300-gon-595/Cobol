      *  2026-08-28 RMM  Se declara el camino alterno por TRX-ID de
      *                  CONDIDX (copybook CBCONIDX), requerido por
      *                  todos los programas del cluster.
      *  2026-10-15 RMM  El registro de MAYORINT pasa a 80: la cola
      *                  lleva ademas las lineas J y el total imputado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRXTRACE.
       COPY CBCONIDX.

       FD  MAYOR-FILE.
       01  MAYOR-REC                       PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).
           05  WS-LMA-TIPO                 PIC X(01).
           05  WS-LMA-TRX-ID               PIC X(10).
           05  WS-LMA-FECHA                PIC X(08).
           05  FILLER                      PIC X(61).

       01  WS-ETAPA-LINE.
           05  WS-ETA-NOMBRE               PIC X(22).
