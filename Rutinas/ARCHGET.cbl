      * MODIFICATION HISTORY
      *  2026-08-27 RMM  Version inicial de la recuperacion del
      *                  historico.
      *  2026-09-19 RMM  AUDARCH guarda ahora la imagen entera de
      *                  SUMAAUD (100 posiciones) y la salida ARCHOUT
      *                  se ensancha a 100 para reproducirla sin cortar
      *                  la moneda, la tasa ni los importes en moneda
      *                  base. Los demas historicos salen igual que
      *                  antes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHGET.
       FD  ARCH-AUD-FILE.
       01  ARCH-AUD-REG.
           05  ARA-FECHA                   PIC X(08).
           05  ARA-TEXTO                   PIC X(100).

       FD  ARCH-LOG-FILE.
       01  ARCH-LOG-REG.
           05  CTRL-FECHA-HASTA            PIC X(08).

       FD  SALIDA-FILE.
       01  SALIDA-REC                      PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       01  WS-GENERACION.
           05  WS-GEN-FECHA                PIC X(08).
           05  WS-GEN-TEXTO                PIC X(100).

       01  WS-CONTADORES.
           05  WS-CONT-EXTRAIDOS           PIC 9(7)    VALUE ZERO.
