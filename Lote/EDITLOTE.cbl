      *                  veces al mayor y el indice lo pisaba en
      *                  silencio; ahora cae como repetido igual que
      *                  dentro del mismo archivo.
      *  2026-09-16 RMM  El detalle validado se graba con el ancho de
      *                  66 del TRX-MONEDA agregado a CBTRANS; la
      *                  moneda llega en el detalle del lote y pasa sin
      *                  tocar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDITLOTE.
       01  ENTRADA-REC                     PIC X(80).

       FD  SALIDA-FILE.
       01  SALIDA-REC                      PIC X(66).

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).
