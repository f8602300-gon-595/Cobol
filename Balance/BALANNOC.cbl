      *                  de la corrida y corta en la primera fecha
      *                  posterior, en vez de barrer los dias
      *                  retenidos anteriores.
      *  2026-09-16 RMM  El TRX-MONEDA agregado a CBTRANS se renombra
      *                  tambien en la copia del cruce.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANNOC.
                         ==TRX-RESULTADO==     BY ==XREF-RESULTADO==
                         ==TRX-CLASIFICACION==
                             BY ==XREF-CLASIFICACION==
                         ==TRX-SUCURSAL==      BY ==XREF-SUCURSAL==
                         ==TRX-MONEDA==        BY ==XREF-MONEDA==.

       FD  RESULTS-INDEXED.
       COPY CBCONIDX.
