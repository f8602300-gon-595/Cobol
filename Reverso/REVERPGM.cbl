      *                  PARA REVERSAR" junto a la linea de
      *                  negacion, dos lecturas contradictorias de
      *                  la misma corrida.
      *  2026-09-16 RMM  El reverso crece a 66 por el TRX-MONEDA de
      *                  CBTRANS y lleva la moneda de origen de la
      *                  bitacora; NUM1/NUM2 siguen en moneda de origen
      *                  y los RESULTADO en moneda base, como los dejo
      *                  SUMAPGM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERPGM.
               88  CTRL-MODO-FORZAR                    VALUE "F".

       FD  REVERSO-FILE.
       01  REVERSO-REC                     PIC X(66).

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).
           MOVE AUD-RESULTADO4 TO TRX-RESULTADO4.
           MOVE "REVERSO" TO TRX-CLASIFICACION.
           MOVE AUD-SUCURSAL TO TRX-SUCURSAL.
           MOVE AUD-MONEDA TO TRX-MONEDA.
           WRITE REVERSO-REC FROM TRX-REGISTRO.
           ADD 1 TO WS-CONT-REVERSADOS.
           ADD AUD-NUM1 TO WS-HASH-LOTE.
