      *                  mecanizado de SUMAPGM y el reenvio RESUBPGM.
      *  2026-08-22 RMM  La imagen del registro crece a 63 por el
      *                  TRX-SUCURSAL agregado a CBTRANS.
      *  2026-09-04 RMM  Motivo 05: transaccion retenida por limite
      *                  diario y rechazada por el supervisor en
      *                  RETLIBER.
      *  2026-09-16 RMM  La imagen del registro crece a 66 por el
      *                  TRX-MONEDA agregado a CBTRANS. Motivo 06:
      *                  la moneda del par no tiene tipo de cambio
      *                  para la fecha de proceso en TIPCAMB; motivo
      *                  07: NUM1 o NUM2 convertido a moneda base no
      *                  cabe en el ancho de CBTRANS.
      ******************************************************************
       01  RCH-REGISTRO.
      *        IMAGEN COMPLETA DEL TRX-REGISTRO RECHAZADO (CBTRANS).
           05  RCH-TRX                     PIC X(66).
           05  RCH-RAZON-COD               PIC X(02).
               88  RCH-RAZON-NO-NUMERICO               VALUE "01".
               88  RCH-RAZON-DIVISOR-CERO              VALUE "02".
               88  RCH-RAZON-DIV-RANGO                 VALUE "03".
               88  RCH-RAZON-MULT-RANGO                VALUE "04".
               88  RCH-RAZON-LIMITE-DIARIO             VALUE "05".
               88  RCH-RAZON-SIN-TASA                  VALUE "06".
               88  RCH-RAZON-CONV-RANGO                VALUE "07".
           05  RCH-FECHA                   PIC X(08).
           05  RCH-CONT-RECICLA            PIC 9(02).
