      *  2026-08-22 RMM  Se agrega AUD-SUCURSAL, para que el rastro
      *                  del calculo y los reversos generados desde
      *                  la bitacora conserven la oficina de origen.
      *  2026-09-16 RMM  Se agregan AUD-MONEDA, AUD-TASA y los
      *                  importes convertidos AUD-NUM1-BASE y
      *                  AUD-NUM2-BASE: AUD-NUM1/AUD-NUM2 quedan en
      *                  la moneda de origen y los cuatro RESULTADO
      *                  se calculan sobre los importes en moneda
      *                  base. Para la moneda base la tasa es 1.
      ******************************************************************
       01  AUD-REGISTRO.
           05  AUD-FECHA                   PIC X(08).
           05  AUD-RESULTADO3              PIC 9(5)V99.
           05  AUD-RESULTADO4              PIC 9(5)V99.
           05  AUD-SUCURSAL                PIC X(03).
           05  AUD-MONEDA                  PIC X(03).
           05  AUD-TASA                    PIC 9(5)V9(6).
           05  AUD-NUM1-BASE               PIC 9(4)V99.
           05  AUD-NUM2-BASE               PIC 9(4)V99.
