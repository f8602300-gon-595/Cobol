      *                  consolidacion CONSOSUC lo estampa al mezclar
      *                  y los reportes abren sus totales por
      *                  sucursal.
      *  2026-09-16 RMM  Se agrega TRX-MONEDA: dos sucursales reciben
      *                  partidas en moneda extranjera que hasta hoy
      *                  se convertian a mano antes de digitarlas.
      *                  NUM1/NUM2 viajan en la moneda de origen (en
      *                  blanco o la moneda base, sin conversion) y
      *                  SUMAPGM los convierte a la moneda base con
      *                  el tipo de cambio del dia (TIPCAMB) antes de
      *                  calcular: los cuatro RESULTADO quedan en
      *                  moneda base.
      ******************************************************************
       01  TRX-REGISTRO.
           05  TRX-ID                      PIC X(10).
               10  TRX-RESULTADO4          PIC 9(5)V99.
           05  TRX-CLASIFICACION           PIC X(10).
           05  TRX-SUCURSAL                PIC X(03).
           05  TRX-MONEDA                  PIC X(03).
