      ******************************************************************
      * Copybook:  CBTIPCAM
      * Purpose:   Registro del maestro de tipos de cambio (TIPCAMB):
      *            un registro por fecha de proceso y moneda, en
      *            orden de clave, con la tasa que convierte una
      *            unidad de la moneda a la moneda base y el momento
      *            en que se cargo. Lo mantiene solo la carga diaria
      *            TIPCARGA, que valida la cotizacion recibida antes
      *            de aceptarla; lo leen SUMAPGM, VERIFCAL y SUPLENT
      *            por la rutina TIPCONV. La moneda base no figura:
      *            su tasa es siempre 1.
      * Modification History:
      *  2026-09-16 RMM  Creacion del copybook del maestro de tipos
      *                  de cambio.
      ******************************************************************
       01  TCA-REGISTRO.
           05  TCA-CLAVE.
               10  TCA-FECHA               PIC X(08).
               10  TCA-MONEDA              PIC X(03).
           05  TCA-TASA                    PIC 9(5)V9(6).
           05  TCA-FECHA-CARGA             PIC X(08).
           05  TCA-HORA-CARGA              PIC X(08).
