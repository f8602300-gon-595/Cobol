      ******************************************************************
      * Copybook:  CBNOTFIL
      * Purpose:   Registro de longitud fija (80) del archivo de
      *            avisos al cliente (NOTIFOUT) que NOTIFCLI arma cada
      *            noche para el servicio de cartas y mensajeria: una
      *            cabecera (H), un detalle (D) por evento a avisar y
      *            una cola de control (T) con la cantidad de
      *            detalles, la suma de sus importes, el desglose por
      *            evento y los avisos suprimidos por pedido del
      *            cliente. Todos los tipos llevan la referencia del
      *            registro de avisos NOTIREG. Evento A: transaccion
      *            clasificada ALTO por CONDIF; evento C: transaccion
      *            de cuenta cerrada derivada a EXCEPOUT. El importe
      *            es el RESULTADO de la transaccion en moneda base.
      * Modification History:
      *  2026-09-20 RMM  Creacion del copybook del archivo de avisos
      *                  al cliente.
      ******************************************************************
       01  NTF-REGISTRO.
           05  NTF-TIPO                    PIC X(01).
               88  NTF-CABECERA                        VALUE "H".
               88  NTF-DETALLE                         VALUE "D".
               88  NTF-COLA                            VALUE "T".
           05  NTF-REFERENCIA              PIC X(12).
           05  NTF-DATOS                   PIC X(67).
           05  NTF-CABECERA-DATOS REDEFINES NTF-DATOS.
               10  NTF-H-FECHA-DATOS       PIC X(08).
               10  NTF-H-FECHA-GENERADA    PIC X(08).
               10  NTF-H-HORA-GENERADA     PIC X(08).
               10  FILLER                  PIC X(43).
           05  NTF-DETALLE-DATOS REDEFINES NTF-DATOS.
               10  NTF-D-SECUENCIA         PIC 9(07).
               10  NTF-D-TRX-ID            PIC X(10).
               10  NTF-D-NOMBRE            PIC X(20).
               10  NTF-D-FECHA             PIC X(08).
               10  NTF-D-IMPORTE           PIC 9(7)V99.
               10  NTF-D-EVENTO            PIC X(01).
                   88  NTF-D-ALTO                      VALUE "A".
                   88  NTF-D-CERRADA                   VALUE "C".
               10  NTF-D-SUCURSAL          PIC X(03).
               10  FILLER                  PIC X(09).
           05  NTF-COLA-DATOS REDEFINES NTF-DATOS.
               10  NTF-T-REGISTROS         PIC 9(07).
               10  NTF-T-IMPORTE           PIC 9(11)V99.
               10  NTF-T-ALTOS             PIC 9(07).
               10  NTF-T-CERRADAS          PIC 9(07).
               10  NTF-T-SUPRIMIDOS        PIC 9(07).
               10  FILLER                  PIC X(26).
