      ******************************************************************
      * Copybook:  CBNOTEVE
      * Purpose:   Registro de eventos ya avisados al cliente
      *            (NOTIEVE, secuencial que solo crece). NOTIFCLI
      *            agrega un registro por cada detalle que entrega en
      *            NOTIFOUT, con la fecha de datos, la operacion, el
      *            evento y la referencia del archivo (NOTIREG) que lo
      *            llevo. Una recorrida de la misma fecha (lote
      *            suplementario de la tarde o reproceso) avisa solo
      *            los eventos que todavia no figuran aqui. Igual que
      *            NOTIREG, no entra en el resguardo de la noche.
      * Modification History:
      *  2026-10-15 RMM  Creacion del copybook del registro de eventos
      *                  avisados.
      ******************************************************************
       01  NEV-REGISTRO.
           05  NEV-FECHA                   PIC X(08).
           05  NEV-TRX-ID                  PIC X(10).
           05  NEV-EVENTO                  PIC X(01).
           05  NEV-REFERENCIA              PIC X(12).
