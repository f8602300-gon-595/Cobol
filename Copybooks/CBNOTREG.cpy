      ******************************************************************
      * Copybook:  CBNOTREG
      * Purpose:   Registro de avisos al cliente (NOTIREG, cluster
      *            VSAM con clave NRG-REFERENCIA). NOTIFCLI asienta un
      *            registro en estado G (generado) por cada archivo
      *            NOTIFOUT que entrega al servicio de mensajeria,
      *            con la cantidad, el importe y el desglose de la
      *            cola de control; la referencia lleva la fecha de
      *            datos y una secuencia, asi que todos los archivos
      *            de una noche quedan juntos en el orden de la clave.
      *            La recorrida de una fecha que ya tiene un archivo
      *            G avisa solo los eventos que no figuran en el
      *            registro de eventos avisados NOTIEVE (copybook
      *            CBNOTEVE) y se asienta con su propia secuencia.
      *            Solo cuando NOTICTL pide reenviar esa fecha los
      *            archivos anteriores se anulan (X) y los reemplaza
      *            el nuevo con todos los eventos. El registro no
      *            entra en el resguardo de la noche: una noche
      *            devuelta con RESTANOC tiene que seguir sabiendo lo
      *            que ya salio.
      * Modification History:
      *  2026-09-20 RMM  Creacion del copybook del registro de avisos
      *                  al cliente.
      *  2026-10-15 RMM  La recorrida de una fecha ya avisada lleva
      *                  solo los eventos nuevos (NOTIEVE).
      ******************************************************************
       01  NRG-REGISTRO.
           05  NRG-REFERENCIA.
               10  NRG-REF-PREFIJO         PIC X(02).
               10  NRG-REF-FECHA           PIC X(08).
               10  NRG-REF-SECUENCIA       PIC 9(02).
           05  NRG-FECHA-GENERADA          PIC X(08).
           05  NRG-HORA-GENERADA           PIC X(08).
           05  NRG-REGISTROS               PIC 9(07).
           05  NRG-IMPORTE                 PIC 9(11)V99.
           05  NRG-ALTOS                   PIC 9(07).
           05  NRG-CERRADAS                PIC 9(07).
           05  NRG-SUPRIMIDOS              PIC 9(07).
           05  NRG-ESTADO                  PIC X(01).
               88  NRG-GENERADO                        VALUE "G".
               88  NRG-ANULADO                         VALUE "X".
           05  NRG-FECHA-ESTADO            PIC X(08).
           05  NRG-OPERADOR                PIC X(08).
           05  NRG-OBSERVACION             PIC X(30).
