      ******************************************************************
      * Copybook:  CBNOTSUP
      * Purpose:   Registro del archivo de supresion de avisos
      *            (NOTISUP): una linea por cuenta que pidio no
      *            recibir avisos, con el evento al que renuncia (A
      *            ALTO, C cuenta cerrada, en blanco todos) y la fecha
      *            desde la que rige. Lo mantiene atencion al cliente;
      *            NOTIFCLI lo carga entero antes de avisar y deja
      *            fuera del archivo NOTIFOUT todo evento de una
      *            cuenta suprimida, contandolo en la cola.
      * Modification History:
      *  2026-09-20 RMM  Creacion del copybook del archivo de
      *                  supresion de avisos.
      ******************************************************************
       01  SUP-REGISTRO.
           05  SUP-TRX-ID                  PIC X(10).
           05  SUP-EVENTO                  PIC X(01).
               88  SUP-TODOS                           VALUE SPACE.
               88  SUP-SOLO-ALTO                       VALUE "A".
               88  SUP-SOLO-CERRADA                    VALUE "C".
           05  SUP-FECHA-DESDE             PIC X(08).
