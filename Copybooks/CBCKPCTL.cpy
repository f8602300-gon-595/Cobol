      ******************************************************************
      * Copybook:  CBCKPCTL
      * Purpose:   Registro del control de checkpoints CKPTCTL: una
      *            linea por programa con la cantidad de registros de
      *            entrada entre dos checkpoints. Un intervalo en
      *            cero apaga el checkpoint de ese programa; un
      *            programa sin linea (o sin archivo) usa el
      *            intervalo por omision que fija el propio programa.
      * Modification History:
      *  2026-09-17 RMM  Creacion del copybook de control de
      *                  checkpoints.
      ******************************************************************
       01  CKC-REGISTRO.
           05  CKC-PROGRAMA                PIC X(08).
           05  CKC-INTERVALO               PIC 9(07).
