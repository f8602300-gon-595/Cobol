      ******************************************************************
      * Copybook:  CBSUCMAE
      * Purpose:   Registro del maestro de sucursales (SUCMAE): un
      *            registro por oficina, en orden de codigo, con su
      *            nombre, el dataset del archivo diario que manda,
      *            el dataset del retorno de fin de dia que recibe,
      *            la hora limite de llegada esperada (HHMM), el
      *            estado y el contacto de la oficina. CONSOSUC,
      *            ARRIBMON y RETORSUC procesan las oficinas activas
      *            (por la rutina SUCCARGA) y SUPLENT solo acepta
      *            una sucursal activa. Una oficina cerrada queda en
      *            estado I, no se borra: la historia por sucursal
      *            la sigue nombrando. Se mantiene solo con SUCMANT.
      * Modification History:
      *  2026-09-15 RMM  Creacion del copybook del maestro de
      *                  sucursales.
      ******************************************************************
       01  SMA-REGISTRO.
           05  SMA-CODIGO                  PIC X(03).
           05  SMA-NOMBRE                  PIC X(30).
           05  SMA-ARCHIVO-ENTRADA         PIC X(44).
           05  SMA-ARCHIVO-RETORNO         PIC X(44).
           05  SMA-HORA-CORTE              PIC 9(04).
           05  SMA-HORA-CORTE-R REDEFINES SMA-HORA-CORTE.
               10  SMA-CORTE-HH            PIC 9(02).
               10  SMA-CORTE-MM            PIC 9(02).
           05  SMA-ESTADO                  PIC X(01).
               88  SMA-ACTIVA                          VALUE "A".
               88  SMA-INACTIVA                        VALUE "I".
               88  SMA-ESTADO-VALIDO                   VALUE "A" "I".
           05  SMA-CONTACTO                PIC X(30).
