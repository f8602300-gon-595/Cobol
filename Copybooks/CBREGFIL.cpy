      ******************************************************************
      * Copybook:  CBREGFIL
      * Purpose:   Registro de longitud fija (80) de la presentacion
      *            al regulador de operaciones de alto valor
      *            (REGFILE) que arma REGVALOR: una cabecera (H), un
      *            detalle (D) por operacion informada y una cola de
      *            control (T) con la cantidad de detalles y la suma
      *            de sus importes. Todos los tipos llevan la
      *            referencia del registro de presentaciones REGPRES.
      *            Detalle motivo I: una transaccion igual o mayor al
      *            umbral; motivo A: la cuenta cuyas transacciones
      *            menores al umbral suman en el dia el umbral o mas
      *            (FIL-D-ITEMS transacciones, importe = su suma).
      * Modification History:
      *  2026-09-08 RMM  Creacion del copybook de la presentacion al
      *                  regulador.
      ******************************************************************
       01  FIL-REGISTRO.
           05  FIL-TIPO                    PIC X(01).
               88  FIL-CABECERA                        VALUE "H".
               88  FIL-DETALLE                         VALUE "D".
               88  FIL-COLA                            VALUE "T".
           05  FIL-REFERENCIA              PIC X(12).
           05  FIL-DATOS                   PIC X(67).
           05  FIL-CABECERA-DATOS REDEFINES FIL-DATOS.
               10  FIL-H-FECHA-DATOS       PIC X(08).
               10  FIL-H-FECHA-GENERADA    PIC X(08).
               10  FIL-H-ENTIDAD           PIC X(10).
               10  FIL-H-UMBRAL            PIC 9(7)V99.
               10  FILLER                  PIC X(32).
           05  FIL-DETALLE-DATOS REDEFINES FIL-DATOS.
               10  FIL-D-SECUENCIA         PIC 9(07).
               10  FIL-D-TRX-ID            PIC X(10).
               10  FIL-D-NOMBRE            PIC X(20).
               10  FIL-D-SUCURSAL          PIC X(03).
               10  FIL-D-CATEGORIA         PIC X(03).
               10  FIL-D-MOTIVO            PIC X(01).
                   88  FIL-D-INDIVIDUAL                VALUE "I".
                   88  FIL-D-AGREGADO                  VALUE "A".
               10  FIL-D-ITEMS             PIC 9(05).
               10  FIL-D-IMPORTE           PIC 9(9)V99.
               10  FILLER                  PIC X(07).
           05  FIL-COLA-DATOS REDEFINES FIL-DATOS.
               10  FIL-T-REGISTROS         PIC 9(07).
               10  FIL-T-IMPORTE           PIC 9(11)V99.
               10  FILLER                  PIC X(47).
