      ******************************************************************
      * Copybook:  CBCKPREG
      * Purpose:   Registro del checkpoint por registro de SUMAPGM
      *            (SUMACKPT) y CONDIF (CONDCKPT). Cada checkpoint
      *            reescribe el archivo entero: una cabecera C con la
      *            posicion en la entrada (registros ya leidos), los
      *            registros grabados en cada salida y el estado del
      *            paginador; un registro T con los totales propios
      *            del programa; un registro E por cada entrada de sus
      *            tablas (sucursales, monedas, acumulados, ...), y un
      *            cierre Z con la cantidad de registros escritos
      *            antes de el. Un checkpoint sin cierre quedo cortado
      *            a mitad de la grabacion y no se usa. La cabecera
      *            queda en estado P mientras la corrida avanza y en
      *            estado F al terminar; REANUDACIONES y DESDE dicen
      *            si la corrida se reanudo y desde que registro de
      *            la entrada, para los pies de reporte y CICLOLOG.
      * Modification History:
      *  2026-09-17 RMM  Creacion del copybook de checkpoint por
      *                  registro.
      ******************************************************************
       01  CKP-REGISTRO.
           05  CKP-TIPO                    PIC X(01).
               88  CKP-TIPO-CABECERA                   VALUE "C".
               88  CKP-TIPO-TOTALES                    VALUE "T".
               88  CKP-TIPO-ENTRADA                    VALUE "E".
               88  CKP-TIPO-CIERRE                     VALUE "Z".
           05  CKP-CUERPO                  PIC X(180).
           05  CKP-CABECERA REDEFINES CKP-CUERPO.
               10  CKP-PROGRAMA            PIC X(08).
               10  CKP-FECHA               PIC X(08).
               10  CKP-LOTE                PIC X(02).
               10  CKP-ESTADO              PIC X(01).
                   88  CKP-EN-PROCESO                  VALUE "P".
                   88  CKP-TERMINADO                   VALUE "F".
               10  CKP-HORA                PIC X(08).
               10  CKP-LEIDOS              PIC 9(09).
               10  CKP-REANUDACIONES       PIC 9(03).
               10  CKP-DESDE               PIC 9(09).
               10  CKP-SALIDA-REGISTROS    PIC 9(09)
                                           OCCURS 5 TIMES.
               10  CKP-PAG-LINEA           PIC 9(02).
               10  CKP-PAG-NUMERO          PIC 9(04).
               10  FILLER                  PIC X(81).
           05  CKP-ENTRADA REDEFINES CKP-CUERPO.
               10  CKP-ENT-TABLA           PIC X(03).
               10  CKP-ENT-DATOS           PIC X(177).
           05  CKP-CIERRE REDEFINES CKP-CUERPO.
               10  CKP-CIE-REGISTROS       PIC 9(07).
               10  FILLER                  PIC X(173).
