      ******************************************************************
      * Copybook:  CBRESGUA
      * Purpose:   Registro del resguardo de maestros previo al ciclo
      *            (RESGUARD). RESGUNOC lo arma cada noche antes de
      *            EDITLOTE y RESTANOC lo usa para devolver todos los
      *            maestros al estado de antes de la noche. Un
      *            registro "I" abre el resguardo con la fecha de
      *            proceso y la fecha y hora de la toma; cada maestro
      *            va como sus imagenes "D" (nombre de archivo mas el
      *            registro tal cual) cerradas por un "C" con la
      *            cantidad; un "F" con la cantidad de maestros cierra
      *            el resguardo. Sin el "F" el resguardo esta
      *            incompleto y no se puede restaurar.
      * Modification History:
      *  2026-09-14 RMM  Creacion del copybook del resguardo.
      ******************************************************************
       01  RGU-REGISTRO.
           05  RGU-FECHA                   PIC X(08).
           05  RGU-TIPO                    PIC X(01).
               88  RGU-INICIO                          VALUE "I".
               88  RGU-DETALLE                         VALUE "D".
               88  RGU-CONTROL                         VALUE "C".
               88  RGU-FIN                             VALUE "F".
           05  RGU-ARCHIVO                 PIC X(08).
           05  RGU-IMAGEN                  PIC X(200).
           05  RGU-DATOS-CONTROL REDEFINES RGU-IMAGEN.
               10  RGU-CANTIDAD            PIC 9(09).
               10  RGU-FECHA-TOMA          PIC X(08).
               10  RGU-HORA-TOMA           PIC X(08).
               10  FILLER                  PIC X(175).
