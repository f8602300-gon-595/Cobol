      ******************************************************************
      * Copybook:  CBPENCAM
      * Purpose:   Registro del archivo de cambios pendientes de
      *            aprobacion (PENDCAMB), compartido por CTAMANT,
      *            PARMMANT, SUPLENT y REGLAMNT. El operador que carga
      *            un cambio lo deja aqui en estado P con el antes y el
      *            despues en la imagen propia de cada programa; el
      *            cambio recien llega al archivo maestro cuando un
      *            segundo operador autorizado, distinto del que lo
      *            cargo, lo aprueba. Aprobado (A) o rechazado (R), el
      *            cambio sale del archivo al reescribirlo y queda en la
      *            bitacora del programa con los dos operadores.
      * Modification History:
      *  2026-09-13 RMM  Creacion del copybook de cambios pendientes.
      *  2026-10-15 RMM  REGLAMNT deja aqui las altas, cambios y bajas
      *                  de reglas de imputacion (REGLACON).
      ******************************************************************
       01  PCA-REGISTRO.
           05  PCA-PROGRAMA                PIC X(08).
           05  PCA-OPCION                  PIC X(01).
           05  PCA-ACCION                  PIC X(10).
           05  PCA-CLAVE                   PIC X(10).
           05  PCA-ANTES                   PIC X(40).
           05  PCA-DESPUES                 PIC X(40).
           05  PCA-OPERADOR                PIC X(08).
           05  PCA-FECHA-ALTA              PIC X(08).
           05  PCA-HORA-ALTA               PIC X(08).
           05  PCA-ESTADO                  PIC X(01).
               88  PCA-PENDIENTE                       VALUE "P".
               88  PCA-APLICADO                        VALUE "A".
               88  PCA-RECHAZADO                       VALUE "R".
