      ******************************************************************
      * Copybook:  CBAUDREV
      * Purpose:   Registro de revision de la muestra de auditoria
      *            (AUDREV, cluster VSAM con clave REV-CLAVE). AUDMUEST
      *            asienta un registro por transaccion elegida, en
      *            estado P (pendiente), bajo la referencia de la
      *            muestra: AM + fecha final del periodo muestreado +
      *            secuencia, y el numero de item dentro de ella, asi
      *            que los items de una muestra quedan juntos y en el
      *            orden de la hoja de trabajo. Desde AUDMANT el
      *            auditor marca cada item R (revisado sin
      *            observaciones) o E (excepcion, con la observacion)
      *            y deja sus iniciales; AUDPEND lista lo que sigue en
      *            P. Una muestra del mismo periodo que nadie empezo a
      *            revisar se anula (X) cuando una corrida nueva la
      *            reemplaza. REV-SELECCION dice si el item entro por
      *            sorteo dentro de su estrato (A) o forzado por ser
      *            ALTO sobre el importe de AUDMCTL (F).
      * Modification History:
      *  2026-09-19 RMM  Creacion del copybook del registro de
      *                  revision de la muestra de auditoria.
      ******************************************************************
       01  REV-REGISTRO.
           05  REV-CLAVE.
               10  REV-MUESTRA.
                   15  REV-MUE-PREFIJO     PIC X(02).
                   15  REV-MUE-FECHA       PIC X(08).
                   15  REV-MUE-SECUENCIA   PIC 9(02).
               10  REV-ITEM                PIC 9(04).
           05  REV-FECHA-DATOS             PIC X(08).
           05  REV-TRX-ID                  PIC X(10).
           05  REV-SUCURSAL                PIC X(03).
           05  REV-CLASIFICACION           PIC X(10).
           05  REV-RESULTADO               PIC 9(5)V99.
           05  REV-SELECCION               PIC X(01).
               88  REV-FORZADA                         VALUE "F".
               88  REV-AZAR                            VALUE "A".
           05  REV-FECHA-GENERADA          PIC X(08).
           05  REV-ESTADO                  PIC X(01).
               88  REV-PENDIENTE                       VALUE "P".
               88  REV-REVISADA                        VALUE "R".
               88  REV-EXCEPCION                       VALUE "E".
               88  REV-ANULADA                         VALUE "X".
           05  REV-FECHA-ESTADO            PIC X(08).
           05  REV-INICIALES               PIC X(03).
           05  REV-OPERADOR                PIC X(08).
           05  REV-OBSERVACION             PIC X(30).
