      ******************************************************************
      * Copybook:  CBREGPRE
      * Purpose:   Registro del maestro de presentaciones al
      *            regulador de operaciones de alto valor (REGPRES,
      *            cluster VSAM con clave PRE-REFERENCIA). REGVALOR
      *            agrega una presentacion en estado G (generada)
      *            cada vez que arma la presentacion de una fecha de
      *            datos; la referencia lleva la fecha y una
      *            secuencia, asi que todas las presentaciones de
      *            una fecha quedan juntas en el orden de la clave.
      *            Desde REGMANT cumplimiento la marca E (enviada) y
      *            despues A (aceptada) o R (rechazada por el
      *            regulador). Una fecha con una presentacion E o A
      *            ya no se vuelve a presentar; una G que nunca salio
      *            se anula (X) cuando una corrida nueva de la misma
      *            fecha la reemplaza.
      * Modification History:
      *  2026-09-08 RMM  Creacion del copybook del registro de
      *                  presentaciones.
      ******************************************************************
       01  PRE-REGISTRO.
           05  PRE-REFERENCIA.
               10  PRE-REF-PREFIJO         PIC X(02).
               10  PRE-REF-FECHA           PIC X(08).
               10  PRE-REF-SECUENCIA       PIC 9(02).
           05  PRE-FECHA-GENERADA          PIC X(08).
           05  PRE-HORA-GENERADA           PIC X(08).
           05  PRE-REGISTROS               PIC 9(07).
           05  PRE-IMPORTE                 PIC 9(11)V99.
           05  PRE-UMBRAL                  PIC 9(7)V99.
           05  PRE-ESTADO                  PIC X(01).
               88  PRE-GENERADA                        VALUE "G".
               88  PRE-ENVIADA                         VALUE "E".
               88  PRE-ACEPTADA                        VALUE "A".
               88  PRE-RECHAZADA                       VALUE "R".
               88  PRE-ANULADA                         VALUE "X".
           05  PRE-FECHA-ESTADO            PIC X(08).
           05  PRE-OPERADOR                PIC X(08).
           05  PRE-OBSERVACION             PIC X(30).
