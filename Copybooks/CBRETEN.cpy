      ******************************************************************
      * Copybook:  CBRETEN
      * Purpose:   Registro del maestro de transacciones retenidas
      *            por limite diario (RETENTRX). CONDIF agrega aqui
      *            la transaccion cuyo RESULTADO, sumado a lo que la
      *            cuenta ya movio en el dia, pasa el limite de
      *            LIMDIAR (propio de la cuenta o de su categoria);
      *            MAYOREXT no la pasa al mayor mientras siga
      *            retenida. El supervisor la libera o la rechaza
      *            con sus iniciales y un motivo desde RETLIBER:
      *            la liberada viaja en la interfase de la fecha de
      *            RET-FECHA-EXTRACCION y la rechazada pasa al
      *            maestro de rechazos pendientes (RECHPEND).
      *            RET-TRX lleva la imagen completa del registro de
      *            transaccion (copybook CBTRANS) ya clasificado.
      *            Retencion: la liberada sigue en el maestro hasta
      *            los dias de RTNDIAS (30 si falta) despues de su
      *            RET-FECHA-EXTRACCION y la rechazada hasta esos
      *            dias despues de su RET-FECHA-DECISION; CONDIF las
      *            depura al cargar el maestro cada noche (RETLIBER
      *            ademas saca las de ciclo cumplido al salir). Las
      *            que siguen retenidas no se depuran nunca.
      * Modification History:
      *  2026-09-04 RMM  Creacion del copybook del maestro de
      *                  retenidas.
      *  2026-09-16 RMM  RET-TRX crece a 66 por el TRX-MONEDA
      *                  agregado a CBTRANS.
      *  2026-10-15 RMM  Se documenta la retencion de liberadas y
      *                  rechazadas (RTNDIAS).
      ******************************************************************
       01  RET-REGISTRO.
           05  RET-CLAVE.
               10  RET-FECHA               PIC X(08).
               10  RET-TRX-ID              PIC X(10).
           05  RET-TRX                     PIC X(66).
           05  RET-CATEGORIA               PIC X(03).
           05  RET-TIPO-LIMITE             PIC X(01).
               88  RET-LIMITE-CUENTA                   VALUE "C".
               88  RET-LIMITE-CATEGORIA                VALUE "K".
           05  RET-LIMITE                  PIC 9(7)V99.
      *        LO QUE LA CUENTA YA HABIA MOVIDO EN EL DIA, SIN
      *        CONTAR LA TRANSACCION RETENIDA.
           05  RET-ACUMULADO               PIC 9(9)V99.
           05  RET-ESTADO                  PIC X(01).
               88  RET-RETENIDA                        VALUE "R".
               88  RET-LIBERADA                        VALUE "L".
               88  RET-RECHAZADA                       VALUE "X".
           05  RET-OPERADOR                PIC X(08).
           05  RET-INICIALES               PIC X(03).
           05  RET-MOTIVO                  PIC X(30).
           05  RET-FECHA-DECISION          PIC X(08).
           05  RET-FECHA-EXTRACCION        PIC X(08).
