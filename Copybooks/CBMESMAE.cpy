      *            rechazados y subtotales), armado por el cierre de
      *            mes CIERRMES desde los maestros de historia. Una
      *            recorrida de una noche reemplaza el registro de
      *            esa fecha, no lo duplica. El cierre de ejercicio
      *            CIERRANO consolida los doce meses en el maestro
      *            anual y pasa los dias del ejercicio cerrado a su
      *            archivo.
      * Modification History:
      *  2026-08-16 RMM  Creacion del copybook del maestro mensual.
      *  2026-09-11 RMM  Se documenta el cierre de ejercicio, que
      *                  vacia del maestro los dias del ejercicio
      *                  cerrado.
      ******************************************************************
       01  MES-REGISTRO.
           05  MES-FECHA                   PIC X(08).
