      ******************************************************************
      * Copybook:  CBANOMAE
      * Purpose:   Registro del maestro anual (ANUALMAE), armado por
      *            el cierre de ejercicio CIERRANO desde los doce
      *            meses de MAESTMES: por cada ejercicio cerrado un
      *            registro por mes (ANO-MES 01 a 12) con los dias
      *            habiles consolidados, los contadores y el total de
      *            RESULTADO de CONDIF y los procesados, rechazados y
      *            subtotales de SUMAPGM, y un registro de totales del
      *            ejercicio (ANO-MES "TT"). Un mes sin datos en un
      *            cierre forzado queda con ANO-DIAS en cero. Cada
      *            ejercicio se cierra una sola vez.
      * Modification History:
      *  2026-09-11 RMM  Creacion del copybook del maestro anual.
      ******************************************************************
       01  ANO-REGISTRO.
           05  ANO-ANIO                    PIC X(04).
           05  ANO-MES                     PIC X(02).
               88  ANO-TOTAL-EJERCICIO                 VALUE "TT".
           05  ANO-DIAS                    PIC 9(03).
           05  ANO-CONT-BAJO               PIC 9(09).
           05  ANO-CONT-MEDIO              PIC 9(09).
           05  ANO-CONT-ALTO               PIC 9(09).
           05  ANO-CONT-REGISTROS          PIC 9(09).
           05  ANO-TOTAL-RESULTADO         PIC 9(11)V99.
           05  ANO-CONT-PROCESADOS         PIC 9(09).
           05  ANO-CONT-RECHAZADOS         PIC 9(09).
           05  ANO-SUB-RESULTADO2          PIC 9(11)V99.
           05  ANO-SUB-RESULTADO3          PIC 9(11)V99.
           05  ANO-SUB-RESULTADO4          PIC 9(11)V99.
           05  ANO-FECHA-CIERRE            PIC X(08).
           05  ANO-FORZADO                 PIC X(01).
               88  ANO-CIERRE-FORZADO                  VALUE "S".
               88  ANO-CIERRE-NORMAL                   VALUE "N".
