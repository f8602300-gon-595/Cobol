      ******************************************************************
      * Copybook:  CBSUCEST
      * Purpose:   Registro de la historia diaria de estadisticas por
      *            sucursal (SUCHIST). El ciclo nocturno (SUCESTAD)
      *            agrega cada noche un registro por oficina con la
      *            llegada de su archivo segun el monitor ARRIBMON, el
      *            cuadre de la consolidacion CONSOSUC, lo procesado
      *            del cruce, los rechazos de la noche por motivo
      *            (RCH-RAZON-COD 01 a 09, un contador por codigo),
      *            las excepciones de cuenta y la foto de sus
      *            rechazos pendientes en RECHPEND (cantidad, reciclos
      *            acumulados y vencidos segun RECHACTL). El cuadro
      *            mensual SUCMENS la lee para el ranking de oficinas.
      *            Ante una recorrida del mismo dia queda mas de un
      *            registro con la misma fecha y sucursal: vale el
      *            ultimo. Llegada o cuadre en blanco: el listado de
      *            esa noche no estaba (sin dato, no cuenta en contra).
      * Modification History:
      *  2026-09-09 RMM  Creacion del copybook de estadisticas
      *                  diarias por sucursal.
      ******************************************************************
       01  EST-REGISTRO.
           05  EST-FECHA                   PIC X(08).
           05  EST-SUCURSAL                PIC X(03).
           05  EST-LLEGADA                 PIC X(01).
               88  EST-LLEGO-BIEN                      VALUE "B".
               88  EST-LLEGO-MAL                       VALUE "M".
               88  EST-AUSENTE                         VALUE "A".
               88  EST-LLEGADA-SIN-DATO                VALUE " ".
           05  EST-CUADRE                  PIC X(01).
               88  EST-CUADRADA                        VALUE "C".
               88  EST-DESCUADRADA                     VALUE "D".
               88  EST-CUADRE-SIN-DATO                 VALUE " ".
           05  EST-PROCESADOS              PIC 9(07).
           05  EST-IMPORTE                 PIC 9(11)V99.
           05  EST-RECHAZADOS              PIC 9(07).
           05  EST-RECH-MOTIVO OCCURS 9 TIMES
                                            PIC 9(05).
           05  EST-EXCEPCIONES             PIC 9(05).
           05  EST-PEND-CANT               PIC 9(05).
           05  EST-PEND-RECICLOS           PIC 9(07).
           05  EST-PEND-VENCIDOS           PIC 9(05).
