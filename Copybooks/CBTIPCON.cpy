      ******************************************************************
      * Copybook:  CBTIPCON
      * Purpose:   Area de parametros de la rutina comun de
      *            conversion a moneda base (TIPCONV). El programa
      *            carga la fecha de proceso, la moneda y el importe
      *            en moneda de origen y llama a TIPCONV, que devuelve
      *            el importe convertido, la tasa aplicada y la
      *            moneda base. Moneda en blanco o igual a la base se
      *            convierte con tasa 1; una moneda sin tipo de
      *            cambio para esa fecha vuelve SIN-TASA, y un
      *            importe convertido que no cabe en el ancho de
      *            CBTRANS vuelve FUERA-RANGO.
      * Modification History:
      *  2026-09-16 RMM  Creacion del copybook de conversion de
      *                  moneda.
      ******************************************************************
       01  TCV-PARAMETRO.
           05  TCV-FECHA                   PIC X(08).
           05  TCV-MONEDA                  PIC X(03).
           05  TCV-IMPORTE                 PIC 9(4)V99.
           05  TCV-IMPORTE-BASE            PIC 9(4)V99.
           05  TCV-TASA                    PIC 9(5)V9(6).
           05  TCV-MONEDA-BASE             PIC X(03).
           05  TCV-RESULTADO               PIC X(01).
               88  TCV-CONVERTIDO                      VALUE "C".
               88  TCV-SIN-TASA                        VALUE "S".
               88  TCV-FUERA-RANGO                     VALUE "R".
