      ******************************************************************
      * Copybook:  CBPERPLA
      * Purpose:   Registro del plan de fin de periodo de la noche
      *            (CICLOPLA). PERIODO lo arma al arrancar el ciclo
      *            desde la fecha de proceso (FECHAPRO) y el
      *            calendario de feriados (CALENFER): un registro por
      *            cada paso que no corre todas las noches, con su
      *            frecuencia (S semanal, M mensual, T trimestral,
      *            D diaria si operaciones lo devolvio a diario en
      *            PERIOCTL), si corre o no esta noche y el motivo,
      *            y el dia habil siguiente contra el que se decidio.
      *            CICLONOC lo anota en CICLOLOG y lo consulta antes
      *            de cada paso de periodo; RUTINAS lo consulta para
      *            la depuracion de RUTINA03.
      * Modification History:
      *  2026-09-18 RMM  Creacion del copybook del plan de fin de
      *                  periodo.
      ******************************************************************
       01  PLA-REGISTRO.
           05  PLA-FECHA                   PIC X(08).
           05  PLA-PROGRAMA                PIC X(08).
           05  PLA-FRECUENCIA              PIC X(01).
               88  PLA-DIARIA                          VALUE "D".
               88  PLA-SEMANAL                         VALUE "S".
               88  PLA-MENSUAL                         VALUE "M".
               88  PLA-TRIMESTRAL                      VALUE "T".
           05  PLA-CORRE-SW                PIC X(01).
               88  PLA-CORRE                           VALUE "S".
               88  PLA-NO-CORRE                        VALUE "N".
           05  PLA-MOTIVO                  PIC X(40).
           05  PLA-SIGUIENTE               PIC X(08).
