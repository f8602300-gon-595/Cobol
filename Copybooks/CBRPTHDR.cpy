      * Modification History:
      *  2026-07-08 RMM  Creacion del copybook a partir del banner de
      *                  tiposDeVariables.cbl.
      *  2026-09-17 RMM  El pie lleva al final la marca de reanudacion
      *                  (REANUDADO= y el registro de entrada desde el
      *                  que siguio la corrida); queda en blanco salvo
      *                  en un reporte de una corrida reanudada desde
      *                  su checkpoint.
      ******************************************************************
       01  RPT-HEADER-LINE.
           05  FILLER                      PIC X(09)
           05  FILLER                      PIC X(10)
               VALUE "  ERRORES=".
           05  RPT-TRL-ERRORES             PIC Z(6)9.
           05  RPT-TRL-REANUDACION.
               10  RPT-TRL-REANUDA-MARCA   PIC X(12)   VALUE SPACES.
               10  RPT-TRL-REANUDA-DESDE   PIC Z(6)9
                                           BLANK WHEN ZERO VALUE ZERO.
