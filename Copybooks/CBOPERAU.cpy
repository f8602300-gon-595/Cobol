      ******************************************************************
      * Copybook:  CBOPERAU
      * Purpose:   Registro del archivo de autoridad de operadores
      *            (OPERAUT): un registro por operador, programa de
      *            mantenimiento y opcion de menu que ese operador
      *            puede usar. OPA-OPCION "*" habilita todas las
      *            opciones del programa. Un registro en estado B
      *            (baja) no habilita nada y queda solo como rastro.
      *            Lo mantiene seguridad informatica; los programas
      *            solo lo leen, por la rutina AUTORIZA.
      * Modification History:
      *  2026-09-13 RMM  Creacion del copybook de autoridad de
      *                  operadores.
      ******************************************************************
       01  OPA-REGISTRO.
           05  OPA-OPERADOR                PIC X(08).
           05  OPA-PROGRAMA                PIC X(08).
           05  OPA-OPCION                  PIC X(01).
               88  OPA-TODAS-OPCIONES                  VALUE "*".
           05  OPA-ESTADO                  PIC X(01).
               88  OPA-ACTIVO                          VALUE "A".
               88  OPA-BAJA                            VALUE "B".
