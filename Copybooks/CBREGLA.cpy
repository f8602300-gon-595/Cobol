      ******************************************************************
      * Copybook:  CBREGLA
      * Purpose:   Regla de imputacion contable (tabla REGLACON): por
      *            categoria de cuenta (CTA-CATEGORIA, en blanco =
      *            cuentas sin categoria), sucursal de origen
      *            (AUD-SUCURSAL) y clasificacion de CONDIF (BAJO,
      *            MEDIO o ALTO), la cuenta del mayor que se debita
      *            y la que se acredita con el importe del calculo
      *            que indica REG-IMPORTE (1 = RESULTADO, 2 a 4 =
      *            RESULTADO2 a RESULTADO4). MAYOREXT arma con ella
      *            los asientos de partida doble de la interfase al
      *            mayor; un importe sin regla frena la transmision
      *            en vez de imputarse a ojo. La tabla se mantiene
      *            solo por REGLAMNT, con doble control.
      * Modification History:
      *  2026-09-02 RMM  Creacion del copybook de reglas de
      *                  imputacion.
      *  2026-10-15 RMM  REG-IMPORTE al final del registro: una regla
      *                  por importe del calculo. En blanco vale 1, asi
      *                  las reglas ya cargadas siguen imputando el
      *                  RESULTADO.
      ******************************************************************
       01  REG-REGISTRO.
           05  REG-CLAVE.
               10  REG-CATEGORIA           PIC X(03).
               10  REG-SUCURSAL            PIC X(03).
               10  REG-CLASIFICACION       PIC X(05).
           05  REG-CUENTA-DEBE             PIC X(10).
           05  REG-CUENTA-HABER            PIC X(10).
           05  REG-IMPORTE                 PIC X(01).
               88  REG-IMPORTE-VALIDO                  VALUE SPACE
                                                     "1" "2" "3" "4".
