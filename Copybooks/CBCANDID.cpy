      ******************************************************************
      * Copybook:  CBCANDID
      * Purpose:   Registro del archivo de cuentas candidatas a
      *            cierre por inactividad (CTACAND). Lo arma el
      *            control de cuentas dormidas CTADORM, una cuenta
      *            activa por registro con su categoria, la ultima
      *            sucursal que la movio y los dias sin movimiento, y
      *            lo consume el mantenimiento de cuentas CTAMANT en
      *            su cierre por lote supervisado (opcion L), que
      *            pide confirmacion cuenta por cuenta y asienta cada
      *            cierre en CTAAUD. CAN-FECHA-ULT-MOV en blanco: la
      *            cuenta no registra movimiento en toda la historia
      *            disponible.
      * Modification History:
      *  2026-09-06 RMM  Creacion del copybook de candidatas a
      *                  cierre.
      ******************************************************************
       01  CAN-REGISTRO.
           05  CAN-TRX-ID                  PIC X(10).
           05  CAN-CATEGORIA               PIC X(03).
           05  CAN-SUCURSAL                PIC X(03).
           05  CAN-FECHA-ULT-MOV           PIC X(08).
           05  CAN-DIAS-INACTIVA           PIC 9(05).
           05  CAN-FECHA-DETECCION         PIC X(08).
