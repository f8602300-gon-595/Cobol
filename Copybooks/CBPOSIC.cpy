      ******************************************************************
      * Copybook:  CBPOSIC
      * Purpose:   Registro del maestro de posicion por cuenta
      *            (POSICION, cluster VSAM con clave TRX-ID): saldo
      *            de apertura, movimiento del dia, saldo de cierre,
      *            fecha del ultimo movimiento y acumulados del mes y
      *            del anio. Lo actualiza POSICTA cada noche desde el
      *            cruce del dia confirmado contra CONDIDX, restando
      *            los lotes de reversos de REVERPGM. POS-FECHA-POSICION
      *            es la fecha de proceso de la ultima actualizacion y
      *            los campos -ANT guardan lo necesario para deshacer
      *            el dia si la misma fecha se recorre (lote
      *            suplementario o reproceso). Los importes llevan
      *            signo: un reverso puede dejar la posicion negativa.
      * Modification History:
      *  2026-09-03 RMM  Creacion del copybook del maestro de
      *                  posicion.
      ******************************************************************
       01  POS-REGISTRO.
           05  POS-TRX-ID                  PIC X(10).
           05  POS-FECHA-POSICION          PIC X(08).
           05  POS-SALDO-APERTURA          PIC S9(9)V99.
           05  POS-MOV-DIA                 PIC S9(9)V99.
           05  POS-REVERSOS-DIA            PIC 9(9)V99.
           05  POS-CANT-MOV-DIA            PIC 9(05).
           05  POS-SALDO-CIERRE            PIC S9(9)V99.
           05  POS-FECHA-ULT-MOV           PIC X(08).
           05  POS-ULT-SUCURSAL            PIC X(03).
           05  POS-ACUM-MES                PIC S9(9)V99.
           05  POS-ACUM-ANIO               PIC S9(9)V99.
           05  POS-FECHA-ULT-MOV-ANT       PIC X(08).
           05  POS-ULT-SUCURSAL-ANT        PIC X(03).
