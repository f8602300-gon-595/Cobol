      *                  quedaba acusada con cifras que nadie acuso
      *                  y el envejecimiento y la alerta A006 no
      *                  volvian a engancharse.
      *  2026-10-15 RMM  El registro de MAYORINT pasa a 80: la cola
      *                  lleva ademas las lineas J y el total imputado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAYORACK.
       DATA DIVISION.
       FILE SECTION.
       FD  MAYOR-FILE.
       01  MAYOR-REC                       PIC X(80).

       FD  ACK-FILE.
       01  ACK-REC.
       01  WS-MAYOR-CABECERA.
           05  WS-MAY-TIPO                 PIC X(01).
           05  WS-MAY-FECHA                PIC X(08).
           05  FILLER                      PIC X(71).

       01  WS-MAYOR-COLA REDEFINES WS-MAYOR-CABECERA.
           05  FILLER                      PIC X(01).
           05  WS-MAY-CANTIDAD             PIC 9(07).
           05  WS-MAY-HASH                 PIC 9(12).
           05  WS-MAY-RESULTADO            PIC 9(9)V99.
           05  FILLER                      PIC X(49).

       01  WS-FECHA-ENVIO                  PIC X(08)   VALUE SPACES.
       01  WS-ENV-CANTIDAD                 PIC 9(07)   VALUE ZERO.
