      *                  01 (LOTE-CAB-SECUENCIA, copybook CBLOTE);
      *                  la cabecera recibida pasa sin tocar, con la
      *                  secuencia que traiga.
      *  2026-09-04 RMM  El nombre de condicion del motivo 05
      *                  (retenida por limite diario y rechazada por
      *                  el supervisor, copybook CBRECHAZ) se
      *                  renombra tambien en la copia de RECHPEND.
      *  2026-09-16 RMM  Los registros de pares y de pendientes crecen
      *                  a 66 por el TRX-MONEDA de CBTRANS, y los
      *                  motivos 06 y 07 de CBRECHAZ se renombran
      *                  tambien en la copia de RECHPEND.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUBPGM.
                             BY ==PND-RAZON-DIV-RANGO==
                         ==RCH-RAZON-MULT-RANGO==
                             BY ==PND-RAZON-MULT-RANGO==
                         ==RCH-RAZON-LIMITE-DIARIO==
                             BY ==PND-RAZON-LIMITE-DIARIO==
                         ==RCH-RAZON-SIN-TASA==
                             BY ==PND-RAZON-SIN-TASA==
                         ==RCH-RAZON-CONV-RANGO==
                             BY ==PND-RAZON-CONV-RANGO==
                         ==RCH-FECHA==         BY ==PND-FECHA==
                         ==RCH-CONT-RECICLA==  BY ==PND-CONT-RECICLA==.

           05  CORR-NUM2                   PIC X(06).

       FD  PARES-IN-FILE.
       01  PARES-IN-REC                    PIC X(66).

       FD  PARES-OUT-FILE.
       01  PARES-OUT-REC                   PIC X(66).

       FD  CTRL-FILE.
       01  CTRL-REC.

       01  WS-CONT-LOTE                    PIC 9(7)    VALUE ZERO.
       01  WS-HASH-LOTE                    PIC 9(10)V99 VALUE ZERO.
       01  WS-DETALLE-PENDIENTE            PIC X(66)   VALUE SPACES.

       01  WS-TABLA-LLENA-SW               PIC X(01)   VALUE "N".
           88  WS-TABLA-LLENA                          VALUE "S".
           05  WS-PEND-MAX                 PIC S9(4)   COMP VALUE 200.
           05  WS-PEND-CANT                PIC S9(4)   COMP VALUE ZERO.
           05  WS-PEND-ENTRADA OCCURS 200 TIMES.
               10  WS-PEND-TRX             PIC X(66).
               10  WS-PEND-ID REDEFINES WS-PEND-TRX
                                            PIC X(10).
               10  WS-PEND-COD             PIC X(02).
