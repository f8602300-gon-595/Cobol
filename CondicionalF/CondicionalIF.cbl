      *                  de RPTOUT. Un RESULTADO de 80 es rutina
      *                  para una corporativa y escalamiento para
      *                  una minorista.
      *  2026-09-04 RMM  Limite diario acumulado de RESULTADO por
      *                  cuenta: LIMDIAR trae limites propios de
      *                  cuenta (tipo C) o de categoria (tipo K, el
      *                  de respaldo para las cuentas de esa
      *                  categoria sin limite propio). La
      *                  transaccion que haria pasar a su cuenta el
      *                  limite del dia se clasifica igual, pero se
      *                  agrega al maestro de retenidas RETENTRX
      *                  (copybook CBRETEN), se marca RET en RPTOUT
      *                  y no suma al acumulado; MAYOREXT no la pasa
      *                  al mayor hasta que el supervisor la libere
      *                  (RETLIBER). Una recorrida del dia reemplaza
      *                  las retenidas del dia aun sin decidir. Con
      *                  retenidas la corrida deja la alerta A010.
      *  2026-09-16 RMM  Moneda de origen (TRX-MONEDA, copybook
      *                  CBTRANS): la clasificacion sigue sobre
      *                  TRX-RESULTADO, que SUMAPGM ya deja en moneda
      *                  base, y la linea de RPTOUT muestra NUM1/NUM2
      *                  en la moneda de la partida con su codigo en la
      *                  columna MON (el nombre de cuenta se angosta a
      *                  16 posiciones para hacerle lugar). Al cierre,
      *                  despues de los totales por sucursal, un total
      *                  de cantidad y resultado en moneda base por
      *                  moneda de origen. La imagen de la retenida
      *                  crece a 66.
      *  2026-09-17 RMM  Checkpoint por registro cada N transacciones
      *                  (CKPTCTL) en CONDCKPT con posicion, totales,
      *                  tablas de sucursales, monedas, acumulados y
      *                  retenidas, y grabados de RPTOUT y EXCEPOUT; al
      *                  reanudar repone el estado, salta lo ya tomado
      *                  y recorta RPTOUT y EXCEPOUT via CONDRST. Los
      *                  pies marcan REANUDADO=.
      *  2026-10-15 RMM  Al cargar RETENTRX se depuran las liberadas y
      *                  rechazadas cuya extraccion o decision quedo
      *                  mas atras que los dias de RTNDIAS (30 sin
      *                  registro): el maestro ya no crece sin limite
      *                  hasta desbordar la tabla de retenidas en cada
      *                  programa que lo lee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDIF.
           SELECT OPTIONAL CATEGORIA-FILE ASSIGN TO "CATQUIEB"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LIMITE-FILE ASSIGN TO "LIMDIAR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETEN-FILE ASSIGN TO "RETENTRX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETEN-DIAS-FILE ASSIGN TO "RTNDIAS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CKPT-CTL-FILE ASSIGN TO "CKPTCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CKPT-FILE ASSIGN TO "CONDCKPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    ARCHIVO DE TRABAJO DE LA REANUDACION: GUARDA LO QUE RPTOUT
      *    Y EXCEPOUT TENIAN GRABADO AL ULTIMO CHECKPOINT MIENTRAS SE
      *    RECORTAN A ESE PUNTO.
           SELECT OPTIONAL REPOS-FILE ASSIGN TO "CONDRST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           05  CAT-QUIEBRE-BAJO            PIC 9(5).
           05  CAT-QUIEBRE-ALTO            PIC 9(5).

      *    LIMITE DIARIO ACUMULADO DE RESULTADO: TIPO C = PROPIO DE
      *    LA CUENTA (CLAVE = TRX-ID), TIPO K = DE LA CATEGORIA
      *    (CLAVE = CTA-CATEGORIA), QUE VALE PARA CADA CUENTA DE LA
      *    CATEGORIA SIN LIMITE PROPIO.
       FD  LIMITE-FILE.
       01  LIMITE-REC.
           05  LIM-TIPO                    PIC X(01).
           05  LIM-CLAVE                   PIC X(10).
           05  LIM-IMPORTE                 PIC 9(7)V99.

       FD  RETEN-FILE.
       COPY CBRETEN.

      *    DIAS QUE UNA RETENIDA YA LIBERADA O RECHAZADA SIGUE EN
      *    RETENTRX DESPUES DE SU EXTRACCION O DE SU DECISION.
       FD  RETEN-DIAS-FILE.
       01  RETEN-DIAS-REC.
           05  RTD-DIAS-RETEN              PIC 9(3).

       FD  CKPT-CTL-FILE.
       COPY CBCKPCTL.

       FD  CKPT-FILE.
       COPY CBCKPREG.

       FD  REPOS-FILE.
       01  REPOS-REC                       PIC X(81).

       WORKING-STORAGE SECTION.
       01  WS-QUIEBRE-BAJO                 PIC 9(5)    VALUE 50.
       01  WS-QUIEBRE-ALTO                 PIC 9(5)    VALUE 100.

       01  WS-FECHA-CORRIDA                PIC X(08).

      *    LIMITES DIARIOS DE LIMDIAR; LA CLAVE ES EL TIPO SEGUIDO
      *    DE LA CUENTA O LA CATEGORIA.
       01  WS-TABLA-LIMITES.
           05  WS-LIM-MAX                  PIC S9(4)   COMP VALUE 200.
           05  WS-LIM-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-LIM-ENTRADA OCCURS 200 TIMES.
               10  WS-LIM-CLAVE-T          PIC X(11).
               10  WS-LIM-IMPORTE-T        PIC 9(7)V99.

       01  WS-LIM-SUB                      PIC S9(4)   COMP.
       01  WS-LIM-HALLADO                  PIC S9(4)   COMP.

       01  WS-LIM-BUSCADA.
           05  WS-LMB-TIPO                 PIC X(01).
           05  WS-LMB-CLAVE                PIC X(10).

       01  WS-LIM-EOF-SW                   PIC X(01)   VALUE "N".
           88  WS-LIM-EOF-YES                          VALUE "Y".
           88  WS-LIM-EOF-NO                            VALUE "N".

      *    ACUMULADO DEL DIA DE CADA CUENTA ALCANZADA POR UN LIMITE;
      *    LA TRANSACCION RETENIDA NO SUMA.
       01  WS-TABLA-ACUMULADOS.
           05  WS-ACU-MAX                  PIC S9(4)   COMP VALUE 2000.
           05  WS-ACU-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-ACU-ENTRADA OCCURS 2000 TIMES.
               10  WS-ACU-TRX-ID           PIC X(10).
               10  WS-ACU-IMPORTE          PIC 9(9)V99.

       01  WS-ACU-SUB                      PIC S9(4)   COMP.
       01  WS-ACU-HALLADO                  PIC S9(4)   COMP.
       01  WS-ACU-NUEVO                    PIC 9(9)V99 VALUE ZERO.

       01  WS-ACU-AVISADO-SW               PIC X(01)   VALUE "N".
           88  WS-ACU-AVISADO                          VALUE "S".

      *    MAESTRO DE RETENIDAS, CARGADO ENTERO AL COMIENZO (SIN
      *    LAS RETENIDAS DEL DIA AUN SIN DECIDIR, QUE ESTA CORRIDA
      *    VUELVE A DETERMINAR) Y REESCRITO AL CIERRE, IGUAL QUE EL
      *    REENVIO HACE CON RECHPEND.
       01  WS-TABLA-RETENIDAS.
           05  WS-RTN-MAX                  PIC S9(4)   COMP VALUE 500.
           05  WS-RTN-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-RTN-ENTRADA OCCURS 500 TIMES.
               10  WS-RTN-CLAVE            PIC X(18).
               10  WS-RTN-TRX              PIC X(66).
               10  WS-RTN-CATEGORIA        PIC X(03).
               10  WS-RTN-TIPO-LIMITE      PIC X(01).
               10  WS-RTN-LIMITE           PIC 9(7)V99.
               10  WS-RTN-ACUMULADO        PIC 9(9)V99.
               10  WS-RTN-ESTADO           PIC X(01).
               10  WS-RTN-OPERADOR         PIC X(08).
               10  WS-RTN-INICIALES        PIC X(03).
               10  WS-RTN-MOTIVO           PIC X(30).
               10  WS-RTN-FECHA-DECISION   PIC X(08).
               10  WS-RTN-FECHA-EXTRACCION PIC X(08).

       01  WS-RTN-SUB                      PIC S9(4)   COMP.
       01  WS-RTN-HALLADO                  PIC S9(4)   COMP.

       01  WS-RTN-BUSCADA.
           05  WS-RTB-FECHA                PIC X(08).
           05  WS-RTB-TRX-ID               PIC X(10).

       01  WS-RTN-EOF-SW                   PIC X(01)   VALUE "N".
           88  WS-RTN-EOF-YES                          VALUE "Y".
           88  WS-RTN-EOF-NO                            VALUE "N".

       01  WS-RTN-LLENA-SW                 PIC X(01)   VALUE "N".
           88  WS-RTN-LLENA                            VALUE "S".

       01  WS-CONT-RETENIDAS               PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-RETENIDO               PIC 9(9)V99 VALUE ZERO.

      *    DEPURACION DEL MAESTRO DE RETENIDAS AL CARGARLO: SIN
      *    REGISTRO EN RTNDIAS SE CONSERVAN 30 DIAS. SERIE DE DIAS
      *    CON LA CONVENCION 30/360 DEL CENTRO, COMO EN PURGAIDX.
       01  WS-RTN-DIAS-RETEN               PIC 9(3)    VALUE 30.
       01  WS-CONT-DEPURADAS               PIC 9(7)    VALUE ZERO.
       01  WS-RTN-FECHA-NUM.
           05  WS-RFN-AA                   PIC 9(04).
           05  WS-RFN-MM                   PIC 9(02).
           05  WS-RFN-DD                   PIC 9(02).
       01  WS-RTN-SERIE-FECHA              PIC 9(7)    VALUE ZERO.
       01  WS-RTN-SERIE-CORTE              PIC 9(7)    VALUE ZERO.

       01  WS-MSJ-DEPURADAS.
           05  FILLER                      PIC X(32)
               VALUE "RETENIDAS CUMPLIDAS DEPURADAS:  ".
           05  WS-MDP-CANTIDAD             PIC Z(6)9.
           05  FILLER                      PIC X(12)
               VALUE " RETENCION=".
           05  WS-MDP-DIAS                 PIC ZZ9.

       COPY CBRPTHDR.
       COPY CBPAGINA.

               VALUE "RESULTADO   ".
           05  FILLER                      PIC X(07)
               VALUE "CLASIF ".
           05  FILLER                      PIC X(16)
               VALUE "CUENTA".
           05  FILLER                      PIC X(04)
               VALUE " MON".
           05  FILLER                      PIC X(04)
               VALUE " CAT".
           05  FILLER                      PIC X(03)
               VALUE "RET".

       01  WS-MODO-CONDIF                  PIC X(01)   VALUE "L".
           88  WS-MODO-LOTE                             VALUE "L".
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  WS-RPT-CLASIFICACION        PIC X(05).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  WS-RPT-NOMBRE-CTA           PIC X(16).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-RPT-MONEDA               PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-RPT-CATEGORIA            PIC X(03).
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  WS-RPT-RETENCION            PIC X(03)   VALUE SPACES.

       01  WS-CUENTAS-FS                   PIC X(02)   VALUE SPACES.

           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-MSJ-CTA-MOTIVO           PIC X(30).

       01  WS-MSJ-RETENIDA.
           05  FILLER                      PIC X(24)
               VALUE "RETENIDA LIMITE DIARIO  ".
           05  WS-MSJ-RET-ID               PIC X(10).
           05  FILLER                      PIC X(05)   VALUE " ACU=".
           05  WS-MSJ-RET-ACUMULADO        PIC Z(8)9.99.
           05  FILLER                      PIC X(05)   VALUE " LIM=".
           05  WS-MSJ-RET-LIMITE           PIC Z(6)9.99.

       01  WS-RETENIDAS-LINE.
           05  FILLER                      PIC X(24)
               VALUE "RETENIDAS POR LIMITE:   ".
           05  WS-RTL-CANTIDAD             PIC Z(6)9.
           05  FILLER                      PIC X(09)
               VALUE " IMPORTE=".
           05  WS-RTL-IMPORTE              PIC Z(8)9.99.

       01  WS-MSJ-INDICE.
           05  FILLER                      PIC X(32)
               VALUE "NO SE PUDO REEMPLAZAR EN INDICE ".
       01  WS-SUC-AVISADO-SW               PIC X(01)   VALUE "N".
           88  WS-SUC-AVISADO                          VALUE "S".

      *    TOTALES POR MONEDA DE ORIGEN (EL RESULTADO YA VIENE EN
      *    MONEDA BASE DESDE SUMAPGM); UNA MONEDA EN BLANCO (CRUCE
      *    ANTERIOR A LA CONVERSION) SE AGRUPA COMO "---".
       01  WS-TABLA-MONEDAS.
           05  WS-MON-MAX                  PIC S9(4)   COMP VALUE 10.
           05  WS-MON-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-MON-ENTRADA OCCURS 10 TIMES.
               10  WS-MON-CODIGO           PIC X(03).
               10  WS-MON-CANTIDAD         PIC 9(7).
               10  WS-MON-TOTAL            PIC 9(9)V99.

       01  WS-MON-SUB                      PIC S9(4)   COMP.
       01  WS-MON-HALLADO                  PIC S9(4)   COMP.
       01  WS-MON-BUSCADA                  PIC X(03)   VALUE SPACES.

       01  WS-MON-AVISADO-SW               PIC X(01)   VALUE "N".
           88  WS-MON-AVISADO                          VALUE "S".

       01  WS-MONEDA-LINE.
           05  FILLER                      PIC X(04)   VALUE "MON ".
           05  WS-MOL-CODIGO               PIC X(03).
           05  FILLER                      PIC X(10)
               VALUE " CANTIDAD=".
           05  WS-MOL-CANTIDAD             PIC Z(6)9.
           05  FILLER                      PIC X(12)
               VALUE " TOTAL BASE=".
           05  WS-MOL-TOTAL                PIC Z(8)9.99.

       01  WS-SUCURSAL-LINE.
           05  FILLER                      PIC X(04)   VALUE "SUC ".
           05  WS-SUL-CODIGO               PIC X(03).
           05  FILLER                      PIC X(07)   VALUE " TOTAL=".
           05  WS-SUL-TOTAL                PIC Z(8)9.99.

      *    CHECKPOINT POR REGISTRO EN CONDCKPT CADA WS-CKP-INTERVALO
      *    TRANSACCIONES LEIDAS (CKPTCTL; CERO LO APAGA). EL INDICE
      *    CONDIDX NO SE RECORTA AL REANUDAR: SU GRABACION YA
      *    REEMPLAZA LA CLAVE EXISTENTE.
       01  WS-CKP-INTERVALO                PIC 9(07)   VALUE 5000.
       01  WS-CKP-DESDE-ULTIMO             PIC 9(07)   VALUE ZERO.
       01  WS-CKP-LEIDOS                   PIC 9(09)   VALUE ZERO.
       01  WS-CKP-REANUDACIONES            PIC 9(03)   VALUE ZERO.
       01  WS-CKP-DESDE                    PIC 9(09)   VALUE ZERO.
       01  WS-CKP-ESTADO                   PIC X(01)   VALUE "P".
       01  WS-CKP-ESCRITOS                 PIC 9(07)   VALUE ZERO.
       01  WS-CKP-VERIFICADOS              PIC 9(07)   VALUE ZERO.

       01  WS-CKP-EOF-SW                   PIC X(01)   VALUE "N".
           88  WS-CKP-EOF-YES                          VALUE "Y".
           88  WS-CKP-EOF-NO                            VALUE "N".

       01  WS-CKC-EOF-SW                   PIC X(01)   VALUE "N".
           88  WS-CKC-EOF-YES                          VALUE "Y".
           88  WS-CKC-EOF-NO                            VALUE "N".

       01  WS-CKP-CIERRE-SW                PIC X(01)   VALUE "N".
           88  WS-CKP-COMPLETO                         VALUE "S".
           88  WS-CKP-INCOMPLETO                        VALUE "N".

       01  WS-REANUDA-SW                   PIC X(01)   VALUE "N".
           88  WS-REANUDACION                          VALUE "S".
           88  WS-CORRIDA-NUEVA                         VALUE "N".

       01  WS-REPOS-SW                     PIC X(01)   VALUE "N".
           88  WS-REPOS-FALLIDO                        VALUE "S".
           88  WS-REPOS-OK                              VALUE "N".

      *    REGISTROS GRABADOS EN CADA SALIDA DESDE SU COMIENZO: ES
      *    EL PUNTO AL QUE LA REANUDACION RECORTA CADA ARCHIVO.
       01  WS-CKP-GRABADOS.
           05  WS-GRB-REPORTE              PIC 9(09)   VALUE ZERO.
           05  WS-GRB-EXCEPCION            PIC 9(09)   VALUE ZERO.
       01  WS-CKP-GRABADOS-TAB REDEFINES WS-CKP-GRABADOS.
           05  WS-GRB-SALIDA               PIC 9(09)   OCCURS 2 TIMES.

       01  WS-CKP-SUB                      PIC S9(4)   COMP.

      *    TOTALES DE LA CORRIDA QUE VIAJAN EN EL REGISTRO T.
       01  WS-CKP-TOTALES.
           05  WS-CKT-TOTALES-CORRIDA      PIC X(46).
           05  WS-CKT-EXCEPCIONES          PIC 9(07).
           05  WS-CKT-RETENIDAS            PIC 9(07).
           05  WS-CKT-TOTAL-RETENIDO       PIC 9(9)V99.
           05  WS-CKT-SUC-AVISADO          PIC X(01).
           05  WS-CKT-MON-AVISADO          PIC X(01).
           05  WS-CKT-ACU-AVISADO          PIC X(01).
           05  WS-CKT-RTN-LLENA            PIC X(01).

      *    SALIDA EN RECORTE (1=RPTOUT 2=EXCEPOUT) Y SU REGISTRO EN
      *    CONDRST.
       01  WS-REPOS-SALIDA                 PIC 9(01)   VALUE ZERO.
       01  WS-REPOS-LEIDOS                 PIC 9(09)   VALUE ZERO.
       01  WS-REPOS-LINEA.
           05  WS-RPL-SALIDA               PIC 9(01).
           05  WS-RPL-DATOS                PIC X(80).

       01  WS-SAL-EOF-SW                   PIC X(01)   VALUE "N".
           88  WS-SAL-EOF-YES                          VALUE "Y".
           88  WS-SAL-EOF-NO                            VALUE "N".

       01  WS-MSJ-CHECKPOINT.
           05  WS-MCK-TEXTO                PIC X(32)   VALUE SPACES.
           05  WS-MCK-REGISTRO             PIC Z(8)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ELSE
               PERFORM 1000-INITIALIZE
                   THRU 1000-EXIT
      *        UNA REANUDACION QUE NO PUEDE REPOSICIONARSE NO
      *        PROCESA NADA: LAS SALIDAS QUEDAN COMO ESTABAN.
               IF WS-REPOS-FALLIDO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 2000-PROCESS-TRANSACTIONS
                   THRU 2000-EXIT
                   UNTIL WS-EOF-YES
       0960-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  0970-CARGAR-LIMITES - CARGA LOS LIMITES DIARIOS DE        *
      *  LIMDIAR. SIN ARCHIVO O VACIO NO SE RETIENE NADA, COMO     *
      *  HASTA AHORA.                                              *
      *-----------------------------------------------------------*
       0970-CARGAR-LIMITES.
           SET WS-LIM-EOF-NO TO TRUE.
           OPEN INPUT LIMITE-FILE.
           PERFORM 0975-CARGAR-LIMITE
               THRU 0975-EXIT
               UNTIL WS-LIM-EOF-YES.
           CLOSE LIMITE-FILE.
       0970-EXIT.
           EXIT.

       0975-CARGAR-LIMITE.
           READ LIMITE-FILE
               AT END
                   SET WS-LIM-EOF-YES TO TRUE
               NOT AT END
                   IF WS-LIM-CANT < WS-LIM-MAX
                       ADD 1 TO WS-LIM-CANT
                       MOVE LIM-TIPO
                         TO WS-LIM-CLAVE-T (WS-LIM-CANT) (1:1)
                       MOVE LIM-CLAVE
                         TO WS-LIM-CLAVE-T (WS-LIM-CANT) (2:10)
                       MOVE LIM-IMPORTE
                         TO WS-LIM-IMPORTE-T (WS-LIM-CANT)
                   ELSE
                       MOVE "CON0408" TO MSJ-CODIGO
                       SET MSJ-SEV-AVISO TO TRUE
                       MOVE "TABLA DE LIMITES DIARIOS LLENA"
                         TO MSJ-TEXTO
                       PERFORM 7900-EMITIR-MENSAJE
                           THRU 7900-EXIT
                   END-IF
           END-READ.
       0975-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  0980-CARGAR-RETENIDAS - CARGA EL MAESTRO DE RETENIDAS EN  *
      *  LA TABLA, SALTEANDO LAS DEL DIA QUE SIGUEN SIN DECISION:  *
      *  ESTA CORRIDA LAS VUELVE A DETERMINAR. LAS YA LIBERADAS O  *
      *  RECHAZADAS SE CONSERVAN MIENTRAS NO PASEN LOS DIAS DE     *
      *  RTNDIAS DESDE SU EXTRACCION (LIBERADAS) O SU DECISION     *
      *  (RECHAZADAS); LAS MAS VIEJAS SE DEPURAN Y NO VUELVEN AL   *
      *  MAESTRO. CON LA TABLA DESBORDADA EL MAESTRO NO SE         *
      *  REESCRIBE AL CIERRE.                                      *
      *-----------------------------------------------------------*
       0980-CARGAR-RETENIDAS.
           OPEN INPUT RETEN-DIAS-FILE.
           READ RETEN-DIAS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RTD-DIAS-RETEN NUMERIC
                       MOVE RTD-DIAS-RETEN TO WS-RTN-DIAS-RETEN
                   END-IF
           END-READ.
           CLOSE RETEN-DIAS-FILE.
           MOVE WS-FECHA-CORRIDA TO WS-RTN-FECHA-NUM.
           PERFORM 0987-CALCULAR-SERIE
               THRU 0987-EXIT.
           IF WS-RTN-SERIE-FECHA > WS-RTN-DIAS-RETEN
               SUBTRACT WS-RTN-DIAS-RETEN FROM WS-RTN-SERIE-FECHA
                   GIVING WS-RTN-SERIE-CORTE
           ELSE
               MOVE ZERO TO WS-RTN-SERIE-CORTE
           END-IF.

           SET WS-RTN-EOF-NO TO TRUE.
           OPEN INPUT RETEN-FILE.
           PERFORM 0985-CARGAR-RETENIDA
               THRU 0985-EXIT
               UNTIL WS-RTN-EOF-YES.
           CLOSE RETEN-FILE.

           IF WS-CONT-DEPURADAS > 0
               MOVE WS-CONT-DEPURADAS TO WS-MDP-CANTIDAD
               MOVE WS-RTN-DIAS-RETEN TO WS-MDP-DIAS
               MOVE "CON0412" TO MSJ-CODIGO
               SET MSJ-SEV-INFO TO TRUE
               MOVE WS-MSJ-DEPURADAS TO MSJ-TEXTO
               PERFORM 7900-EMITIR-MENSAJE
                   THRU 7900-EXIT
           END-IF.
       0980-EXIT.
           EXIT.

       0985-CARGAR-RETENIDA.
           READ RETEN-FILE
               AT END
                   SET WS-RTN-EOF-YES TO TRUE
                   GO TO 0985-EXIT
           END-READ.
           IF RET-FECHA = WS-FECHA-CORRIDA
              AND RET-RETENIDA
               GO TO 0985-EXIT
           END-IF.
           IF RET-LIBERADA OR RET-RECHAZADA
               IF RET-LIBERADA
                   MOVE RET-FECHA-EXTRACCION TO WS-RTN-FECHA-NUM
               ELSE
                   MOVE RET-FECHA-DECISION TO WS-RTN-FECHA-NUM
               END-IF
               IF WS-RTN-FECHA-NUM NUMERIC
                   PERFORM 0987-CALCULAR-SERIE
                       THRU 0987-EXIT
                   IF WS-RTN-SERIE-FECHA < WS-RTN-SERIE-CORTE
                       ADD 1 TO WS-CONT-DEPURADAS
                       GO TO 0985-EXIT
                   END-IF
               END-IF
           END-IF.
           IF WS-RTN-CANT < WS-RTN-MAX
               ADD 1 TO WS-RTN-CANT
               MOVE RET-REGISTRO TO WS-RTN-ENTRADA (WS-RTN-CANT)
           ELSE
               PERFORM 2390-AVISAR-RETENIDAS-LLENA
                   THRU 2390-EXIT
           END-IF.
       0985-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  0987-CALCULAR-SERIE - CONVIERTE LA FECHA DE WS-RTN-FECHA- *
      *  NUM EN UN NUMERO DE SERIE DE DIAS (CONVENCION 30/360).    *
      *-----------------------------------------------------------*
       0987-CALCULAR-SERIE.
           COMPUTE WS-RTN-SERIE-FECHA =
               (WS-RFN-AA * 360) + (WS-RFN-MM * 30) + WS-RFN-DD.
       0987-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  0990-LEER-INTERVALO - TOMA DE CKPTCTL LA CANTIDAD DE      *
      *  TRANSACCIONES ENTRE DOS CHECKPOINTS DE CONDIF. SIN        *
      *  ARCHIVO O SIN LINEA DEL PROGRAMA QUEDA EL INTERVALO POR   *
      *  OMISION; UN INTERVALO EN CERO APAGA EL CHECKPOINT.        *
      *-----------------------------------------------------------*
       0990-LEER-INTERVALO.
           SET WS-CKC-EOF-NO TO TRUE.
           OPEN INPUT CKPT-CTL-FILE.
           PERFORM 0995-LEER-CONTROL-CKPT
               THRU 0995-EXIT
               UNTIL WS-CKC-EOF-YES.
           CLOSE CKPT-CTL-FILE.
       0990-EXIT.
           EXIT.

       0995-LEER-CONTROL-CKPT.
           READ CKPT-CTL-FILE
               AT END
                   SET WS-CKC-EOF-YES TO TRUE
               NOT AT END
                   IF CKC-PROGRAMA = "CONDIF"
                      AND CKC-INTERVALO NUMERIC
                       MOVE CKC-INTERVALO TO WS-CKP-INTERVALO
                       SET WS-CKC-EOF-YES TO TRUE
                   END-IF
           END-READ.
       0995-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - ABRE LOS ARCHIVOS DE LA CORRIDA Y LEE  *
      *  EL PRIMER REGISTRO DEL DIA. CON UN CHECKPOINT PENDIENTE  *
      *  DEL DIA LA CORRIDA SE REANUDA DESDE EL EN VEZ DE EMPEZAR *
      *  DE NUEVO.                                                *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.
           PERFORM 0950-CARGAR-CATEGORIAS
               THRU 0950-EXIT.
           PERFORM 0970-CARGAR-LIMITES
               THRU 0970-EXIT.
           PERFORM 0990-LEER-INTERVALO
               THRU 0990-EXIT.
           PERFORM 1100-BUSCAR-CHECKPOINT
               THRU 1100-EXIT.
           IF WS-REANUDACION
               PERFORM 1200-REANUDAR
                   THRU 1200-EXIT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 0980-CARGAR-RETENIDAS
               THRU 0980-EXIT.

           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT EXCEPCION-FILE.
           MOVE "EXCEPCIONES CUENTAS" TO RPT-HDR-NOMBRE.
           WRITE EXCEPCION-REC FROM RPT-HEADER-LINE.
           ADD 1 TO WS-GRB-EXCEPCION.
           MOVE "REPORTE CLASIFICAC." TO RPT-HDR-NOMBRE.

           PERFORM 1050-ABRIR-CUENTAS
               THRU 1050-EXIT.

      *    EL PRIMER CHECKPOINT SE TOMA ANTES DE LA PRIMERA
      *    TRANSACCION, PARA QUE UNA CAIDA TEMPRANA TAMBIEN SE
      *    PUEDA REANUDAR.
           IF WS-CKP-INTERVALO > 0
               PERFORM 2500-TOMAR-CHECKPOINT
                   THRU 2500-EXIT
           END-IF.
           PERFORM 2900-READ-TRANS
               THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1050-ABRIR-CUENTAS - ABRE EL MAESTRO DE CUENTAS; SI NO    *
      *  ESTA DISPONIBLE LA CORRIDA SIGUE SIN VALIDAR CUENTAS.     *
      *-----------------------------------------------------------*
       1050-ABRIR-CUENTAS.
           OPEN INPUT CUENTAS-FILE.
           IF WS-CUENTAS-FS = "00"
               SET WS-CUENTAS-ACTIVO TO TRUE
               PERFORM 7900-EMITIR-MENSAJE
                   THRU 7900-EXIT
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-BUSCAR-CHECKPOINT - DECIDE SI LA CORRIDA ES UNA      *
      *  REANUDACION: CONDCKPT DEBE TENER UN CHECKPOINT EN ESTADO  *
      *  P DE ESTE PROGRAMA Y DE LA FECHA DE LA CORRIDA, COMPLETO  *
      *  (CON SU CIERRE Z Y LA CANTIDAD DE REGISTROS QUE ESTE      *
      *  DECLARA). UN CHECKPOINT CORTADO A MITAD DE LA GRABACION   *
      *  NO SIRVE: LA CORRIDA ARRANCA DE CERO CON AVISO.           *
      *-----------------------------------------------------------*
       1100-BUSCAR-CHECKPOINT.
           SET WS-CORRIDA-NUEVA TO TRUE.
           IF WS-CKP-INTERVALO = 0
               GO TO 1100-EXIT
           END-IF.
           SET WS-CKP-EOF-NO TO TRUE.
           SET WS-CKP-INCOMPLETO TO TRUE.
           OPEN INPUT CKPT-FILE.
           READ CKPT-FILE
               AT END
                   SET WS-CKP-EOF-YES TO TRUE
           END-READ.
           IF WS-CKP-EOF-YES
               CLOSE CKPT-FILE
               GO TO 1100-EXIT
           END-IF.
           IF NOT CKP-TIPO-CABECERA
              OR CKP-PROGRAMA NOT = "CONDIF"
              OR CKP-FECHA NOT = WS-FECHA-CORRIDA
              OR NOT CKP-EN-PROCESO
               CLOSE CKPT-FILE
               GO TO 1100-EXIT
           END-IF.
           MOVE 1 TO WS-CKP-VERIFICADOS.
           PERFORM 1150-VERIFICAR-CHECKPOINT
               THRU 1150-EXIT
               UNTIL WS-CKP-EOF-YES.
           CLOSE CKPT-FILE.

           IF WS-CKP-COMPLETO
               SET WS-REANUDACION TO TRUE
               GO TO 1100-EXIT
           END-IF.
           MOVE "CON0411" TO MSJ-CODIGO.
           SET MSJ-SEV-AVISO TO TRUE.
           MOVE "CHECKPOINT INCOMPLETO, CORRIDA DESDE EL PRINCIPIO"
             TO MSJ-TEXTO.
           PERFORM 7900-EMITIR-MENSAJE
               THRU 7900-EXIT.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1150-VERIFICAR-CHECKPOINT - CUENTA LOS REGISTROS DEL      *
      *  CHECKPOINT HASTA EL CIERRE Z Y LO DA POR COMPLETO SI LA   *
      *  CUENTA COINCIDE CON LA QUE EL CIERRE DECLARA.             *
      *-----------------------------------------------------------*
       1150-VERIFICAR-CHECKPOINT.
           READ CKPT-FILE
               AT END
                   SET WS-CKP-EOF-YES TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           IF CKP-TIPO-CIERRE
               IF CKP-CIE-REGISTROS NUMERIC
                  AND CKP-CIE-REGISTROS = WS-CKP-VERIFICADOS
                   SET WS-CKP-COMPLETO TO TRUE
               END-IF
               SET WS-CKP-EOF-YES TO TRUE
           ELSE
               ADD 1 TO WS-CKP-VERIFICADOS
           END-IF.
       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-REANUDAR - REPONE LA CORRIDA AL ULTIMO CHECKPOINT:   *
      *  TOTALES, TABLAS (CON LAS RETENIDAS DEL DIA, EN LUGAR DE   *
      *  RECARGAR RETENTRX) Y PAGINADOR DESDE CONDCKPT, TRANSIN    *
      *  POSICIONADO DESPUES DE LA ULTIMA TRANSACCION YA TOMADA Y  *
      *  RPTOUT Y EXCEPOUT RECORTADOS A LO QUE TENIAN GRABADO EN   *
      *  ESE MOMENTO. SI TRANSIN O ALGUNA SALIDA TIENEN MENOS      *
      *  REGISTROS QUE LOS ANOTADOS, LA REANUDACION SE NIEGA SIN   *
      *  TOCAR LAS SALIDAS.                                        *
      *-----------------------------------------------------------*
       1200-REANUDAR.
           PERFORM 1250-RESTAURAR-ESTADO
               THRU 1250-EXIT.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           MOVE "REPORTE CLASIFICAC." TO RPT-HDR-NOMBRE.

           OPEN INPUT TRANS-FILE.
           PERFORM 1400-SALTAR-PROCESADA
               THRU 1400-EXIT
               VARYING WS-REPOS-LEIDOS FROM 1 BY 1
               UNTIL WS-REPOS-LEIDOS > WS-CKP-LEIDOS
                  OR WS-EOF-YES.
           IF WS-EOF-YES
               SET WS-REPOS-FALLIDO TO TRUE
               CLOSE TRANS-FILE
               MOVE "CON0501" TO MSJ-CODIGO
               SET MSJ-SEV-ERROR TO TRUE
               MOVE "TRANSIN MAS CORTO QUE EL CHECKPOINT, SIN PROCESO"
                 TO MSJ-TEXTO
               PERFORM 7900-EMITIR-MENSAJE
                   THRU 7900-EXIT
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1300-REPOSICIONAR-SALIDAS
               THRU 1300-EXIT.
           IF WS-REPOS-FALLIDO
               CLOSE TRANS-FILE
               GO TO 1200-EXIT
           END-IF.
           OPEN I-O RESULTS-INDEXED.
           PERFORM 1050-ABRIR-CUENTAS
               THRU 1050-EXIT.

           ADD 1 TO WS-CKP-REANUDACIONES.
           COMPUTE WS-CKP-DESDE = WS-CKP-LEIDOS + 1.
           MOVE "CON0305" TO MSJ-CODIGO.
           SET MSJ-SEV-AVISO TO TRUE.
           MOVE "CORRIDA REANUDADA DESDE TRX" TO WS-MCK-TEXTO.
           MOVE WS-CKP-DESDE TO WS-MCK-REGISTRO.
           MOVE WS-MSJ-CHECKPOINT TO MSJ-TEXTO.
           PERFORM 7900-EMITIR-MENSAJE
               THRU 7900-EXIT.
      *    EL CHECKPOINT SE REGRABA YA CON LA REANUDACION ANOTADA,
      *    PARA QUE UNA NUEVA CAIDA ANTES DEL PROXIMO INTERVALO NO
      *    LA PIERDA.
           PERFORM 2500-TOMAR-CHECKPOINT
               THRU 2500-EXIT.
           PERFORM 2900-READ-TRANS
               THRU 2900-EXIT.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1250-RESTAURAR-ESTADO - RELEE CONDCKPT Y DEVUELVE A LA    *
      *  CORRIDA LA POSICION, LOS REGISTROS GRABADOS POR SALIDA,   *
      *  EL PAGINADOR, LOS TOTALES Y LAS TABLAS DE SUCURSALES,     *
      *  MONEDAS, ACUMULADOS Y RETENIDAS.                          *
      *-----------------------------------------------------------*
       1250-RESTAURAR-ESTADO.
           SET WS-CKP-EOF-NO TO TRUE.
           MOVE ZERO TO WS-SUC-CANT
                        WS-MON-CANT
                        WS-ACU-CANT
                        WS-RTN-CANT.
           OPEN INPUT CKPT-FILE.
           PERFORM 1260-RESTAURAR-REGISTRO
               THRU 1260-EXIT
               UNTIL WS-CKP-EOF-YES.
           CLOSE CKPT-FILE.
       1250-EXIT.
           EXIT.

       1260-RESTAURAR-REGISTRO.
           READ CKPT-FILE
               AT END
                   SET WS-CKP-EOF-YES TO TRUE
                   GO TO 1260-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN CKP-TIPO-CABECERA
                   MOVE CKP-LEIDOS TO WS-CKP-LEIDOS
                   MOVE CKP-REANUDACIONES TO WS-CKP-REANUDACIONES
                   MOVE CKP-DESDE TO WS-CKP-DESDE
                   PERFORM 1270-RESTAURAR-GRABADOS
                       THRU 1270-EXIT
                       VARYING WS-CKP-SUB FROM 1 BY 1
                       UNTIL WS-CKP-SUB > 2
                   MOVE CKP-PAG-LINEA TO PAG-LINEA-ACTUAL
                   MOVE CKP-PAG-NUMERO TO PAG-NUMERO
               WHEN CKP-TIPO-TOTALES
                   MOVE CKP-CUERPO TO WS-CKP-TOTALES
                   MOVE WS-CKT-TOTALES-CORRIDA TO WS-TOTALES-CORRIDA
                   MOVE WS-CKT-EXCEPCIONES TO WS-CONT-EXCEPCIONES
                   MOVE WS-CKT-RETENIDAS TO WS-CONT-RETENIDAS
                   MOVE WS-CKT-TOTAL-RETENIDO TO WS-TOTAL-RETENIDO
                   MOVE WS-CKT-SUC-AVISADO TO WS-SUC-AVISADO-SW
                   MOVE WS-CKT-MON-AVISADO TO WS-MON-AVISADO-SW
                   MOVE WS-CKT-ACU-AVISADO TO WS-ACU-AVISADO-SW
                   MOVE WS-CKT-RTN-LLENA TO WS-RTN-LLENA-SW
               WHEN CKP-TIPO-ENTRADA
                  AND CKP-ENT-TABLA = "SUC"
                  AND WS-SUC-CANT < WS-SUC-MAX
                   ADD 1 TO WS-SUC-CANT
                   MOVE CKP-ENT-DATOS TO WS-SUC-ENTRADA (WS-SUC-CANT)
               WHEN CKP-TIPO-ENTRADA
                  AND CKP-ENT-TABLA = "MON"
                  AND WS-MON-CANT < WS-MON-MAX
                   ADD 1 TO WS-MON-CANT
                   MOVE CKP-ENT-DATOS TO WS-MON-ENTRADA (WS-MON-CANT)
               WHEN CKP-TIPO-ENTRADA
                  AND CKP-ENT-TABLA = "ACU"
                  AND WS-ACU-CANT < WS-ACU-MAX
                   ADD 1 TO WS-ACU-CANT
                   MOVE CKP-ENT-DATOS TO WS-ACU-ENTRADA (WS-ACU-CANT)
               WHEN CKP-TIPO-ENTRADA
                  AND CKP-ENT-TABLA = "RTN"
                  AND WS-RTN-CANT < WS-RTN-MAX
                   ADD 1 TO WS-RTN-CANT
                   MOVE CKP-ENT-DATOS TO WS-RTN-ENTRADA (WS-RTN-CANT)
               WHEN CKP-TIPO-CIERRE
                   SET WS-CKP-EOF-YES TO TRUE
           END-EVALUATE.
       1260-EXIT.
           EXIT.

       1270-RESTAURAR-GRABADOS.
           MOVE CKP-SALIDA-REGISTROS (WS-CKP-SUB)
             TO WS-GRB-SALIDA (WS-CKP-SUB).
       1270-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1300-REPOSICIONAR-SALIDAS - RECORTA RPTOUT Y EXCEPOUT A   *
      *  LOS REGISTROS QUE TENIAN GRABADOS AL CHECKPOINT: PRIMERO  *
      *  COPIA ESA PARTE DE AMBOS A CONDRST (SI ALGUNO TIENE       *
      *  MENOS, SE NIEGA Y NO SE TOCA NINGUNO) Y DESPUES LOS       *
      *  REGRABA DESDE ALLI. LAS SALIDAS QUEDAN ABIERTAS.          *
      *-----------------------------------------------------------*
       1300-REPOSICIONAR-SALIDAS.
           SET WS-REPOS-OK TO TRUE.
           OPEN OUTPUT REPOS-FILE.
           PERFORM 1320-COPIAR-SALIDA
               THRU 1320-EXIT
               VARYING WS-REPOS-SALIDA FROM 1 BY 1
               UNTIL WS-REPOS-SALIDA > 2
                  OR WS-REPOS-FALLIDO.
           CLOSE REPOS-FILE.
           IF WS-REPOS-FALLIDO
               GO TO 1300-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE
                       EXCEPCION-FILE.
           SET WS-SAL-EOF-NO TO TRUE.
           OPEN INPUT REPOS-FILE.
           PERFORM 1350-DEVOLVER-REGISTRO
               THRU 1350-EXIT
               UNTIL WS-SAL-EOF-YES.
           CLOSE REPOS-FILE.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1320-COPIAR-SALIDA - PASA A CONDRST LOS PRIMEROS          *
      *  REGISTROS DE LA SALIDA WS-REPOS-SALIDA, HASTA LOS QUE     *
      *  TENIA GRABADOS AL CHECKPOINT.                             *
      *-----------------------------------------------------------*
       1320-COPIAR-SALIDA.
           IF WS-REPOS-SALIDA = 1
               OPEN INPUT REPORT-FILE
           ELSE
               OPEN INPUT EXCEPCION-FILE
           END-IF.
           MOVE ZERO TO WS-REPOS-LEIDOS.
           SET WS-SAL-EOF-NO TO TRUE.
           PERFORM 1330-COPIAR-REGISTRO
               THRU 1330-EXIT
               UNTIL WS-SAL-EOF-YES
                  OR WS-REPOS-LEIDOS = WS-GRB-SALIDA (WS-REPOS-SALIDA).
           IF WS-REPOS-SALIDA = 1
               CLOSE REPORT-FILE
           ELSE
               CLOSE EXCEPCION-FILE
           END-IF.
           IF WS-REPOS-LEIDOS < WS-GRB-SALIDA (WS-REPOS-SALIDA)
               SET WS-REPOS-FALLIDO TO TRUE
               MOVE "CON0502" TO MSJ-CODIGO
               SET MSJ-SEV-ERROR TO TRUE
               MOVE "SALIDA MAS CORTA QUE CHECKPOINT:" TO WS-MCK-TEXTO
               MOVE WS-REPOS-SALIDA TO WS-MCK-REGISTRO
               MOVE WS-MSJ-CHECKPOINT TO MSJ-TEXTO
               PERFORM 7900-EMITIR-MENSAJE
                   THRU 7900-EXIT
           END-IF.
       1320-EXIT.
           EXIT.

       1330-COPIAR-REGISTRO.
           IF WS-REPOS-SALIDA = 1
               READ REPORT-FILE INTO WS-RPL-DATOS
                   AT END
                       SET WS-SAL-EOF-YES TO TRUE
               END-READ
           ELSE
               READ EXCEPCION-FILE INTO WS-RPL-DATOS
                   AT END
                       SET WS-SAL-EOF-YES TO TRUE
               END-READ
           END-IF.
           IF WS-SAL-EOF-NO
               ADD 1 TO WS-REPOS-LEIDOS
               MOVE WS-REPOS-SALIDA TO WS-RPL-SALIDA
               WRITE REPOS-REC FROM WS-REPOS-LINEA
           END-IF.
       1330-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1350-DEVOLVER-REGISTRO - REGRABA UN REGISTRO DE CONDRST   *
      *  EN LA SALIDA DE LA QUE VINO.                              *
      *-----------------------------------------------------------*
       1350-DEVOLVER-REGISTRO.
           READ REPOS-FILE INTO WS-REPOS-LINEA
               AT END
                   SET WS-SAL-EOF-YES TO TRUE
                   GO TO 1350-EXIT
           END-READ.
           IF WS-RPL-SALIDA = 1
               WRITE REPORT-REC FROM WS-RPL-DATOS
           ELSE
               WRITE EXCEPCION-REC FROM WS-RPL-DATOS
           END-IF.
       1350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1400-SALTAR-PROCESADA - RELEE SIN PROCESAR UNA            *
      *  TRANSACCION QUE LA CORRIDA ANTERIOR YA HABIA TOMADO ANTES *
      *  DEL CHECKPOINT.                                           *
      *-----------------------------------------------------------*
       1400-SALTAR-PROCESADA.
           PERFORM 2900-READ-TRANS
               THRU 2900-EXIT.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  LO ESCRIBE AL REPORTE Y AVANZA AL SIGUIENTE REGISTRO.    *
      *-----------------------------------------------------------*
       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-CKP-LEIDOS.
           IF WS-CUENTAS-ACTIVO
               PERFORM 2100-VALIDAR-CUENTA
                   THRU 2100-EXIT
               IF WS-CUENTA-RECHAZADA
                   PERFORM 2950-CONTROLAR-CHECKPOINT
                       THRU 2950-EXIT
                   PERFORM 2900-READ-TRANS
                       THRU 2900-EXIT
                   GO TO 2000-EXIT
           ADD 1 TO WS-CONT-REGISTROS.
           PERFORM 2200-ACUMULAR-SUCURSAL
               THRU 2200-EXIT.
           PERFORM 2270-ACUMULAR-MONEDA
               THRU 2270-EXIT.
           PERFORM 2300-CONTROLAR-LIMITE
               THRU 2300-EXIT.

           MOVE TRX-ID TO WS-RPT-ID.
           MOVE TRX-NUM1 TO WS-RPT-NUMI.
           MOVE TRX-NUM2 TO WS-RPT-NUM2.
           MOVE TRX-RESULTADO TO WS-RPT-RESULTADO.
           MOVE TRX-MONEDA TO WS-RPT-MONEDA.
           MOVE WS-REPORT-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
                   END-REWRITE
           END-WRITE.

           PERFORM 2950-CONTROLAR-CHECKPOINT
               THRU 2950-EXIT.
           PERFORM 2900-READ-TRANS
               THRU 2900-EXIT.
       2000-EXIT.
               MOVE TRX-RESULTADO TO WS-EXC-RESULTADO
               MOVE TRX-SUCURSAL TO WS-EXC-SUCURSAL
               WRITE EXCEPCION-REC FROM WS-EXCEPCION-LINE
               ADD 1 TO WS-GRB-EXCEPCION
               MOVE "CON0302" TO MSJ-CODIGO
               SET MSJ-SEV-AVISO TO TRUE
               MOVE TRX-ID TO WS-MSJ-CTA-ID
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2270-ACUMULAR-MONEDA - SUMA LA TRANSACCION CLASIFICADA A  *
      *  LOS TOTALES DE SU MONEDA DE ORIGEN, CREANDO LA ENTRADA LA *
      *  PRIMERA VEZ QUE LA MONEDA APARECE.                        *
      *-----------------------------------------------------------*
       2270-ACUMULAR-MONEDA.
           IF TRX-MONEDA = SPACES
               MOVE "---" TO WS-MON-BUSCADA
           ELSE
               MOVE TRX-MONEDA TO WS-MON-BUSCADA
           END-IF.
           MOVE ZERO TO WS-MON-HALLADO.
           PERFORM 2280-BUSCAR-MONEDA
               THRU 2280-EXIT
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-CANT
                  OR WS-MON-HALLADO > 0.
           IF WS-MON-HALLADO = 0
               IF WS-MON-CANT < WS-MON-MAX
                   ADD 1 TO WS-MON-CANT
                   MOVE WS-MON-CANT TO WS-MON-HALLADO
                   MOVE WS-MON-BUSCADA
                     TO WS-MON-CODIGO (WS-MON-HALLADO)
                   MOVE ZERO TO WS-MON-CANTIDAD (WS-MON-HALLADO)
                                WS-MON-TOTAL (WS-MON-HALLADO)
               ELSE
                   IF NOT WS-MON-AVISADO
                       SET WS-MON-AVISADO TO TRUE
                       MOVE "CON0410" TO MSJ-CODIGO
                       SET MSJ-SEV-AVISO TO TRUE
                       MOVE
                       "TABLA MONEDAS LLENA, MONEDA SIN TOTALES"
                         TO MSJ-TEXTO
                       PERFORM 7900-EMITIR-MENSAJE
                           THRU 7900-EXIT
                   END-IF
                   GO TO 2270-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-MON-CANTIDAD (WS-MON-HALLADO).
           ADD TRX-RESULTADO TO WS-MON-TOTAL (WS-MON-HALLADO).
       2270-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2280-BUSCAR-MONEDA - DEJA EN WS-MON-HALLADO EL SUBSCRIPTO *
      *  DE LA ENTRADA DE LA MONEDA BUSCADA.                       *
      *-----------------------------------------------------------*
       2280-BUSCAR-MONEDA.
           IF WS-MON-CODIGO (WS-MON-SUB) = WS-MON-BUSCADA
               MOVE WS-MON-SUB TO WS-MON-HALLADO
           END-IF.
       2280-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-CONTROLAR-LIMITE - BUSCA EL LIMITE DIARIO DE LA      *
      *  CUENTA (EL PROPIO O EL DE SU CATEGORIA) Y SUMA EL         *
      *  RESULTADO AL ACUMULADO DEL DIA DE LA CUENTA; SI CON ESTA  *
      *  TRANSACCION LO PASARIA, LA TRANSACCION SE RETIENE Y NO    *
      *  SUMA. SIN LIMITE APLICABLE NO HAY CONTROL.                *
      *-----------------------------------------------------------*
       2300-CONTROLAR-LIMITE.
           MOVE SPACES TO WS-RPT-RETENCION.
           IF WS-LIM-CANT = 0
               GO TO 2300-EXIT
           END-IF.

           MOVE "C" TO WS-LMB-TIPO.
           MOVE TRX-ID TO WS-LMB-CLAVE.
           MOVE ZERO TO WS-LIM-HALLADO.
           PERFORM 2320-BUSCAR-LIMITE
               THRU 2320-EXIT
               VARYING WS-LIM-SUB FROM 1 BY 1
               UNTIL WS-LIM-SUB > WS-LIM-CANT
                  OR WS-LIM-HALLADO > 0.
           IF WS-LIM-HALLADO = 0
              AND WS-CATEGORIA-TRX NOT = SPACES
               MOVE "K" TO WS-LMB-TIPO
               MOVE WS-CATEGORIA-TRX TO WS-LMB-CLAVE
               PERFORM 2320-BUSCAR-LIMITE
                   THRU 2320-EXIT
                   VARYING WS-LIM-SUB FROM 1 BY 1
                   UNTIL WS-LIM-SUB > WS-LIM-CANT
                      OR WS-LIM-HALLADO > 0
           END-IF.
           IF WS-LIM-HALLADO = 0
               GO TO 2300-EXIT
           END-IF.

           MOVE ZERO TO WS-ACU-HALLADO.
           PERFORM 2340-BUSCAR-ACUMULADO
               THRU 2340-EXIT
               VARYING WS-ACU-SUB FROM 1 BY 1
               UNTIL WS-ACU-SUB > WS-ACU-CANT
                  OR WS-ACU-HALLADO > 0.
           IF WS-ACU-HALLADO = 0
               IF WS-ACU-CANT < WS-ACU-MAX
                   ADD 1 TO WS-ACU-CANT
                   MOVE WS-ACU-CANT TO WS-ACU-HALLADO
                   MOVE TRX-ID TO WS-ACU-TRX-ID (WS-ACU-HALLADO)
                   MOVE ZERO TO WS-ACU-IMPORTE (WS-ACU-HALLADO)
               ELSE
      *            LA CUENTA SIN ENTRADA QUEDA SIN CONTROL DE LIMITE
      *            EN ESTA CORRIDA: SE AVISA UNA VEZ.
                   IF NOT WS-ACU-AVISADO
                       SET WS-ACU-AVISADO TO TRUE
                       MOVE "CON0409" TO MSJ-CODIGO
                       SET MSJ-SEV-AVISO TO TRUE
                       MOVE
                       "TABLA ACUMULADOS LLENA, CUENTAS SIN LIMITE"
                         TO MSJ-TEXTO
                       PERFORM 7900-EMITIR-MENSAJE
                           THRU 7900-EXIT
                   END-IF
                   GO TO 2300-EXIT
               END-IF
           END-IF.

           COMPUTE WS-ACU-NUEVO =
               WS-ACU-IMPORTE (WS-ACU-HALLADO) + TRX-RESULTADO.
           IF WS-ACU-NUEVO > WS-LIM-IMPORTE-T (WS-LIM-HALLADO)
               PERFORM 2350-RETENER-TRANSACCION
                   THRU 2350-EXIT
           ELSE
               MOVE WS-ACU-NUEVO TO WS-ACU-IMPORTE (WS-ACU-HALLADO)
           END-IF.
       2300-EXIT.
           EXIT.

       2320-BUSCAR-LIMITE.
           IF WS-LIM-CLAVE-T (WS-LIM-SUB) = WS-LIM-BUSCADA
               MOVE WS-LIM-SUB TO WS-LIM-HALLADO
           END-IF.
       2320-EXIT.
           EXIT.

       2340-BUSCAR-ACUMULADO.
           IF WS-ACU-TRX-ID (WS-ACU-SUB) = TRX-ID
               MOVE WS-ACU-SUB TO WS-ACU-HALLADO
           END-IF.
       2340-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2350-RETENER-TRANSACCION - MARCA LA TRANSACCION COMO      *
      *  RETENIDA EN EL REPORTE Y LA AGREGA AL MAESTRO DE          *
      *  RETENIDAS CON EL LIMITE Y LO QUE LA CUENTA YA LLEVABA.    *
      *  SI EL SUPERVISOR YA DECIDIO SOBRE ELLA (RECORRIDA DEL     *
      *  DIA) SE RESPETA LA DECISION Y NO SE AGREGA DE NUEVO.      *
      *-----------------------------------------------------------*
       2350-RETENER-TRANSACCION.
           MOVE "RET" TO WS-RPT-RETENCION.
           ADD 1 TO WS-CONT-RETENIDAS.
           ADD TRX-RESULTADO TO WS-TOTAL-RETENIDO.
           MOVE "CON0303" TO MSJ-CODIGO.
           SET MSJ-SEV-AVISO TO TRUE.
           MOVE TRX-ID TO WS-MSJ-RET-ID.
           MOVE WS-ACU-IMPORTE (WS-ACU-HALLADO)
             TO WS-MSJ-RET-ACUMULADO.
           MOVE WS-LIM-IMPORTE-T (WS-LIM-HALLADO)
             TO WS-MSJ-RET-LIMITE.
           MOVE WS-MSJ-RETENIDA TO MSJ-TEXTO.
           PERFORM 7900-EMITIR-MENSAJE
               THRU 7900-EXIT.

           MOVE WS-FECHA-CORRIDA TO WS-RTB-FECHA.
           MOVE TRX-ID TO WS-RTB-TRX-ID.
           MOVE ZERO TO WS-RTN-HALLADO.
           PERFORM 2370-BUSCAR-RETENIDA
               THRU 2370-EXIT
               VARYING WS-RTN-SUB FROM 1 BY 1
               UNTIL WS-RTN-SUB > WS-RTN-CANT
                  OR WS-RTN-HALLADO > 0.
           IF WS-RTN-HALLADO > 0
               GO TO 2350-EXIT
           END-IF.
           IF WS-RTN-CANT NOT < WS-RTN-MAX
               PERFORM 2390-AVISAR-RETENIDAS-LLENA
                   THRU 2390-EXIT
               GO TO 2350-EXIT
           END-IF.

           ADD 1 TO WS-RTN-CANT.
           MOVE WS-RTN-BUSCADA TO WS-RTN-CLAVE (WS-RTN-CANT).
           MOVE TRX-REGISTRO TO WS-RTN-TRX (WS-RTN-CANT).
           MOVE WS-CATEGORIA-TRX TO WS-RTN-CATEGORIA (WS-RTN-CANT).
           MOVE WS-LMB-TIPO TO WS-RTN-TIPO-LIMITE (WS-RTN-CANT).
           MOVE WS-LIM-IMPORTE-T (WS-LIM-HALLADO)
             TO WS-RTN-LIMITE (WS-RTN-CANT).
           MOVE WS-ACU-IMPORTE (WS-ACU-HALLADO)
             TO WS-RTN-ACUMULADO (WS-RTN-CANT).
           MOVE "R" TO WS-RTN-ESTADO (WS-RTN-CANT).
           MOVE SPACES TO WS-RTN-OPERADOR (WS-RTN-CANT)
                          WS-RTN-INICIALES (WS-RTN-CANT)
                          WS-RTN-MOTIVO (WS-RTN-CANT)
                          WS-RTN-FECHA-DECISION (WS-RTN-CANT)
                          WS-RTN-FECHA-EXTRACCION (WS-RTN-CANT).
       2350-EXIT.
           EXIT.

       2370-BUSCAR-RETENIDA.
           IF WS-RTN-CLAVE (WS-RTN-SUB) = WS-RTN-BUSCADA
               MOVE WS-RTN-SUB TO WS-RTN-HALLADO
           END-IF.
       2370-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2390-AVISAR-RETENIDAS-LLENA - LA TABLA DEL MAESTRO DE     *
      *  RETENIDAS DESBORDO: ES ERROR (UNA RETENIDA PERDIDA VIAJA  *
      *  AL MAYOR SIN DECISION) Y EL MAESTRO NO SE REESCRIBE.      *
      *-----------------------------------------------------------*
       2390-AVISAR-RETENIDAS-LLENA.
           IF NOT WS-RTN-LLENA
               SET WS-RTN-LLENA TO TRUE
               MOVE "CON0304" TO MSJ-CODIGO
               SET MSJ-SEV-ERROR TO TRUE
               MOVE "TABLA DE RETENIDAS LLENA, RETENTRX SIN GRABAR"
                 TO MSJ-TEXTO
               PERFORM 7900-EMITIR-MENSAJE
                   THRU 7900-EXIT
           END-IF.
           ADD 1 TO WS-CONT-ERRORES.
       2390-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2500-TOMAR-CHECKPOINT - FIJA EN DISCO LO GRABADO HASTA    *
      *  AHORA (CIERRA Y REABRE RPTOUT, EXCEPOUT Y EL INDICE) Y    *
      *  REGRABA CONDCKPT EN ESTADO P CON LA POSICION, LOS         *
      *  GRABADOS, LOS TOTALES Y LAS TABLAS DE ESTE MOMENTO.       *
      *-----------------------------------------------------------*
       2500-TOMAR-CHECKPOINT.
           CLOSE REPORT-FILE
                 EXCEPCION-FILE
                 RESULTS-INDEXED.
           OPEN EXTEND REPORT-FILE
                       EXCEPCION-FILE.
           OPEN I-O RESULTS-INDEXED.
           MOVE "P" TO WS-CKP-ESTADO.
           PERFORM 2550-ESCRIBIR-CHECKPOINT
               THRU 2550-EXIT.
           MOVE ZERO TO WS-CKP-DESDE-ULTIMO.
           MOVE "CON0104" TO MSJ-CODIGO.
           SET MSJ-SEV-INFO TO TRUE.
           MOVE "CHECKPOINT TOMADO, TRX LEIDAS" TO WS-MCK-TEXTO.
           MOVE WS-CKP-LEIDOS TO WS-MCK-REGISTRO.
           MOVE WS-MSJ-CHECKPOINT TO MSJ-TEXTO.
           PERFORM 7900-EMITIR-MENSAJE
               THRU 7900-EXIT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2550-ESCRIBIR-CHECKPOINT - REGRABA CONDCKPT ENTERO EN EL  *
      *  ESTADO DE WS-CKP-ESTADO: CABECERA, TOTALES, UNA ENTRADA   *
      *  POR SUCURSAL, MONEDA, ACUMULADO Y RETENIDA, Y EL CIERRE   *
      *  CON LA CANTIDAD DE REGISTROS ESCRITOS ANTES DE EL.        *
      *-----------------------------------------------------------*
       2550-ESCRIBIR-CHECKPOINT.
           MOVE ZERO TO WS-CKP-ESCRITOS.
           OPEN OUTPUT CKPT-FILE.

           MOVE SPACES TO CKP-REGISTRO.
           SET CKP-TIPO-CABECERA TO TRUE.
           MOVE "CONDIF" TO CKP-PROGRAMA.
           MOVE WS-FECHA-CORRIDA TO CKP-FECHA.
           MOVE WS-CKP-ESTADO TO CKP-ESTADO.
           ACCEPT CKP-HORA FROM TIME.
           MOVE WS-CKP-LEIDOS TO CKP-LEIDOS.
           MOVE WS-CKP-REANUDACIONES TO CKP-REANUDACIONES.
           MOVE WS-CKP-DESDE TO CKP-DESDE.
           MOVE ZERO TO CKP-SALIDA-REGISTROS (3)
                        CKP-SALIDA-REGISTROS (4)
                        CKP-SALIDA-REGISTROS (5).
           PERFORM 2555-ANOTAR-GRABADOS
               THRU 2555-EXIT
               VARYING WS-CKP-SUB FROM 1 BY 1
               UNTIL WS-CKP-SUB > 2.
           MOVE PAG-LINEA-ACTUAL TO CKP-PAG-LINEA.
           MOVE PAG-NUMERO TO CKP-PAG-NUMERO.
           WRITE CKP-REGISTRO.
           ADD 1 TO WS-CKP-ESCRITOS.

           MOVE WS-TOTALES-CORRIDA TO WS-CKT-TOTALES-CORRIDA.
           MOVE WS-CONT-EXCEPCIONES TO WS-CKT-EXCEPCIONES.
           MOVE WS-CONT-RETENIDAS TO WS-CKT-RETENIDAS.
           MOVE WS-TOTAL-RETENIDO TO WS-CKT-TOTAL-RETENIDO.
           MOVE WS-SUC-AVISADO-SW TO WS-CKT-SUC-AVISADO.
           MOVE WS-MON-AVISADO-SW TO WS-CKT-MON-AVISADO.
           MOVE WS-ACU-AVISADO-SW TO WS-CKT-ACU-AVISADO.
           MOVE WS-RTN-LLENA-SW TO WS-CKT-RTN-LLENA.
           MOVE SPACES TO CKP-REGISTRO.
           SET CKP-TIPO-TOTALES TO TRUE.
           MOVE WS-CKP-TOTALES TO CKP-CUERPO.
           WRITE CKP-REGISTRO.
           ADD 1 TO WS-CKP-ESCRITOS.

           PERFORM 2560-ESCRIBIR-SUCURSAL
               THRU 2560-EXIT
               VARYING WS-SUC-SUB FROM 1 BY 1
               UNTIL WS-SUC-SUB > WS-SUC-CANT.
           PERFORM 2570-ESCRIBIR-MONEDA
               THRU 2570-EXIT
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-CANT.
           PERFORM 2580-ESCRIBIR-ACUMULADO
               THRU 2580-EXIT
               VARYING WS-ACU-SUB FROM 1 BY 1
               UNTIL WS-ACU-SUB > WS-ACU-CANT.
           PERFORM 2590-ESCRIBIR-RETENIDA
               THRU 2590-EXIT
               VARYING WS-RTN-SUB FROM 1 BY 1
               UNTIL WS-RTN-SUB > WS-RTN-CANT.

           MOVE SPACES TO CKP-REGISTRO.
           SET CKP-TIPO-CIERRE TO TRUE.
           MOVE WS-CKP-ESCRITOS TO CKP-CIE-REGISTROS.
           WRITE CKP-REGISTRO.
           CLOSE CKPT-FILE.
       2550-EXIT.
           EXIT.

       2555-ANOTAR-GRABADOS.
           MOVE WS-GRB-SALIDA (WS-CKP-SUB)
             TO CKP-SALIDA-REGISTROS (WS-CKP-SUB).
       2555-EXIT.
           EXIT.

       2560-ESCRIBIR-SUCURSAL.
           MOVE SPACES TO CKP-REGISTRO.
           SET CKP-TIPO-ENTRADA TO TRUE.
           MOVE "SUC" TO CKP-ENT-TABLA.
           MOVE WS-SUC-ENTRADA (WS-SUC-SUB) TO CKP-ENT-DATOS.
           WRITE CKP-REGISTRO.
           ADD 1 TO WS-CKP-ESCRITOS.
       2560-EXIT.
           EXIT.

       2570-ESCRIBIR-MONEDA.
           MOVE SPACES TO CKP-REGISTRO.
           SET CKP-TIPO-ENTRADA TO TRUE.
           MOVE "MON" TO CKP-ENT-TABLA.
           MOVE WS-MON-ENTRADA (WS-MON-SUB) TO CKP-ENT-DATOS.
           WRITE CKP-REGISTRO.
           ADD 1 TO WS-CKP-ESCRITOS.
       2570-EXIT.
           EXIT.

       2580-ESCRIBIR-ACUMULADO.
           MOVE SPACES TO CKP-REGISTRO.
           SET CKP-TIPO-ENTRADA TO TRUE.
           MOVE "ACU" TO CKP-ENT-TABLA.
           MOVE WS-ACU-ENTRADA (WS-ACU-SUB) TO CKP-ENT-DATOS.
           WRITE CKP-REGISTRO.
           ADD 1 TO WS-CKP-ESCRITOS.
       2580-EXIT.
           EXIT.

       2590-ESCRIBIR-RETENIDA.
           MOVE SPACES TO CKP-REGISTRO.
           SET CKP-TIPO-ENTRADA TO TRUE.
           MOVE "RTN" TO CKP-ENT-TABLA.
           MOVE WS-RTN-ENTRADA (WS-RTN-SUB) TO CKP-ENT-DATOS.
           WRITE CKP-REGISTRO.
           ADD 1 TO WS-CKP-ESCRITOS.
       2590-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-READ-TRANS - LECTURA DE UN REGISTRO DEL ARCHIVO DE  *
      *  TRANSACCIONES, CON MARCA DE FIN DE ARCHIVO.              *
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2950-CONTROLAR-CHECKPOINT - CUENTA LA TRANSACCION         *
      *  TERMINADA Y TOMA EL CHECKPOINT AL CUMPLIRSE EL INTERVALO  *
      *  DE CKPTCTL.                                               *
      *-----------------------------------------------------------*
       2950-CONTROLAR-CHECKPOINT.
           IF WS-CKP-INTERVALO = 0
               GO TO 2950-EXIT
           END-IF.
           ADD 1 TO WS-CKP-DESDE-ULTIMO.
           IF WS-CKP-DESDE-ULTIMO NOT < WS-CKP-INTERVALO
               PERFORM 2500-TOMAR-CHECKPOINT
                   THRU 2500-EXIT
           END-IF.
       2950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - CIERRA LOS ARCHIVOS DE LA CORRIDA.      *
      *-----------------------------------------------------------*
               THRU 8500-EXIT
               VARYING WS-SUC-SUB FROM 1 BY 1
               UNTIL WS-SUC-SUB > WS-SUC-CANT.
           PERFORM 8550-TOTALES-MONEDA
               THRU 8550-EXIT
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-CANT.

           IF WS-CONT-RETENIDAS > 0
               MOVE WS-CONT-RETENIDAS TO WS-RTL-CANTIDAD
               MOVE WS-TOTAL-RETENIDO TO WS-RTL-IMPORTE
               MOVE WS-RETENIDAS-LINE TO WS-LINEA-IMPRESION
               PERFORM 7700-ESCRIBIR-REPORTE
                   THRU 7700-EXIT
               MOVE "CON0203" TO MSJ-CODIGO
               SET MSJ-SEV-AVISO TO TRUE
               MOVE WS-RETENIDAS-LINE TO MSJ-TEXTO
               PERFORM 7900-EMITIR-MENSAJE
                   THRU 7900-EXIT
           END-IF.

           MOVE WS-CONT-BAJO TO WS-TOT-BAJO.
           MOVE WS-CONT-MEDIO TO WS-TOT-MEDIO.
           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-CONT-REGISTROS TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-ERRORES TO RPT-TRL-ERRORES.
           IF WS-CKP-REANUDACIONES > 0
               MOVE "  REANUDADO=" TO RPT-TRL-REANUDA-MARCA
               MOVE WS-CKP-DESDE TO RPT-TRL-REANUDA-DESDE
           END-IF.
           MOVE RPT-TRAILER-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           MOVE WS-CONT-EXCEPCIONES TO RPT-TRL-REGISTROS.
           MOVE ZERO TO RPT-TRL-ERRORES.
           WRITE EXCEPCION-REC FROM RPT-TRAILER-LINE.
           ADD 1 TO WS-GRB-EXCEPCION.
           CLOSE EXCEPCION-FILE.
           IF WS-CUENTAS-ACTIVO
               CLOSE CUENTAS-FILE
               THRU 8200-EXIT.
           PERFORM 8300-EVALUAR-ALERTAS
               THRU 8300-EXIT.
           PERFORM 8600-GRABAR-RETENIDAS
               THRU 8600-EXIT.

           CLOSE TRANS-FILE
                 REPORT-FILE
                 RESULTS-INDEXED.
      *    EL CHECKPOINT QUEDA EN ESTADO F: LA CORRIDA TERMINO Y UNA
      *    NUEVA EJECUCION DEL DIA EMPIEZA DE CERO.
           MOVE "F" TO WS-CKP-ESTADO.
           PERFORM 2550-ESCRIBIR-CHECKPOINT
               THRU 2550-EXIT.
       8000-EXIT.
           EXIT.

                   THRU 7750-EXIT
           END-IF.
           WRITE REPORT-REC FROM WS-LINEA-IMPRESION.
           ADD 1 TO WS-GRB-REPORTE.
           ADD 1 TO PAG-LINEA-ACTUAL.
       7700-EXIT.
           EXIT.
       7750-SALTAR-PAGINA.
           IF PAG-NUMERO > 0
               WRITE REPORT-REC FROM PAG-CONTINUA-LINE
               ADD 1 TO WS-GRB-REPORTE
           END-IF.
           ADD 1 TO PAG-NUMERO.
           MOVE PAG-NUMERO TO PAG-NUM-ED.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.
           WRITE REPORT-REC FROM PAG-NUMERO-LINE.
           WRITE REPORT-REC FROM WS-TITULOS-LINE.
           ADD 3 TO WS-GRB-REPORTE.
           MOVE 3 TO PAG-LINEA-ACTUAL.
       7750-EXIT.
           EXIT.
       8500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8550-TOTALES-MONEDA - ESCRIBE AL REPORTE Y EMITE COMO     *
      *  MENSAJE LA LINEA DE TOTALES DE UNA MONEDA DE ORIGEN, CON  *
      *  EL RESULTADO EN MONEDA BASE.                              *
      *-----------------------------------------------------------*
       8550-TOTALES-MONEDA.
           MOVE WS-MON-CODIGO (WS-MON-SUB) TO WS-MOL-CODIGO.
           MOVE WS-MON-CANTIDAD (WS-MON-SUB) TO WS-MOL-CANTIDAD.
           MOVE WS-MON-TOTAL (WS-MON-SUB) TO WS-MOL-TOTAL.
           MOVE WS-MONEDA-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           MOVE "CON0204" TO MSJ-CODIGO.
           SET MSJ-SEV-INFO TO TRUE.
           MOVE WS-MONEDA-LINE TO MSJ-TEXTO.
           PERFORM 7900-EMITIR-MENSAJE
               THRU 7900-EXIT.
       8550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8600-GRABAR-RETENIDAS - REESCRIBE EL MAESTRO DE RETENIDAS *
      *  DESDE LA TABLA Y, SI LA CORRIDA RETUVO ALGO, DEJA LA      *
      *  ALERTA A010 PARA QUE EL SUPERVISOR LAS ATIENDA. CON LA    *
      *  TABLA DESBORDADA NO SE REESCRIBE NADA: SE BORRARIAN LAS   *
      *  QUE NO CUPIERON.                                          *
      *-----------------------------------------------------------*
       8600-GRABAR-RETENIDAS.
           IF NOT WS-RTN-LLENA
               OPEN OUTPUT RETEN-FILE
               PERFORM 8650-GRABAR-RETENIDA
                   THRU 8650-EXIT
                   VARYING WS-RTN-SUB FROM 1 BY 1
                   UNTIL WS-RTN-SUB > WS-RTN-CANT
               CLOSE RETEN-FILE
           END-IF.

           IF WS-CONT-RETENIDAS > 0
               MOVE "A010" TO ALR-CODIGO
               MOVE WS-CONT-RETENIDAS TO ALR-VALOR
               MOVE ZERO TO ALR-LIMITE
               PERFORM 8400-EMITIR-ALERTA
                   THRU 8400-EXIT
           END-IF.
       8600-EXIT.
           EXIT.

       8650-GRABAR-RETENIDA.
           MOVE WS-RTN-ENTRADA (WS-RTN-SUB) TO RET-REGISTRO.
           WRITE RET-REGISTRO.
       8650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7900-EMITIR-MENSAJE - ENTREGA EL MENSAJE YA ARMADO EN EL  *
      *  AREA CBMENSAJ A LA RUTINA COMUN, QUE LO FECHA, LO FILTRA  *
