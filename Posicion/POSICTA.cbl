      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-03
      * Purpose:       Maestro de posicion por cuenta: cada noche
      *                lleva al maestro POSICION (copybook CBPOSIC,
      *                clave TRX-ID) el movimiento del dia de cada
      *                cuenta - el RESULTADO de cada registro del
      *                cruce SUMAXREF que CONDIF clasifico en CONDIDX
      *                para la fecha de proceso - y resta los lotes
      *                de reversos de REVERPGM (REVEROUT) que todavia
      *                no se aplicaron. Todas las posiciones pasan el
      *                dia: la apertura toma el cierre anterior y los
      *                acumulados del mes y del anio se reinician al
      *                cambiar de periodo. La misma fecha recorrida
      *                (lote suplementario de secuencia 02 en
      *                adelante, que deja el cruce acumulado del dia,
      *                o un reproceso) deshace primero lo aplicado
      *                ese dia y lo vuelve a aplicar entero, asi que
      *                nada se cuenta dos veces. Al cierre concilia
      *                el movimiento clasificado contra el total del
      *                dia en TOTHIST (el ultimo registro de la
      *                fecha, que es el del dia combinado) y el neto
      *                del maestro contra ese total menos los
      *                reversos; si no cuadra termina con RC=8.
      *                Un registro del cruce que figura en el maestro
      *                de retenidas RETENTRX no mueve posicion: la
      *                retenida espera la decision del supervisor, la
      *                rechazada vuelve por RESUBPGM en otra noche y
      *                la liberada se aplica desde el maestro en su
      *                fecha de extraccion, igual que en MAYOREXT.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-03 RMM  Version inicial del maestro de posicion.
      *  2026-09-16 RMM  El lote de reversos se lee con el ancho de 66
      *                  del TRX-MONEDA agregado a CBTRANS.
      *  2026-10-15 RMM  Las transacciones del maestro de retenidas
      *                  RETENTRX no mueven posicion la noche del
      *                  cruce: la retenida espera al supervisor y la
      *                  rechazada vuelve por RESUBPGM, que antes la
      *                  aplicaba otra vez. La liberada se aplica desde
      *                  el maestro en su fecha de extraccion. La
      *                  conciliacion cuenta lo retenido y lo liberado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSICION-FILE ASSIGN TO "POSICION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-TRX-ID
               FILE STATUS IS WS-POSICION-FS.

           SELECT XREF-FILE ASSIGN TO "SUMAXREF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESULTS-INDEXED ASSIGN TO "CONDIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RI-CLAVE
               ALTERNATE RECORD KEY IS RI-TRX-ID
                   WITH DUPLICATES.

           SELECT OPTIONAL REVERSO-FILE ASSIGN TO "REVEROUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REGISTRO-FILE ASSIGN TO "POSIREV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HIST-FILE ASSIGN TO "TOTHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOTE-ACT-FILE ASSIGN TO "LOTEACT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "POSIRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETEN-FILE ASSIGN TO "RETENTRX"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POSICION-FILE.
       COPY CBPOSIC.

       FD  XREF-FILE.
       COPY CBTRANS.

       FD  RESULTS-INDEXED.
       COPY CBCONIDX.

       FD  REVERSO-FILE.
       01  REVERSO-REC                     PIC X(66).

      *    REGISTRO DE LOTES DE REVERSOS YA APLICADOS AL MAESTRO:
      *    IDENTIDAD DEL LOTE (FECHA DE CABECERA, CANTIDAD Y TOTAL
      *    DE CONTROL DE LA COLA) Y FECHA DE PROCESO EN QUE SE
      *    APLICO.
       FD  REGISTRO-FILE.
       01  PRV-REGISTRO.
           05  PRV-FECHA-LOTE              PIC X(08).
           05  PRV-CANTIDAD                PIC 9(07).
           05  PRV-HASH                    PIC 9(10)V99.
           05  PRV-FECHA-APLICADA          PIC X(08).

       FD  HIST-FILE.
       COPY CBTOTHIS.

       FD  LOTE-ACT-FILE.
       01  LOTE-ACT-REC.
           05  ACT-FECHA                   PIC X(08).
           05  ACT-SECUENCIA               PIC X(02).

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       FD  RETEN-FILE.
       COPY CBRETEN.

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-POSICION-FS                  PIC X(02)   VALUE SPACES.

       COPY CBRPTHDR.

      *    AREAS DE TRABAJO PARA LA CABECERA Y LA COLA DEL LOTE DE
      *    REVERSOS Y PARA SUS DETALLES (REGISTRO COMPARTIDO). EL
      *    DETALLE TAMBIEN RECIBE LA IMAGEN DE LA RETENIDA LIBERADA.
       COPY CBLOTE.
       COPY CBTRANS
           REPLACING ==TRX-REGISTRO==      BY ==REV-REGISTRO==
                     ==TRX-ID==            BY ==REV-ID==
                     ==TRX-NUM1-ALFA==     BY ==REV-NUM1-ALFA==
                     ==TRX-NUM1==          BY ==REV-NUM1==
                     ==TRX-NUM2-ALFA==     BY ==REV-NUM2-ALFA==
                     ==TRX-NUM2==          BY ==REV-NUM2==
                     ==TRX-RESULTADOS==    BY ==REV-RESULTADOS==
                     ==TRX-RESULTADO2==    BY ==REV-RESULTADO2==
                     ==TRX-RESULTADO3==    BY ==REV-RESULTADO3==
                     ==TRX-RESULTADO4==    BY ==REV-RESULTADO4==
                     ==TRX-RESULTADO==     BY ==REV-RESULTADO==
                     ==TRX-CLASIFICACION==
                         BY ==REV-CLASIFICACION==
                     ==TRX-SUCURSAL==      BY ==REV-SUCURSAL==
                     ==TRX-MONEDA==        BY ==REV-MONEDA==.

       01  WS-SWITCHES.
           05  WS-EOF-SW                   PIC X(01)   VALUE "N".
               88  WS-EOF-YES                          VALUE "Y".
               88  WS-EOF-NO                            VALUE "N".
           05  WS-REG-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-REG-EOF-YES                      VALUE "Y".
               88  WS-REG-EOF-NO                        VALUE "N".
           05  WS-HIST-EOF-SW              PIC X(01)   VALUE "N".
               88  WS-HIST-EOF-YES                     VALUE "Y".
               88  WS-HIST-EOF-NO                       VALUE "N".
           05  WS-HIST-SW                  PIC X(01)   VALUE "N".
               88  WS-HIST-HALLADO                     VALUE "S".
               88  WS-HIST-FALTA                        VALUE "N".
           05  WS-LOTE-REV-SW              PIC X(01)   VALUE "N".
               88  WS-LOTE-REV-COMPLETO                VALUE "S".
               88  WS-LOTE-REV-INCOMPLETO               VALUE "N".
           05  WS-NUEVA-POS-SW             PIC X(01)   VALUE "N".
               88  WS-NUEVA-POS                        VALUE "S".
               88  WS-POS-EXISTENTE                     VALUE "N".
           05  WS-RTN-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-RTN-EOF-YES                      VALUE "Y".
               88  WS-RTN-EOF-NO                        VALUE "N".

       01  WS-SECUENCIA-LOTE               PIC X(02)   VALUE "01".

       01  WS-CONTADORES.
           05  WS-CONT-POSICIONES          PIC 9(7)    VALUE ZERO.
           05  WS-CONT-PASADAS             PIC 9(7)    VALUE ZERO.
           05  WS-CONT-DESHECHAS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-NUEVAS              PIC 9(7)    VALUE ZERO.
           05  WS-CONT-LEIDOS              PIC 9(7)    VALUE ZERO.
           05  WS-CONT-APLICADOS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-EXCEPCIONES         PIC 9(7)    VALUE ZERO.
           05  WS-CONT-REVERSOS            PIC 9(7)    VALUE ZERO.
           05  WS-CONT-RETENIDOS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-LIBERADOS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(5)    VALUE ZERO.

       01  WS-TOTALES.
           05  WS-TOT-CLASIFICADO          PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-REVERSOS             PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-RETENIDO             PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-LIBERADO             PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-NETO-ESPERADO        PIC S9(9)V99 VALUE ZERO.
           05  WS-TOT-NETO-MAESTRO         PIC S9(9)V99 VALUE ZERO.

      *    MOVIMIENTO EN CURSO, CON SIGNO: POSITIVO PARA UN
      *    RESULTADO CLASIFICADO, NEGATIVO PARA UN REVERSO.
       01  WS-IMPORTE-MOV                  PIC S9(9)V99 VALUE ZERO.
       01  WS-SUCURSAL-MOV                 PIC X(03)   VALUE SPACES.

      *    TOTAL DEL DIA SEGUN TOTHIST (ULTIMO REGISTRO DE LA FECHA).
       01  WS-HIST-CANTIDAD                PIC 9(7)    VALUE ZERO.
       01  WS-HIST-TOTAL                   PIC 9(9)V99 VALUE ZERO.

      *    LOTES DE REVERSOS YA APLICADOS, CARGADOS DE POSIREV.
       01  WS-TABLA-REVERSOS.
           05  WS-PRV-MAX                  PIC S9(4)   COMP VALUE 500.
           05  WS-PRV-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-PRV-ENTRADA OCCURS 500 TIMES.
               10  WS-PRV-FECHA-LOTE-T     PIC X(08).
               10  WS-PRV-CANTIDAD-T       PIC 9(07).
               10  WS-PRV-HASH-T           PIC 9(10)V99.
               10  WS-PRV-FECHA-APLIC-T    PIC X(08).

       01  WS-PRV-SUB                      PIC S9(4)   COMP.
       01  WS-PRV-HALLADO                  PIC S9(4)   COMP.

      *    CLAVES (FECHA + TRX-ID) DEL MAESTRO DE RETENIDAS CON SU
      *    ESTADO: UN REGISTRO DEL CRUCE QUE FIGURE AQUI NO MUEVE
      *    POSICION (LA LIBERADA SE APLICA DESDE EL MAESTRO EN SU
      *    FECHA DE EXTRACCION, IGUAL QUE EN MAYOREXT).
       01  WS-TABLA-RETENIDAS.
           05  WS-RTN-MAX                  PIC S9(4)   COMP VALUE 500.
           05  WS-RTN-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-RTN-ENTRADA OCCURS 500 TIMES.
               10  WS-RTN-CLAVE            PIC X(18).
               10  WS-RTN-ESTADO           PIC X(01).

       01  WS-RTN-SUB                      PIC S9(4)   COMP.
       01  WS-RTN-HALLADO                  PIC S9(4)   COMP.

       01  WS-RTN-BUSCADA.
           05  WS-RTB-FECHA                PIC X(08).
           05  WS-RTB-TRX-ID               PIC X(10).

      *    IDENTIDAD DEL LOTE DE REVERSOS MONTADO.
       01  WS-LOTE-REV.
           05  WS-LRV-FECHA                PIC X(08)   VALUE SPACES.
           05  WS-LRV-CANTIDAD             PIC 9(07)   VALUE ZERO.
           05  WS-LRV-HASH                 PIC 9(10)V99 VALUE ZERO.

       01  WS-SUPLEMENTARIO-LINE.
           05  FILLER                      PIC X(23)
               VALUE "LOTE DEL DIA SECUENCIA ".
           05  WS-SUP-SECUENCIA            PIC X(02).
           05  FILLER                      PIC X(40)
               VALUE ": SE RECALCULA EL DIA COMBINADO".

       01  WS-PREPARA-LINE.
           05  FILLER                      PIC X(12)
               VALUE "POSICIONES=".
           05  WS-PRE-POSICIONES           PIC Z(6)9.
           05  FILLER                      PIC X(13)
               VALUE " PASAN DIA=".
           05  WS-PRE-PASADAS              PIC Z(6)9.
           05  FILLER                      PIC X(14)
               VALUE " RECORRIDAS=".
           05  WS-PRE-DESHECHAS            PIC Z(6)9.

       01  WS-MOVIMIENTO-LINE.
           05  FILLER                      PIC X(12)
               VALUE "CRUCE LEIDO=".
           05  WS-MOV-LEIDOS               PIC Z(6)9.
           05  FILLER                      PIC X(11)
               VALUE " APLICADOS=".
           05  WS-MOV-APLICADOS            PIC Z(6)9.
           05  FILLER                      PIC X(13)
               VALUE " EXCEPCIONES=".
           05  WS-MOV-EXCEPCIONES          PIC Z(6)9.
           05  FILLER                      PIC X(08)
               VALUE " NUEVAS=".
           05  WS-MOV-NUEVAS               PIC Z(6)9.

       01  WS-LOTE-REV-LINE.
           05  FILLER                      PIC X(20)
               VALUE "LOTE REVERSOS FECHA=".
           05  WS-LRL-FECHA                PIC X(08).
           05  FILLER                      PIC X(06)   VALUE " CANT=".
           05  WS-LRL-CANTIDAD             PIC Z(6)9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LRL-ESTADO               PIC X(38).

       01  WS-LIBERADA-LINE.
           05  FILLER                      PIC X(12)
               VALUE "LIBERADA ID=".
           05  WS-LBL-ID                   PIC X(10).
           05  FILLER                      PIC X(05)   VALUE " DEL=".
           05  WS-LBL-FECHA                PIC X(08).
           05  FILLER                      PIC X(05)   VALUE " RES=".
           05  WS-LBL-RESULTADO            PIC Z(4)9.99.
           05  FILLER                      PIC X(08)   VALUE " CIERRE=".
           05  WS-LBL-CIERRE               PIC -(9)9.99.

       01  WS-REVERSO-LINE.
           05  FILLER                      PIC X(11)
               VALUE "REVERSO ID=".
           05  WS-RVL-ID                   PIC X(10).
           05  FILLER                      PIC X(05)   VALUE " RES=".
           05  WS-RVL-RESULTADO            PIC Z(4)9.99.
           05  FILLER                      PIC X(08)   VALUE " CIERRE=".
           05  WS-RVL-CIERRE               PIC -(9)9.99.

       01  WS-CONCILIA-LINE.
           05  WS-CCL-FUENTE               PIC X(20).
           05  FILLER                      PIC X(06)   VALUE " CANT=".
           05  WS-CCL-CANTIDAD             PIC Z(6)9.
           05  FILLER                      PIC X(07)   VALUE " TOTAL=".
           05  WS-CCL-TOTAL                PIC -(9)9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-CCL-ESTADO               PIC X(12).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PREPARAR-POSICIONES
               THRU 2000-EXIT.
           PERFORM 3000-APLICAR-MOVIMIENTOS
               THRU 3000-EXIT.
           PERFORM 3500-APLICAR-LIBERADAS
               THRU 3500-EXIT.
           PERFORM 4000-APLICAR-REVERSOS
               THRU 4000-EXIT.
           PERFORM 5000-CONCILIAR
               THRU 5000-EXIT.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           IF WS-CONT-ERRORES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      *  0900-FIJAR-FECHA-PROCESO - TOMA LA FECHA DE NEGOCIO DE   *
      *  FECHAPRO EN VEZ DEL RELOJ DEL SISTEMA; SIN REGISTRO SE   *
      *  USA LA DEL SISTEMA CON AVISO, PARA NO FRENAR LA CORRIDA. *
      *-----------------------------------------------------------*
       0900-FIJAR-FECHA-PROCESO.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           OPEN INPUT FECHA-PRO-FILE.
           READ FECHA-PRO-FILE
               AT END
                   DISPLAY "FECHAPRO SIN REGISTRO - SE USA LA "
                           "FECHA DEL SISTEMA"
               NOT AT END
                   MOVE FPR-FECHA TO WS-FECHA-CORRIDA
           END-READ.
           CLOSE FECHA-PRO-FILE.
       0900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - FIJA LA FECHA DE PROCESO, LEE EL LOTE   *
      *  DEL DIA DE LOTEACT, CARGA EL REGISTRO DE REVERSOS YA      *
      *  APLICADOS Y EL MAESTRO DE RETENIDAS Y ABRE EL MAESTRO Y   *
      *  EL REPORTE.                                               *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.

           OPEN OUTPUT REPORT-FILE.
           MOVE "POSICION DE CUENTAS" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.

           OPEN INPUT LOTE-ACT-FILE.
           READ LOTE-ACT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ACT-FECHA = WS-FECHA-CORRIDA
                       MOVE ACT-SECUENCIA TO WS-SECUENCIA-LOTE
                   END-IF
           END-READ.
           CLOSE LOTE-ACT-FILE.
           IF WS-SECUENCIA-LOTE > "01"
               MOVE WS-SECUENCIA-LOTE TO WS-SUP-SECUENCIA
               WRITE REPORT-REC FROM WS-SUPLEMENTARIO-LINE
           END-IF.

           OPEN INPUT REGISTRO-FILE.
           PERFORM 1100-CARGAR-REGISTRO
               THRU 1100-EXIT
               UNTIL WS-REG-EOF-YES.
           CLOSE REGISTRO-FILE.

           PERFORM 1200-CARGAR-RETENIDAS
               THRU 1200-EXIT.

           OPEN I-O POSICION-FILE.
           IF WS-POSICION-FS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR POSICION, ESTADO="
                       WS-POSICION-FS
               ADD 1 TO WS-CONT-ERRORES
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-CARGAR-REGISTRO - CARGA UN LOTE DE REVERSOS YA       *
      *  APLICADO EN LA TABLA; CON LA TABLA LLENA SE AVISA (LOS    *
      *  MAS VIEJOS YA NO SE VUELVEN A MONTAR EN LA PRACTICA).     *
      *-----------------------------------------------------------*
       1100-CARGAR-REGISTRO.
           READ REGISTRO-FILE
               AT END
                   SET WS-REG-EOF-YES TO TRUE
               NOT AT END
                   IF WS-PRV-CANT < WS-PRV-MAX
                       ADD 1 TO WS-PRV-CANT
                       MOVE PRV-FECHA-LOTE
                         TO WS-PRV-FECHA-LOTE-T (WS-PRV-CANT)
                       MOVE PRV-CANTIDAD
                         TO WS-PRV-CANTIDAD-T (WS-PRV-CANT)
                       MOVE PRV-HASH TO WS-PRV-HASH-T (WS-PRV-CANT)
                       MOVE PRV-FECHA-APLICADA
                         TO WS-PRV-FECHA-APLIC-T (WS-PRV-CANT)
                   ELSE
                       DISPLAY "AVISO: TABLA DE POSIREV LLENA"
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-CARGAR-RETENIDAS - CARGA LA CLAVE Y EL ESTADO DE     *
      *  CADA TRANSACCION DEL MAESTRO DE RETENIDAS. CON LA TABLA   *
      *  LLENA ES ERROR: UNA RETENIDA QUE NO SE VE SE APLICARIA    *
      *  SIN DECISION DEL SUPERVISOR.                              *
      *-----------------------------------------------------------*
       1200-CARGAR-RETENIDAS.
           SET WS-RTN-EOF-NO TO TRUE.
           OPEN INPUT RETEN-FILE.
           PERFORM 1250-CARGAR-RETENIDA
               THRU 1250-EXIT
               UNTIL WS-RTN-EOF-YES.
           CLOSE RETEN-FILE.
       1200-EXIT.
           EXIT.

       1250-CARGAR-RETENIDA.
           READ RETEN-FILE
               AT END
                   SET WS-RTN-EOF-YES TO TRUE
               NOT AT END
                   IF WS-RTN-CANT < WS-RTN-MAX
                       ADD 1 TO WS-RTN-CANT
                       MOVE RET-CLAVE TO WS-RTN-CLAVE (WS-RTN-CANT)
                       MOVE RET-ESTADO TO WS-RTN-ESTADO (WS-RTN-CANT)
                   ELSE
                       DISPLAY "ERROR: TABLA DE RETENIDAS LLENA, SE "
                               "DESCARTA " RET-CLAVE
                       ADD 1 TO WS-CONT-ERRORES
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PREPARAR-POSICIONES - RECORRE EL MAESTRO ENTERO: UNA *
      *  POSICION DE FECHA ANTERIOR PASA EL DIA (APERTURA = CIERRE *
      *  ANTERIOR, MOVIMIENTO EN CERO, ACUMULADOS REINICIADOS AL   *
      *  CAMBIAR DE MES O DE ANIO); UNA YA ACTUALIZADA CON ESTA    *
      *  FECHA ES UNA RECORRIDA Y SE DESHACE LO QUE SE LE APLICO,  *
      *  PARA QUE EL DIA SE VUELVA A APLICAR ENTERO.               *
      *-----------------------------------------------------------*
       2000-PREPARAR-POSICIONES.
           IF WS-CONT-ERRORES > 0
               GO TO 2000-EXIT
           END-IF.
           SET WS-EOF-NO TO TRUE.
           MOVE LOW-VALUES TO POS-TRX-ID.
           START POSICION-FILE KEY NOT < POS-TRX-ID
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START.
           IF WS-EOF-NO
               PERFORM 2900-LEER-POSICION
                   THRU 2900-EXIT
           END-IF.
           PERFORM 2100-PREPARAR-POSICION
               THRU 2100-EXIT
               UNTIL WS-EOF-YES.
           MOVE WS-CONT-POSICIONES TO WS-PRE-POSICIONES.
           MOVE WS-CONT-PASADAS TO WS-PRE-PASADAS.
           MOVE WS-CONT-DESHECHAS TO WS-PRE-DESHECHAS.
           WRITE REPORT-REC FROM WS-PREPARA-LINE.
       2000-EXIT.
           EXIT.

       2100-PREPARAR-POSICION.
           ADD 1 TO WS-CONT-POSICIONES.
           EVALUATE TRUE
               WHEN POS-FECHA-POSICION = WS-FECHA-CORRIDA
                   PERFORM 2200-DESHACER-DIA
                       THRU 2200-EXIT
                   ADD 1 TO WS-CONT-DESHECHAS
               WHEN POS-FECHA-POSICION < WS-FECHA-CORRIDA
                   PERFORM 2300-PASAR-DIA
                       THRU 2300-EXIT
                   ADD 1 TO WS-CONT-PASADAS
               WHEN OTHER
                   DISPLAY "AVISO: POSICION " POS-TRX-ID
                           " CON FECHA POSTERIOR "
                           POS-FECHA-POSICION
                   PERFORM 2900-LEER-POSICION
                       THRU 2900-EXIT
                   GO TO 2100-EXIT
           END-EVALUATE.
           REWRITE POS-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO REGRABAR " POS-TRX-ID
                   ADD 1 TO WS-CONT-ERRORES
           END-REWRITE.
           PERFORM 2900-LEER-POSICION
               THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-DESHACER-DIA - QUITA DE UNA POSICION LO APLICADO EN  *
      *  LA FECHA DE PROCESO: VUELVE EL CIERRE A LA APERTURA, SACA *
      *  EL MOVIMIENTO DE LOS ACUMULADOS Y RESTITUYE EL ULTIMO     *
      *  MOVIMIENTO ANTERIOR. LA POSICION QUEDA "PASADA DE DIA"    *
      *  SIN MOVIMIENTO, IGUAL QUE AL SALIR DE 2300.               *
      *-----------------------------------------------------------*
       2200-DESHACER-DIA.
           SUBTRACT POS-MOV-DIA FROM POS-ACUM-MES.
           SUBTRACT POS-MOV-DIA FROM POS-ACUM-ANIO.
           MOVE POS-SALDO-APERTURA TO POS-SALDO-CIERRE.
           MOVE ZERO TO POS-MOV-DIA
                        POS-REVERSOS-DIA
                        POS-CANT-MOV-DIA.
           MOVE POS-FECHA-ULT-MOV-ANT TO POS-FECHA-ULT-MOV.
           MOVE POS-ULT-SUCURSAL-ANT TO POS-ULT-SUCURSAL.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-PASAR-DIA - ABRE LA FECHA DE PROCESO EN UNA POSICION *
      *  DE FECHA ANTERIOR.                                        *
      *-----------------------------------------------------------*
       2300-PASAR-DIA.
           IF POS-FECHA-POSICION (1:4) NOT = WS-FECHA-CORRIDA (1:4)
               MOVE ZERO TO POS-ACUM-ANIO
                            POS-ACUM-MES
           END-IF.
           IF POS-FECHA-POSICION (1:6) NOT = WS-FECHA-CORRIDA (1:6)
               MOVE ZERO TO POS-ACUM-MES
           END-IF.
           MOVE POS-SALDO-CIERRE TO POS-SALDO-APERTURA.
           MOVE ZERO TO POS-MOV-DIA
                        POS-REVERSOS-DIA
                        POS-CANT-MOV-DIA.
           MOVE POS-FECHA-ULT-MOV TO POS-FECHA-ULT-MOV-ANT.
           MOVE POS-ULT-SUCURSAL TO POS-ULT-SUCURSAL-ANT.
           MOVE WS-FECHA-CORRIDA TO POS-FECHA-POSICION.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-LEER-POSICION - LECTURA SECUENCIAL DEL MAESTRO, CON  *
      *  MARCA DE FIN DE ARCHIVO.                                  *
      *-----------------------------------------------------------*
       2900-LEER-POSICION.
           READ POSICION-FILE NEXT
               AT END
                   SET WS-EOF-YES TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-APLICAR-MOVIMIENTOS - RECORRE EL CRUCE DEL DIA Y     *
      *  APLICA CADA REGISTRO QUE CONDIF CLASIFICO (CLAVE FECHA +  *
      *  TRX-ID EN CONDIDX). LOS QUE NO ESTAN EN EL INDICE SON     *
      *  EXCEPCIONES DE CUENTA Y NO MUEVEN POSICION. LOS QUE       *
      *  FIGURAN EN RETENTRX TAMPOCO: LA RETENIDA Y LA RECHAZADA   *
      *  NO SE APLICAN (LA RECHAZADA VUELVE POR RESUBPGM OTRA      *
      *  NOCHE) Y LA LIBERADA LA APLICA 3500 EN SU FECHA.          *
      *-----------------------------------------------------------*
       3000-APLICAR-MOVIMIENTOS.
           IF WS-CONT-ERRORES > 0
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT XREF-FILE
                      RESULTS-INDEXED.
           SET WS-EOF-NO TO TRUE.
           PERFORM 3900-LEER-CRUCE
               THRU 3900-EXIT.
           PERFORM 3100-APLICAR-CRUCE
               THRU 3100-EXIT
               UNTIL WS-EOF-YES.
           CLOSE XREF-FILE
                 RESULTS-INDEXED.
           MOVE WS-CONT-LEIDOS TO WS-MOV-LEIDOS.
           MOVE WS-CONT-APLICADOS TO WS-MOV-APLICADOS.
           MOVE WS-CONT-EXCEPCIONES TO WS-MOV-EXCEPCIONES.
           MOVE WS-CONT-NUEVAS TO WS-MOV-NUEVAS.
           WRITE REPORT-REC FROM WS-MOVIMIENTO-LINE.
       3000-EXIT.
           EXIT.

       3100-APLICAR-CRUCE.
           ADD 1 TO WS-CONT-LEIDOS.
           MOVE WS-FECHA-CORRIDA TO RI-FECHA.
           MOVE TRX-ID TO RI-TRX-ID.
           READ RESULTS-INDEXED
               INVALID KEY
                   ADD 1 TO WS-CONT-EXCEPCIONES
                   PERFORM 3900-LEER-CRUCE
                       THRU 3900-EXIT
                   GO TO 3100-EXIT
           END-READ.
           MOVE WS-FECHA-CORRIDA TO WS-RTB-FECHA.
           MOVE TRX-ID TO WS-RTB-TRX-ID.
           MOVE ZERO TO WS-RTN-HALLADO.
           PERFORM 3050-BUSCAR-RETENIDA
               THRU 3050-EXIT
               VARYING WS-RTN-SUB FROM 1 BY 1
               UNTIL WS-RTN-SUB > WS-RTN-CANT
                  OR WS-RTN-HALLADO > 0.
           IF WS-RTN-HALLADO > 0
               ADD 1 TO WS-CONT-RETENIDOS
               ADD RI-RESULTADO TO WS-TOT-RETENIDO
               PERFORM 3900-LEER-CRUCE
                   THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.
           MOVE RI-RESULTADO TO WS-IMPORTE-MOV.
           MOVE TRX-SUCURSAL TO WS-SUCURSAL-MOV.
           MOVE TRX-ID TO POS-TRX-ID.
           PERFORM 7000-ACTUALIZAR-POSICION
               THRU 7000-EXIT.
           PERFORM 7100-GRABAR-POSICION
               THRU 7100-EXIT.
           ADD 1 TO WS-CONT-APLICADOS.
           ADD RI-RESULTADO TO WS-TOT-CLASIFICADO.
           PERFORM 3900-LEER-CRUCE
               THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

       3050-BUSCAR-RETENIDA.
           IF WS-RTN-CLAVE (WS-RTN-SUB) = WS-RTN-BUSCADA
               MOVE WS-RTN-SUB TO WS-RTN-HALLADO
           END-IF.
       3050-EXIT.
           EXIT.

       3900-LEER-CRUCE.
           READ XREF-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
           END-READ.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-APLICAR-LIBERADAS - RECORRE EL MAESTRO DE RETENIDAS  *
      *  Y APLICA A LA POSICION DE SU CUENTA CADA TRANSACCION QUE  *
      *  EL SUPERVISOR LIBERO PARA LA FECHA DE PROCESO, CON EL     *
      *  RESULTADO DE SU IMAGEN. UNA RECORRIDA DE LA MISMA FECHA   *
      *  LAS VUELVE A APLICAR, PORQUE 2200 LAS DESHIZO.            *
      *-----------------------------------------------------------*
       3500-APLICAR-LIBERADAS.
           IF WS-CONT-ERRORES > 0
               GO TO 3500-EXIT
           END-IF.
           SET WS-RTN-EOF-NO TO TRUE.
           OPEN INPUT RETEN-FILE.
           PERFORM 3600-APLICAR-LIBERADA
               THRU 3600-EXIT
               UNTIL WS-RTN-EOF-YES.
           CLOSE RETEN-FILE.
       3500-EXIT.
           EXIT.

       3600-APLICAR-LIBERADA.
           READ RETEN-FILE
               AT END
                   SET WS-RTN-EOF-YES TO TRUE
                   GO TO 3600-EXIT
           END-READ.
           IF NOT RET-LIBERADA
              OR RET-FECHA-EXTRACCION NOT = WS-FECHA-CORRIDA
               GO TO 3600-EXIT
           END-IF.
           MOVE RET-TRX TO REV-REGISTRO.
           MOVE REV-RESULTADO TO WS-IMPORTE-MOV.
           MOVE REV-SUCURSAL TO WS-SUCURSAL-MOV.
           MOVE RET-TRX-ID TO POS-TRX-ID.
           PERFORM 7000-ACTUALIZAR-POSICION
               THRU 7000-EXIT.
           PERFORM 7100-GRABAR-POSICION
               THRU 7100-EXIT.
           ADD 1 TO WS-CONT-LIBERADOS.
           ADD REV-RESULTADO TO WS-TOT-LIBERADO.
           MOVE RET-TRX-ID TO WS-LBL-ID.
           MOVE RET-FECHA TO WS-LBL-FECHA.
           MOVE REV-RESULTADO TO WS-LBL-RESULTADO.
           MOVE POS-SALDO-CIERRE TO WS-LBL-CIERRE.
           WRITE REPORT-REC FROM WS-LIBERADA-LINE.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-APLICAR-REVERSOS - SI HAY UN LOTE DE REVERSOS        *
      *  MONTADO, UNA PRIMERA PASADA TOMA SU IDENTIDAD (FECHA DE   *
      *  CABECERA Y COLA) Y SE COTEJA CONTRA POSIREV: UN LOTE YA   *
      *  APLICADO OTRA FECHA SE OMITE; UNO YA APLICADO ESTA MISMA  *
      *  FECHA (RECORRIDA) SE VUELVE A APLICAR, PORQUE 2200 LO     *
      *  DESHIZO; UNO NUEVO SE APLICA Y SE ASIENTA. UN LOTE SIN    *
      *  CABECERA O SIN COLA NO SE APLICA Y ES ERROR.              *
      *-----------------------------------------------------------*
       4000-APLICAR-REVERSOS.
           IF WS-CONT-ERRORES > 0
               GO TO 4000-EXIT
           END-IF.
           SET WS-LOTE-REV-INCOMPLETO TO TRUE.
           SET WS-EOF-NO TO TRUE.
           OPEN INPUT REVERSO-FILE.
           PERFORM 4900-LEER-REVERSO
               THRU 4900-EXIT.
           IF WS-EOF-YES
               CLOSE REVERSO-FILE
               GO TO 4000-EXIT
           END-IF.
           MOVE REVERSO-REC TO LOTE-CABECERA.
           PERFORM 4100-TOMAR-COLA
               THRU 4100-EXIT
               UNTIL WS-EOF-YES.
           CLOSE REVERSO-FILE.

           MOVE WS-LRV-FECHA TO WS-LRL-FECHA.
           MOVE WS-LRV-CANTIDAD TO WS-LRL-CANTIDAD.
           IF NOT LOTE-CAB-OK
              OR WS-LOTE-REV-INCOMPLETO
               MOVE "SIN CABECERA O COLA - NO SE APLICA"
                 TO WS-LRL-ESTADO
               WRITE REPORT-REC FROM WS-LOTE-REV-LINE
               DISPLAY WS-LOTE-REV-LINE
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.

           MOVE ZERO TO WS-PRV-HALLADO.
           PERFORM 4200-BUSCAR-LOTE
               THRU 4200-EXIT
               VARYING WS-PRV-SUB FROM 1 BY 1
               UNTIL WS-PRV-SUB > WS-PRV-CANT
                  OR WS-PRV-HALLADO > 0.
           IF WS-PRV-HALLADO > 0
               IF WS-PRV-FECHA-APLIC-T (WS-PRV-HALLADO)
                  NOT = WS-FECHA-CORRIDA
                   MOVE "YA APLICADO EL " TO WS-LRL-ESTADO
                   MOVE WS-PRV-FECHA-APLIC-T (WS-PRV-HALLADO)
                     TO WS-LRL-ESTADO (16:8)
                   MOVE " - SE OMITE" TO WS-LRL-ESTADO (24:11)
                   WRITE REPORT-REC FROM WS-LOTE-REV-LINE
                   GO TO 4000-EXIT
               END-IF
               MOVE "RECORRIDA - SE VUELVE A APLICAR"
                 TO WS-LRL-ESTADO
           ELSE
               MOVE "APLICADO" TO WS-LRL-ESTADO
           END-IF.
           WRITE REPORT-REC FROM WS-LOTE-REV-LINE.

           SET WS-EOF-NO TO TRUE.
           OPEN INPUT REVERSO-FILE.
           PERFORM 4900-LEER-REVERSO
               THRU 4900-EXIT.
           PERFORM 4300-APLICAR-REVERSO
               THRU 4300-EXIT
               UNTIL WS-EOF-YES.
           CLOSE REVERSO-FILE.

           IF WS-PRV-HALLADO = 0
               OPEN EXTEND REGISTRO-FILE
               MOVE WS-LRV-FECHA TO PRV-FECHA-LOTE
               MOVE WS-LRV-CANTIDAD TO PRV-CANTIDAD
               MOVE WS-LRV-HASH TO PRV-HASH
               MOVE WS-FECHA-CORRIDA TO PRV-FECHA-APLICADA
               WRITE PRV-REGISTRO
               CLOSE REGISTRO-FILE
           END-IF.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-TOMAR-COLA - PRIMERA PASADA: EL ULTIMO REGISTRO "T"  *
      *  ES LA COLA DEL LOTE Y DA SU CANTIDAD Y TOTAL DE CONTROL.  *
      *-----------------------------------------------------------*
       4100-TOMAR-COLA.
           MOVE LOTE-CAB-FECHA TO WS-LRV-FECHA.
           PERFORM 4900-LEER-REVERSO
               THRU 4900-EXIT.
           IF WS-EOF-NO
               IF REVERSO-REC (1:1) = "T"
                   MOVE REVERSO-REC TO LOTE-COLA
                   MOVE LOTE-COLA-CANTIDAD TO WS-LRV-CANTIDAD
                   MOVE LOTE-COLA-HASH TO WS-LRV-HASH
                   SET WS-LOTE-REV-COMPLETO TO TRUE
               ELSE
                   SET WS-LOTE-REV-INCOMPLETO TO TRUE
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

       4200-BUSCAR-LOTE.
           IF WS-PRV-FECHA-LOTE-T (WS-PRV-SUB) = WS-LRV-FECHA
              AND WS-PRV-CANTIDAD-T (WS-PRV-SUB) = WS-LRV-CANTIDAD
              AND WS-PRV-HASH-T (WS-PRV-SUB) = WS-LRV-HASH
               MOVE WS-PRV-SUB TO WS-PRV-HALLADO
           END-IF.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4300-APLICAR-REVERSO - SEGUNDA PASADA: CADA DETALLE       *
      *  MARCADO REVERSO RESTA SU RESULTADO DE LA POSICION DE SU   *
      *  CUENTA. LA CABECERA Y LA COLA SE SALTEAN.                 *
      *-----------------------------------------------------------*
       4300-APLICAR-REVERSO.
           MOVE REVERSO-REC TO REV-REGISTRO.
           IF REVERSO-REC (1:1) = "H"
              OR REVERSO-REC (1:1) = "T"
              OR REV-CLASIFICACION NOT = "REVERSO"
               PERFORM 4900-LEER-REVERSO
                   THRU 4900-EXIT
               GO TO 4300-EXIT
           END-IF.
           COMPUTE WS-IMPORTE-MOV = ZERO - REV-RESULTADO.
           MOVE REV-SUCURSAL TO WS-SUCURSAL-MOV.
           MOVE REV-ID TO POS-TRX-ID.
           PERFORM 7000-ACTUALIZAR-POSICION
               THRU 7000-EXIT.
           ADD REV-RESULTADO TO POS-REVERSOS-DIA.
           PERFORM 7100-GRABAR-POSICION
               THRU 7100-EXIT.
           ADD 1 TO WS-CONT-REVERSOS.
           ADD REV-RESULTADO TO WS-TOT-REVERSOS.
           MOVE REV-ID TO WS-RVL-ID.
           MOVE REV-RESULTADO TO WS-RVL-RESULTADO.
           MOVE POS-SALDO-CIERRE TO WS-RVL-CIERRE.
           WRITE REPORT-REC FROM WS-REVERSO-LINE.
           PERFORM 4900-LEER-REVERSO
               THRU 4900-EXIT.
       4300-EXIT.
           EXIT.

       4900-LEER-REVERSO.
           READ REVERSO-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
           END-READ.
       4900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-CONCILIAR - CONCILIA EL MOVIMIENTO CLASIFICADO QUE   *
      *  SE APLICO CONTRA EL TOTAL DEL DIA DE TOTHIST (ULTIMO      *
      *  REGISTRO DE LA FECHA: EL DEL DIA COMBINADO SI HUBO LOTE   *
      *  SUPLEMENTARIO), CONTANDO LO QUE QUEDO RETENIDO, Y EL NETO *
      *  DEL MAESTRO CONTRA ESE TOTAL MENOS LO RETENIDO, MAS LAS   *
      *  LIBERADAS Y MENOS LOS REVERSOS. CUALQUIER DIFERENCIA ES   *
      *  ERROR: EL MAESTRO NO ES LIBRO DE REGISTRO SI NO CUADRA.   *
      *-----------------------------------------------------------*
       5000-CONCILIAR.
           IF WS-CONT-ERRORES > 0
               GO TO 5000-EXIT
           END-IF.
           OPEN INPUT HIST-FILE.
           PERFORM 5100-LEER-HISTORIA
               THRU 5100-EXIT
               UNTIL WS-HIST-EOF-YES.
           CLOSE HIST-FILE.

           MOVE "TOTHIST DEL DIA" TO WS-CCL-FUENTE.
           MOVE WS-HIST-CANTIDAD TO WS-CCL-CANTIDAD.
           MOVE WS-HIST-TOTAL TO WS-CCL-TOTAL.
           IF WS-HIST-FALTA
               MOVE "SIN REGISTRO" TO WS-CCL-ESTADO
               ADD 1 TO WS-CONT-ERRORES
           ELSE
               MOVE SPACES TO WS-CCL-ESTADO
           END-IF.
           WRITE REPORT-REC FROM WS-CONCILIA-LINE.

           MOVE "MOVIMIENTO APLICADO" TO WS-CCL-FUENTE.
           MOVE WS-CONT-APLICADOS TO WS-CCL-CANTIDAD.
           MOVE WS-TOT-CLASIFICADO TO WS-CCL-TOTAL.
           IF WS-HIST-HALLADO
              AND WS-CONT-APLICADOS + WS-CONT-RETENIDOS
                  = WS-HIST-CANTIDAD
              AND WS-TOT-CLASIFICADO + WS-TOT-RETENIDO
                  = WS-HIST-TOTAL
               MOVE "CONCILIA" TO WS-CCL-ESTADO
           ELSE
               MOVE "NO CONCILIA" TO WS-CCL-ESTADO
               ADD 1 TO WS-CONT-ERRORES
               DISPLAY "ERROR: POSICION NO CONCILIA CON TOTHIST"
           END-IF.
           WRITE REPORT-REC FROM WS-CONCILIA-LINE.

           MOVE "RETENIDAS NO APLIC." TO WS-CCL-FUENTE.
           MOVE WS-CONT-RETENIDOS TO WS-CCL-CANTIDAD.
           MOVE WS-TOT-RETENIDO TO WS-CCL-TOTAL.
           MOVE SPACES TO WS-CCL-ESTADO.
           WRITE REPORT-REC FROM WS-CONCILIA-LINE.

           MOVE "LIBERADAS APLICADAS" TO WS-CCL-FUENTE.
           MOVE WS-CONT-LIBERADOS TO WS-CCL-CANTIDAD.
           MOVE WS-TOT-LIBERADO TO WS-CCL-TOTAL.
           MOVE SPACES TO WS-CCL-ESTADO.
           WRITE REPORT-REC FROM WS-CONCILIA-LINE.

           MOVE "REVERSOS APLICADOS" TO WS-CCL-FUENTE.
           MOVE WS-CONT-REVERSOS TO WS-CCL-CANTIDAD.
           MOVE WS-TOT-REVERSOS TO WS-CCL-TOTAL.
           MOVE SPACES TO WS-CCL-ESTADO.
           WRITE REPORT-REC FROM WS-CONCILIA-LINE.

           COMPUTE WS-TOT-NETO-ESPERADO =
               WS-HIST-TOTAL - WS-TOT-RETENIDO + WS-TOT-LIBERADO
                             - WS-TOT-REVERSOS.
           SET WS-EOF-NO TO TRUE.
           MOVE LOW-VALUES TO POS-TRX-ID.
           START POSICION-FILE KEY NOT < POS-TRX-ID
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START.
           IF WS-EOF-NO
               PERFORM 2900-LEER-POSICION
                   THRU 2900-EXIT
           END-IF.
           PERFORM 5200-SUMAR-POSICION
               THRU 5200-EXIT
               UNTIL WS-EOF-YES.
           MOVE "NETO DEL MAESTRO" TO WS-CCL-FUENTE.
           MOVE WS-CONT-POSICIONES TO WS-CCL-CANTIDAD.
           MOVE WS-TOT-NETO-MAESTRO TO WS-CCL-TOTAL.
           IF WS-TOT-NETO-MAESTRO = WS-TOT-NETO-ESPERADO
               MOVE "CONCILIA" TO WS-CCL-ESTADO
           ELSE
               MOVE "NO CONCILIA" TO WS-CCL-ESTADO
               ADD 1 TO WS-CONT-ERRORES
               DISPLAY "ERROR: NETO DEL MAESTRO NO CONCILIA"
           END-IF.
           WRITE REPORT-REC FROM WS-CONCILIA-LINE.
       5000-EXIT.
           EXIT.

       5100-LEER-HISTORIA.
           READ HIST-FILE
               AT END
                   SET WS-HIST-EOF-YES TO TRUE
               NOT AT END
                   IF HIS-FECHA = WS-FECHA-CORRIDA
                       SET WS-HIST-HALLADO TO TRUE
                       MOVE HIS-CONT-REGISTROS TO WS-HIST-CANTIDAD
                       MOVE HIS-TOTAL-RESULTADO TO WS-HIST-TOTAL
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5200-SUMAR-POSICION - SUMA EL MOVIMIENTO DEL DIA DE LAS   *
      *  POSICIONES DE LA FECHA DE PROCESO. LA CANTIDAD DEL PIE    *
      *  PASA A SER LA DE POSICIONES DEL MAESTRO.                  *
      *-----------------------------------------------------------*
       5200-SUMAR-POSICION.
           IF POS-FECHA-POSICION = WS-FECHA-CORRIDA
               ADD POS-MOV-DIA TO WS-TOT-NETO-MAESTRO
           END-IF.
           PERFORM 2900-LEER-POSICION
               THRU 2900-EXIT.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-ACTUALIZAR-POSICION - APLICA WS-IMPORTE-MOV A LA     *
      *  POSICION DE POS-TRX-ID. UNA CUENTA SIN POSICION SE DA DE  *
      *  ALTA CON APERTURA CERO Y LA FECHA DE PROCESO. LA GRABA   *
      *  7100, DESPUES DE QUE EL REVERSO AGREGUE SU IMPORTE PROPIO.*
      *-----------------------------------------------------------*
       7000-ACTUALIZAR-POSICION.
           SET WS-POS-EXISTENTE TO TRUE.
           READ POSICION-FILE
               INVALID KEY
                   SET WS-NUEVA-POS TO TRUE
           END-READ.
           IF WS-NUEVA-POS
               MOVE ZERO TO POS-SALDO-APERTURA
                            POS-MOV-DIA
                            POS-REVERSOS-DIA
                            POS-CANT-MOV-DIA
                            POS-SALDO-CIERRE
                            POS-ACUM-MES
                            POS-ACUM-ANIO
               MOVE SPACES TO POS-FECHA-ULT-MOV
                              POS-FECHA-ULT-MOV-ANT
                              POS-ULT-SUCURSAL
                              POS-ULT-SUCURSAL-ANT
               MOVE WS-FECHA-CORRIDA TO POS-FECHA-POSICION
               ADD 1 TO WS-CONT-NUEVAS
               ADD 1 TO WS-CONT-POSICIONES
           END-IF.

           ADD WS-IMPORTE-MOV TO POS-MOV-DIA
                                 POS-SALDO-CIERRE
                                 POS-ACUM-MES
                                 POS-ACUM-ANIO.
           ADD 1 TO POS-CANT-MOV-DIA.
           MOVE WS-FECHA-CORRIDA TO POS-FECHA-ULT-MOV.
           IF WS-SUCURSAL-MOV NOT = SPACES
               MOVE WS-SUCURSAL-MOV TO POS-ULT-SUCURSAL
           END-IF.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7100-GRABAR-POSICION - DA DE ALTA O REGRABA LA POSICION   *
      *  RECIEN ACTUALIZADA POR 7000.                              *
      *-----------------------------------------------------------*
       7100-GRABAR-POSICION.
           IF WS-NUEVA-POS
               WRITE POS-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR: NO SE PUDO GRABAR " POS-TRX-ID
                       ADD 1 TO WS-CONT-ERRORES
               END-WRITE
           ELSE
               REWRITE POS-REGISTRO
                   INVALID KEY
                       DISPLAY "ERROR: NO SE PUDO REGRABAR " POS-TRX-ID
                       ADD 1 TO WS-CONT-ERRORES
               END-REWRITE
           END-IF.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - ESCRIBE EL PIE DEL REPORTE Y CIERRA EL   *
      *  MAESTRO.                                                  *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-CONT-ERRORES > 0
               DISPLAY "POSICTA: " WS-CONT-ERRORES " ERRORES - "
                       "REVISAR POSIRPT"
           END-IF.
           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-CONT-APLICADOS TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-ERRORES TO RPT-TRL-ERRORES.
           WRITE REPORT-REC FROM RPT-TRAILER-LINE.
           CLOSE POSICION-FILE
                 REPORT-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM POSICTA.
