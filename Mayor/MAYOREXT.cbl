      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-08-10 RMM  Version inicial de la extraccion al mayor.
      *  2026-09-02 RMM  Asientos de partida doble: cada calculo
      *                  clasificado se imputa con la regla de
      *                  REGLACON (copybook CBREGLA) de la categoria
      *                  de su cuenta (CUENTAS), su sucursal y su
      *                  clasificacion (CONDIDX), y la interfase
      *                  lleva antes de la cola los registros "J"
      *                  con el debe y el haber por sucursal, dia y
      *                  cuenta del mayor. Una combinacion sin regla
      *                  o una sucursal/dia cuyo debe no iguala al
      *                  haber se listan en MAYORERR, la interfase
      *                  queda vacia y el paso termina con RC=8: la
      *                  noche no se transmite hasta corregir la
      *                  tabla. Los calculos que CONDIF derivo a
      *                  excepciones (sin registro en CONDIDX) no se
      *                  imputan y se listan como informacion.
      *  2026-09-04 RMM  Transacciones retenidas por limite diario
      *                  (maestro RETENTRX, copybook CBRETEN): un
      *                  calculo que CONDIF retuvo no pasa a la
      *                  interfase ni se imputa, y se lista en
      *                  MAYORERR. Las que el supervisor libero
      *                  para la fecha de proceso (FECHAPRO) viajan
      *                  en esta interfase con su fecha original en
      *                  el detalle y se imputan en los asientos de
      *                  la fecha de proceso. La imputacion trabaja
      *                  sobre el movimiento en curso (WS-MOVIMIENTO)
      *                  para servir a las dos fuentes.
      *  2026-09-16 RMM  Moneda de origen: el detalle D lleva al final
      *                  la moneda de la partida (AUD-MONEDA, o
      *                  TRX-MONEDA de la liberada) con los RESULTADO
      *                  ya en moneda base, y delante de la cola sale
      *                  una linea M por moneda con la cantidad y los
      *                  cuatro totales, cuya suma es la de la cola;
      *                  MAYORERR lista los mismos subtotales. La
      *                  imagen de la retenida crece a 66.
      *  2026-10-15 RMM  Se imputan los cuatro importes: REGLACON trae
      *                  una regla por numero de importe (REG-IMPORTE,
      *                  en blanco = RESULTADO) y cada importe distinto
      *                  de cero arma su debe y su haber; un importe
      *                  sin regla frena la transmision. La cola suma
      *                  la cantidad de lineas J y el total imputado, y
      *                  la interfase pasa a 80.
      *  2026-10-15 RMM  CUENTAS deja de ser opcional y CONDIDX lleva
      *                  FILE STATUS: si alguno no abre se lista en
      *                  MAYORERR, no se extrae nada y la interfase
      *                  queda vacia con RC=8, en vez de imputar la
      *                  noche sin categoria o caer a mitad del
      *                  archivo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAYOREXT.
           SELECT MAYOR-FILE ASSIGN TO "MAYORINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REGLA-FILE ASSIGN TO "REGLACON"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-TRX-ID
               FILE STATUS IS WS-CUENTAS-FS.

           SELECT RESULTS-INDEXED ASSIGN TO "CONDIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RI-CLAVE
               ALTERNATE RECORD KEY IS RI-TRX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-INDICE-FS.

           SELECT ERROR-FILE ASSIGN TO "MAYORERR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETEN-FILE ASSIGN TO "RETENTRX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY CBAUDIT.

       FD  MAYOR-FILE.
       01  MAYOR-REC                       PIC X(80).

       FD  REGLA-FILE.
       COPY CBREGLA.

       FD  CUENTAS-FILE.
       COPY CBCUENTA.

       FD  RESULTS-INDEXED.
       COPY CBCONIDX.

       FD  ERROR-FILE.
       01  ERROR-REC                       PIC X(80).

       FD  RETEN-FILE.
       COPY CBRETEN.

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       WORKING-STORAGE SECTION.
       COPY CBRPTHDR.

      *    IMAGEN DE LA TRANSACCION LIBERADA (RET-TRX).
       COPY CBTRANS.

       01  WS-SWITCHES.
           05  WS-EOF-SW                   PIC X(01)   VALUE "N".
               88  WS-EOF-YES                          VALUE "Y".
               88  WS-EOF-NO                            VALUE "N".
           05  WS-REG-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-REG-EOF-YES                      VALUE "Y".
               88  WS-REG-EOF-NO                        VALUE "N".
           05  WS-RTN-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-RTN-EOF-YES                      VALUE "Y".
               88  WS-RTN-EOF-NO                        VALUE "N".
           05  WS-REGLA-FALTA-SW           PIC X(01)   VALUE "N".
               88  WS-REGLA-FALTA                      VALUE "S".
               88  WS-REGLA-COMPLETA                   VALUE "N".

       01  WS-CUENTAS-FS                   PIC X(02)   VALUE SPACES.
       01  WS-CUENTAS-SW                   PIC X(01)   VALUE "N".
           88  WS-CUENTAS-ACTIVO                       VALUE "A".
           88  WS-CUENTAS-AUSENTE                       VALUE "N".

       01  WS-INDICE-FS                    PIC X(02)   VALUE SPACES.
       01  WS-INDICE-SW                    PIC X(01)   VALUE "N".
           88  WS-INDICE-ACTIVO                        VALUE "A".
           88  WS-INDICE-AUSENTE                        VALUE "N".

       01  WS-CONTADORES.
           05  WS-CONT-DETALLES            PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ID-NO-NUM           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-IMPUTADOS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-IMPORTES            PIC 9(7)    VALUE ZERO.
           05  WS-CONT-NO-CLASIF           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ASIENTOS            PIC 9(7)    VALUE ZERO.
           05  WS-CONT-RETENIDOS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-LIBERADOS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(5)    VALUE ZERO.

      *    EL TOTAL DE CONTROL POR TRX-ID ES LA SUMA DE LOS ID
      *    NUMERICOS TRUNCADA A 12 DIGITOS, LA CONVENCION DE TOTAL
           05  WS-TOT-RESULTADO3           PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-RESULTADO4           PIC 9(9)V99 VALUE ZERO.

      *    TOTALES DE LAS LINEAS "J" EMITIDAS, PARA LA COLA.
       01  WS-TOTALES-ASIENTO.
           05  WS-TOT-DEBE                 PIC 9(9)V99 VALUE ZERO.
           05  WS-TOT-HABER                PIC 9(9)V99 VALUE ZERO.

       01  WS-FECHA-DATOS                  PIC X(08)   VALUE SPACES.
       01  WS-FECHA-PROCESO                PIC X(08)   VALUE SPACES.

       01  WS-ID-LIBERADA                  PIC X(10).
       01  WS-ID-LIBERADA-NUM REDEFINES WS-ID-LIBERADA
                                            PIC 9(10).

      *    CLAVES (FECHA + TRX-ID) DEL MAESTRO DE RETENIDAS CON SU
      *    ESTADO: CUALQUIER CALCULO QUE FIGURE AQUI NO SALE POR
      *    SUMAAUD (LA LIBERADA VIAJA DESDE EL MAESTRO).
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

      *    MOVIMIENTO EN CURSO A IMPUTAR, TOMADO DE SUMAAUD O DE UNA
      *    RETENIDA LIBERADA. LOS CUATRO IMPORTES SE RECORREN POR
      *    SUBSCRIPTO: EL NUMERO DE IMPORTE ES EL DE LA REGLA.
       01  WS-MOVIMIENTO.
           05  WS-MOV-FECHA                PIC X(08).
           05  WS-MOV-TRX-ID               PIC X(10).
           05  WS-MOV-SUCURSAL             PIC X(03).
           05  WS-MOV-CATEGORIA            PIC X(03).
           05  WS-MOV-CLASIFICACION        PIC X(05).
           05  WS-MOV-RESULTADOS.
               10  WS-MOV-RESULTADO        PIC 9(5)V99.
               10  WS-MOV-RESULTADO2       PIC 9(5)V99.
               10  WS-MOV-RESULTADO3       PIC 9(5)V99.
               10  WS-MOV-RESULTADO4       PIC 9(5)V99.
           05  WS-MOV-TABLA REDEFINES WS-MOV-RESULTADOS.
               10  WS-MOV-IMPORTE          PIC 9(5)V99
                                           OCCURS 4 TIMES.

       01  WS-MOV-SUB                      PIC S9(4)   COMP.

      *    TABLA DE REGLAS DE IMPUTACION, CARGADA ENTERA DE
      *    REGLACON AL COMIENZO. LA CLAVE LLEVA AL FINAL EL NUMERO
      *    DE IMPORTE (EN BLANCO EN REGLACON SE CARGA COMO 1).
       01  WS-TABLA-REGLAS.
           05  WS-RGL-MAX                  PIC S9(4)   COMP VALUE 200.
           05  WS-RGL-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-RGL-ENTRADA OCCURS 200 TIMES.
               10  WS-RGL-CLAVE.
                   15  WS-RGL-REGLA        PIC X(11).
                   15  WS-RGL-IMPORTE      PIC X(01).
               10  WS-RGL-DEBE             PIC X(10).
               10  WS-RGL-HABER            PIC X(10).

       01  WS-RGL-SUB                      PIC S9(4)   COMP.
       01  WS-RGL-HALLADO                  PIC S9(4)   COMP.

      *    CLAVE DE LA REGLA BUSCADA PARA EL IMPORTE EN CURSO, CON
      *    LA MISMA FORMA QUE WS-RGL-CLAVE.
       01  WS-CLAVE-BUSCADA.
           05  WS-CLB-CATEGORIA            PIC X(03).
           05  WS-CLB-SUCURSAL             PIC X(03).
           05  WS-CLB-CLASIFICACION        PIC X(05).
           05  WS-CLB-IMPORTE              PIC 9(01).

      *    ASIENTOS ACUMULADOS POR FECHA, SUCURSAL, CUENTA DEL
      *    MAYOR Y LADO (D=DEBE, H=HABER).
       01  WS-TABLA-ASIENTOS.
           05  WS-ASI-MAX                  PIC S9(4)   COMP VALUE 300.
           05  WS-ASI-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-ASI-ENTRADA OCCURS 300 TIMES.
               10  WS-ASI-FECHA-T          PIC X(08).
               10  WS-ASI-SUCURSAL-T       PIC X(03).
               10  WS-ASI-CUENTA-T         PIC X(10).
               10  WS-ASI-LADO-T           PIC X(01).
               10  WS-ASI-IMPORTE-T        PIC 9(9)V99.
               10  WS-ASI-CANTIDAD-T       PIC 9(7).

       01  WS-ASI-SUB                      PIC S9(4)   COMP.
       01  WS-ASI-HALLADO                  PIC S9(4)   COMP.

      *    CUADRE DEBE CONTRA HABER POR SUCURSAL Y DIA.
       01  WS-TABLA-CUADRE.
           05  WS-CUA-MAX                  PIC S9(4)   COMP VALUE 50.
           05  WS-CUA-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-CUA-ENTRADA OCCURS 50 TIMES.
               10  WS-CUA-FECHA-T          PIC X(08).
               10  WS-CUA-SUCURSAL-T       PIC X(03).
               10  WS-CUA-DEBE-T           PIC 9(9)V99.
               10  WS-CUA-HABER-T          PIC 9(9)V99.

       01  WS-CUA-SUB                      PIC S9(4)   COMP.
       01  WS-CUA-HALLADO                  PIC S9(4)   COMP.

      *    IMPUTACION EN CURSO, ARMADA ANTES DE ACUMULARSE.
       01  WS-IMPUTACION.
           05  WS-IMP-CUENTA               PIC X(10).
           05  WS-IMP-LADO                 PIC X(01).
           05  WS-IMP-IMPORTE              PIC 9(9)V99.

       01  WS-CABECERA-LINE.
           05  FILLER                      PIC X(01)   VALUE "H".
           05  WS-DET-RESULTADO2           PIC 9(5)V99.
           05  WS-DET-RESULTADO3           PIC 9(5)V99.
           05  WS-DET-RESULTADO4           PIC 9(5)V99.
           05  WS-DET-MONEDA               PIC X(03).

      *    ASIENTO DE PARTIDA DOBLE: UNA LINEA POR FECHA, SUCURSAL,
      *    CUENTA DEL MAYOR Y LADO, CON EL IMPORTE Y LA CANTIDAD DE
      *    CALCULOS QUE LO FORMAN.
       01  WS-ASIENTO-LINE.
           05  FILLER                      PIC X(01)   VALUE "J".
           05  WS-JRN-FECHA                PIC X(08).
           05  WS-JRN-SUCURSAL             PIC X(03).
           05  WS-JRN-CUENTA               PIC X(10).
           05  WS-JRN-LADO                 PIC X(01).
           05  WS-JRN-IMPORTE              PIC 9(9)V99.
           05  WS-JRN-CANTIDAD             PIC 9(7).

      *    TOTALES POR MONEDA DE ORIGEN DE LOS DETALLES EXTRAIDOS
      *    (IMPORTES EN MONEDA BASE); SALEN COMO LINEAS "M" DELANTE
      *    DE LA COLA Y SU SUMA ES LA DE LA COLA. UNA MONEDA EN
      *    BLANCO (BITACORA ANTERIOR A LA CONVERSION) SE AGRUPA
      *    COMO "---".
       01  WS-TABLA-MONEDAS.
           05  WS-MON-MAX                  PIC S9(4)   COMP VALUE 10.
           05  WS-MON-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-MON-ENTRADA OCCURS 10 TIMES.
               10  WS-MON-CODIGO           PIC X(03).
               10  WS-MON-CANTIDAD         PIC 9(7).
               10  WS-MON-RESULTADO        PIC 9(9)V99.
               10  WS-MON-RESULTADO2       PIC 9(9)V99.
               10  WS-MON-RESULTADO3       PIC 9(9)V99.
               10  WS-MON-RESULTADO4       PIC 9(9)V99.

       01  WS-MON-SUB                      PIC S9(4)   COMP.
       01  WS-MON-HALLADO                  PIC S9(4)   COMP.
       01  WS-MON-BUSCADA                  PIC X(03)   VALUE SPACES.

       01  WS-MONEDA-REG-LINE.
           05  FILLER                      PIC X(01)   VALUE "M".
           05  WS-MRG-MONEDA               PIC X(03).
           05  WS-MRG-CANTIDAD             PIC 9(7).
           05  WS-MRG-RESULTADO            PIC 9(9)V99.
           05  WS-MRG-RESULTADO2           PIC 9(9)V99.
           05  WS-MRG-RESULTADO3           PIC 9(9)V99.
           05  WS-MRG-RESULTADO4           PIC 9(9)V99.

       01  WS-MONEDA-LINE.
           05  FILLER                      PIC X(07)   VALUE "MONEDA ".
           05  WS-MNL-MONEDA               PIC X(03).
           05  FILLER                      PIC X(10)
               VALUE " DETALLES=".
           05  WS-MNL-CANTIDAD             PIC Z(6)9.
           05  FILLER                      PIC X(05)   VALUE " RES=".
           05  WS-MNL-RESULTADO            PIC Z(8)9.99.
           05  FILLER                      PIC X(06)   VALUE " SUMA=".
           05  WS-MNL-RESULTADO2           PIC Z(8)9.99.

       01  WS-COLA-LINE.
           05  FILLER                      PIC X(01)   VALUE "T".
           05  WS-COLA-RESULTADO2          PIC 9(9)V99.
           05  WS-COLA-RESULTADO3          PIC 9(9)V99.
           05  WS-COLA-RESULTADO4          PIC 9(9)V99.
           05  WS-COLA-ASIENTOS            PIC 9(05).
           05  WS-COLA-IMPUTADO            PIC 9(9)V99.

       01  WS-SIN-REGLA-LINE.
           05  FILLER                      PIC X(13)
               VALUE "SIN REGLA ID=".
           05  WS-SRL-ID                   PIC X(10).
           05  FILLER                      PIC X(05)   VALUE " CAT=".
           05  WS-SRL-CATEGORIA            PIC X(03).
           05  FILLER                      PIC X(05)   VALUE " SUC=".
           05  WS-SRL-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(06)   VALUE " CLAS=".
           05  WS-SRL-CLASIFICACION        PIC X(05).
           05  FILLER                      PIC X(05)   VALUE " RES=".
           05  WS-SRL-RESULTADO            PIC Z(4)9.99.
           05  FILLER                      PIC X(05)   VALUE " IMP=".
           05  WS-SRL-IMPORTE              PIC 9(01).

       01  WS-NO-CLASIF-LINE.
           05  FILLER                      PIC X(25)
               VALUE "NO IMPUTADA (EXCEPCION) ".
           05  FILLER                      PIC X(03)   VALUE "ID=".
           05  WS-NCL-ID                   PIC X(10).
           05  FILLER                      PIC X(05)   VALUE " SUC=".
           05  WS-NCL-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(05)   VALUE " RES=".
           05  WS-NCL-RESULTADO            PIC Z(4)9.99.

       01  WS-RETENIDA-LINE.
           05  FILLER                      PIC X(25)
               VALUE "RETENIDA LIMITE DIARIO   ".
           05  FILLER                      PIC X(03)   VALUE "ID=".
           05  WS-RTL-ID                   PIC X(10).
           05  FILLER                      PIC X(05)   VALUE " SUC=".
           05  WS-RTL-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(05)   VALUE " EST=".
           05  WS-RTL-ESTADO               PIC X(01).
           05  FILLER                      PIC X(05)   VALUE " RES=".
           05  WS-RTL-RESULTADO            PIC Z(4)9.99.

       01  WS-LIBERADA-LINE.
           05  FILLER                      PIC X(25)
               VALUE "LIBERADA POR SUPERVISOR  ".
           05  FILLER                      PIC X(03)   VALUE "ID=".
           05  WS-LBL-ID                   PIC X(10).
           05  FILLER                      PIC X(05)   VALUE " DEL=".
           05  WS-LBL-FECHA                PIC X(08).
           05  FILLER                      PIC X(05)   VALUE " INI=".
           05  WS-LBL-INICIALES            PIC X(03).
           05  FILLER                      PIC X(05)   VALUE " RES=".
           05  WS-LBL-RESULTADO            PIC Z(4)9.99.

       01  WS-CUADRE-LINE.
           05  WS-CDL-MARCA                PIC X(12).
           05  WS-CDL-FECHA                PIC X(08).
           05  FILLER                      PIC X(05)   VALUE " SUC=".
           05  WS-CDL-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(06)   VALUE " DEBE=".
           05  WS-CDL-DEBE                 PIC Z(8)9.99.
           05  FILLER                      PIC X(07)   VALUE " HABER=".
           05  WS-CDL-HABER                PIC Z(8)9.99.

       PROCEDURE DIVISION.

           PERFORM 2000-EXTRAER-CALCULO
               THRU 2000-EXIT
               UNTIL WS-EOF-YES.
           IF WS-CUENTAS-ACTIVO
              AND WS-INDICE-ACTIVO
               PERFORM 4000-EXTRAER-LIBERADAS
                   THRU 4000-EXIT
           END-IF.
           PERFORM 5000-EMITIR-ASIENTO
               THRU 5000-EXIT
               VARYING WS-ASI-SUB FROM 1 BY 1
               UNTIL WS-ASI-SUB > WS-ASI-CANT.
           PERFORM 6000-VERIFICAR-CUADRE
               THRU 6000-EXIT
               VARYING WS-CUA-SUB FROM 1 BY 1
               UNTIL WS-CUA-SUB > WS-CUA-CANT.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.
           IF WS-CONT-ERRORES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      *  0900-FIJAR-FECHA-PROCESO - TOMA LA FECHA DE PROCESO DEL   *
      *  CICLO, QUE ES LA QUE EL SUPERVISOR ESTAMPA AL LIBERAR UNA *
      *  RETENIDA; SIN REGISTRO SE USA LA DEL SISTEMA CON AVISO.   *
      *-----------------------------------------------------------*
       0900-FIJAR-FECHA-PROCESO.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
           OPEN INPUT FECHA-PRO-FILE.
           READ FECHA-PRO-FILE
               AT END
                   DISPLAY "FECHAPRO SIN REGISTRO - SE USA LA FECHA "
                           "DEL SISTEMA"
               NOT AT END
                   MOVE FPR-FECHA TO WS-FECHA-PROCESO
           END-READ.
           CLOSE FECHA-PRO-FILE.
       0900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - CARGA LAS REGLAS DE IMPUTACION, ABRE LA *
      *  BITACORA, LA INTERFASE Y EL REPORTE DE CONTROL, LEE EL    *
      *  PRIMER CALCULO Y ESCRIBE LA CABECERA CON LA FECHA DE LOS  *
      *  DATOS (NO LA DEL RELOJ, PARA QUE UNA REGENERACION SEA     *
      *  IDENTICA A LA TRANSMISION ORIGINAL). DESPUES ABRE EL      *
      *  MAESTRO DE CUENTAS Y EL INDICE DE RESULTADOS: SIN         *
      *  CUALQUIERA DE LOS DOS NO SE PUEDE IMPUTAR BIEN (SIN       *
      *  CATEGORIA TODA LA NOCHE IRIA A LAS CUENTAS DE LAS REGLAS  *
      *  EN BLANCO, CUADRADA Y SIN AVISO), ASI QUE ES ERROR, NO SE *
      *  EXTRAE NADA Y LA INTERFASE QUEDA VACIA.                   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.
           PERFORM 1200-CARGAR-RETENIDAS
               THRU 1200-EXIT.

           OPEN INPUT REGLA-FILE.
           PERFORM 1100-CARGAR-REGLA
               THRU 1100-EXIT
               UNTIL WS-REG-EOF-YES.
           CLOSE REGLA-FILE.
           IF WS-RGL-CANT = 0
               DISPLAY "AVISO: REGLACON SIN REGLAS DE IMPUTACION"
           END-IF.

           OPEN INPUT AUDIT-FILE.
           OPEN OUTPUT MAYOR-FILE.
           PERFORM 2900-LEER-AUDITORIA
           END-IF.
           MOVE WS-FECHA-DATOS TO WS-CAB-FECHA.
           WRITE MAYOR-REC FROM WS-CABECERA-LINE.

           OPEN OUTPUT ERROR-FILE.
           MOVE "CONTROL DE ASIENTOS" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-DATOS TO RPT-HDR-FECHA.
           WRITE ERROR-REC FROM RPT-HEADER-LINE.

           OPEN INPUT CUENTAS-FILE.
           IF WS-CUENTAS-FS = "00"
               SET WS-CUENTAS-ACTIVO TO TRUE
           ELSE
               MOVE SPACES TO ERROR-REC
               STRING "CUENTAS NO DISPONIBLE, ESTADO="
                      DELIMITED BY SIZE
                      WS-CUENTAS-FS DELIMITED BY SIZE
                      " - NO SE PUEDE IMPUTAR POR CATEGORIA"
                      DELIMITED BY SIZE
                 INTO ERROR-REC
               WRITE ERROR-REC
               DISPLAY "ERROR: " ERROR-REC
               ADD 1 TO WS-CONT-ERRORES
           END-IF.
           OPEN INPUT RESULTS-INDEXED.
           IF WS-INDICE-FS = "00" OR WS-INDICE-FS = "05"
               SET WS-INDICE-ACTIVO TO TRUE
           ELSE
               MOVE SPACES TO ERROR-REC
               STRING "NO SE PUDO ABRIR CONDIDX, ESTADO="
                      DELIMITED BY SIZE
                      WS-INDICE-FS DELIMITED BY SIZE
                      " - SIN CLASIFICACION NO SE IMPUTA"
                      DELIMITED BY SIZE
                 INTO ERROR-REC
               WRITE ERROR-REC
               DISPLAY "ERROR: " ERROR-REC
               ADD 1 TO WS-CONT-ERRORES
           END-IF.
           IF WS-CUENTAS-AUSENTE
              OR WS-INDICE-AUSENTE
               SET WS-EOF-YES TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-CARGAR-REGLA - CARGA UNA REGLA DE REGLACON EN LA     *
      *  TABLA; CON LA TABLA LLENA O UN NUMERO DE IMPORTE FUERA DE *
      *  1 A 4 LA REGLA SE DESCARTA Y SE CUENTA COMO ERROR (SUS    *
      *  CALCULOS QUEDARIAN SIN IMPUTAR).                          *
      *-----------------------------------------------------------*
       1100-CARGAR-REGLA.
           READ REGLA-FILE
               AT END
                   SET WS-REG-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF NOT REG-IMPORTE-VALIDO
               DISPLAY "ERROR: IMPORTE " REG-IMPORTE " INVALIDO EN "
                       "REGLA " REG-CLAVE
               ADD 1 TO WS-CONT-ERRORES
               GO TO 1100-EXIT
           END-IF.
           IF WS-RGL-CANT < WS-RGL-MAX
               ADD 1 TO WS-RGL-CANT
               MOVE REG-CLAVE TO WS-RGL-REGLA (WS-RGL-CANT)
               IF REG-IMPORTE = SPACE
                   MOVE "1" TO WS-RGL-IMPORTE (WS-RGL-CANT)
               ELSE
                   MOVE REG-IMPORTE TO WS-RGL-IMPORTE (WS-RGL-CANT)
               END-IF
               MOVE REG-CUENTA-DEBE TO WS-RGL-DEBE (WS-RGL-CANT)
               MOVE REG-CUENTA-HABER TO WS-RGL-HABER (WS-RGL-CANT)
           ELSE
               DISPLAY "ERROR: TABLA DE REGLAS LLENA, SE "
                       "DESCARTA " REG-CLAVE
               ADD 1 TO WS-CONT-ERRORES
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-CARGAR-RETENIDAS - CARGA LA CLAVE Y EL ESTADO DE     *
      *  CADA TRANSACCION DEL MAESTRO DE RETENIDAS. CON LA TABLA   *
      *  LLENA ES ERROR: UNA RETENIDA QUE NO SE VE SE TRANSMITIRIA *
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
      *  2000-EXTRAER-CALCULO - ESCRIBE EL DETALLE DE INTERFASE    *
      *  DEL CALCULO LEIDO, ACUMULA CANTIDAD, TOTAL DE CONTROL     *
      *  POR TRX-ID Y TOTALES DE IMPORTE PARA LA COLA, E IMPUTA EL *
      *  CALCULO CON SU REGLA.                                     *
      *-----------------------------------------------------------*
       2000-EXTRAER-CALCULO.
           MOVE AUD-FECHA TO WS-RTB-FECHA.
           MOVE AUD-TRX-ID TO WS-RTB-TRX-ID.
           MOVE ZERO TO WS-RTN-HALLADO.
           PERFORM 2050-BUSCAR-RETENIDA
               THRU 2050-EXIT
               VARYING WS-RTN-SUB FROM 1 BY 1
               UNTIL WS-RTN-SUB > WS-RTN-CANT
                  OR WS-RTN-HALLADO > 0.
           IF WS-RTN-HALLADO > 0
               ADD 1 TO WS-CONT-RETENIDOS
               MOVE AUD-TRX-ID TO WS-RTL-ID
               MOVE AUD-SUCURSAL TO WS-RTL-SUCURSAL
               MOVE WS-RTN-ESTADO (WS-RTN-HALLADO) TO WS-RTL-ESTADO
               MOVE AUD-RESULTADO TO WS-RTL-RESULTADO
               WRITE ERROR-REC FROM WS-RETENIDA-LINE
               PERFORM 2900-LEER-AUDITORIA
                   THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE AUD-TRX-ID TO WS-DET-TRX-ID.
           MOVE AUD-FECHA TO WS-DET-FECHA.
           MOVE AUD-RESULTADO TO WS-DET-RESULTADO.
           MOVE AUD-RESULTADO2 TO WS-DET-RESULTADO2.
           MOVE AUD-RESULTADO3 TO WS-DET-RESULTADO3.
           MOVE AUD-RESULTADO4 TO WS-DET-RESULTADO4.
           MOVE AUD-MONEDA TO WS-DET-MONEDA.
           WRITE MAYOR-REC FROM WS-DETALLE-LINE.
           PERFORM 2600-ACUMULAR-MONEDA
               THRU 2600-EXIT.

           ADD 1 TO WS-CONT-DETALLES.
           IF AUD-TRX-ID-NUM NUMERIC
           ADD AUD-RESULTADO3 TO WS-TOT-RESULTADO3.
           ADD AUD-RESULTADO4 TO WS-TOT-RESULTADO4.

           PERFORM 3000-IMPUTAR-CALCULO
               THRU 3000-EXIT.

           PERFORM 2900-LEER-AUDITORIA
               THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2050-BUSCAR-RETENIDA.
           IF WS-RTN-CLAVE (WS-RTN-SUB) = WS-RTN-BUSCADA
               MOVE WS-RTN-SUB TO WS-RTN-HALLADO
           END-IF.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2600-ACUMULAR-MONEDA - SUMA EL DETALLE RECIEN GRABADO A   *
      *  LOS TOTALES DE SU MONEDA DE ORIGEN. LA TABLA LLENA NO SE  *
      *  PUEDE DEJAR PASAR: LAS LINEAS "M" YA NO SUMARIAN LA COLA, *
      *  ASI QUE CUENTA COMO ERROR Y LA INTERFASE NO SE TRANSMITE. *
      *-----------------------------------------------------------*
       2600-ACUMULAR-MONEDA.
           IF WS-DET-MONEDA = SPACES
               MOVE "---" TO WS-MON-BUSCADA
           ELSE
               MOVE WS-DET-MONEDA TO WS-MON-BUSCADA
           END-IF.
           MOVE ZERO TO WS-MON-HALLADO.
           PERFORM 2650-BUSCAR-MONEDA
               THRU 2650-EXIT
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
                                WS-MON-RESULTADO (WS-MON-HALLADO)
                                WS-MON-RESULTADO2 (WS-MON-HALLADO)
                                WS-MON-RESULTADO3 (WS-MON-HALLADO)
                                WS-MON-RESULTADO4 (WS-MON-HALLADO)
               ELSE
                   MOVE SPACES TO ERROR-REC
                   STRING "TABLA DE MONEDAS LLENA, SIN TOTAL PARA "
                          DELIMITED BY SIZE
                          WS-MON-BUSCADA DELIMITED BY SIZE
                     INTO ERROR-REC
                   WRITE ERROR-REC
                   DISPLAY ERROR-REC
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 2600-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-MON-CANTIDAD (WS-MON-HALLADO).
           ADD WS-DET-RESULTADO TO WS-MON-RESULTADO (WS-MON-HALLADO).
           ADD WS-DET-RESULTADO2
             TO WS-MON-RESULTADO2 (WS-MON-HALLADO).
           ADD WS-DET-RESULTADO3
             TO WS-MON-RESULTADO3 (WS-MON-HALLADO).
           ADD WS-DET-RESULTADO4
             TO WS-MON-RESULTADO4 (WS-MON-HALLADO).
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2650-BUSCAR-MONEDA - DEJA EN WS-MON-HALLADO EL SUBSCRIPTO *
      *  DE LA ENTRADA DE LA MONEDA BUSCADA.                       *
      *-----------------------------------------------------------*
       2650-BUSCAR-MONEDA.
           IF WS-MON-CODIGO (WS-MON-SUB) = WS-MON-BUSCADA
               MOVE WS-MON-SUB TO WS-MON-HALLADO
           END-IF.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-LEER-AUDITORIA - LECTURA DE UN CALCULO DE SUMAAUD,   *
      *  CON MARCA DE FIN DE ARCHIVO.                              *
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-IMPUTAR-CALCULO - TOMA LA CLASIFICACION DEL CALCULO  *
      *  EN CONDIDX (FECHA + TRX-ID) Y LA CATEGORIA DE SU CUENTA,  *
      *  BUSCA LA REGLA DE CATEGORIA + SUCURSAL + CLASIFICACION Y  *
      *  ACUMULA EL DEBE Y EL HABER DE CADA IMPORTE. UN CALCULO    *
      *  SIN REGISTRO EN EL INDICE ES UNA EXCEPCION DE CONDIF      *
      *  (CUENTA DESCONOCIDA O CERRADA) Y NO SE IMPUTA; UNO SIN    *
      *  REGLA ES ERROR Y FRENA LA TRANSMISION.                    *
      *-----------------------------------------------------------*
       3000-IMPUTAR-CALCULO.
           MOVE AUD-FECHA TO RI-FECHA.
           MOVE AUD-TRX-ID TO RI-TRX-ID.
           READ RESULTS-INDEXED
               INVALID KEY
                   ADD 1 TO WS-CONT-NO-CLASIF
                   MOVE AUD-TRX-ID TO WS-NCL-ID
                   MOVE AUD-SUCURSAL TO WS-NCL-SUCURSAL
                   MOVE AUD-RESULTADO TO WS-NCL-RESULTADO
                   WRITE ERROR-REC FROM WS-NO-CLASIF-LINE
                   GO TO 3000-EXIT
           END-READ.

           MOVE SPACES TO WS-MOV-CATEGORIA.
           IF WS-CUENTAS-ACTIVO
               MOVE AUD-TRX-ID TO CTA-TRX-ID
               READ CUENTAS-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-MOV-CATEGORIA
                   NOT INVALID KEY
                       MOVE CTA-CATEGORIA TO WS-MOV-CATEGORIA
               END-READ
           END-IF.
           MOVE AUD-FECHA TO WS-MOV-FECHA.
           MOVE AUD-TRX-ID TO WS-MOV-TRX-ID.
           MOVE AUD-SUCURSAL TO WS-MOV-SUCURSAL.
           MOVE RI-CLASIFICACION TO WS-MOV-CLASIFICACION.
           MOVE AUD-RESULTADO TO WS-MOV-RESULTADO.
           MOVE AUD-RESULTADO2 TO WS-MOV-RESULTADO2.
           MOVE AUD-RESULTADO3 TO WS-MOV-RESULTADO3.
           MOVE AUD-RESULTADO4 TO WS-MOV-RESULTADO4.
           PERFORM 3020-IMPUTAR-MOVIMIENTO
               THRU 3020-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3020-IMPUTAR-MOVIMIENTO - IMPUTA UNO A UNO LOS CUATRO     *
      *  IMPORTES DEL MOVIMIENTO EN CURSO. EL CALCULO CUENTA COMO  *
      *  IMPUTADO SOLO SI NINGUN IMPORTE QUEDO SIN REGLA.          *
      *-----------------------------------------------------------*
       3020-IMPUTAR-MOVIMIENTO.
           SET WS-REGLA-COMPLETA TO TRUE.
           PERFORM 3030-IMPUTAR-IMPORTE
               THRU 3030-EXIT
               VARYING WS-MOV-SUB FROM 1 BY 1
               UNTIL WS-MOV-SUB > 4.
           IF WS-REGLA-COMPLETA
               ADD 1 TO WS-CONT-IMPUTADOS
           END-IF.
       3020-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3030-IMPUTAR-IMPORTE - BUSCA LA REGLA DE CATEGORIA +      *
      *  SUCURSAL + CLASIFICACION + NUMERO DE IMPORTE Y ACUMULA EL *
      *  DEBE Y EL HABER DEL IMPORTE. UN IMPORTE EN CERO NO SE     *
      *  IMPUTA; UNO SIN REGLA ES ERROR Y FRENA LA TRANSMISION.    *
      *-----------------------------------------------------------*
       3030-IMPUTAR-IMPORTE.
           IF WS-MOV-IMPORTE (WS-MOV-SUB) = ZERO
               GO TO 3030-EXIT
           END-IF.
           MOVE WS-MOV-CATEGORIA TO WS-CLB-CATEGORIA.
           MOVE WS-MOV-SUCURSAL TO WS-CLB-SUCURSAL.
           MOVE WS-MOV-CLASIFICACION TO WS-CLB-CLASIFICACION.
           MOVE WS-MOV-SUB TO WS-CLB-IMPORTE.

           MOVE ZERO TO WS-RGL-HALLADO.
           PERFORM 3050-BUSCAR-REGLA
               THRU 3050-EXIT
               VARYING WS-RGL-SUB FROM 1 BY 1
               UNTIL WS-RGL-SUB > WS-RGL-CANT
                  OR WS-RGL-HALLADO > 0.
           IF WS-RGL-HALLADO > 0
               IF WS-RGL-DEBE (WS-RGL-HALLADO) = SPACES
                  OR WS-RGL-HABER (WS-RGL-HALLADO) = SPACES
                   MOVE ZERO TO WS-RGL-HALLADO
               END-IF
           END-IF.
           IF WS-RGL-HALLADO = 0
               ADD 1 TO WS-CONT-ERRORES
               MOVE WS-MOV-TRX-ID TO WS-SRL-ID
               MOVE WS-CLB-CATEGORIA TO WS-SRL-CATEGORIA
               MOVE WS-CLB-SUCURSAL TO WS-SRL-SUCURSAL
               MOVE WS-CLB-CLASIFICACION TO WS-SRL-CLASIFICACION
               MOVE WS-MOV-IMPORTE (WS-MOV-SUB) TO WS-SRL-RESULTADO
               MOVE WS-CLB-IMPORTE TO WS-SRL-IMPORTE
               WRITE ERROR-REC FROM WS-SIN-REGLA-LINE
               DISPLAY WS-SIN-REGLA-LINE
               SET WS-REGLA-FALTA TO TRUE
               GO TO 3030-EXIT
           END-IF.

           ADD 1 TO WS-CONT-IMPORTES.
           MOVE WS-MOV-IMPORTE (WS-MOV-SUB) TO WS-IMP-IMPORTE.
           MOVE WS-RGL-DEBE (WS-RGL-HALLADO) TO WS-IMP-CUENTA.
           MOVE "D" TO WS-IMP-LADO.
           PERFORM 3100-ACUMULAR-ASIENTO
               THRU 3100-EXIT.
           MOVE WS-RGL-HABER (WS-RGL-HALLADO) TO WS-IMP-CUENTA.
           MOVE "H" TO WS-IMP-LADO.
           PERFORM 3100-ACUMULAR-ASIENTO
               THRU 3100-EXIT.
       3030-EXIT.
           EXIT.

       3050-BUSCAR-REGLA.
           IF WS-RGL-CLAVE (WS-RGL-SUB) = WS-CLAVE-BUSCADA
               MOVE WS-RGL-SUB TO WS-RGL-HALLADO
           END-IF.
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-ACUMULAR-ASIENTO - SUMA LA IMPUTACION EN CURSO A SU  *
      *  LINEA DE ASIENTO (FECHA, SUCURSAL, CUENTA Y LADO) Y AL    *
      *  CUADRE DE SU SUCURSAL Y DIA. UNA TABLA LLENA ES ERROR:    *
      *  UN ASIENTO PERDIDO DESCUADRARIA EL MAYOR.                 *
      *-----------------------------------------------------------*
       3100-ACUMULAR-ASIENTO.
           MOVE ZERO TO WS-ASI-HALLADO.
           PERFORM 3150-BUSCAR-ASIENTO
               THRU 3150-EXIT
               VARYING WS-ASI-SUB FROM 1 BY 1
               UNTIL WS-ASI-SUB > WS-ASI-CANT
                  OR WS-ASI-HALLADO > 0.
           IF WS-ASI-HALLADO = 0
               IF WS-ASI-CANT < WS-ASI-MAX
                   ADD 1 TO WS-ASI-CANT
                   MOVE WS-ASI-CANT TO WS-ASI-HALLADO
                   MOVE WS-MOV-FECHA
                     TO WS-ASI-FECHA-T (WS-ASI-HALLADO)
                   MOVE WS-MOV-SUCURSAL
                     TO WS-ASI-SUCURSAL-T (WS-ASI-HALLADO)
                   MOVE WS-IMP-CUENTA
                     TO WS-ASI-CUENTA-T (WS-ASI-HALLADO)
                   MOVE WS-IMP-LADO TO WS-ASI-LADO-T (WS-ASI-HALLADO)
                   MOVE ZERO TO WS-ASI-IMPORTE-T (WS-ASI-HALLADO)
                                WS-ASI-CANTIDAD-T (WS-ASI-HALLADO)
               ELSE
                   DISPLAY "ERROR: TABLA DE ASIENTOS LLENA"
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           ADD WS-IMP-IMPORTE TO WS-ASI-IMPORTE-T (WS-ASI-HALLADO).
           ADD 1 TO WS-ASI-CANTIDAD-T (WS-ASI-HALLADO).

           MOVE ZERO TO WS-CUA-HALLADO.
           PERFORM 3250-BUSCAR-CUADRE
               THRU 3250-EXIT
               VARYING WS-CUA-SUB FROM 1 BY 1
               UNTIL WS-CUA-SUB > WS-CUA-CANT
                  OR WS-CUA-HALLADO > 0.
           IF WS-CUA-HALLADO = 0
               IF WS-CUA-CANT < WS-CUA-MAX
                   ADD 1 TO WS-CUA-CANT
                   MOVE WS-CUA-CANT TO WS-CUA-HALLADO
                   MOVE WS-MOV-FECHA
                     TO WS-CUA-FECHA-T (WS-CUA-HALLADO)
                   MOVE WS-MOV-SUCURSAL
                     TO WS-CUA-SUCURSAL-T (WS-CUA-HALLADO)
                   MOVE ZERO TO WS-CUA-DEBE-T (WS-CUA-HALLADO)
                                WS-CUA-HABER-T (WS-CUA-HALLADO)
               ELSE
                   DISPLAY "ERROR: TABLA DE CUADRE LLENA"
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           IF WS-IMP-LADO = "D"
               ADD WS-IMP-IMPORTE TO WS-CUA-DEBE-T (WS-CUA-HALLADO)
           ELSE
               ADD WS-IMP-IMPORTE TO WS-CUA-HABER-T (WS-CUA-HALLADO)
           END-IF.
       3100-EXIT.
           EXIT.

       3150-BUSCAR-ASIENTO.
           IF WS-ASI-FECHA-T (WS-ASI-SUB) = WS-MOV-FECHA
              AND WS-ASI-SUCURSAL-T (WS-ASI-SUB) = WS-MOV-SUCURSAL
              AND WS-ASI-CUENTA-T (WS-ASI-SUB) = WS-IMP-CUENTA
              AND WS-ASI-LADO-T (WS-ASI-SUB) = WS-IMP-LADO
               MOVE WS-ASI-SUB TO WS-ASI-HALLADO
           END-IF.
       3150-EXIT.
           EXIT.

       3250-BUSCAR-CUADRE.
           IF WS-CUA-FECHA-T (WS-CUA-SUB) = WS-MOV-FECHA
              AND WS-CUA-SUCURSAL-T (WS-CUA-SUB) = WS-MOV-SUCURSAL
               MOVE WS-CUA-SUB TO WS-CUA-HALLADO
           END-IF.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-EXTRAER-LIBERADAS - RECORRE EL MAESTRO DE RETENIDAS  *
      *  Y PASA A LA INTERFASE LAS QUE EL SUPERVISOR LIBERO PARA   *
      *  LA FECHA DE PROCESO: DETALLE CON LA FECHA ORIGINAL DEL    *
      *  CALCULO, TOTALES DE LA COLA E IMPUTACION EN LOS ASIENTOS  *
      *  DE LA FECHA DE PROCESO. UNA REGENERACION DE LA MISMA      *
      *  FECHA LAS VUELVE A LLEVAR, IGUAL QUE AL RESTO.            *
      *-----------------------------------------------------------*
       4000-EXTRAER-LIBERADAS.
           SET WS-RTN-EOF-NO TO TRUE.
           OPEN INPUT RETEN-FILE.
           PERFORM 4100-EXTRAER-LIBERADA
               THRU 4100-EXIT
               UNTIL WS-RTN-EOF-YES.
           CLOSE RETEN-FILE.
       4000-EXIT.
           EXIT.

       4100-EXTRAER-LIBERADA.
           READ RETEN-FILE
               AT END
                   SET WS-RTN-EOF-YES TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF NOT RET-LIBERADA
              OR RET-FECHA-EXTRACCION NOT = WS-FECHA-PROCESO
               GO TO 4100-EXIT
           END-IF.

           MOVE RET-TRX TO TRX-REGISTRO.
           MOVE RET-TRX-ID TO WS-DET-TRX-ID.
           MOVE RET-FECHA TO WS-DET-FECHA.
           MOVE TRX-RESULTADO TO WS-DET-RESULTADO.
           MOVE TRX-RESULTADO2 TO WS-DET-RESULTADO2.
           MOVE TRX-RESULTADO3 TO WS-DET-RESULTADO3.
           MOVE TRX-RESULTADO4 TO WS-DET-RESULTADO4.
           MOVE TRX-MONEDA TO WS-DET-MONEDA.
           WRITE MAYOR-REC FROM WS-DETALLE-LINE.
           PERFORM 2600-ACUMULAR-MONEDA
               THRU 2600-EXIT.

           ADD 1 TO WS-CONT-DETALLES.
           ADD 1 TO WS-CONT-LIBERADOS.
           MOVE RET-TRX-ID TO WS-ID-LIBERADA.
           IF WS-ID-LIBERADA-NUM NUMERIC
               ADD WS-ID-LIBERADA-NUM TO WS-HASH-TRX-ID
           ELSE
               ADD 1 TO WS-CONT-ID-NO-NUM
           END-IF.
           ADD TRX-RESULTADO TO WS-TOT-RESULTADO.
           ADD TRX-RESULTADO2 TO WS-TOT-RESULTADO2.
           ADD TRX-RESULTADO3 TO WS-TOT-RESULTADO3.
           ADD TRX-RESULTADO4 TO WS-TOT-RESULTADO4.

           MOVE RET-TRX-ID TO WS-LBL-ID.
           MOVE RET-FECHA TO WS-LBL-FECHA.
           MOVE RET-INICIALES TO WS-LBL-INICIALES.
           MOVE TRX-RESULTADO TO WS-LBL-RESULTADO.
           WRITE ERROR-REC FROM WS-LIBERADA-LINE.

           MOVE WS-FECHA-PROCESO TO WS-MOV-FECHA.
           MOVE RET-TRX-ID TO WS-MOV-TRX-ID.
           MOVE TRX-SUCURSAL TO WS-MOV-SUCURSAL.
           MOVE RET-CATEGORIA TO WS-MOV-CATEGORIA.
           MOVE TRX-CLASIFICACION TO WS-MOV-CLASIFICACION.
           MOVE TRX-RESULTADO TO WS-MOV-RESULTADO.
           MOVE TRX-RESULTADO2 TO WS-MOV-RESULTADO2.
           MOVE TRX-RESULTADO3 TO WS-MOV-RESULTADO3.
           MOVE TRX-RESULTADO4 TO WS-MOV-RESULTADO4.
           PERFORM 3020-IMPUTAR-MOVIMIENTO
               THRU 3020-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-EMITIR-ASIENTO - ESCRIBE A LA INTERFASE UNA LINEA    *
      *  "J" DE ASIENTO ACUMULADO, DELANTE DE LA COLA, Y LA SUMA   *
      *  AL TOTAL DE SU LADO PARA EL CONTROL DE LA COLA.           *
      *-----------------------------------------------------------*
       5000-EMITIR-ASIENTO.
           MOVE WS-ASI-FECHA-T (WS-ASI-SUB) TO WS-JRN-FECHA.
           MOVE WS-ASI-SUCURSAL-T (WS-ASI-SUB) TO WS-JRN-SUCURSAL.
           MOVE WS-ASI-CUENTA-T (WS-ASI-SUB) TO WS-JRN-CUENTA.
           MOVE WS-ASI-LADO-T (WS-ASI-SUB) TO WS-JRN-LADO.
           MOVE WS-ASI-IMPORTE-T (WS-ASI-SUB) TO WS-JRN-IMPORTE.
           MOVE WS-ASI-CANTIDAD-T (WS-ASI-SUB) TO WS-JRN-CANTIDAD.
           WRITE MAYOR-REC FROM WS-ASIENTO-LINE.
           ADD 1 TO WS-CONT-ASIENTOS.
           IF WS-JRN-LADO = "D"
               ADD WS-JRN-IMPORTE TO WS-TOT-DEBE
           ELSE
               ADD WS-JRN-IMPORTE TO WS-TOT-HABER
           END-IF.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-VERIFICAR-CUADRE - LISTA EL DEBE Y EL HABER DE UNA   *
      *  SUCURSAL Y DIA; SI NO SON IGUALES LA LINEA SALE MARCADA   *
      *  DESBALANCE Y CUENTA COMO ERROR.                           *
      *-----------------------------------------------------------*
       6000-VERIFICAR-CUADRE.
           MOVE WS-CUA-FECHA-T (WS-CUA-SUB) TO WS-CDL-FECHA.
           MOVE WS-CUA-SUCURSAL-T (WS-CUA-SUB) TO WS-CDL-SUCURSAL.
           MOVE WS-CUA-DEBE-T (WS-CUA-SUB) TO WS-CDL-DEBE.
           MOVE WS-CUA-HABER-T (WS-CUA-SUB) TO WS-CDL-HABER.
           IF WS-CUA-DEBE-T (WS-CUA-SUB) =
              WS-CUA-HABER-T (WS-CUA-SUB)
               MOVE "CUADRA     " TO WS-CDL-MARCA
               WRITE ERROR-REC FROM WS-CUADRE-LINE
           ELSE
               MOVE "DESBALANCE " TO WS-CDL-MARCA
               WRITE ERROR-REC FROM WS-CUADRE-LINE
               DISPLAY WS-CUADRE-LINE
               ADD 1 TO WS-CONT-ERRORES
           END-IF.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - ESCRIBE LA COLA CON LOS TOTALES DE       *
      *  CONTROL (DETALLES, Y LINEAS "J" CON EL TOTAL IMPUTADO AL  *
      *  DEBE, QUE CUADRADA LA NOCHE ES TAMBIEN EL DEL HABER) Y    *
      *  CIERRA LOS ARCHIVOS. LOS TRX-ID NO NUMERICOS NO ENTRAN AL *
      *  TOTAL DE CONTROL Y SE AVISAN POR CONSOLA. CON ERRORES DE  *
      *  IMPUTACION O DE CUADRE LA INTERFASE SE VACIA: UNA NOCHE   *
      *  MAL IMPUTADA NO SE TRANSMITE.                             *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           PERFORM 8100-EMITIR-MONEDA
               THRU 8100-EXIT
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-CANT.

           MOVE WS-CONT-DETALLES TO WS-COLA-CANTIDAD.
           MOVE WS-HASH-TRX-ID TO WS-COLA-HASH.
           MOVE WS-TOT-RESULTADO TO WS-COLA-RESULTADO.
           MOVE WS-TOT-RESULTADO2 TO WS-COLA-RESULTADO2.
           MOVE WS-TOT-RESULTADO3 TO WS-COLA-RESULTADO3.
           MOVE WS-TOT-RESULTADO4 TO WS-COLA-RESULTADO4.
           MOVE WS-CONT-ASIENTOS TO WS-COLA-ASIENTOS.
           MOVE WS-TOT-DEBE TO WS-COLA-IMPUTADO.
           WRITE MAYOR-REC FROM WS-COLA-LINE.

           IF WS-CONT-ID-NO-NUM > 0
           END-IF.
           DISPLAY "MAYOREXT: DETALLES=" WS-CONT-DETALLES
                   " HASH=" WS-HASH-TRX-ID.
           DISPLAY "MAYOREXT: IMPUTADOS=" WS-CONT-IMPUTADOS
                   " IMPORTES=" WS-CONT-IMPORTES
                   " NO IMPUTADOS=" WS-CONT-NO-CLASIF.
           DISPLAY "MAYOREXT: ASIENTOS=" WS-CONT-ASIENTOS
                   " DEBE=" WS-TOT-DEBE
                   " HABER=" WS-TOT-HABER.
           DISPLAY "MAYOREXT: RETENIDOS=" WS-CONT-RETENIDOS
                   " LIBERADOS=" WS-CONT-LIBERADOS.

           CLOSE AUDIT-FILE
                 MAYOR-FILE.
           IF WS-INDICE-ACTIVO
               CLOSE RESULTS-INDEXED
           END-IF.
           IF WS-CUENTAS-ACTIVO
               CLOSE CUENTAS-FILE
           END-IF.

           IF WS-CONT-ERRORES > 0
               OPEN OUTPUT MAYOR-FILE
               CLOSE MAYOR-FILE
               MOVE "INTERFASE RETENIDA: ERRORES DE IMPUTACION"
                 TO ERROR-REC
               WRITE ERROR-REC
               DISPLAY "ERROR: " WS-CONT-ERRORES " ERRORES DE "
                       "IMPUTACION, MAYORINT VACIADO - NO "
                       "TRANSMITIR"
           END-IF.

           MOVE WS-FECHA-DATOS TO RPT-TRL-FECHA.
           MOVE WS-CONT-IMPUTADOS TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-ERRORES TO RPT-TRL-ERRORES.
           WRITE ERROR-REC FROM RPT-TRAILER-LINE.
           CLOSE ERROR-FILE.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8100-EMITIR-MONEDA - ESCRIBE A LA INTERFASE LA LINEA "M"  *
      *  DE TOTALES DE UNA MONEDA DE ORIGEN Y LA LISTA EN MAYORERR.*
      *-----------------------------------------------------------*
       8100-EMITIR-MONEDA.
           MOVE WS-MON-CODIGO (WS-MON-SUB) TO WS-MRG-MONEDA.
           MOVE WS-MON-CANTIDAD (WS-MON-SUB) TO WS-MRG-CANTIDAD.
           MOVE WS-MON-RESULTADO (WS-MON-SUB) TO WS-MRG-RESULTADO.
           MOVE WS-MON-RESULTADO2 (WS-MON-SUB) TO WS-MRG-RESULTADO2.
           MOVE WS-MON-RESULTADO3 (WS-MON-SUB) TO WS-MRG-RESULTADO3.
           MOVE WS-MON-RESULTADO4 (WS-MON-SUB) TO WS-MRG-RESULTADO4.
           WRITE MAYOR-REC FROM WS-MONEDA-REG-LINE.

           MOVE WS-MON-CODIGO (WS-MON-SUB) TO WS-MNL-MONEDA.
           MOVE WS-MON-CANTIDAD (WS-MON-SUB) TO WS-MNL-CANTIDAD.
           MOVE WS-MON-RESULTADO (WS-MON-SUB) TO WS-MNL-RESULTADO.
           MOVE WS-MON-RESULTADO2 (WS-MON-SUB) TO WS-MNL-RESULTADO2.
           WRITE ERROR-REC FROM WS-MONEDA-LINE.
       8100-EXIT.
           EXIT.

       END PROGRAM MAYOREXT.
