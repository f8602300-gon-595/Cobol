      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-09
      * Purpose:       Cuadro mensual de calidad por sucursal para la
      *                gerencia. Lee la historia diaria SUCHIST que el
      *                ciclo agrega cada noche (copybook CBSUCEST) y
      *                arma, para el mes de SUCCTL (AAAAMM; sin
      *                registro, el mes de la fecha de corrida) y el
      *                mes anterior, por oficina: porcentaje de dias
      *                con el archivo llegado bien y a tiempo, dias
      *                descuadrados en la consolidacion, tasa de
      *                rechazo sobre lo recibido (total y por motivo
      *                RCH-RAZON-COD), reciclos promedio de sus
      *                rechazos pendientes, pendientes vencidos al
      *                ultimo dia del mes y su participacion en el
      *                volumen y el importe. Con esos indicadores
      *                calcula un puntaje (100 menos los desvios
      *                ponderados por los pesos de SUCCTL), ordena el
      *                ranking del mes, lo compara con el puesto y el
      *                puntaje del mes anterior y deja SUCRPT con el
      *                ranking, los rechazos por motivo y la
      *                tendencia. Un dia con mas de un juego de
      *                registros (recorrida) vale por el ultimo.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-09 RMM  Version inicial del cuadro mensual por
      *                  sucursal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCMENS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HIST-FILE ASSIGN TO "SUCHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CTRL-FILE ASSIGN TO "SUCCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "SUCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       COPY CBSUCEST.

       FD  CTRL-FILE.
       01  CTRL-REC.
           05  CTRL-MES                    PIC X(06).
           05  CTRL-PESO-LLEGADA           PIC 9(03).
           05  CTRL-PESO-CUADRE            PIC 9(03).
           05  CTRL-PESO-RECHAZO           PIC 9(03).

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).

      *    MES DEL CUADRO Y MES ANTERIOR DE LA COMPARACION.
       01  WS-MES-CUADRO                   PIC X(06).
       01  WS-MES-ANTERIOR                 PIC X(06).
       01  WS-MES-NUM.
           05  WS-MES-AA                   PIC 9(04).
           05  WS-MES-MM                   PIC 9(02).

      *    PESOS DEL PUNTAJE (SOBRE 100): DIAS SIN LLEGADA A TIEMPO,
      *    DIAS DESCUADRADOS Y TASA DE RECHAZO.
       01  WS-PESO-LLEGADA                 PIC 9(03)   VALUE 40.
       01  WS-PESO-CUADRE                  PIC 9(03)   VALUE 30.
       01  WS-PESO-RECHAZO                 PIC 9(03)   VALUE 30.

       COPY CBRPTHDR.

       01  WS-SWITCHES.
           05  WS-EOF-SW                   PIC X(01)   VALUE "N".
               88  WS-EOF-YES                          VALUE "Y".
               88  WS-EOF-NO                            VALUE "N".
           05  WS-DIAS-LLENA-SW            PIC X(01)   VALUE "N".
               88  WS-DIAS-LLENA                       VALUE "S".
           05  WS-SUC-AVISO-SW             PIC X(01)   VALUE "N".
               88  WS-SUC-AVISADA                      VALUE "S".

       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS              PIC 9(7)    VALUE ZERO.
           05  WS-CONT-RANKING             PIC 9(3)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(5)    VALUE ZERO.

      *    UN REGISTRO POR FECHA Y SUCURSAL DE LOS DOS MESES: UNA
      *    RECORRIDA DEL MISMO DIA PISA AL REGISTRO ANTERIOR.
       01  WS-TABLA-DIAS.
           05  WS-DIA-MAX                  PIC S9(4)   COMP VALUE 3200.
           05  WS-DIA-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-DIA-ENTRADA OCCURS 3200 TIMES.
               10  WS-DIA-CLAVE.
                   15  WS-DIA-FECHA        PIC X(08).
                   15  WS-DIA-SUCURSAL     PIC X(03).
               10  WS-DIA-PERIODO          PIC 9(01).
               10  WS-DIA-REGISTRO         PIC X(107).

      *    UNA ENTRADA POR SUCURSAL CON LOS DOS PERIODOS: 1 = MES
      *    DEL CUADRO, 2 = MES ANTERIOR.
       01  WS-TABLA-SUCURSALES.
           05  WS-SUC-MAX                  PIC S9(4)   COMP VALUE 50.
           05  WS-SUC-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-SUC-ENTRADA OCCURS 50 TIMES.
               10  WS-SUC-CODIGO           PIC X(03).
               10  WS-SUC-DATOS.
                   15  WS-PER-ENTRADA OCCURS 2 TIMES.
                       20  WS-PER-DIAS         PIC 9(03).
                       20  WS-PER-DIAS-LLEGADA PIC 9(03).
                       20  WS-PER-DIAS-A-TIEMPO
                                                PIC 9(03).
                       20  WS-PER-DIAS-CUADRE  PIC 9(03).
                       20  WS-PER-DIAS-DESCUADRE
                                                PIC 9(03).
                       20  WS-PER-PROCESADOS   PIC 9(09).
                       20  WS-PER-IMPORTE      PIC 9(13)V99.
                       20  WS-PER-RECHAZADOS   PIC 9(09).
                       20  WS-PER-MOTIVO OCCURS 9 TIMES
                                                PIC 9(07).
                       20  WS-PER-PEND-CANT    PIC 9(07).
                       20  WS-PER-PEND-RECICLOS
                                                PIC 9(09).
                       20  WS-PER-VENC-FECHA   PIC X(08).
                       20  WS-PER-VENCIDOS     PIC 9(05).
                       20  WS-PER-PCT-A-TIEMPO PIC 9(03)V9.
                       20  WS-PER-PCT-DESCUADRE
                                                PIC 9(03)V9.
                       20  WS-PER-PCT-RECHAZO  PIC 9(03)V99.
                       20  WS-PER-PROM-RECICLO PIC 9(03)V99.
                       20  WS-PER-PCT-VOLUMEN  PIC 9(03)V9.
                       20  WS-PER-PCT-IMPORTE  PIC 9(03)V9.
                       20  WS-PER-PUNTAJE      PIC 9(03)V9.
                       20  WS-PER-RANGO        PIC 9(03).

      *    TOTALES DE CADA PERIODO, BASE DE LA PARTICIPACION.
       01  WS-TABLA-TOTALES.
           05  WS-TOT-ENTRADA OCCURS 2 TIMES.
               10  WS-TOT-PROCESADOS       PIC 9(11).
               10  WS-TOT-IMPORTE          PIC 9(15)V99.
               10  WS-TOT-RECHAZADOS       PIC 9(11).

      *    ORDEN DEL RANKING DEL MES: PUNTAJE DE MAYOR A MENOR (LA
      *    CLAVE LLEVA EL COMPLEMENTO A 999.9) Y, A IGUAL PUNTAJE,
      *    CODIGO DE SUCURSAL.
       01  WS-TABLA-ORDEN.
           05  WS-ORD-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-ORD-ENTRADA OCCURS 50 TIMES.
               10  WS-ORD-CLAVE.
                   15  WS-ORD-INVERSO      PIC 9(03)V9.
                   15  WS-ORD-CODIGO       PIC X(03).
               10  WS-ORD-SUC              PIC S9(4)   COMP.

       01  WS-ORDEN-NUEVA.
           05  WS-NUE-INVERSO              PIC 9(03)V9.
           05  WS-NUE-CODIGO               PIC X(03).

       01  WS-SUB                          PIC S9(4)   COMP.
       01  WS-SUB-DIA                      PIC S9(4)   COMP.
       01  WS-SUB-HALLADO                  PIC S9(4)   COMP.
       01  WS-SUB-INSERTA                  PIC S9(4)   COMP.
       01  WS-SUB-CORRE                    PIC S9(4)   COMP.
       01  WS-SUC-SUB                      PIC S9(4)   COMP.
       01  WS-SUC-OTRA                     PIC S9(4)   COMP.
       01  WS-SUC-HALLADO                  PIC S9(4)   COMP.
       01  WS-PER                          PIC S9(4)   COMP.
       01  WS-MOT                          PIC S9(4)   COMP.
       01  WS-PERIODO-DIA                  PIC 9(01).

       01  WS-BASE-RECIBIDOS               PIC 9(11).
       01  WS-DESVIO                       PIC S9(7)V99.
       01  WS-TERMINO                      PIC S9(7)V99.

       01  WS-PARAM-LINE.
           05  FILLER                      PIC X(04)   VALUE "MES=".
           05  WS-PAR-MES                  PIC X(06).
           05  FILLER                      PIC X(10)
               VALUE " ANTERIOR=".
           05  WS-PAR-ANTERIOR             PIC X(06).
           05  FILLER                      PIC X(15)
               VALUE " PESOS LLEGADA=".
           05  WS-PAR-PESO-LLEGADA         PIC ZZ9.
           05  FILLER                      PIC X(08)   VALUE " CUADRE=".
           05  WS-PAR-PESO-CUADRE          PIC ZZ9.
           05  FILLER                      PIC X(09)
               VALUE " RECHAZO=".
           05  WS-PAR-PESO-RECHAZO         PIC ZZ9.

       01  WS-RANKING-TITULO               PIC X(80)
           VALUE "RANKING DE CALIDAD DEL MES".

       01  WS-RANKING-TITULOS.
           05  FILLER                      PIC X(40)
               VALUE " RK SUC DIA A-TIEM DES  RECH% RECIC  VEN".
           05  FILLER                      PIC X(40)
               VALUE "C  VOL%  IMP% PUNT. RKA  ANT. TENDENCIA".

       01  WS-RANKING-LINE.
           05  WS-RNK-RANGO                PIC ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-RNK-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-RNK-DIAS                 PIC ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-RNK-A-TIEMPO             PIC ZZ9.9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-RNK-DESCUADRE            PIC ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-RNK-RECHAZO              PIC ZZ9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-RNK-RECICLO              PIC Z9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-RNK-VENCIDOS             PIC ZZZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-RNK-VOLUMEN              PIC ZZ9.9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-RNK-IMPORTE              PIC ZZ9.9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-RNK-PUNTAJE              PIC ZZ9.9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-RNK-ANTERIOR.
               10  WS-RNK-RANGO-ANT        PIC ZZ9.
               10  FILLER                  PIC X(01)   VALUE SPACES.
               10  WS-RNK-PUNTAJE-ANT      PIC ZZ9.9.
           05  WS-RNK-ANTERIOR-X REDEFINES WS-RNK-ANTERIOR
                                            PIC X(09).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-RNK-TENDENCIA            PIC X(07).

       01  WS-SIN-DATOS-LINE.
           05  FILLER                      PIC X(09)
               VALUE "SUCURSAL ".
           05  WS-SDA-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(35)
               VALUE " SIN DATOS EN EL MES (PUNTAJE ANT.=".
           05  WS-SDA-PUNTAJE-ANT          PIC ZZ9.9.
           05  FILLER                      PIC X(01)   VALUE ")".

       01  WS-MOTIVO-TITULO                PIC X(80)
           VALUE "RECHAZOS POR MOTIVO (% SOBRE LO RECIBIDO)".

       01  WS-MOTIVO-TITULOS.
           05  FILLER                      PIC X(03)   VALUE "SUC".
           05  WS-MTT-COLUMNA OCCURS 9 TIMES.
               10  FILLER                  PIC X(04)   VALUE SPACES.
               10  WS-MTT-CODIGO           PIC X(03).

       01  WS-MOTIVO-LINE.
           05  WS-MTL-SUCURSAL             PIC X(03).
           05  WS-MTL-COLUMNA OCCURS 9 TIMES.
               10  FILLER                  PIC X(01)   VALUE SPACES.
               10  WS-MTL-PCT              PIC ZZ9.99.

       01  WS-TENDENCIA-TITULO             PIC X(80)
           VALUE "TENDENCIA CONTRA EL MES ANTERIOR (ANT>MES)".

       01  WS-TENDENCIA-TITULOS            PIC X(80)
           VALUE "SUC   A-TIEMPO%  DIAS DESC.    RECHAZO%   VOLUMEN%".

       01  WS-TENDENCIA-LINE.
           05  WS-TEN-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-TEN-A-TIEMPO-ANT         PIC ZZ9.9.
           05  FILLER                      PIC X(01)   VALUE ">".
           05  WS-TEN-A-TIEMPO             PIC ZZ9.9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  WS-TEN-DESCUADRE-ANT        PIC ZZ9.
           05  FILLER                      PIC X(01)   VALUE ">".
           05  WS-TEN-DESCUADRE            PIC ZZ9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  WS-TEN-RECHAZO-ANT          PIC ZZ9.99.
           05  FILLER                      PIC X(01)   VALUE ">".
           05  WS-TEN-RECHAZO              PIC ZZ9.99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  WS-TEN-VOLUMEN-ANT          PIC ZZ9.9.
           05  FILLER                      PIC X(01)   VALUE ">".
           05  WS-TEN-VOLUMEN              PIC ZZ9.9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-TEN-NOTA                 PIC X(16).

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(10)
               VALUE "TOTAL MES ".
           05  FILLER                      PIC X(05)   VALUE "PRO=".
           05  WS-TOL-PROCESADOS           PIC Z(8)9.
           05  FILLER                      PIC X(05)   VALUE " IMP=".
           05  WS-TOL-IMPORTE              PIC Z(12)9.99.
           05  FILLER                      PIC X(05)   VALUE " RCH=".
           05  WS-TOL-RECHAZADOS           PIC Z(6)9.
           05  FILLER                      PIC X(05)   VALUE " SUC=".
           05  WS-TOL-SUCURSALES           PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-CARGAR-DIA
               THRU 2000-EXIT
               UNTIL WS-EOF-YES.
           CLOSE HIST-FILE.
           PERFORM 3000-ACUMULAR-DIA
               THRU 3000-EXIT
               VARYING WS-SUB-DIA FROM 1 BY 1
               UNTIL WS-SUB-DIA > WS-DIA-CANT.
           PERFORM 3500-CALCULAR-INDICES
               THRU 3500-EXIT
               VARYING WS-SUC-SUB FROM 1 BY 1
               UNTIL WS-SUC-SUB > WS-SUC-CANT
               AFTER WS-PER FROM 1 BY 1
               UNTIL WS-PER > 2.
           PERFORM 3700-CALCULAR-RANGO
               THRU 3700-EXIT
               VARYING WS-SUC-SUB FROM 1 BY 1
               UNTIL WS-SUC-SUB > WS-SUC-CANT
               AFTER WS-PER FROM 1 BY 1
               UNTIL WS-PER > 2.
           PERFORM 4000-ORDENAR-SUCURSAL
               THRU 4000-EXIT
               VARYING WS-SUC-SUB FROM 1 BY 1
               UNTIL WS-SUC-SUB > WS-SUC-CANT.
           PERFORM 5000-LISTAR-RANKING
               THRU 5000-EXIT.
           PERFORM 6000-LISTAR-MOTIVOS
               THRU 6000-EXIT.
           PERFORM 7000-LISTAR-TENDENCIA
               THRU 7000-EXIT.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           EVALUATE TRUE
               WHEN WS-DIAS-LLENA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONT-ERRORES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CONT-RANKING = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - FIJA EL MES DEL CUADRO (SUCCTL O EL MES *
      *  DE LA FECHA DE CORRIDA) Y EL ANTERIOR, TOMA LOS PESOS,    *
      *  ABRE EL REPORTE Y LA HISTORIA Y HACE LA PRIMERA LECTURA.  *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-CORRIDA (1:6) TO WS-MES-CUADRO.

           OPEN INPUT CTRL-FILE.
           READ CTRL-FILE
               AT END
                   DISPLAY "SUCCTL SIN REGISTRO - SE ARMA EL CUADRO "
                           "DE " WS-MES-CUADRO " CON PESOS "
                           WS-PESO-LLEGADA "/" WS-PESO-CUADRE "/"
                           WS-PESO-RECHAZO
               NOT AT END
                   IF CTRL-MES NOT = SPACES
                       MOVE CTRL-MES TO WS-MES-CUADRO
                   END-IF
                   IF CTRL-PESO-LLEGADA NUMERIC
                      AND CTRL-PESO-CUADRE NUMERIC
                      AND CTRL-PESO-RECHAZO NUMERIC
                       MOVE CTRL-PESO-LLEGADA TO WS-PESO-LLEGADA
                       MOVE CTRL-PESO-CUADRE TO WS-PESO-CUADRE
                       MOVE CTRL-PESO-RECHAZO TO WS-PESO-RECHAZO
                   END-IF
           END-READ.
           CLOSE CTRL-FILE.

           MOVE WS-MES-CUADRO TO WS-MES-NUM.
           IF WS-MES-MM = 1
               SUBTRACT 1 FROM WS-MES-AA
               MOVE 12 TO WS-MES-MM
           ELSE
               SUBTRACT 1 FROM WS-MES-MM
           END-IF.
           MOVE WS-MES-NUM TO WS-MES-ANTERIOR.

           OPEN OUTPUT REPORT-FILE.
           MOVE "CUADRO SUCURSALES" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.
           MOVE WS-MES-CUADRO TO WS-PAR-MES.
           MOVE WS-MES-ANTERIOR TO WS-PAR-ANTERIOR.
           MOVE WS-PESO-LLEGADA TO WS-PAR-PESO-LLEGADA.
           MOVE WS-PESO-CUADRE TO WS-PAR-PESO-CUADRE.
           MOVE WS-PESO-RECHAZO TO WS-PAR-PESO-RECHAZO.
           WRITE REPORT-REC FROM WS-PARAM-LINE.

           OPEN INPUT HIST-FILE.
           PERFORM 2900-LEER-HISTORIA
               THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-CARGAR-DIA - GUARDA EL REGISTRO DE LA HISTORIA SI ES *
      *  DEL MES DEL CUADRO O DEL ANTERIOR. SI LA FECHA Y SUCURSAL *
      *  YA ESTAN (RECORRIDA) LO PISA: LA HISTORIA ES CRONOLOGICA, *
      *  ASI QUE SE BUSCA DE ATRAS HACIA ADELANTE SOLO MIENTRAS LA *
      *  FECHA NO SEA ANTERIOR. CON LA TABLA LLENA EL CUADRO SALE  *
      *  INCOMPLETO Y LA CORRIDA TERMINA CON RC=8.                 *
      *-----------------------------------------------------------*
       2000-CARGAR-DIA.
           EVALUATE EST-FECHA (1:6)
               WHEN WS-MES-CUADRO
                   MOVE 1 TO WS-PERIODO-DIA
               WHEN WS-MES-ANTERIOR
                   MOVE 2 TO WS-PERIODO-DIA
               WHEN OTHER
                   GO TO 2000-LEER
           END-EVALUATE.

           MOVE ZERO TO WS-SUB-HALLADO.
           PERFORM 2100-BUSCAR-DIA
               THRU 2100-EXIT
               VARYING WS-SUB FROM WS-DIA-CANT BY -1
               UNTIL WS-SUB < 1
                  OR WS-SUB-HALLADO > 0.
           IF WS-SUB-HALLADO = 0
               IF WS-DIA-CANT = WS-DIA-MAX
                   IF NOT WS-DIAS-LLENA
                       DISPLAY "ERROR: TABLA DE DIAS LLENA, EL "
                               "CUADRO QUEDA INCOMPLETO"
                       SET WS-DIAS-LLENA TO TRUE
                   END-IF
                   GO TO 2000-LEER
               END-IF
               ADD 1 TO WS-DIA-CANT
               MOVE WS-DIA-CANT TO WS-SUB-HALLADO
           END-IF.
           MOVE EST-FECHA TO WS-DIA-FECHA (WS-SUB-HALLADO).
           MOVE EST-SUCURSAL TO WS-DIA-SUCURSAL (WS-SUB-HALLADO).
           MOVE WS-PERIODO-DIA TO WS-DIA-PERIODO (WS-SUB-HALLADO).
           MOVE EST-REGISTRO TO WS-DIA-REGISTRO (WS-SUB-HALLADO).

       2000-LEER.
           PERFORM 2900-LEER-HISTORIA
               THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-BUSCAR-DIA.
           IF WS-DIA-FECHA (WS-SUB) < EST-FECHA
               MOVE ZERO TO WS-SUB
               GO TO 2100-EXIT
           END-IF.
           IF WS-DIA-FECHA (WS-SUB) = EST-FECHA
              AND WS-DIA-SUCURSAL (WS-SUB) = EST-SUCURSAL
               MOVE WS-SUB TO WS-SUB-HALLADO
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-LEER-HISTORIA - LECTURA DE UN REGISTRO DE SUCHIST,   *
      *  CON MARCA DE FIN DE ARCHIVO.                              *
      *-----------------------------------------------------------*
       2900-LEER-HISTORIA.
           READ HIST-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LEIDOS
           END-READ.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-ACUMULAR-DIA - SUMA EL DIA A SU SUCURSAL Y PERIODO:  *
      *  DIAS CON DATO DE LLEGADA Y DE CUADRE, LLEGADAS BIEN,      *
      *  DESCUADRES, VOLUMEN, RECHAZOS POR MOTIVO, FOTO DE         *
      *  PENDIENTES Y LOS VENCIDOS DEL ULTIMO DIA DEL PERIODO.     *
      *-----------------------------------------------------------*
       3000-ACUMULAR-DIA.
           MOVE WS-DIA-REGISTRO (WS-SUB-DIA) TO EST-REGISTRO.
           MOVE WS-DIA-PERIODO (WS-SUB-DIA) TO WS-PER.
           PERFORM 3100-UBICAR-SUCURSAL
               THRU 3100-EXIT.
           IF WS-SUC-HALLADO = 0
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-SUC-HALLADO TO WS-SUC-SUB.

           ADD 1 TO WS-PER-DIAS (WS-SUC-SUB, WS-PER).
           IF NOT EST-LLEGADA-SIN-DATO
               ADD 1 TO WS-PER-DIAS-LLEGADA (WS-SUC-SUB, WS-PER)
               IF EST-LLEGO-BIEN
                   ADD 1 TO WS-PER-DIAS-A-TIEMPO (WS-SUC-SUB, WS-PER)
               END-IF
           END-IF.
           IF NOT EST-CUADRE-SIN-DATO
               ADD 1 TO WS-PER-DIAS-CUADRE (WS-SUC-SUB, WS-PER)
               IF EST-DESCUADRADA
                   ADD 1 TO WS-PER-DIAS-DESCUADRE (WS-SUC-SUB, WS-PER)
               END-IF
           END-IF.
           ADD EST-PROCESADOS TO WS-PER-PROCESADOS (WS-SUC-SUB, WS-PER)
                                 WS-TOT-PROCESADOS (WS-PER).
           ADD EST-IMPORTE TO WS-PER-IMPORTE (WS-SUC-SUB, WS-PER)
                              WS-TOT-IMPORTE (WS-PER).
           ADD EST-RECHAZADOS TO WS-PER-RECHAZADOS (WS-SUC-SUB, WS-PER)
                                 WS-TOT-RECHAZADOS (WS-PER).
           PERFORM 3050-SUMAR-MOTIVO
               THRU 3050-EXIT
               VARYING WS-MOT FROM 1 BY 1
               UNTIL WS-MOT > 9.
           ADD EST-PEND-CANT TO WS-PER-PEND-CANT (WS-SUC-SUB, WS-PER).
           ADD EST-PEND-RECICLOS
            TO WS-PER-PEND-RECICLOS (WS-SUC-SUB, WS-PER).
           IF EST-FECHA > WS-PER-VENC-FECHA (WS-SUC-SUB, WS-PER)
               MOVE EST-FECHA TO WS-PER-VENC-FECHA (WS-SUC-SUB, WS-PER)
               MOVE EST-PEND-VENCIDOS
                 TO WS-PER-VENCIDOS (WS-SUC-SUB, WS-PER)
           END-IF.
       3000-EXIT.
           EXIT.

       3050-SUMAR-MOTIVO.
           ADD EST-RECH-MOTIVO (WS-MOT)
            TO WS-PER-MOTIVO (WS-SUC-SUB, WS-PER, WS-MOT).
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-UBICAR-SUCURSAL - DEJA EN WS-SUC-HALLADO LA ENTRADA  *
      *  DE LA SUCURSAL DEL DIA, CREANDOLA LA PRIMERA VEZ. CON LA  *
      *  TABLA LLENA DEJA CERO, AVISA UNA VEZ Y CUENTA EL ERROR.   *
      *-----------------------------------------------------------*
       3100-UBICAR-SUCURSAL.
           MOVE ZERO TO WS-SUC-HALLADO.
           PERFORM 3150-BUSCAR-SUCURSAL
               THRU 3150-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SUC-CANT
                  OR WS-SUC-HALLADO > 0.
           IF WS-SUC-HALLADO > 0
               GO TO 3100-EXIT
           END-IF.
           IF WS-SUC-CANT = WS-SUC-MAX
               IF NOT WS-SUC-AVISADA
                   DISPLAY "AVISO: TABLA DE SUCURSALES LLENA, SE "
                           "DESCARTA " EST-SUCURSAL
                   SET WS-SUC-AVISADA TO TRUE
               END-IF
               ADD 1 TO WS-CONT-ERRORES
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-SUC-CANT.
           MOVE WS-SUC-CANT TO WS-SUC-HALLADO.
           MOVE EST-SUCURSAL TO WS-SUC-CODIGO (WS-SUC-HALLADO).
           MOVE ZEROS TO WS-SUC-DATOS (WS-SUC-HALLADO).
       3100-EXIT.
           EXIT.

       3150-BUSCAR-SUCURSAL.
           IF WS-SUC-CODIGO (WS-SUB) = EST-SUCURSAL
               MOVE WS-SUB TO WS-SUC-HALLADO
           END-IF.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-CALCULAR-INDICES - INDICADORES DE LA SUCURSAL EN EL  *
      *  PERIODO. SIN NINGUN DIA CON DATO DE LLEGADA EL PORCENTAJE *
      *  A TIEMPO VALE 100 (SIN PRUEBA EN CONTRA); LA TASA DE      *
      *  RECHAZO ES SOBRE LO RECIBIDO (PROCESADOS MAS RECHAZADOS); *
      *  LOS RECICLOS PROMEDIO SON SOBRE LAS FOTOS DIARIAS DE      *
      *  PENDIENTES. EL PUNTAJE RESTA DE 100 LOS DESVIOS           *
      *  PONDERADOS Y NO BAJA DE CERO.                             *
      *-----------------------------------------------------------*
       3500-CALCULAR-INDICES.
           IF WS-PER-DIAS (WS-SUC-SUB, WS-PER) = 0
               GO TO 3500-EXIT
           END-IF.
           IF WS-PER-DIAS-LLEGADA (WS-SUC-SUB, WS-PER) > 0
               COMPUTE WS-PER-PCT-A-TIEMPO (WS-SUC-SUB, WS-PER)
                   ROUNDED =
                   WS-PER-DIAS-A-TIEMPO (WS-SUC-SUB, WS-PER) * 100
                   / WS-PER-DIAS-LLEGADA (WS-SUC-SUB, WS-PER)
           ELSE
               MOVE 100 TO WS-PER-PCT-A-TIEMPO (WS-SUC-SUB, WS-PER)
           END-IF.
           IF WS-PER-DIAS-CUADRE (WS-SUC-SUB, WS-PER) > 0
               COMPUTE WS-PER-PCT-DESCUADRE (WS-SUC-SUB, WS-PER)
                   ROUNDED =
                   WS-PER-DIAS-DESCUADRE (WS-SUC-SUB, WS-PER) * 100
                   / WS-PER-DIAS-CUADRE (WS-SUC-SUB, WS-PER)
           END-IF.
           ADD WS-PER-PROCESADOS (WS-SUC-SUB, WS-PER)
               WS-PER-RECHAZADOS (WS-SUC-SUB, WS-PER)
               GIVING WS-BASE-RECIBIDOS.
           IF WS-BASE-RECIBIDOS > 0
               COMPUTE WS-PER-PCT-RECHAZO (WS-SUC-SUB, WS-PER)
                   ROUNDED =
                   WS-PER-RECHAZADOS (WS-SUC-SUB, WS-PER) * 100
                   / WS-BASE-RECIBIDOS
           END-IF.
           IF WS-PER-PEND-CANT (WS-SUC-SUB, WS-PER) > 0
               COMPUTE WS-PER-PROM-RECICLO (WS-SUC-SUB, WS-PER)
                   ROUNDED =
                   WS-PER-PEND-RECICLOS (WS-SUC-SUB, WS-PER)
                   / WS-PER-PEND-CANT (WS-SUC-SUB, WS-PER)
           END-IF.
           IF WS-TOT-PROCESADOS (WS-PER) > 0
               COMPUTE WS-PER-PCT-VOLUMEN (WS-SUC-SUB, WS-PER)
                   ROUNDED =
                   WS-PER-PROCESADOS (WS-SUC-SUB, WS-PER) * 100
                   / WS-TOT-PROCESADOS (WS-PER)
           END-IF.
           IF WS-TOT-IMPORTE (WS-PER) > 0
               COMPUTE WS-PER-PCT-IMPORTE (WS-SUC-SUB, WS-PER)
                   ROUNDED =
                   WS-PER-IMPORTE (WS-SUC-SUB, WS-PER) * 100
                   / WS-TOT-IMPORTE (WS-PER)
           END-IF.

           COMPUTE WS-DESVIO =
               (100 - WS-PER-PCT-A-TIEMPO (WS-SUC-SUB, WS-PER))
                   * WS-PESO-LLEGADA.
           COMPUTE WS-TERMINO =
               WS-PER-PCT-DESCUADRE (WS-SUC-SUB, WS-PER)
                   * WS-PESO-CUADRE.
           ADD WS-TERMINO TO WS-DESVIO.
           COMPUTE WS-TERMINO =
               WS-PER-PCT-RECHAZO (WS-SUC-SUB, WS-PER)
                   * WS-PESO-RECHAZO.
           ADD WS-TERMINO TO WS-DESVIO.
           DIVIDE WS-DESVIO BY 100 GIVING WS-DESVIO ROUNDED.
           IF WS-DESVIO > 100
               MOVE ZERO TO WS-PER-PUNTAJE (WS-SUC-SUB, WS-PER)
           ELSE
               COMPUTE WS-PER-PUNTAJE (WS-SUC-SUB, WS-PER) =
                   100 - WS-DESVIO
           END-IF.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3700-CALCULAR-RANGO - PUESTO DE LA SUCURSAL EN EL PERIODO *
      *  ENTRE LAS QUE TIENEN DATOS: UNO MAS LA CANTIDAD DE        *
      *  SUCURSALES CON MEJOR PUNTAJE (A IGUAL PUNTAJE, IGUAL      *
      *  PUESTO).                                                  *
      *-----------------------------------------------------------*
       3700-CALCULAR-RANGO.
           IF WS-PER-DIAS (WS-SUC-SUB, WS-PER) = 0
               GO TO 3700-EXIT
           END-IF.
           MOVE 1 TO WS-PER-RANGO (WS-SUC-SUB, WS-PER).
           PERFORM 3750-COMPARAR-PUNTAJE
               THRU 3750-EXIT
               VARYING WS-SUC-OTRA FROM 1 BY 1
               UNTIL WS-SUC-OTRA > WS-SUC-CANT.
       3700-EXIT.
           EXIT.

       3750-COMPARAR-PUNTAJE.
           IF WS-PER-DIAS (WS-SUC-OTRA, WS-PER) > 0
              AND WS-PER-PUNTAJE (WS-SUC-OTRA, WS-PER)
                > WS-PER-PUNTAJE (WS-SUC-SUB, WS-PER)
               ADD 1 TO WS-PER-RANGO (WS-SUC-SUB, WS-PER)
           END-IF.
       3750-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-ORDENAR-SUCURSAL - INSERTA LA SUCURSAL CON DATOS EN  *
      *  EL MES EN SU LUGAR DEL RANKING.                           *
      *-----------------------------------------------------------*
       4000-ORDENAR-SUCURSAL.
           IF WS-PER-DIAS (WS-SUC-SUB, 1) = 0
               GO TO 4000-EXIT
           END-IF.
           SUBTRACT WS-PER-PUNTAJE (WS-SUC-SUB, 1) FROM 999.9
               GIVING WS-NUE-INVERSO.
           MOVE WS-SUC-CODIGO (WS-SUC-SUB) TO WS-NUE-CODIGO.

           ADD 1 TO WS-ORD-CANT GIVING WS-SUB-INSERTA.
           PERFORM 4100-BUSCAR-LUGAR
               THRU 4100-EXIT
               VARYING WS-SUB FROM WS-ORD-CANT BY -1
               UNTIL WS-SUB < 1.
           ADD 1 TO WS-ORD-CANT.
           MOVE WS-ORD-CANT TO WS-SUB-CORRE.
           PERFORM 4200-CORRER-ENTRADA
               THRU 4200-EXIT
               UNTIL WS-SUB-CORRE <= WS-SUB-INSERTA.
           MOVE WS-ORDEN-NUEVA TO WS-ORD-CLAVE (WS-SUB-INSERTA).
           MOVE WS-SUC-SUB TO WS-ORD-SUC (WS-SUB-INSERTA).
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-BUSCAR-LUGAR - DE ATRAS HACIA ADELANTE, CORRE LA     *
      *  POSICION DE INSERCION MIENTRAS LA ENTRADA ORDENE DESPUES  *
      *  DE LA NUEVA.                                              *
      *-----------------------------------------------------------*
       4100-BUSCAR-LUGAR.
           IF WS-ORD-CLAVE (WS-SUB) > WS-ORDEN-NUEVA
               MOVE WS-SUB TO WS-SUB-INSERTA
           ELSE
               MOVE ZERO TO WS-SUB
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4200-CORRER-ENTRADA - COPIA LA ENTRADA ANTERIOR SOBRE LA  *
      *  ACTUAL PARA ABRIR LA POSICION DE INSERCION.               *
      *-----------------------------------------------------------*
       4200-CORRER-ENTRADA.
           SUBTRACT 1 FROM WS-SUB-CORRE GIVING WS-SUB.
           MOVE WS-ORD-ENTRADA (WS-SUB)
             TO WS-ORD-ENTRADA (WS-SUB-CORRE).
           MOVE WS-SUB TO WS-SUB-CORRE.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-LISTAR-RANKING - UNA LINEA POR SUCURSAL EN ORDEN DE  *
      *  RANKING CON SUS INDICADORES, EL PUESTO Y PUNTAJE DEL MES  *
      *  ANTERIOR Y LA TENDENCIA; AL FINAL LAS SUCURSALES QUE      *
      *  TUVIERON DATOS EL MES ANTERIOR PERO NO EN ESTE.           *
      *-----------------------------------------------------------*
       5000-LISTAR-RANKING.
           WRITE REPORT-REC FROM WS-RANKING-TITULO.
           WRITE REPORT-REC FROM WS-RANKING-TITULOS.
           PERFORM 5100-LINEA-RANKING
               THRU 5100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ORD-CANT.
           PERFORM 5200-LINEA-SIN-DATOS
               THRU 5200-EXIT
               VARYING WS-SUC-SUB FROM 1 BY 1
               UNTIL WS-SUC-SUB > WS-SUC-CANT.
           IF WS-ORD-CANT = 0
               MOVE "SUCHIST SIN DATOS PARA EL MES DEL CUADRO"
                 TO REPORT-REC
               WRITE REPORT-REC
               DISPLAY "SUCHIST SIN DATOS PARA " WS-MES-CUADRO
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LINEA-RANKING.
           MOVE WS-ORD-SUC (WS-SUB) TO WS-SUC-SUB.
           ADD 1 TO WS-CONT-RANKING.
           MOVE WS-PER-RANGO (WS-SUC-SUB, 1) TO WS-RNK-RANGO.
           MOVE WS-SUC-CODIGO (WS-SUC-SUB) TO WS-RNK-SUCURSAL.
           MOVE WS-PER-DIAS (WS-SUC-SUB, 1) TO WS-RNK-DIAS.
           MOVE WS-PER-PCT-A-TIEMPO (WS-SUC-SUB, 1)
             TO WS-RNK-A-TIEMPO.
           MOVE WS-PER-DIAS-DESCUADRE (WS-SUC-SUB, 1)
             TO WS-RNK-DESCUADRE.
           MOVE WS-PER-PCT-RECHAZO (WS-SUC-SUB, 1) TO WS-RNK-RECHAZO.
           MOVE WS-PER-PROM-RECICLO (WS-SUC-SUB, 1) TO WS-RNK-RECICLO.
           MOVE WS-PER-VENCIDOS (WS-SUC-SUB, 1) TO WS-RNK-VENCIDOS.
           MOVE WS-PER-PCT-VOLUMEN (WS-SUC-SUB, 1) TO WS-RNK-VOLUMEN.
           MOVE WS-PER-PCT-IMPORTE (WS-SUC-SUB, 1) TO WS-RNK-IMPORTE.
           MOVE WS-PER-PUNTAJE (WS-SUC-SUB, 1) TO WS-RNK-PUNTAJE.
           IF WS-PER-DIAS (WS-SUC-SUB, 2) = 0
               MOVE SPACES TO WS-RNK-ANTERIOR-X
               MOVE "NUEVA" TO WS-RNK-TENDENCIA
           ELSE
               MOVE WS-PER-RANGO (WS-SUC-SUB, 2) TO WS-RNK-RANGO-ANT
               MOVE WS-PER-PUNTAJE (WS-SUC-SUB, 2)
                 TO WS-RNK-PUNTAJE-ANT
               EVALUATE TRUE
                   WHEN WS-PER-PUNTAJE (WS-SUC-SUB, 1)
                      > WS-PER-PUNTAJE (WS-SUC-SUB, 2)
                       MOVE "MEJORA" TO WS-RNK-TENDENCIA
                   WHEN WS-PER-PUNTAJE (WS-SUC-SUB, 1)
                      < WS-PER-PUNTAJE (WS-SUC-SUB, 2)
                       MOVE "EMPEORA" TO WS-RNK-TENDENCIA
                   WHEN OTHER
                       MOVE "IGUAL" TO WS-RNK-TENDENCIA
               END-EVALUATE
           END-IF.
           WRITE REPORT-REC FROM WS-RANKING-LINE.
       5100-EXIT.
           EXIT.

       5200-LINEA-SIN-DATOS.
           IF WS-PER-DIAS (WS-SUC-SUB, 1) > 0
              OR WS-PER-DIAS (WS-SUC-SUB, 2) = 0
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-SUC-CODIGO (WS-SUC-SUB) TO WS-SDA-SUCURSAL.
           MOVE WS-PER-PUNTAJE (WS-SUC-SUB, 2) TO WS-SDA-PUNTAJE-ANT.
           WRITE REPORT-REC FROM WS-SIN-DATOS-LINE.
           DISPLAY WS-SIN-DATOS-LINE.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-LISTAR-MOTIVOS - TASA DE RECHAZO DE CADA SUCURSAL    *
      *  POR MOTIVO (01 A 09), SOBRE LO RECIBIDO EN EL MES, EN     *
      *  ORDEN DE RANKING.                                         *
      *-----------------------------------------------------------*
       6000-LISTAR-MOTIVOS.
           WRITE REPORT-REC FROM WS-MOTIVO-TITULO.
           PERFORM 6050-ROTULAR-MOTIVO
               THRU 6050-EXIT
               VARYING WS-MOT FROM 1 BY 1
               UNTIL WS-MOT > 9.
           WRITE REPORT-REC FROM WS-MOTIVO-TITULOS.
           PERFORM 6100-LINEA-MOTIVOS
               THRU 6100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ORD-CANT.
       6000-EXIT.
           EXIT.

       6050-ROTULAR-MOTIVO.
           MOVE "M0" TO WS-MTT-CODIGO (WS-MOT) (1:2).
           MOVE WS-MOT TO WS-PERIODO-DIA.
           MOVE WS-PERIODO-DIA TO WS-MTT-CODIGO (WS-MOT) (3:1).
       6050-EXIT.
           EXIT.

       6100-LINEA-MOTIVOS.
           MOVE WS-ORD-SUC (WS-SUB) TO WS-SUC-SUB.
           MOVE WS-SUC-CODIGO (WS-SUC-SUB) TO WS-MTL-SUCURSAL.
           ADD WS-PER-PROCESADOS (WS-SUC-SUB, 1)
               WS-PER-RECHAZADOS (WS-SUC-SUB, 1)
               GIVING WS-BASE-RECIBIDOS.
           PERFORM 6150-COLUMNA-MOTIVO
               THRU 6150-EXIT
               VARYING WS-MOT FROM 1 BY 1
               UNTIL WS-MOT > 9.
           WRITE REPORT-REC FROM WS-MOTIVO-LINE.
       6100-EXIT.
           EXIT.

       6150-COLUMNA-MOTIVO.
           IF WS-BASE-RECIBIDOS > 0
               COMPUTE WS-MTL-PCT (WS-MOT) ROUNDED =
                   WS-PER-MOTIVO (WS-SUC-SUB, 1, WS-MOT) * 100
                   / WS-BASE-RECIBIDOS
           ELSE
               MOVE ZERO TO WS-MTL-PCT (WS-MOT)
           END-IF.
       6150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-LISTAR-TENDENCIA - LOS INDICADORES DEL MES ANTERIOR  *
      *  CONTRA LOS DEL MES, EN ORDEN DE RANKING.                  *
      *-----------------------------------------------------------*
       7000-LISTAR-TENDENCIA.
           WRITE REPORT-REC FROM WS-TENDENCIA-TITULO.
           WRITE REPORT-REC FROM WS-TENDENCIA-TITULOS.
           PERFORM 7100-LINEA-TENDENCIA
               THRU 7100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ORD-CANT.
       7000-EXIT.
           EXIT.

       7100-LINEA-TENDENCIA.
           MOVE WS-ORD-SUC (WS-SUB) TO WS-SUC-SUB.
           MOVE WS-SUC-CODIGO (WS-SUC-SUB) TO WS-TEN-SUCURSAL.
           MOVE WS-PER-PCT-A-TIEMPO (WS-SUC-SUB, 2)
             TO WS-TEN-A-TIEMPO-ANT.
           MOVE WS-PER-PCT-A-TIEMPO (WS-SUC-SUB, 1)
             TO WS-TEN-A-TIEMPO.
           MOVE WS-PER-DIAS-DESCUADRE (WS-SUC-SUB, 2)
             TO WS-TEN-DESCUADRE-ANT.
           MOVE WS-PER-DIAS-DESCUADRE (WS-SUC-SUB, 1)
             TO WS-TEN-DESCUADRE.
           MOVE WS-PER-PCT-RECHAZO (WS-SUC-SUB, 2)
             TO WS-TEN-RECHAZO-ANT.
           MOVE WS-PER-PCT-RECHAZO (WS-SUC-SUB, 1) TO WS-TEN-RECHAZO.
           MOVE WS-PER-PCT-VOLUMEN (WS-SUC-SUB, 2)
             TO WS-TEN-VOLUMEN-ANT.
           MOVE WS-PER-PCT-VOLUMEN (WS-SUC-SUB, 1) TO WS-TEN-VOLUMEN.
           IF WS-PER-DIAS (WS-SUC-SUB, 2) = 0
               MOVE "SIN MES ANTERIOR" TO WS-TEN-NOTA
           ELSE
               MOVE SPACES TO WS-TEN-NOTA
           END-IF.
           WRITE REPORT-REC FROM WS-TENDENCIA-LINE.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - ESCRIBE EL TOTAL DEL MES Y EL PIE Y      *
      *  CIERRA EL REPORTE.                                        *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           MOVE WS-TOT-PROCESADOS (1) TO WS-TOL-PROCESADOS.
           MOVE WS-TOT-IMPORTE (1) TO WS-TOL-IMPORTE.
           MOVE WS-TOT-RECHAZADOS (1) TO WS-TOL-RECHAZADOS.
           MOVE WS-CONT-RANKING TO WS-TOL-SUCURSALES.
           WRITE REPORT-REC FROM WS-TOTAL-LINE.
           DISPLAY WS-TOTAL-LINE.
           IF WS-DIAS-LLENA
               MOVE "ADVERTENCIA: TABLA DE DIAS LLENA, CUADRO "
                 TO REPORT-REC
               MOVE "INCOMPLETO" TO REPORT-REC (42:10)
               WRITE REPORT-REC
           END-IF.

           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-CONT-RANKING TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-ERRORES TO RPT-TRL-ERRORES.
           WRITE REPORT-REC FROM RPT-TRAILER-LINE.
           CLOSE REPORT-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM SUCMENS.
