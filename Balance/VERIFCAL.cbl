      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-12
      * Purpose:       Verificacion independiente de los calculos de
      *                la noche antes de que la interfase al mayor
      *                salga de la casa. El cuadre BALANNOC prueba
      *                que cantidades y totales coinciden entre
      *                fuentes, pero no que las cifras esten bien:
      *                una correccion manual (CORRIGE/RESUBPGM), una
      *                carga de SUPLENT o un registro de CONDIDX
      *                pisado por una recorrida pueden llevar
      *                importes errados que igual cuadran. Este paso
      *                vuelve a calcular desde NUM1/NUM2 la division,
      *                la suma, la diferencia y el producto de cada
      *                registro de la bitacora SUMAAUD con los mismos
      *                verbos y redondeo de SUMAPGM, vuelve a
      *                clasificar con los quiebres vigentes (globales
      *                de CTLPARM o de la categoria de la cuenta en
      *                CATQUIEB, como CONDIF) y coteja contra la
      *                propia bitacora, contra RI-RESULTADO y
      *                RI-CLASIFICACION de CONDIDX y contra el
      *                detalle "D" de MAYORINT. Cada diferencia se
      *                lista por TRX-ID en VERIFOUT; con alguna, deja
      *                la alerta A012 en ALERTOUT, vacia MAYORINT
      *                para que no se transmita y termina con RC=8.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-12 RMM  Version inicial de la verificacion de
      *                  calculos.
      *  2026-09-16 RMM  Moneda de origen: NUM1/NUM2 se pasan a la base
      *                  por TIPCONV con el tipo de cambio de la fecha
      *                  del calculo (la de la liberada, la de su
      *                  calculo retenido), se cotejan contra
      *                  AUD-NUM1-BASE/NUM2-BASE y el calculo se rehace
      *                  sobre los importes en base; sin tasa o fuera
      *                  de rango es diferencia.
      *  2026-10-15 RMM  El registro de MAYORINT pasa a 80: la cola
      *                  lleva ademas las lineas J y el total imputado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFCAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "SUMAAUD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MAYOR-FILE ASSIGN TO "MAYORINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CTRL-FILE ASSIGN TO "CTLPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CATEGORIA-FILE ASSIGN TO "CATQUIEB"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUENTAS-FILE ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-TRX-ID
               FILE STATUS IS WS-CUENTAS-FS.

           SELECT RESULTS-INDEXED ASSIGN TO "CONDIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RI-CLAVE
               ALTERNATE RECORD KEY IS RI-TRX-ID
                   WITH DUPLICATES.

           SELECT OPTIONAL RETEN-FILE ASSIGN TO "RETENTRX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "VERIFOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ALERTA-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY CBAUDIT.

       FD  MAYOR-FILE.
       01  MAYOR-REC                       PIC X(80).

       FD  CTRL-FILE.
       01  CTRL-REC.
           05  CTRL-QUIEBRE-BAJO           PIC 9(5).
           05  CTRL-QUIEBRE-ALTO           PIC 9(5).
           05  CTRL-MODO                   PIC X(01).

       FD  CATEGORIA-FILE.
       01  CATEGORIA-REC.
           05  CAT-CATEGORIA               PIC X(03).
           05  CAT-QUIEBRE-BAJO            PIC 9(5).
           05  CAT-QUIEBRE-ALTO            PIC 9(5).

       FD  CUENTAS-FILE.
       COPY CBCUENTA.

       FD  RESULTS-INDEXED.
       COPY CBCONIDX.

       FD  RETEN-FILE.
       COPY CBRETEN.

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       FD  ALERTA-FILE.
       01  ALERTA-REC                      PIC X(46).

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-HORA-ALERTA                  PIC X(08).

       COPY CBRPTHDR.
       COPY CBALERTA.
       COPY CBTIPCON.

      *    IMAGEN DE LA TRANSACCION RETENIDA (RET-TRX), PARA TOMAR
      *    NUM1/NUM2 DE LAS LIBERADAS QUE VIAJAN EN LA INTERFASE.
       COPY CBTRANS.

      *    QUIEBRES GLOBALES DE CTLPARM, CON LOS MISMOS VALORES POR
      *    DEFECTO QUE CONDIF, Y LOS EFECTIVOS DE CADA CALCULO.
       01  WS-QUIEBRE-BAJO                 PIC 9(5)    VALUE 50.
       01  WS-QUIEBRE-ALTO                 PIC 9(5)    VALUE 100.
       01  WS-QUIEBRE-BAJO-USO             PIC 9(5)    VALUE ZERO.
       01  WS-QUIEBRE-ALTO-USO             PIC 9(5)    VALUE ZERO.
       01  WS-CATEGORIA-TRX                PIC X(03)   VALUE SPACES.

       01  WS-TABLA-CATEGORIAS.
           05  WS-CAT-MAX                  PIC S9(4)   COMP VALUE 10.
           05  WS-CAT-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-CAT-ENTRADA OCCURS 10 TIMES.
               10  WS-CAT-CODIGO           PIC X(03).
               10  WS-CAT-BAJO             PIC 9(5).
               10  WS-CAT-ALTO             PIC 9(5).
       01  WS-CAT-SUB                      PIC S9(4)   COMP.
       01  WS-CAT-HALLADO                  PIC S9(4)   COMP.

      *    CLAVE, ESTADO, FECHA DE EXTRACCION Y NUM1/NUM2 DE CADA
      *    TRANSACCION DEL MAESTRO DE RETENIDAS: UNA RETENIDA NO
      *    DEBE ESTAR EN LA INTERFASE SALVO QUE SE HAYA LIBERADO
      *    PARA LA FECHA DE PROCESO. CON LA TABLA LLENA ES ERROR.
       01  WS-TABLA-RETENIDAS.
           05  WS-RTN-MAX                  PIC S9(4)   COMP VALUE 500.
           05  WS-RTN-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-RTN-ENTRADA OCCURS 500 TIMES.
               10  WS-RTN-CLAVE            PIC X(18).
               10  WS-RTN-ESTADO           PIC X(01).
               10  WS-RTN-EXTRACCION       PIC X(08).
               10  WS-RTN-NUM1             PIC 9(4)V99.
               10  WS-RTN-NUM2             PIC 9(4)V99.
               10  WS-RTN-MONEDA           PIC X(03).
       01  WS-RTN-SUB                      PIC S9(4)   COMP.
       01  WS-RTN-HALLADO                  PIC S9(4)   COMP.

      *    DETALLES "D" DE MAYORINT CON SU MARCA DE COTEJADO; LOS
      *    QUE QUEDAN SIN COTEJAR AL FINAL SON LIBERADAS O
      *    DETALLES SIN CALCULO DE ORIGEN. CON LA TABLA LLENA ES
      *    ERROR: LA INTERFASE NO SE PUEDE VERIFICAR ENTERA.
       01  WS-TABLA-MAYOR.
           05  WS-MAY-MAX                  PIC S9(4)   COMP
                                                       VALUE 5000.
           05  WS-MAY-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-MAY-ENTRADA OCCURS 5000 TIMES.
               10  WS-MAY-CLAVE.
                   15  WS-MAY-TRX-ID       PIC X(10).
                   15  WS-MAY-FECHA        PIC X(08).
               10  WS-MAY-RESULTADO        PIC 9(5)V99.
               10  WS-MAY-RESULTADO2       PIC 9(5)V99.
               10  WS-MAY-RESULTADO3       PIC 9(5)V99.
               10  WS-MAY-RESULTADO4       PIC 9(5)V99.
               10  WS-MAY-COTEJADO         PIC X(01).
       01  WS-MAY-SUB                      PIC S9(4)   COMP.
       01  WS-MAY-HALLADO                  PIC S9(4)   COMP.

       01  WS-MAYOR-DETALLE.
           05  WS-MDT-TIPO                 PIC X(01).
           05  WS-MDT-TRX-ID               PIC X(10).
           05  WS-MDT-FECHA                PIC X(08).
           05  WS-MDT-RESULTADO            PIC 9(5)V99.
           05  WS-MDT-RESULTADO2           PIC 9(5)V99.
           05  WS-MDT-RESULTADO3           PIC 9(5)V99.
           05  WS-MDT-RESULTADO4           PIC 9(5)V99.
           05  FILLER                      PIC X(33).

       01  WS-CLAVE-BUSCADA.
           05  WS-CLB-TRX-ID               PIC X(10).
           05  WS-CLB-FECHA                PIC X(08).

      *    CALCULO REHECHO: NUM1/NUM2 DE ENTRADA EN MONEDA DE
      *    ORIGEN, CONVERTIDOS A LA BASE CON EL TIPO DE CAMBIO DE LA
      *    FECHA DEL CALCULO, LOS CUATRO RESULTADO CON LAS PICTURES
      *    DE CBTRANS Y LA CLASIFICACION.
       01  WS-CALCULO.
           05  WS-CAL-FECHA                PIC X(08).
           05  WS-CAL-MONEDA               PIC X(03).
           05  WS-CAL-NUM1-ORIGEN          PIC 9(4)V99.
           05  WS-CAL-NUM2-ORIGEN          PIC 9(4)V99.
           05  WS-CAL-NUM1                 PIC 9(4)V99.
           05  WS-CAL-NUM2                 PIC 9(4)V99.
           05  WS-CAL-RESULTADO            PIC 9(5)V99.
           05  WS-CAL-RESULTADO2           PIC 9(5)V99.
           05  WS-CAL-RESULTADO3           PIC 9(5)V99.
           05  WS-CAL-RESULTADO4           PIC 9(5)V99.
           05  WS-CAL-CLASIFICACION        PIC X(10).
       01  WS-CAL-ESTADO-SW                PIC X(01)   VALUE "S".
           88  WS-CAL-VALIDO                           VALUE "S".
           88  WS-CAL-FUERA-RANGO                      VALUE "N".
           88  WS-CAL-SIN-TASA                         VALUE "T".
           88  WS-CAL-CONV-RANGO                       VALUE "R".

      *    DEBE EL CALCULO ESTAR EN LA INTERFASE: NO SI QUEDO
      *    RETENIDO, SALVO LIBERADO PARA LA FECHA DE PROCESO.
       01  WS-EN-MAYOR-SW                  PIC X(01)   VALUE "S".
           88  WS-EN-MAYOR-SI                          VALUE "S".
           88  WS-EN-MAYOR-NO                          VALUE "N".

       01  WS-DIFERENCIA-SW                PIC X(01)   VALUE "N".
           88  WS-CON-DIFERENCIA                       VALUE "S".
           88  WS-SIN-DIFERENCIA                       VALUE "N".

       01  WS-CUENTAS-FS                   PIC X(02)   VALUE SPACES.
       01  WS-CUENTAS-SW                   PIC X(01)   VALUE "N".
           88  WS-CUENTAS-ACTIVO                       VALUE "A".
       01  WS-CUENTA-SW                    PIC X(01)   VALUE "N".
           88  WS-CUENTA-VIGENTE                       VALUE "S".
           88  WS-CUENTA-NO-VIGENTE                    VALUE "N".

       01  WS-SWITCHES.
           05  WS-EOF-SW                   PIC X(01)   VALUE "N".
               88  WS-EOF-YES                          VALUE "Y".
               88  WS-EOF-NO                            VALUE "N".
           05  WS-CAT-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-CAT-EOF-YES                      VALUE "Y".
               88  WS-CAT-EOF-NO                        VALUE "N".
           05  WS-RTN-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-RTN-EOF-YES                      VALUE "Y".
               88  WS-RTN-EOF-NO                        VALUE "N".
           05  WS-MAY-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-MAY-EOF-YES                      VALUE "Y".
               88  WS-MAY-EOF-NO                        VALUE "N".

       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS              PIC 9(7)    VALUE ZERO.
           05  WS-CONT-CORRECTOS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-CON-DIFERENCIA      PIC 9(7)    VALUE ZERO.
           05  WS-CONT-DIFERENCIAS         PIC 9(7)    VALUE ZERO.
           05  WS-CONT-EXCEPCIONES         PIC 9(7)    VALUE ZERO.
           05  WS-CONT-RETENIDOS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-LIBERADOS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(7)    VALUE ZERO.

      *    COMPARACION DE UN IMPORTE: LO QUE DEBIO DAR CONTRA LO
      *    QUE QUEDO GRABADO.
       01  WS-CMP-ESPERADO                 PIC 9(5)V99.
       01  WS-CMP-HALLADO                  PIC 9(5)V99.
       01  WS-IMPORTE-EDIT                 PIC Z(4)9.99.

       01  WS-PARAM-LINE.
           05  FILLER                      PIC X(14)
               VALUE "QUIEBRE BAJO=".
           05  WS-PAR-BAJO                 PIC Z(4)9.
           05  FILLER                      PIC X(07)   VALUE " ALTO=".
           05  WS-PAR-ALTO                 PIC Z(4)9.
           05  FILLER                      PIC X(13)
               VALUE " CATEGORIAS=".
           05  WS-PAR-CATEGORIAS           PIC Z9.
           05  FILLER                      PIC X(17)
               VALUE " DETALLES MAYOR=".
           05  WS-PAR-DETALLES             PIC Z(4)9.

       01  WS-TITULOS-LINE.
           05  FILLER                      PIC X(11)
               VALUE "TRX-ID     ".
           05  FILLER                      PIC X(09)
               VALUE "FECHA    ".
           05  FILLER                      PIC X(09)
               VALUE "FUENTE   ".
           05  FILLER                      PIC X(07)
               VALUE "CAMPO  ".
           05  FILLER                      PIC X(11)
               VALUE "DEBE DAR   ".
           05  FILLER                      PIC X(10)
               VALUE "GRABADO".

       01  WS-DIFERENCIA-LINE.
           05  WS-DIF-TRX-ID               PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DIF-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DIF-FUENTE               PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DIF-CAMPO                PIC X(06).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DIF-ESPERADO             PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DIF-HALLADO              PIC X(10).

       01  WS-RESUMEN-LINE.
           05  FILLER                      PIC X(07)
               VALUE "LEIDOS=".
           05  WS-RES-LEIDOS               PIC Z(6)9.
           05  FILLER                      PIC X(11)
               VALUE " CORRECTOS=".
           05  WS-RES-CORRECTOS            PIC Z(6)9.
           05  FILLER                      PIC X(13)
               VALUE " CON DIFEREN=".
           05  WS-RES-CON-DIFERENCIA       PIC Z(6)9.
           05  FILLER                      PIC X(13)
               VALUE " EXCEPCIONES=".
           05  WS-RES-EXCEPCIONES          PIC Z(6)9.

       01  WS-RESUMEN2-LINE.
           05  FILLER                      PIC X(11)
               VALUE "RETENIDOS=".
           05  WS-RES-RETENIDOS            PIC Z(6)9.
           05  FILLER                      PIC X(12)
               VALUE " LIBERADOS=".
           05  WS-RES-LIBERADOS            PIC Z(6)9.
           05  FILLER                      PIC X(14)
               VALUE " DIFERENCIAS=".
           05  WS-RES-DIFERENCIAS          PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-VERIFICAR-CALCULO
               THRU 2000-EXIT
               UNTIL WS-EOF-YES.
           PERFORM 3000-VERIFICAR-SOBRANTES
               THRU 3000-EXIT
               VARYING WS-MAY-SUB FROM 1 BY 1
               UNTIL WS-MAY-SUB > WS-MAY-CANT.
           PERFORM 4000-EVALUAR-ALERTA
               THRU 4000-EXIT.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           IF WS-CONT-DIFERENCIAS > 0
              OR WS-CONT-ERRORES > 0
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
      *  1000-INITIALIZE - LEE LOS QUIEBRES VIGENTES (CTLPARM Y    *
      *  CATQUIEB), CARGA LAS RETENIDAS Y LOS DETALLES DE LA       *
      *  INTERFASE, ABRE CUENTAS, EL INDICE Y LA BITACORA Y LEE    *
      *  EL PRIMER CALCULO.                                        *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.

           OPEN INPUT CTRL-FILE.
           READ CTRL-FILE
               AT END
                   DISPLAY "CTLPARM SIN REGISTRO - SE USAN LOS "
                           "QUIEBRES POR DEFECTO"
               NOT AT END
                   MOVE CTRL-QUIEBRE-BAJO TO WS-QUIEBRE-BAJO
                   MOVE CTRL-QUIEBRE-ALTO TO WS-QUIEBRE-ALTO
           END-READ.
           CLOSE CTRL-FILE.

           SET WS-CAT-EOF-NO TO TRUE.
           OPEN INPUT CATEGORIA-FILE.
           PERFORM 1100-CARGAR-CATEGORIA
               THRU 1100-EXIT
               UNTIL WS-CAT-EOF-YES.
           CLOSE CATEGORIA-FILE.

           SET WS-RTN-EOF-NO TO TRUE.
           OPEN INPUT RETEN-FILE.
           PERFORM 1200-CARGAR-RETENIDA
               THRU 1200-EXIT
               UNTIL WS-RTN-EOF-YES.
           CLOSE RETEN-FILE.

           SET WS-MAY-EOF-NO TO TRUE.
           OPEN INPUT MAYOR-FILE.
           PERFORM 1300-CARGAR-DETALLE
               THRU 1300-EXIT
               UNTIL WS-MAY-EOF-YES.
           CLOSE MAYOR-FILE.

           OPEN INPUT CUENTAS-FILE.
           IF WS-CUENTAS-FS = "00"
               SET WS-CUENTAS-ACTIVO TO TRUE
           ELSE
               DISPLAY "AVISO: CUENTAS NO DISPONIBLE, SE CLASIFICA "
                       "CON LOS QUIEBRES GLOBALES"
           END-IF.
           OPEN INPUT RESULTS-INDEXED.
           OPEN INPUT AUDIT-FILE.

           OPEN OUTPUT REPORT-FILE.
           MOVE "VERIFICACION DE CALCULOS" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.
           MOVE WS-QUIEBRE-BAJO TO WS-PAR-BAJO.
           MOVE WS-QUIEBRE-ALTO TO WS-PAR-ALTO.
           MOVE WS-CAT-CANT TO WS-PAR-CATEGORIAS.
           MOVE WS-MAY-CANT TO WS-PAR-DETALLES.
           WRITE REPORT-REC FROM WS-PARAM-LINE.
           WRITE REPORT-REC FROM WS-TITULOS-LINE.

           PERFORM 2900-LEER-AUDITORIA
               THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-CARGAR-CATEGORIA - AGREGA A LA TABLA LOS QUIEBRES DE *
      *  UNA CATEGORIA DE CATQUIEB, CON EL MISMO TOPE QUE CONDIF.  *
      *-----------------------------------------------------------*
       1100-CARGAR-CATEGORIA.
           READ CATEGORIA-FILE
               AT END
                   SET WS-CAT-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF WS-CAT-CANT < WS-CAT-MAX
               ADD 1 TO WS-CAT-CANT
               MOVE CAT-CATEGORIA TO WS-CAT-CODIGO (WS-CAT-CANT)
               MOVE CAT-QUIEBRE-BAJO TO WS-CAT-BAJO (WS-CAT-CANT)
               MOVE CAT-QUIEBRE-ALTO TO WS-CAT-ALTO (WS-CAT-CANT)
           ELSE
               DISPLAY "AVISO: TABLA DE CATEGORIAS LLENA, SE "
                       "DESCARTA " CAT-CATEGORIA
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-CARGAR-RETENIDA - GUARDA LA CLAVE, EL ESTADO, LA     *
      *  FECHA DE EXTRACCION Y NUM1/NUM2 DE UNA RETENIDA.          *
      *-----------------------------------------------------------*
       1200-CARGAR-RETENIDA.
           READ RETEN-FILE
               AT END
                   SET WS-RTN-EOF-YES TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF WS-RTN-CANT = WS-RTN-MAX
               DISPLAY "ERROR: TABLA DE RETENIDAS LLENA, SE "
                       "DESCARTA " RET-TRX-ID
               ADD 1 TO WS-CONT-ERRORES
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-RTN-CANT.
           MOVE RET-TRX TO TRX-REGISTRO.
           MOVE RET-CLAVE TO WS-RTN-CLAVE (WS-RTN-CANT).
           MOVE RET-ESTADO TO WS-RTN-ESTADO (WS-RTN-CANT).
           MOVE RET-FECHA-EXTRACCION
             TO WS-RTN-EXTRACCION (WS-RTN-CANT).
           MOVE TRX-NUM1 TO WS-RTN-NUM1 (WS-RTN-CANT).
           MOVE TRX-NUM2 TO WS-RTN-NUM2 (WS-RTN-CANT).
           MOVE TRX-MONEDA TO WS-RTN-MONEDA (WS-RTN-CANT).
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1300-CARGAR-DETALLE - GUARDA CADA DETALLE "D" DE LA       *
      *  INTERFASE; CABECERA, ASIENTOS Y COLA NO SE COTEJAN AQUI.  *
      *-----------------------------------------------------------*
       1300-CARGAR-DETALLE.
           READ MAYOR-FILE
               AT END
                   SET WS-MAY-EOF-YES TO TRUE
                   GO TO 1300-EXIT
           END-READ.
           MOVE MAYOR-REC TO WS-MAYOR-DETALLE.
           IF WS-MDT-TIPO NOT = "D"
               GO TO 1300-EXIT
           END-IF.
           IF WS-MAY-CANT = WS-MAY-MAX
               DISPLAY "ERROR: TABLA DE DETALLES DEL MAYOR LLENA, "
                       "SE DESCARTA " WS-MDT-TRX-ID
               ADD 1 TO WS-CONT-ERRORES
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-MAY-CANT.
           MOVE WS-MDT-TRX-ID TO WS-MAY-TRX-ID (WS-MAY-CANT).
           MOVE WS-MDT-FECHA TO WS-MAY-FECHA (WS-MAY-CANT).
           MOVE WS-MDT-RESULTADO TO WS-MAY-RESULTADO (WS-MAY-CANT).
           MOVE WS-MDT-RESULTADO2 TO WS-MAY-RESULTADO2 (WS-MAY-CANT).
           MOVE WS-MDT-RESULTADO3 TO WS-MAY-RESULTADO3 (WS-MAY-CANT).
           MOVE WS-MDT-RESULTADO4 TO WS-MAY-RESULTADO4 (WS-MAY-CANT).
           MOVE "N" TO WS-MAY-COTEJADO (WS-MAY-CANT).
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-VERIFICAR-CALCULO - REHACE EL CALCULO DEL REGISTRO   *
      *  DE LA BITACORA Y LO COTEJA CONTRA LA BITACORA MISMA,      *
      *  CONTRA CONDIDX Y CONTRA LA INTERFASE.                     *
      *-----------------------------------------------------------*
       2000-VERIFICAR-CALCULO.
           ADD 1 TO WS-CONT-LEIDOS.
           SET WS-SIN-DIFERENCIA TO TRUE.
           MOVE AUD-TRX-ID TO WS-DIF-TRX-ID.
           MOVE AUD-FECHA TO WS-DIF-FECHA.
           MOVE AUD-FECHA TO WS-CAL-FECHA.
           MOVE AUD-MONEDA TO WS-CAL-MONEDA.
           MOVE AUD-NUM1 TO WS-CAL-NUM1-ORIGEN.
           MOVE AUD-NUM2 TO WS-CAL-NUM2-ORIGEN.
           MOVE "SUMAAUD" TO WS-DIF-FUENTE.
           PERFORM 2050-CONVERTIR-BASE
               THRU 2050-EXIT.
           IF NOT WS-CAL-VALIDO
               PERFORM 2070-REGISTRAR-CONVERSION
                   THRU 2070-EXIT
               PERFORM 2500-COTEJAR-MAYOR
                   THRU 2500-EXIT
               GO TO 2000-CONTAR
           END-IF.
           MOVE "BASE1" TO WS-DIF-CAMPO.
           MOVE WS-CAL-NUM1 TO WS-CMP-ESPERADO.
           MOVE AUD-NUM1-BASE TO WS-CMP-HALLADO.
           PERFORM 5100-COMPARAR-IMPORTE
               THRU 5100-EXIT.
           MOVE "BASE2" TO WS-DIF-CAMPO.
           MOVE WS-CAL-NUM2 TO WS-CMP-ESPERADO.
           MOVE AUD-NUM2-BASE TO WS-CMP-HALLADO.
           PERFORM 5100-COMPARAR-IMPORTE
               THRU 5100-EXIT.

           PERFORM 2100-RECALCULAR
               THRU 2100-EXIT.
           IF WS-CAL-FUERA-RANGO
               MOVE "SUMAAUD" TO WS-DIF-FUENTE
               MOVE "CALC" TO WS-DIF-CAMPO
               MOVE "EN RANGO" TO WS-DIF-ESPERADO
               MOVE "FUERA RANG" TO WS-DIF-HALLADO
               PERFORM 5000-REGISTRAR-DIFERENCIA
                   THRU 5000-EXIT
               PERFORM 2500-COTEJAR-MAYOR
                   THRU 2500-EXIT
               GO TO 2000-CONTAR
           END-IF.

           PERFORM 2200-CLASIFICAR
               THRU 2200-EXIT.
           PERFORM 2300-COTEJAR-BITACORA
               THRU 2300-EXIT.
           PERFORM 2400-COTEJAR-INDICE
               THRU 2400-EXIT.
           PERFORM 2500-COTEJAR-MAYOR
               THRU 2500-EXIT.

       2000-CONTAR.
           IF WS-CON-DIFERENCIA
               ADD 1 TO WS-CONT-CON-DIFERENCIA
           ELSE
               ADD 1 TO WS-CONT-CORRECTOS
           END-IF.
           PERFORM 2900-LEER-AUDITORIA
               THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2050-CONVERTIR-BASE - PASA NUM1/NUM2 DE LA MONEDA DE      *
      *  ORIGEN A LA BASE CON EL TIPO DE CAMBIO DEL MAESTRO PARA   *
      *  LA FECHA DEL CALCULO, POR LA MISMA RUTINA TIPCONV QUE     *
      *  USA SUMAPGM. SIN TASA O CON UN IMPORTE QUE NO CABE, EL    *
      *  CALCULO QUEDA SIN REHACER Y MARCADO.                      *
      *-----------------------------------------------------------*
       2050-CONVERTIR-BASE.
           SET WS-CAL-VALIDO TO TRUE.
           MOVE ZERO TO WS-CAL-NUM1.
           MOVE ZERO TO WS-CAL-NUM2.
           MOVE WS-CAL-FECHA TO TCV-FECHA.
           MOVE WS-CAL-MONEDA TO TCV-MONEDA.
           MOVE WS-CAL-NUM1-ORIGEN TO TCV-IMPORTE.
           CALL "TIPCONV" USING TCV-PARAMETRO.
           IF TCV-SIN-TASA
               SET WS-CAL-SIN-TASA TO TRUE
               GO TO 2050-EXIT
           END-IF.
           IF TCV-FUERA-RANGO
               SET WS-CAL-CONV-RANGO TO TRUE
               GO TO 2050-EXIT
           END-IF.
           MOVE TCV-IMPORTE-BASE TO WS-CAL-NUM1.
           MOVE WS-CAL-NUM2-ORIGEN TO TCV-IMPORTE.
           CALL "TIPCONV" USING TCV-PARAMETRO.
           IF TCV-FUERA-RANGO
               SET WS-CAL-CONV-RANGO TO TRUE
               GO TO 2050-EXIT
           END-IF.
           MOVE TCV-IMPORTE-BASE TO WS-CAL-NUM2.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2070-REGISTRAR-CONVERSION - LISTA COMO DIFERENCIA UN      *
      *  CALCULO QUE NO SE PUDO PASAR A MONEDA BASE: SUMAPGM LO    *
      *  DEBIO RECHAZAR, O EL MAESTRO DE TIPOS DE CAMBIO CAMBIO    *
      *  DESPUES DEL CALCULO.                                      *
      *-----------------------------------------------------------*
       2070-REGISTRAR-CONVERSION.
           MOVE "MONEDA" TO WS-DIF-CAMPO.
           MOVE "CONVERTIDO" TO WS-DIF-ESPERADO.
           IF WS-CAL-SIN-TASA
               MOVE SPACES TO WS-DIF-HALLADO
               STRING "SIN TC " DELIMITED BY SIZE
                      WS-CAL-MONEDA DELIMITED BY SIZE
                 INTO WS-DIF-HALLADO
           ELSE
               MOVE "FUERA RANG" TO WS-DIF-HALLADO
           END-IF.
           PERFORM 5000-REGISTRAR-DIFERENCIA
               THRU 5000-EXIT.
       2070-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-RECALCULAR - LOS CUATRO RESULTADO DESDE NUM1/NUM2    *
      *  CON LOS MISMOS VERBOS, PICTURES Y REDONDEO DE SUMAPGM. UN *
      *  DESBORDE ES UN PAR QUE SUMAPGM DEBIO RECHAZAR.            *
      *-----------------------------------------------------------*
       2100-RECALCULAR.
           SET WS-CAL-VALIDO TO TRUE.
           DIVIDE WS-CAL-NUM1 BY WS-CAL-NUM2 GIVING WS-CAL-RESULTADO
               ROUNDED
               ON SIZE ERROR
                   SET WS-CAL-FUERA-RANGO TO TRUE
           END-DIVIDE.
           ADD WS-CAL-NUM1 TO WS-CAL-NUM2 GIVING WS-CAL-RESULTADO2
               ROUNDED.
           SUBTRACT WS-CAL-NUM1 FROM WS-CAL-NUM2
               GIVING WS-CAL-RESULTADO3
               ROUNDED.
           MULTIPLY WS-CAL-NUM1 BY WS-CAL-NUM2
               GIVING WS-CAL-RESULTADO4
               ROUNDED
               ON SIZE ERROR
                   SET WS-CAL-FUERA-RANGO TO TRUE
           END-MULTIPLY.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-CLASIFICAR - TOMA LA CATEGORIA DE LA CUENTA EN       *
      *  CUENTAS, RESUELVE LOS QUIEBRES COMO CONDIF (LOS DE LA     *
      *  CATEGORIA SI FIGURA EN CATQUIEB, SI NO LOS GLOBALES) Y    *
      *  CLASIFICA EL RESULTADO REHECHO. DEJA ADEMAS MARCADO SI LA *
      *  CUENTA ESTA VIGENTE, PARA JUZGAR SU AUSENCIA EN CONDIDX.  *
      *-----------------------------------------------------------*
       2200-CLASIFICAR.
           MOVE SPACES TO WS-CATEGORIA-TRX.
           SET WS-CUENTA-VIGENTE TO TRUE.
           IF WS-CUENTAS-ACTIVO
               MOVE AUD-TRX-ID TO CTA-TRX-ID
               READ CUENTAS-FILE
                   INVALID KEY
                       SET WS-CUENTA-NO-VIGENTE TO TRUE
                   NOT INVALID KEY
                       IF CTA-CERRADA
                           SET WS-CUENTA-NO-VIGENTE TO TRUE
                       ELSE
                           MOVE CTA-CATEGORIA TO WS-CATEGORIA-TRX
                       END-IF
               END-READ
           END-IF.

           MOVE WS-QUIEBRE-BAJO TO WS-QUIEBRE-BAJO-USO.
           MOVE WS-QUIEBRE-ALTO TO WS-QUIEBRE-ALTO-USO.
           IF WS-CATEGORIA-TRX NOT = SPACES
               MOVE ZERO TO WS-CAT-HALLADO
               PERFORM 2250-BUSCAR-CATEGORIA
                   THRU 2250-EXIT
                   VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-CANT
                      OR WS-CAT-HALLADO > 0
               IF WS-CAT-HALLADO > 0
                   MOVE WS-CAT-BAJO (WS-CAT-HALLADO)
                     TO WS-QUIEBRE-BAJO-USO
                   MOVE WS-CAT-ALTO (WS-CAT-HALLADO)
                     TO WS-QUIEBRE-ALTO-USO
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-CAL-RESULTADO < WS-QUIEBRE-BAJO-USO
                   MOVE "BAJO" TO WS-CAL-CLASIFICACION
               WHEN WS-CAL-RESULTADO > WS-QUIEBRE-ALTO-USO
                   MOVE "ALTO" TO WS-CAL-CLASIFICACION
               WHEN OTHER
                   MOVE "MEDIO" TO WS-CAL-CLASIFICACION
           END-EVALUATE.
       2200-EXIT.
           EXIT.

       2250-BUSCAR-CATEGORIA.
           IF WS-CAT-CODIGO (WS-CAT-SUB) = WS-CATEGORIA-TRX
               MOVE WS-CAT-SUB TO WS-CAT-HALLADO
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-COTEJAR-BITACORA - LOS CUATRO RESULTADO QUE SUMAPGM  *
      *  DEJO EN LA BITACORA CONTRA LOS REHECHOS.                  *
      *-----------------------------------------------------------*
       2300-COTEJAR-BITACORA.
           MOVE "SUMAAUD" TO WS-DIF-FUENTE.
           MOVE "RES1" TO WS-DIF-CAMPO.
           MOVE WS-CAL-RESULTADO TO WS-CMP-ESPERADO.
           MOVE AUD-RESULTADO TO WS-CMP-HALLADO.
           PERFORM 5100-COMPARAR-IMPORTE
               THRU 5100-EXIT.
           MOVE "RES2" TO WS-DIF-CAMPO.
           MOVE WS-CAL-RESULTADO2 TO WS-CMP-ESPERADO.
           MOVE AUD-RESULTADO2 TO WS-CMP-HALLADO.
           PERFORM 5100-COMPARAR-IMPORTE
               THRU 5100-EXIT.
           MOVE "RES3" TO WS-DIF-CAMPO.
           MOVE WS-CAL-RESULTADO3 TO WS-CMP-ESPERADO.
           MOVE AUD-RESULTADO3 TO WS-CMP-HALLADO.
           PERFORM 5100-COMPARAR-IMPORTE
               THRU 5100-EXIT.
           MOVE "RES4" TO WS-DIF-CAMPO.
           MOVE WS-CAL-RESULTADO4 TO WS-CMP-ESPERADO.
           MOVE AUD-RESULTADO4 TO WS-CMP-HALLADO.
           PERFORM 5100-COMPARAR-IMPORTE
               THRU 5100-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2400-COTEJAR-INDICE - EL REGISTRO DE CONDIDX DE LA MISMA  *
      *  FECHA Y TRX-ID: NUM1/NUM2 (UNA RECORRIDA QUE LO PISO CON  *
      *  OTRO PAR), RESULTADO Y CLASIFICACION. SIN REGISTRO ES UNA *
      *  EXCEPCION DE CONDIF SI LA CUENTA ES DESCONOCIDA O ESTA    *
      *  CERRADA; CON LA CUENTA VIGENTE ES UNA DIFERENCIA.         *
      *-----------------------------------------------------------*
       2400-COTEJAR-INDICE.
           MOVE "CONDIDX" TO WS-DIF-FUENTE.
           MOVE AUD-FECHA TO RI-FECHA.
           MOVE AUD-TRX-ID TO RI-TRX-ID.
           READ RESULTS-INDEXED
               INVALID KEY
                   IF WS-CUENTA-NO-VIGENTE
                       ADD 1 TO WS-CONT-EXCEPCIONES
                   ELSE
                       MOVE "REG" TO WS-DIF-CAMPO
                       MOVE "PRESENTE" TO WS-DIF-ESPERADO
                       MOVE "FALTA" TO WS-DIF-HALLADO
                       PERFORM 5000-REGISTRAR-DIFERENCIA
                           THRU 5000-EXIT
                   END-IF
                   GO TO 2400-EXIT
           END-READ.

           MOVE "NUM1" TO WS-DIF-CAMPO.
           MOVE AUD-NUM1 TO WS-CMP-ESPERADO.
           MOVE RI-NUM1 TO WS-CMP-HALLADO.
           PERFORM 5100-COMPARAR-IMPORTE
               THRU 5100-EXIT.
           MOVE "NUM2" TO WS-DIF-CAMPO.
           MOVE AUD-NUM2 TO WS-CMP-ESPERADO.
           MOVE RI-NUM2 TO WS-CMP-HALLADO.
           PERFORM 5100-COMPARAR-IMPORTE
               THRU 5100-EXIT.
           MOVE "RES1" TO WS-DIF-CAMPO.
           MOVE WS-CAL-RESULTADO TO WS-CMP-ESPERADO.
           MOVE RI-RESULTADO TO WS-CMP-HALLADO.
           PERFORM 5100-COMPARAR-IMPORTE
               THRU 5100-EXIT.
           IF RI-CLASIFICACION NOT = WS-CAL-CLASIFICACION
               MOVE "CLASIF" TO WS-DIF-CAMPO
               MOVE WS-CAL-CLASIFICACION TO WS-DIF-ESPERADO
               MOVE RI-CLASIFICACION TO WS-DIF-HALLADO
               PERFORM 5000-REGISTRAR-DIFERENCIA
                   THRU 5000-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2500-COTEJAR-MAYOR - DECIDE SI EL CALCULO DEBE VIAJAR EN  *
      *  LA INTERFASE (UNA RETENIDA NO, SALVO LIBERADA PARA LA     *
      *  FECHA DE PROCESO), BUSCA SU DETALLE Y COTEJA LOS CUATRO   *
      *  RESULTADO. UN DETALLE QUE FALTA O QUE SOBRA ES           *
      *  DIFERENCIA. CON EL CALCULO FUERA DE RANGO O SIN PASAR A  *
      *  LA BASE (YA LISTADO) SOLO SE MARCA EL DETALLE COMO        *
      *  COTEJADO.                                                 *
      *-----------------------------------------------------------*
       2500-COTEJAR-MAYOR.
           MOVE "MAYORINT" TO WS-DIF-FUENTE.
           MOVE AUD-TRX-ID TO WS-CLB-TRX-ID.
           MOVE AUD-FECHA TO WS-CLB-FECHA.
           SET WS-EN-MAYOR-SI TO TRUE.
           MOVE ZERO TO WS-RTN-HALLADO.
           PERFORM 2560-BUSCAR-RETENIDA
               THRU 2560-EXIT
               VARYING WS-RTN-SUB FROM 1 BY 1
               UNTIL WS-RTN-SUB > WS-RTN-CANT
                  OR WS-RTN-HALLADO > 0.
           IF WS-RTN-HALLADO > 0
               ADD 1 TO WS-CONT-RETENIDOS
               IF WS-RTN-ESTADO (WS-RTN-HALLADO) NOT = "L"
                  OR WS-RTN-EXTRACCION (WS-RTN-HALLADO)
                       NOT = WS-FECHA-CORRIDA
                   SET WS-EN-MAYOR-NO TO TRUE
               END-IF
           END-IF.

           MOVE ZERO TO WS-MAY-HALLADO.
           PERFORM 2550-BUSCAR-DETALLE
               THRU 2550-EXIT
               VARYING WS-MAY-SUB FROM 1 BY 1
               UNTIL WS-MAY-SUB > WS-MAY-CANT
                  OR WS-MAY-HALLADO > 0.

           IF WS-MAY-HALLADO = 0
               IF WS-EN-MAYOR-SI
                   MOVE "DET" TO WS-DIF-CAMPO
                   MOVE "PRESENTE" TO WS-DIF-ESPERADO
                   MOVE "FALTA" TO WS-DIF-HALLADO
                   PERFORM 5000-REGISTRAR-DIFERENCIA
                       THRU 5000-EXIT
               END-IF
               GO TO 2500-EXIT
           END-IF.

           MOVE "S" TO WS-MAY-COTEJADO (WS-MAY-HALLADO).
           IF NOT WS-CAL-VALIDO
               GO TO 2500-EXIT
           END-IF.
           IF WS-EN-MAYOR-NO
               MOVE "DET" TO WS-DIF-CAMPO
               MOVE "RETENIDA" TO WS-DIF-ESPERADO
               MOVE "PRESENTE" TO WS-DIF-HALLADO
               PERFORM 5000-REGISTRAR-DIFERENCIA
                   THRU 5000-EXIT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2600-COTEJAR-DETALLE
               THRU 2600-EXIT.
       2500-EXIT.
           EXIT.

       2550-BUSCAR-DETALLE.
           IF WS-MAY-CLAVE (WS-MAY-SUB) = WS-CLAVE-BUSCADA
               MOVE WS-MAY-SUB TO WS-MAY-HALLADO
           END-IF.
       2550-EXIT.
           EXIT.

       2560-BUSCAR-RETENIDA.
           IF WS-RTN-CLAVE (WS-RTN-SUB) (1:8) = WS-CLB-FECHA
              AND WS-RTN-CLAVE (WS-RTN-SUB) (9:10) = WS-CLB-TRX-ID
               MOVE WS-RTN-SUB TO WS-RTN-HALLADO
           END-IF.
       2560-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2600-COTEJAR-DETALLE - LOS CUATRO RESULTADO DEL DETALLE   *
      *  WS-MAY-HALLADO CONTRA EL CALCULO REHECHO.                 *
      *-----------------------------------------------------------*
       2600-COTEJAR-DETALLE.
           MOVE "RES1" TO WS-DIF-CAMPO.
           MOVE WS-CAL-RESULTADO TO WS-CMP-ESPERADO.
           MOVE WS-MAY-RESULTADO (WS-MAY-HALLADO) TO WS-CMP-HALLADO.
           PERFORM 5100-COMPARAR-IMPORTE
               THRU 5100-EXIT.
           MOVE "RES2" TO WS-DIF-CAMPO.
           MOVE WS-CAL-RESULTADO2 TO WS-CMP-ESPERADO.
           MOVE WS-MAY-RESULTADO2 (WS-MAY-HALLADO) TO WS-CMP-HALLADO.
           PERFORM 5100-COMPARAR-IMPORTE
               THRU 5100-EXIT.
           MOVE "RES3" TO WS-DIF-CAMPO.
           MOVE WS-CAL-RESULTADO3 TO WS-CMP-ESPERADO.
           MOVE WS-MAY-RESULTADO3 (WS-MAY-HALLADO) TO WS-CMP-HALLADO.
           PERFORM 5100-COMPARAR-IMPORTE
               THRU 5100-EXIT.
           MOVE "RES4" TO WS-DIF-CAMPO.
           MOVE WS-CAL-RESULTADO4 TO WS-CMP-ESPERADO.
           MOVE WS-MAY-RESULTADO4 (WS-MAY-HALLADO) TO WS-CMP-HALLADO.
           PERFORM 5100-COMPARAR-IMPORTE
               THRU 5100-EXIT.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-LEER-AUDITORIA - LECTURA DE UN CALCULO DE SUMAAUD,   *
      *  CON MARCA DE FIN DE ARCHIVO.                              *
      *-----------------------------------------------------------*
       2900-LEER-AUDITORIA.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-VERIFICAR-SOBRANTES - UN DETALLE DE LA INTERFASE QUE *
      *  NINGUN CALCULO DE LA BITACORA COTEJO DEBE SER UNA         *
      *  RETENIDA LIBERADA PARA LA FECHA DE PROCESO: SE REHACE     *
      *  DESDE EL NUM1/NUM2 DE RETENTRX, PASADOS A LA BASE CON EL  *
      *  TIPO DE CAMBIO DE LA FECHA DEL CALCULO RETENIDO.          *
      *  CUALQUIER OTRO ES UN DETALLE SIN CALCULO DE ORIGEN.       *
      *-----------------------------------------------------------*
       3000-VERIFICAR-SOBRANTES.
           IF WS-MAY-COTEJADO (WS-MAY-SUB) = "S"
               GO TO 3000-EXIT
           END-IF.
           SET WS-SIN-DIFERENCIA TO TRUE.
           MOVE WS-MAY-SUB TO WS-MAY-HALLADO.
           MOVE WS-MAY-TRX-ID (WS-MAY-SUB) TO WS-CLB-TRX-ID
                                              WS-DIF-TRX-ID.
           MOVE WS-MAY-FECHA (WS-MAY-SUB) TO WS-CLB-FECHA
                                             WS-DIF-FECHA.
           MOVE "MAYORINT" TO WS-DIF-FUENTE.

           MOVE ZERO TO WS-RTN-HALLADO.
           PERFORM 2560-BUSCAR-RETENIDA
               THRU 2560-EXIT
               VARYING WS-RTN-SUB FROM 1 BY 1
               UNTIL WS-RTN-SUB > WS-RTN-CANT
                  OR WS-RTN-HALLADO > 0.
           IF WS-RTN-HALLADO = 0
               GO TO 3000-SIN-ORIGEN
           END-IF.
           IF WS-RTN-ESTADO (WS-RTN-HALLADO) NOT = "L"
              OR WS-RTN-EXTRACCION (WS-RTN-HALLADO)
                   NOT = WS-FECHA-CORRIDA
               GO TO 3000-SIN-ORIGEN
           END-IF.

           ADD 1 TO WS-CONT-LIBERADOS.
           MOVE WS-CLB-FECHA TO WS-CAL-FECHA.
           MOVE WS-RTN-MONEDA (WS-RTN-HALLADO) TO WS-CAL-MONEDA.
           MOVE WS-RTN-NUM1 (WS-RTN-HALLADO) TO WS-CAL-NUM1-ORIGEN.
           MOVE WS-RTN-NUM2 (WS-RTN-HALLADO) TO WS-CAL-NUM2-ORIGEN.
           PERFORM 2050-CONVERTIR-BASE
               THRU 2050-EXIT.
           IF NOT WS-CAL-VALIDO
               PERFORM 2070-REGISTRAR-CONVERSION
                   THRU 2070-EXIT
               GO TO 3000-CONTAR
           END-IF.
           PERFORM 2100-RECALCULAR
               THRU 2100-EXIT.
           IF WS-CAL-FUERA-RANGO
               MOVE "CALC" TO WS-DIF-CAMPO
               MOVE "EN RANGO" TO WS-DIF-ESPERADO
               MOVE "FUERA RANG" TO WS-DIF-HALLADO
               PERFORM 5000-REGISTRAR-DIFERENCIA
                   THRU 5000-EXIT
           ELSE
               PERFORM 2600-COTEJAR-DETALLE
                   THRU 2600-EXIT
           END-IF.
           GO TO 3000-CONTAR.

       3000-SIN-ORIGEN.
           MOVE "DET" TO WS-DIF-CAMPO.
           MOVE "SIN CALCUL" TO WS-DIF-ESPERADO.
           MOVE "PRESENTE" TO WS-DIF-HALLADO.
           PERFORM 5000-REGISTRAR-DIFERENCIA
               THRU 5000-EXIT.

       3000-CONTAR.
           IF WS-CON-DIFERENCIA
               ADD 1 TO WS-CONT-CON-DIFERENCIA
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-EVALUAR-ALERTA - CON ALGUNA DIFERENCIA DEJA LA       *
      *  ALERTA A012 EN ALERTOUT (VALOR = TRANSACCIONES CON        *
      *  DIFERENCIA) PARA QUE EL DE GUARDIA LA VEA ANTES DE LA     *
      *  TRANSMISION AL MAYOR.                                     *
      *-----------------------------------------------------------*
       4000-EVALUAR-ALERTA.
           IF WS-CONT-DIFERENCIAS = 0
               GO TO 4000-EXIT
           END-IF.
           MOVE "A012" TO ALR-CODIGO.
           MOVE WS-CONT-CON-DIFERENCIA TO ALR-VALOR.
           MOVE ZERO TO ALR-LIMITE.
           ACCEPT WS-HORA-ALERTA FROM TIME.
           MOVE WS-FECHA-CORRIDA TO ALR-FECHA.
           MOVE WS-HORA-ALERTA TO ALR-HORA.
           MOVE "VERIFCAL" TO ALR-PROGRAMA.
           OPEN EXTEND ALERTA-FILE.
           WRITE ALERTA-REC FROM ALERTA-LINEA.
           CLOSE ALERTA-FILE.
           DISPLAY "ALERTA A012: " WS-CONT-CON-DIFERENCIA
                   " TRANSACCIONES CON CALCULOS QUE NO COINCIDEN".
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-REGISTRAR-DIFERENCIA - ESCRIBE Y MUESTRA LA LINEA DE *
      *  DIFERENCIA YA ARMADA Y MARCA LA TRANSACCION.              *
      *-----------------------------------------------------------*
       5000-REGISTRAR-DIFERENCIA.
           WRITE REPORT-REC FROM WS-DIFERENCIA-LINE.
           DISPLAY WS-DIFERENCIA-LINE.
           ADD 1 TO WS-CONT-DIFERENCIAS.
           SET WS-CON-DIFERENCIA TO TRUE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5100-COMPARAR-IMPORTE - SI EL IMPORTE GRABADO NO ES EL    *
      *  QUE DEBIO DAR, LOS EDITA EN LA LINEA Y LA REGISTRA.       *
      *-----------------------------------------------------------*
       5100-COMPARAR-IMPORTE.
           IF WS-CMP-ESPERADO = WS-CMP-HALLADO
               GO TO 5100-EXIT
           END-IF.
           MOVE WS-CMP-ESPERADO TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO WS-DIF-ESPERADO.
           MOVE WS-CMP-HALLADO TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT TO WS-DIF-HALLADO.
           PERFORM 5000-REGISTRAR-DIFERENCIA
               THRU 5000-EXIT.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - ESCRIBE EL RESUMEN Y EL PIE Y CIERRA LOS *
      *  ARCHIVOS. CON DIFERENCIAS O SIN PODER VERIFICAR TODO, LA  *
      *  INTERFASE SE VACIA, IGUAL QUE HACE MAYOREXT CON UNA NOCHE *
      *  MAL IMPUTADA: NO SE TRANSMITE HASTA CORREGIR Y REGENERAR. *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           CLOSE AUDIT-FILE
                 RESULTS-INDEXED.
           IF WS-CUENTAS-ACTIVO
               CLOSE CUENTAS-FILE
           END-IF.

           IF WS-CONT-DIFERENCIAS > 0
              OR WS-CONT-ERRORES > 0
               OPEN OUTPUT MAYOR-FILE
               CLOSE MAYOR-FILE
               MOVE "INTERFASE RETENIDA: CALCULOS SIN VERIFICAR"
                 TO REPORT-REC
               WRITE REPORT-REC
               DISPLAY "ERROR: VERIFICACION DE CALCULOS CON "
                       "DIFERENCIAS, MAYORINT VACIADO - NO "
                       "TRANSMITIR"
           END-IF.

           MOVE WS-CONT-LEIDOS TO WS-RES-LEIDOS.
           MOVE WS-CONT-CORRECTOS TO WS-RES-CORRECTOS.
           MOVE WS-CONT-CON-DIFERENCIA TO WS-RES-CON-DIFERENCIA.
           MOVE WS-CONT-EXCEPCIONES TO WS-RES-EXCEPCIONES.
           WRITE REPORT-REC FROM WS-RESUMEN-LINE.
           DISPLAY WS-RESUMEN-LINE.
           MOVE WS-CONT-RETENIDOS TO WS-RES-RETENIDOS.
           MOVE WS-CONT-LIBERADOS TO WS-RES-LIBERADOS.
           MOVE WS-CONT-DIFERENCIAS TO WS-RES-DIFERENCIAS.
           WRITE REPORT-REC FROM WS-RESUMEN2-LINE.
           DISPLAY WS-RESUMEN2-LINE.

           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-CONT-LEIDOS TO RPT-TRL-REGISTROS.
           ADD WS-CONT-DIFERENCIAS WS-CONT-ERRORES
               GIVING RPT-TRL-ERRORES.
           WRITE REPORT-REC FROM RPT-TRAILER-LINE.
           CLOSE REPORT-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM VERIFCAL.
