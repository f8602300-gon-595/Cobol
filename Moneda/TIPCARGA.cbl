      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-16
      * Purpose:       Carga diaria de tipos de cambio: toma las
      *                cotizaciones recibidas en TIPCAMIN (fecha,
      *                moneda y tasa a moneda base), valida cada una
      *                (fecha valida, moneda informada y distinta de
      *                la base, tasa numerica mayor que cero, sin
      *                repetir en la entrada, variacion contra la
      *                cotizacion anterior de la misma moneda dentro
      *                del maximo salvo que venga forzada) y actualiza
      *                el maestro TIPCAMB (copybook CBTIPCAM) en orden
      *                de clave: la misma fecha y moneda reemplaza la
      *                tasa vigente. Las cotizaciones de mas de un ano
      *                respecto de la fecha de proceso se depuran al
      *                reescribir. Deja en TIPCRPT lo cargado y lo
      *                rechazado; RC=4 con rechazos, RC=2 si el
      *                maestro queda sin ninguna tasa para la fecha de
      *                proceso, RC=8 si el maestro desborda la tabla
      *                (en ese caso TIPCAMB no se toca).
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-16 RMM  Version inicial de la carga de tipos de
      *                  cambio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIPCARGA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENTRADA-FILE ASSIGN TO "TIPCAMIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TIPCAMB-FILE ASSIGN TO "TIPCAMB"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "TIPCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
       01  ENTRADA-REC.
           05  TIN-FECHA                   PIC X(08).
           05  TIN-MONEDA                  PIC X(03).
           05  TIN-TASA-ALFA               PIC X(11).
           05  TIN-TASA REDEFINES TIN-TASA-ALFA
                                           PIC 9(5)V9(6).
           05  TIN-FORZAR                  PIC X(01).
               88  TIN-FORZADA                         VALUE "S".

       FD  TIPCAMB-FILE.
       COPY CBTIPCAM.

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-FECHA-HOY                    PIC X(08).
       01  WS-HORA-HOY                     PIC X(08).

      *    MONEDA DE CONTABILIDAD (LA MISMA CONSTANTE DE TIPCONV) Y
      *    VARIACION MAXIMA EN PORCIENTO ACEPTADA SIN FORZAR CONTRA
      *    LA COTIZACION ANTERIOR DE LA MISMA MONEDA.
       01  WS-MONEDA-BASE                  PIC X(03)   VALUE "ARS".
       01  WS-VARIACION-MAX                PIC 9(3)V99 VALUE 10.

       COPY CBRPTHDR.

       01  WS-SWITCHES.
           05  WS-TIN-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-TIN-EOF-YES                      VALUE "Y".
               88  WS-TIN-EOF-NO                        VALUE "N".
           05  WS-TCA-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-TCA-EOF-YES                      VALUE "Y".
               88  WS-TCA-EOF-NO                        VALUE "N".
           05  WS-VALIDA-SW                PIC X(01)   VALUE "S".
               88  WS-ENTRADA-VALIDA                   VALUE "S".
               88  WS-ENTRADA-INVALIDA                  VALUE "N".
           05  WS-DESBORDE-SW              PIC X(01)   VALUE "N".
               88  WS-DESBORDADA                        VALUE "S".

       01  WS-CONTADORES.
           05  WS-CONT-LEIDAS              PIC 9(5)    VALUE ZERO.
           05  WS-CONT-NUEVAS              PIC 9(5)    VALUE ZERO.
           05  WS-CONT-REEMPLAZADAS        PIC 9(5)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(5)    VALUE ZERO.
           05  WS-CONT-FORZADAS            PIC 9(5)    VALUE ZERO.
           05  WS-CONT-DEPURADAS           PIC 9(5)    VALUE ZERO.
           05  WS-CONT-GRABADAS            PIC 9(5)    VALUE ZERO.
           05  WS-CONT-DEL-DIA             PIC 9(5)    VALUE ZERO.

      *    MAESTRO VIGENTE MAS LAS COTIZACIONES ACEPTADAS, EN ORDEN
      *    DE FECHA Y MONEDA; TIPCAMB SE REESCRIBE DESDE AQUI.
       01  WS-TABLA-TASAS.
           05  WS-TCA-MAX                  PIC S9(4)   COMP VALUE 3000.
           05  WS-TCA-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-TCA-ENTRADA OCCURS 3000 TIMES.
               10  WS-TCA-CLAVE.
                   15  WS-TCA-FECHA        PIC X(08).
                   15  WS-TCA-MONEDA       PIC X(03).
               10  WS-TCA-TASA             PIC 9(5)V9(6).
               10  WS-TCA-FECHA-CARGA      PIC X(08).
               10  WS-TCA-HORA-CARGA       PIC X(08).

      *    CLAVES YA ACEPTADAS EN ESTA ENTRADA, PARA RECHAZAR LA
      *    MISMA FECHA Y MONEDA INFORMADA DOS VECES.
       01  WS-TABLA-ENTRADA.
           05  WS-ENT-MAX                  PIC S9(4)   COMP VALUE 200.
           05  WS-ENT-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-ENT-CLAVE OCCURS 200 TIMES
                                            PIC X(11).

       01  WS-CLAVE-NUEVA.
           05  WS-NVA-FECHA                PIC X(08).
           05  WS-NVA-MONEDA               PIC X(03).

       01  WS-SUB                          PIC S9(4)   COMP.
       01  WS-SUB-DESDE                    PIC S9(4)   COMP.
       01  WS-SUB-HALLADO                  PIC S9(4)   COMP.
       01  WS-SUB-ANTERIOR                 PIC S9(4)   COMP.

       01  WS-TASA-ANTERIOR                PIC 9(5)V9(6) VALUE ZERO.
       01  WS-DIFERENCIA                   PIC 9(5)V9(6) VALUE ZERO.
       01  WS-VARIACION                    PIC 9(5)V99 VALUE ZERO.

      *    FECHA DE CORTE DE LA DEPURACION: LA FECHA DE PROCESO CON
      *    UN ANO MENOS.
       01  WS-FECHA-CORTE.
           05  WS-CORTE-AA                 PIC 9(04).
           05  WS-CORTE-MMDD               PIC X(04).

       01  WS-FECHA-TRABAJO.
           05  WS-FT-AA                    PIC 9(04).
           05  WS-FT-MM                    PIC 9(02).
           05  WS-FT-DD                    PIC 9(02).

       01  WS-DIAS-DEL-MES                 PIC 9(02)   VALUE ZERO.
       01  WS-RESTO                        PIC 9(04)   VALUE ZERO.
       01  WS-COCIENTE                     PIC 9(04)   VALUE ZERO.
       01  WS-BISIESTO-SW                  PIC X(01)   VALUE "N".
           88  WS-BISIESTO                              VALUE "S".

       01  WS-ERROR-LINE.
           05  FILLER                      PIC X(09)
               VALUE "RECHAZO: ".
           05  WS-ERR-DETALLE              PIC X(36)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-ERR-FECHA                PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-ERR-MONEDA               PIC X(03)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-ERR-TASA                 PIC X(11)   VALUE SPACES.

       01  WS-CARGADA-LINE.
           05  FILLER                      PIC X(09)
               VALUE "CARGADA: ".
           05  WS-CRG-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-CRG-MONEDA               PIC X(03).
           05  FILLER                      PIC X(06)   VALUE " TASA=".
           05  WS-CRG-TASA                 PIC ZZZZ9.999999.
           05  FILLER                      PIC X(05)   VALUE " ANT=".
           05  WS-CRG-ANTERIOR             PIC ZZZZ9.999999.
           05  FILLER                      PIC X(05)   VALUE " VAR=".
           05  WS-CRG-VARIACION            PIC ZZZZ9.99.
           05  FILLER                      PIC X(01)   VALUE "%".
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-CRG-MARCA                PIC X(06)   VALUE SPACES.

       01  WS-RESUMEN-LINE.
           05  FILLER                      PIC X(08)   VALUE "LEIDAS=".
           05  WS-RES-LEIDAS               PIC ZZZZ9.
           05  FILLER                      PIC X(08)   VALUE " NUEVAS=".
           05  WS-RES-NUEVAS               PIC ZZZZ9.
           05  FILLER                      PIC X(09)
               VALUE " REEMPL.=".
           05  WS-RES-REEMPLAZADAS         PIC ZZZZ9.
           05  FILLER                      PIC X(10)
               VALUE " DEPURADAS".
           05  FILLER                      PIC X(01)   VALUE "=".
           05  WS-RES-DEPURADAS            PIC ZZZZ9.
           05  FILLER                      PIC X(09)
               VALUE " MAESTRO=".
           05  WS-RES-GRABADAS             PIC ZZZZ9.

       01  WS-DEL-DIA-LINE.
           05  FILLER                      PIC X(33)
               VALUE "TASAS PARA LA FECHA DE PROCESO ".
           05  WS-DIA-FECHA                PIC X(08).
           05  FILLER                      PIC X(02)   VALUE ": ".
           05  WS-DIA-CANT                 PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 1500-CARGAR-MAESTRO
               THRU 1500-EXIT
               UNTIL WS-TCA-EOF-YES.
           PERFORM 2000-PROCESAR-ENTRADA
               THRU 2000-EXIT
               UNTIL WS-TIN-EOF-YES.
           IF NOT WS-DESBORDADA
               PERFORM 3000-REESCRIBIR-MAESTRO
                   THRU 3000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           EVALUATE TRUE
               WHEN WS-DESBORDADA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONT-ERRORES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CONT-DEL-DIA = 0
                   MOVE 2 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
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
      *  1000-INITIALIZE - FIJA LA FECHA DE PROCESO Y LA DE CORTE  *
      *  DE LA DEPURACION, ABRE LOS ARCHIVOS Y ESCRIBE EL          *
      *  ENCABEZADO DEL REPORTE.                                   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.

           MOVE WS-FECHA-CORRIDA TO WS-FECHA-CORTE.
           SUBTRACT 1 FROM WS-CORTE-AA.

           OPEN INPUT TIPCAMB-FILE.
           OPEN INPUT ENTRADA-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE "CARGA TIPOS CAMBIO" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.

           PERFORM 1900-LEER-MAESTRO
               THRU 1900-EXIT.
           PERFORM 2900-LEER-ENTRADA
               THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1500-CARGAR-MAESTRO - CARGA EL MAESTRO VIGENTE EN LA      *
      *  TABLA DE TRABAJO. SI NO ENTRA, LA CARGA SE MARCA          *
      *  DESBORDADA Y EL MAESTRO NO SE REESCRIBE.                  *
      *-----------------------------------------------------------*
       1500-CARGAR-MAESTRO.
           IF WS-TCA-CANT < WS-TCA-MAX
               ADD 1 TO WS-TCA-CANT
               MOVE TCA-FECHA TO WS-TCA-FECHA (WS-TCA-CANT)
               MOVE TCA-MONEDA TO WS-TCA-MONEDA (WS-TCA-CANT)
               MOVE TCA-TASA TO WS-TCA-TASA (WS-TCA-CANT)
               MOVE TCA-FECHA-CARGA
                 TO WS-TCA-FECHA-CARGA (WS-TCA-CANT)
               MOVE TCA-HORA-CARGA
                 TO WS-TCA-HORA-CARGA (WS-TCA-CANT)
           ELSE
               IF NOT WS-DESBORDADA
                   DISPLAY "TIPCAMB DESBORDA LA TABLA DE TIPOS DE "
                           "CAMBIO - EL MAESTRO NO SE ACTUALIZA"
               END-IF
               SET WS-DESBORDADA TO TRUE
           END-IF.
           PERFORM 1900-LEER-MAESTRO
               THRU 1900-EXIT.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1900-LEER-MAESTRO - LECTURA DE UNA COTIZACION DE TIPCAMB, *
      *  CON MARCA DE FIN DE ARCHIVO.                              *
      *-----------------------------------------------------------*
       1900-LEER-MAESTRO.
           READ TIPCAMB-FILE
               AT END
                   SET WS-TCA-EOF-YES TO TRUE
           END-READ.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESAR-ENTRADA - VALIDA UNA COTIZACION DE TIPCAMIN *
      *  Y, SI PASA, LA UBICA EN LA TABLA POR FECHA Y MONEDA: LA   *
      *  MISMA CLAVE REEMPLAZA LA TASA, UNA CLAVE NUEVA SE INSERTA *
      *  EN SU LUGAR.                                              *
      *-----------------------------------------------------------*
       2000-PROCESAR-ENTRADA.
           ADD 1 TO WS-CONT-LEIDAS.
           PERFORM 2100-VALIDAR-COTIZACION
               THRU 2100-EXIT.
           IF WS-ENTRADA-INVALIDA
               GO TO 2000-LEER
           END-IF.

           MOVE TIN-FECHA TO WS-NVA-FECHA.
           MOVE TIN-MONEDA TO WS-NVA-MONEDA.
           MOVE ZERO TO WS-SUB-HALLADO.
           PERFORM 2500-UBICAR-CLAVE
               THRU 2500-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TCA-CANT
                  OR WS-SUB-HALLADO > 0.
           IF WS-SUB-HALLADO = 0
               COMPUTE WS-SUB-HALLADO = WS-TCA-CANT + 1
           END-IF.

           IF WS-SUB-HALLADO NOT > WS-TCA-CANT
              AND WS-TCA-CLAVE (WS-SUB-HALLADO) = WS-CLAVE-NUEVA
               ADD 1 TO WS-CONT-REEMPLAZADAS
               MOVE "REEMPL" TO WS-CRG-MARCA
           ELSE
               IF WS-TCA-CANT NOT < WS-TCA-MAX
                   IF NOT WS-DESBORDADA
                       DISPLAY "TIPCAMB DESBORDA LA TABLA DE TIPOS "
                               "DE CAMBIO - EL MAESTRO NO SE "
                               "ACTUALIZA"
                   END-IF
                   SET WS-DESBORDADA TO TRUE
                   GO TO 2000-LEER
               END-IF
               MOVE WS-SUB-HALLADO TO WS-SUB-DESDE
               PERFORM 2600-DESPLAZAR-TASA
                   THRU 2600-EXIT
                   VARYING WS-SUB FROM WS-TCA-CANT BY -1
                   UNTIL WS-SUB < WS-SUB-DESDE
               ADD 1 TO WS-TCA-CANT
               ADD 1 TO WS-CONT-NUEVAS
               MOVE SPACES TO WS-CRG-MARCA
           END-IF.

           MOVE TIN-FECHA TO WS-TCA-FECHA (WS-SUB-HALLADO).
           MOVE TIN-MONEDA TO WS-TCA-MONEDA (WS-SUB-HALLADO).
           MOVE TIN-TASA TO WS-TCA-TASA (WS-SUB-HALLADO).
           MOVE WS-FECHA-HOY TO WS-TCA-FECHA-CARGA (WS-SUB-HALLADO).
           MOVE WS-HORA-HOY TO WS-TCA-HORA-CARGA (WS-SUB-HALLADO).

           IF WS-ENT-CANT < WS-ENT-MAX
               ADD 1 TO WS-ENT-CANT
               MOVE WS-CLAVE-NUEVA TO WS-ENT-CLAVE (WS-ENT-CANT)
           END-IF.

           MOVE TIN-FECHA TO WS-CRG-FECHA.
           MOVE TIN-MONEDA TO WS-CRG-MONEDA.
           MOVE TIN-TASA TO WS-CRG-TASA.
           MOVE WS-TASA-ANTERIOR TO WS-CRG-ANTERIOR.
           MOVE WS-VARIACION TO WS-CRG-VARIACION.
           IF TIN-FORZADA
               MOVE "FORZ." TO WS-CRG-MARCA
           END-IF.
           WRITE REPORT-REC FROM WS-CARGADA-LINE.

       2000-LEER.
           PERFORM 2900-LEER-ENTRADA
               THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-VALIDAR-COTIZACION - FECHA NUMERICA Y VALIDA Y NO    *
      *  ANTERIOR AL CORTE DE DEPURACION, MONEDA INFORMADA Y       *
      *  DISTINTA DE LA BASE, TASA NUMERICA Y MAYOR QUE CERO, SIN  *
      *  REPETIR EN LA ENTRADA, Y VARIACION CONTRA LA COTIZACION   *
      *  ANTERIOR DENTRO DEL MAXIMO (SALVO COTIZACION FORZADA).    *
      *-----------------------------------------------------------*
       2100-VALIDAR-COTIZACION.
           SET WS-ENTRADA-VALIDA TO TRUE.
           MOVE ZERO TO WS-TASA-ANTERIOR.
           MOVE ZERO TO WS-VARIACION.
           MOVE TIN-FECHA TO WS-ERR-FECHA.
           MOVE TIN-MONEDA TO WS-ERR-MONEDA.
           MOVE TIN-TASA-ALFA TO WS-ERR-TASA.

           IF TIN-FECHA NOT NUMERIC
               MOVE "FECHA NO NUMERICA" TO WS-ERR-DETALLE
               GO TO 2100-RECHAZO
           END-IF.
           MOVE TIN-FECHA TO WS-FECHA-TRABAJO.
           IF WS-FT-MM < 1 OR WS-FT-MM > 12
               MOVE "MES FUERA DE RANGO" TO WS-ERR-DETALLE
               GO TO 2100-RECHAZO
           END-IF.
           PERFORM 2150-DIAS-DEL-MES
               THRU 2150-EXIT.
           IF WS-FT-DD < 1 OR WS-FT-DD > WS-DIAS-DEL-MES
               MOVE "DIA FUERA DEL MES" TO WS-ERR-DETALLE
               GO TO 2100-RECHAZO
           END-IF.
           IF TIN-FECHA < WS-FECHA-CORTE
               MOVE "FECHA ANTERIOR AL CORTE DE UN ANO"
                 TO WS-ERR-DETALLE
               GO TO 2100-RECHAZO
           END-IF.

           IF TIN-MONEDA = SPACES
               MOVE "MONEDA NO INFORMADA" TO WS-ERR-DETALLE
               GO TO 2100-RECHAZO
           END-IF.
           IF TIN-MONEDA = WS-MONEDA-BASE
               MOVE "COTIZACION DE LA MONEDA BASE" TO WS-ERR-DETALLE
               GO TO 2100-RECHAZO
           END-IF.

           IF TIN-TASA-ALFA NOT NUMERIC
               MOVE "TASA NO NUMERICA" TO WS-ERR-DETALLE
               GO TO 2100-RECHAZO
           END-IF.
           IF TIN-TASA = ZERO
               MOVE "TASA EN CERO" TO WS-ERR-DETALLE
               GO TO 2100-RECHAZO
           END-IF.

           MOVE TIN-FECHA TO WS-NVA-FECHA.
           MOVE TIN-MONEDA TO WS-NVA-MONEDA.
           MOVE ZERO TO WS-SUB-HALLADO.
           PERFORM 2300-BUSCAR-REPETIDA
               THRU 2300-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ENT-CANT
                  OR WS-SUB-HALLADO > 0.
           IF WS-SUB-HALLADO > 0
               MOVE "COTIZACION REPETIDA EN LA ENTRADA"
                 TO WS-ERR-DETALLE
               GO TO 2100-RECHAZO
           END-IF.

           MOVE ZERO TO WS-SUB-ANTERIOR.
           PERFORM 2400-BUSCAR-ANTERIOR
               THRU 2400-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TCA-CANT.
           IF WS-SUB-ANTERIOR = 0
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-TCA-TASA (WS-SUB-ANTERIOR) TO WS-TASA-ANTERIOR.
           IF TIN-TASA > WS-TASA-ANTERIOR
               SUBTRACT WS-TASA-ANTERIOR FROM TIN-TASA
                   GIVING WS-DIFERENCIA
           ELSE
               SUBTRACT TIN-TASA FROM WS-TASA-ANTERIOR
                   GIVING WS-DIFERENCIA
           END-IF.
           COMPUTE WS-VARIACION ROUNDED =
               WS-DIFERENCIA * 100 / WS-TASA-ANTERIOR
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-VARIACION
           END-COMPUTE.
           IF WS-VARIACION > WS-VARIACION-MAX
               IF TIN-FORZADA
                   ADD 1 TO WS-CONT-FORZADAS
               ELSE
                   MOVE "VARIACION SOBRE EL MAXIMO, NO FORZADA"
                     TO WS-ERR-DETALLE
                   GO TO 2100-RECHAZO
               END-IF
           END-IF.
           GO TO 2100-EXIT.

       2100-RECHAZO.
           PERFORM 7500-REGISTRAR-ERROR
               THRU 7500-EXIT.
           SET WS-ENTRADA-INVALIDA TO TRUE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2150-DIAS-DEL-MES - DEJA EN WS-DIAS-DEL-MES EL LARGO DEL  *
      *  MES DE LA FECHA DE TRABAJO (REGLA 4/100/400 PARA FEBRERO).*
      *-----------------------------------------------------------*
       2150-DIAS-DEL-MES.
           MOVE "N" TO WS-BISIESTO-SW.
           DIVIDE WS-FT-AA BY 4 GIVING WS-COCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO = ZERO
               SET WS-BISIESTO TO TRUE
               DIVIDE WS-FT-AA BY 100 GIVING WS-COCIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   MOVE "N" TO WS-BISIESTO-SW
                   DIVIDE WS-FT-AA BY 400 GIVING WS-COCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO = ZERO
                       SET WS-BISIESTO TO TRUE
                   END-IF
               END-IF
           END-IF.

           EVALUATE WS-FT-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIAS-DEL-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DIAS-DEL-MES
               WHEN 02
                   IF WS-BISIESTO
                       MOVE 29 TO WS-DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-DEL-MES
                   END-IF
           END-EVALUATE.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-BUSCAR-REPETIDA - MARCA SI LA FECHA Y MONEDA LEIDA   *
      *  YA SE ACEPTO ANTES EN ESTA MISMA ENTRADA.                 *
      *-----------------------------------------------------------*
       2300-BUSCAR-REPETIDA.
           IF WS-ENT-CLAVE (WS-SUB) = WS-CLAVE-NUEVA
               MOVE WS-SUB TO WS-SUB-HALLADO
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2400-BUSCAR-ANTERIOR - DEJA EN WS-SUB-ANTERIOR LA ULTIMA  *
      *  COTIZACION DE LA MISMA MONEDA CON FECHA ANTERIOR A LA     *
      *  LEIDA (LA TABLA ESTA EN ORDEN DE FECHA).                  *
      *-----------------------------------------------------------*
       2400-BUSCAR-ANTERIOR.
           IF WS-TCA-MONEDA (WS-SUB) = TIN-MONEDA
              AND WS-TCA-FECHA (WS-SUB) < TIN-FECHA
               MOVE WS-SUB TO WS-SUB-ANTERIOR
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2500-UBICAR-CLAVE - DEJA EN WS-SUB-HALLADO LA PRIMERA     *
      *  POSICION DE LA TABLA CON CLAVE IGUAL O MAYOR QUE LA       *
      *  LEIDA: ALLI SE REEMPLAZA O SE INSERTA.                    *
      *-----------------------------------------------------------*
       2500-UBICAR-CLAVE.
           IF WS-TCA-CLAVE (WS-SUB) NOT < WS-CLAVE-NUEVA
               MOVE WS-SUB TO WS-SUB-HALLADO
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2600-DESPLAZAR-TASA - CORRE UNA POSICION HACIA ABAJO UNA  *
      *  ENTRADA DE LA TABLA PARA HACER LUGAR A LA INSERCION.      *
      *-----------------------------------------------------------*
       2600-DESPLAZAR-TASA.
           MOVE WS-TCA-ENTRADA (WS-SUB) TO WS-TCA-ENTRADA (WS-SUB + 1).
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-LEER-ENTRADA - LECTURA DE UNA COTIZACION DE          *
      *  TIPCAMIN, CON MARCA DE FIN DE ARCHIVO.                    *
      *-----------------------------------------------------------*
       2900-LEER-ENTRADA.
           READ ENTRADA-FILE
               AT END
                   SET WS-TIN-EOF-YES TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-REESCRIBIR-MAESTRO - REESCRIBE TIPCAMB DESDE LA      *
      *  TABLA, DEPURANDO LAS COTIZACIONES ANTERIORES AL CORTE DE  *
      *  UN ANO, Y CUENTA LAS TASAS QUE QUEDAN PARA LA FECHA DE    *
      *  PROCESO.                                                  *
      *-----------------------------------------------------------*
       3000-REESCRIBIR-MAESTRO.
           CLOSE TIPCAMB-FILE.
           OPEN OUTPUT TIPCAMB-FILE.
           PERFORM 3100-GRABAR-TASA
               THRU 3100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TCA-CANT.
           CLOSE TIPCAMB-FILE.
           OPEN INPUT TIPCAMB-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-GRABAR-TASA - GRABA UNA COTIZACION DE LA TABLA AL    *
      *  MAESTRO, SALVO QUE HAYA VENCIDO EL ANO DE RETENCION.      *
      *-----------------------------------------------------------*
       3100-GRABAR-TASA.
           IF WS-TCA-FECHA (WS-SUB) < WS-FECHA-CORTE
               ADD 1 TO WS-CONT-DEPURADAS
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-TCA-FECHA (WS-SUB) TO TCA-FECHA.
           MOVE WS-TCA-MONEDA (WS-SUB) TO TCA-MONEDA.
           MOVE WS-TCA-TASA (WS-SUB) TO TCA-TASA.
           MOVE WS-TCA-FECHA-CARGA (WS-SUB) TO TCA-FECHA-CARGA.
           MOVE WS-TCA-HORA-CARGA (WS-SUB) TO TCA-HORA-CARGA.
           WRITE TCA-REGISTRO.
           ADD 1 TO WS-CONT-GRABADAS.
           IF TCA-FECHA = WS-FECHA-CORRIDA
               ADD 1 TO WS-CONT-DEL-DIA
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7500-REGISTRAR-ERROR - ESCRIBE Y MUESTRA UNA LINEA DE     *
      *  RECHAZO DE LA CARGA Y LA CUENTA PARA EL RETURN-CODE.      *
      *-----------------------------------------------------------*
       7500-REGISTRAR-ERROR.
           WRITE REPORT-REC FROM WS-ERROR-LINE.
           DISPLAY WS-ERROR-LINE.
           ADD 1 TO WS-CONT-ERRORES.
       7500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - ESCRIBE EL RESUMEN DE LA CARGA, LAS      *
      *  TASAS DE LA FECHA DE PROCESO, EL PIE, Y CIERRA.           *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           MOVE WS-CONT-LEIDAS TO WS-RES-LEIDAS.
           MOVE WS-CONT-NUEVAS TO WS-RES-NUEVAS.
           MOVE WS-CONT-REEMPLAZADAS TO WS-RES-REEMPLAZADAS.
           MOVE WS-CONT-DEPURADAS TO WS-RES-DEPURADAS.
           MOVE WS-CONT-GRABADAS TO WS-RES-GRABADAS.
           WRITE REPORT-REC FROM WS-RESUMEN-LINE.
           DISPLAY WS-RESUMEN-LINE.

           IF WS-DESBORDADA
               MOVE "TIPCAMB DESBORDADO - MAESTRO SIN CAMBIOS"
                 TO REPORT-REC
               WRITE REPORT-REC
           ELSE
               MOVE WS-FECHA-CORRIDA TO WS-DIA-FECHA
               MOVE WS-CONT-DEL-DIA TO WS-DIA-CANT
               WRITE REPORT-REC FROM WS-DEL-DIA-LINE
               DISPLAY WS-DEL-DIA-LINE
               IF WS-CONT-DEL-DIA = 0
                   DISPLAY "AVISO: SIN TIPOS DE CAMBIO PARA LA FECHA "
                           "DE PROCESO - SOLO SE ACEPTARA LA MONEDA "
                           "BASE"
               END-IF
           END-IF.
           IF WS-CONT-FORZADAS > 0
               DISPLAY "AVISO: " WS-CONT-FORZADAS
                       " COTIZACIONES FORZADAS SOBRE LA VARIACION "
                       "MAXIMA"
           END-IF.

           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           COMPUTE RPT-TRL-REGISTROS =
               WS-CONT-NUEVAS + WS-CONT-REEMPLAZADAS.
           MOVE WS-CONT-ERRORES TO RPT-TRL-ERRORES.
           WRITE REPORT-REC FROM RPT-TRAILER-LINE.
           CLOSE ENTRADA-FILE
                 TIPCAMB-FILE
                 REPORT-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM TIPCARGA.
