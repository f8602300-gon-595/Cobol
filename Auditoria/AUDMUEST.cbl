      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-19
      * Purpose:       Muestra mensual de auditoria interna. Hasta hoy
      *                las transacciones a cotejar contra el documento
      *                fuente se elegian a mano desde RPTOUT. Con el
      *                periodo, la semilla, el tamano y el importe de
      *                AUDMCTL este paso toma como poblacion cada
      *                calculo de la bitacora historica (AUDARCH) del
      *                periodo que quedo clasificado en el indice de
      *                resultados (CONDIDX), la reparte en estratos por
      *                clasificacion y sucursal, asigna el tamano entre
      *                los estratos en proporcion a su poblacion (uno
      *                como minimo por estrato cuando el tamano
      *                alcanza) y sortea dentro de cada estrato con un
      *                generador congruencial propio a partir de la
      *                semilla: la misma semilla sobre los mismos
      *                archivos da siempre la misma muestra. Todo ALTO
      *                con RESULTADO sobre el importe de AUDMCTL entra
      *                siempre, forzado y por encima del tamano
      *                pedido. Cada item elegido se asienta pendiente
      *                (P) en el registro de revision AUDREV (copybook
      *                CBAUDREV), donde el auditor lo cierra desde
      *                AUDMANT, y sale en la hoja de trabajo AUDHOJA
      *                con el nombre de CUENTAS y el calculo entero de
      *                SUMAAUD. Una muestra anterior del mismo periodo
      *                que nadie empezo a revisar queda anulada y
      *                reemplazada; si ya tiene items cerrados no se
      *                genera otra (RC=2).
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-19 RMM  Version inicial de la muestra estratificada
      *                  de auditoria con registro de revision.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDMUEST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTRL-FILE ASSIGN TO "AUDMCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCH-AUD-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESULTS-INDEXED ASSIGN TO "CONDIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RI-CLAVE
               ALTERNATE RECORD KEY IS RI-TRX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CONDIDX-FS.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-TRX-ID
               FILE STATUS IS WS-CUENTAS-FS.

           SELECT REGISTRO-FILE ASSIGN TO "AUDREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-CLAVE
               FILE STATUS IS WS-REGISTRO-FS.

           SELECT REPORT-FILE ASSIGN TO "AUDHOJA"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
       01  CTRL-REC.
           05  CTRL-FECHA-DESDE            PIC X(08).
           05  CTRL-FECHA-DESDE-9 REDEFINES CTRL-FECHA-DESDE
                                            PIC 9(08).
           05  CTRL-FECHA-HASTA            PIC X(08).
           05  CTRL-FECHA-HASTA-9 REDEFINES CTRL-FECHA-HASTA
                                            PIC 9(08).
           05  CTRL-SEMILLA                PIC 9(09).
           05  CTRL-TAMANO                 PIC 9(05).
           05  CTRL-UMBRAL-ALTO            PIC 9(5)V99.

      *    IMAGEN FECHADA DE SUMAAUD QUE ARCHIVA RUTINA01.
       FD  ARCH-AUD-FILE.
       01  ARCH-AUD-REG.
           05  ARA-FECHA                   PIC X(08).
           05  ARA-TEXTO                   PIC X(100).

       FD  RESULTS-INDEXED.
       COPY CBCONIDX.

       FD  CUENTAS-FILE.
       COPY CBCUENTA.

       FD  REGISTRO-FILE.
       COPY CBAUDREV.

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-FECHA-HOY                    PIC X(08).
       01  WS-HORA-HOY                     PIC X(08).

      *    REGISTRO DE SUMAAUD RECUPERADO DE LA IMAGEN ARCHIVADA.
       COPY CBAUDIT.

      *    PARAMETROS DE AUDMCTL, YA VALIDADOS. EL TAMANO ES LA PARTE
      *    SORTEADA; LOS ALTO FORZADOS VAN POR ENCIMA.
       01  WS-PARAMETROS.
           05  WS-FECHA-DESDE              PIC X(08)   VALUE SPACES.
           05  WS-FECHA-HASTA              PIC X(08)   VALUE SPACES.
           05  WS-SEMILLA                  PIC 9(09)   VALUE ZERO.
           05  WS-TAMANO                   PIC 9(05)   VALUE ZERO.
           05  WS-UMBRAL-ALTO              PIC 9(5)V99 VALUE ZERO.
       01  WS-TAMANO-MAX                   PIC 9(05)   VALUE 5000.

       01  WS-CONDIDX-FS                   PIC X(02)   VALUE SPACES.
       01  WS-CUENTAS-FS                   PIC X(02)   VALUE SPACES.
       01  WS-REGISTRO-FS                  PIC X(02)   VALUE SPACES.

      *    M = SE MUESTREA; Y = EL PERIODO YA TIENE UNA MUESTRA EN
      *    REVISION (O SIN SECUENCIAS LIBRES); R = CORRIDA RECHAZADA
      *    (SIN CONTROL VALIDO, SIN REGISTRO O SIN INDICE).
       01  WS-ESTADO-CORRIDA               PIC X(01)   VALUE "M".
           88  WS-SE-MUESTREA                          VALUE "M".
           88  WS-YA-EN-REVISION                       VALUE "Y".
           88  WS-CORRIDA-RECHAZADA                    VALUE "R".

       01  WS-ARCHIVOS-SW.
           05  WS-REGISTRO-SW              PIC X(01)   VALUE "N".
               88  WS-REGISTRO-ABIERTO                 VALUE "S".
           05  WS-CONDIDX-SW               PIC X(01)   VALUE "N".
               88  WS-CONDIDX-ABIERTO                  VALUE "S".
           05  WS-CUENTAS-SW               PIC X(01)   VALUE "N".
               88  WS-CUENTAS-ACTIVO                   VALUE "A".
               88  WS-CUENTAS-AUSENTE                   VALUE "N".

       01  WS-SWITCHES.
           05  WS-AUD-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-AUD-EOF-YES                      VALUE "Y".
               88  WS-AUD-EOF-NO                        VALUE "N".
           05  WS-REV-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-REV-EOF-YES                      VALUE "Y".
               88  WS-REV-EOF-NO                        VALUE "N".
           05  WS-ELEGIBLE-SW              PIC X(01)   VALUE "N".
               88  WS-ELEGIBLE-SI                      VALUE "S".
               88  WS-ELEGIBLE-NO                       VALUE "N".
           05  WS-FORZADA-SW               PIC X(01)   VALUE "N".
               88  WS-FORZADA-SI                       VALUE "S".
               88  WS-FORZADA-NO                        VALUE "N".
           05  WS-EST-AVISO-SW             PIC X(01)   VALUE "N".
               88  WS-EST-AVISADO                      VALUE "S".
           05  WS-ITEM-AVISO-SW            PIC X(01)   VALUE "N".
               88  WS-ITEM-AVISADO                     VALUE "S".

      *    C = PRIMERA PASADA (CUENTA LA POBLACION DE CADA ESTRATO);
      *    S = SEGUNDA PASADA (SORTEA SOBRE LOS MISMOS REGISTROS).
       01  WS-PASADA                       PIC X(01)   VALUE "C".
           88  WS-PASADA-CONTEO                        VALUE "C".
           88  WS-PASADA-SORTEO                        VALUE "S".

       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS              PIC 9(7)    VALUE ZERO.
           05  WS-CONT-SIN-INDICE          PIC 9(7)    VALUE ZERO.
           05  WS-CONT-POBLACION           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-FORZADAS            PIC 9(7)    VALUE ZERO.
           05  WS-CONT-SORTEADAS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ITEMS               PIC 9(4)    VALUE ZERO.
           05  WS-CONT-ANULADAS            PIC 9(5)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(5)    VALUE ZERO.

      *    REFERENCIA DE LA MUESTRA NUEVA: AM + FECHA FINAL DEL
      *    PERIODO + SECUENCIA DENTRO DEL PERIODO.
       01  WS-REFERENCIA.
           05  WS-REF-PREFIJO              PIC X(02)   VALUE "AM".
           05  WS-REF-FECHA                PIC X(08).
           05  WS-REF-SECUENCIA            PIC 9(02)   VALUE ZERO.

      *    MUESTRA PREVIA DEL PERIODO CON ITEMS YA CERRADOS.
       01  WS-REF-BLOQUEO                  PIC X(12)   VALUE SPACES.

      *    MUESTRAS PREVIAS DEL PERIODO CON ITEMS PENDIENTES Y NINGUNO
      *    CERRADO: SE ANULAN CUANDO LA NUEVA QUEDA ASENTADA.
       01  WS-TABLA-ANULAR.
           05  WS-ANU-MAX                  PIC S9(4)   COMP VALUE 99.
           05  WS-ANU-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-ANU-REFERENCIA OCCURS 99 TIMES
                                            PIC X(12).
       01  WS-ANU-ACTUAL                   PIC X(12).

      *    ESTRATOS CLASIFICACION + SUCURSAL EN ORDEN DE APARICION EN
      *    LA BITACORA. POBLACION Y ASIGNADOS SALEN DE LA PRIMERA
      *    PASADA; VISTOS Y ELEGIDOS LLEVAN EL SORTEO DE LA SEGUNDA.
      *    RESTO ES EL RESIDUO DE LA ASIGNACION PROPORCIONAL, PARA
      *    REPARTIR LOS SOBRANTES POR MAYOR RESIDUO.
       01  WS-TABLA-ESTRATOS.
           05  WS-EST-MAX                  PIC S9(4)   COMP VALUE 300.
           05  WS-EST-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-EST-ENTRADA OCCURS 300 TIMES.
               10  WS-EST-CLASIFICACION    PIC X(10).
               10  WS-EST-SUCURSAL         PIC X(03).
               10  WS-EST-POBLACION        PIC 9(07).
               10  WS-EST-ASIGNADOS        PIC 9(05).
               10  WS-EST-VISTOS           PIC 9(07).
               10  WS-EST-ELEGIDOS         PIC 9(05).
               10  WS-EST-RESTO            PIC S9(09).

       01  WS-SUB                          PIC S9(4)   COMP.
       01  WS-EST-HALLADO                  PIC S9(4)   COMP.
       01  WS-EST-MAYOR                    PIC S9(4)   COMP.

      *    AREAS DE LA ASIGNACION PROPORCIONAL.
       01  WS-ASIGNACION.
           05  WS-ASG-BASE                 PIC 9(01)   VALUE ZERO.
           05  WS-ASG-TOTAL                PIC 9(07)   VALUE ZERO.
           05  WS-ASG-REPARTIR             PIC 9(07)   VALUE ZERO.
           05  WS-ASG-POBLACION            PIC 9(07)   VALUE ZERO.
           05  WS-ASG-ASIGNADOS            PIC 9(07)   VALUE ZERO.
           05  WS-ASG-SOBRANTE             PIC 9(07)   VALUE ZERO.
           05  WS-ASG-COCIENTE             PIC 9(07)   VALUE ZERO.
           05  WS-ASG-PRODUCTO             PIC 9(14)   VALUE ZERO.

      *    GENERADOR CONGRUENCIAL MULTIPLICATIVO (MULTIPLICADOR 16807,
      *    MODULO 2**31 - 1): CADA VALOR VA DE 1 A 2147483646 Y EL
      *    SIGUIENTE DEPENDE SOLO DEL ANTERIOR, ASI QUE LA SEMILLA
      *    FIJA LA SECUENCIA ENTERA. UN REGISTRO DEL ESTRATO SE ELIGE
      *    CUANDO (AZAR - 1) / 2147483646 * QUEDAN-POBLACION ES MENOR
      *    QUE QUEDAN-MUESTRA: CADA ESTRATO TERMINA CON EXACTAMENTE
      *    SUS ASIGNADOS.
       01  WS-GENERADOR.
           05  WS-AZAR                     PIC 9(10)   VALUE ZERO.
           05  WS-AZAR-MULTIPLICADOR       PIC 9(05)   VALUE 16807.
           05  WS-AZAR-MODULO              PIC 9(10)   VALUE 2147483647.
           05  WS-AZAR-RANGO               PIC 9(10)   VALUE 2147483646.
           05  WS-AZAR-PRODUCTO            PIC 9(18)   VALUE ZERO.
           05  WS-AZAR-COCIENTE            PIC 9(18)   VALUE ZERO.
           05  WS-AZAR-LIMITE              PIC 9(18)   VALUE ZERO.
           05  WS-QUEDAN-POBLACION         PIC 9(07)   VALUE ZERO.
           05  WS-QUEDAN-MUESTRA           PIC 9(07)   VALUE ZERO.

       01  WS-SELECCION                    PIC X(01).
       01  WS-NOMBRE                       PIC X(20).

       COPY CBRPTHDR.
       COPY CBPAGINA.

       01  WS-LINEA-IMPRESION              PIC X(80)   VALUE SPACES.
       01  WS-TITULOS-LINE                 PIC X(80)   VALUE SPACES.

       01  WS-PARAM-LINE.
           05  FILLER                      PIC X(08)   VALUE "MUESTRA=".
           05  WS-PAR-REFERENCIA           PIC X(12).
           05  FILLER                      PIC X(10)
               VALUE "  PERIODO=".
           05  WS-PAR-DESDE                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE "-".
           05  WS-PAR-HASTA                PIC X(08).
           05  FILLER                      PIC X(10)
               VALUE "  SEMILLA=".
           05  WS-PAR-SEMILLA              PIC Z(8)9.

       01  WS-PARAM2-LINE.
           05  FILLER                      PIC X(07)   VALUE "TAMANO=".
           05  WS-PAR-TAMANO               PIC Z(4)9.
           05  FILLER                      PIC X(30)
               VALUE "  SE FUERZA TODO ALTO SOBRE ".
           05  WS-PAR-UMBRAL               PIC Z(4)9.99.

       01  WS-RECHAZO-LINE.
           05  FILLER                      PIC X(11)
               VALUE "RECHAZADO: ".
           05  WS-RCZ-TEXTO                PIC X(60).

       01  WS-BLOQUEO-LINE.
           05  FILLER                      PIC X(34)
               VALUE "PERIODO YA EN REVISION: MUESTRA ".
           05  WS-BLQ-REFERENCIA           PIC X(12).
           05  FILLER                      PIC X(16)
               VALUE " - NO SE GENERA".

       01  WS-TIT-ESTRATOS-LINE.
           05  FILLER                      PIC X(11)
               VALUE "CLASIFIC.  ".
           05  FILLER                      PIC X(05)   VALUE "SUC  ".
           05  FILLER                      PIC X(11)
               VALUE "  POBLACION".
           05  FILLER                      PIC X(10)
               VALUE "  MUESTRA".

       01  WS-ESTRATO-LINE.
           05  WS-ELI-CLASIFICACION        PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-ELI-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  WS-ELI-POBLACION            PIC Z(8)9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-ELI-ASIGNADOS            PIC Z(8)9.

       01  WS-FORZADAS-LINE.
           05  FILLER                      PIC X(31)
               VALUE "ALTO SOBRE EL IMPORTE (FORZADO)".
           05  WS-FZL-POBLACION            PIC Z(8)9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-FZL-ASIGNADOS            PIC Z(8)9.

       01  WS-TIT-ITEMS-LINE.
           05  FILLER                      PIC X(05)   VALUE "ITEM ".
           05  FILLER                      PIC X(09)
               VALUE "FECHA    ".
           05  FILLER                      PIC X(11)
               VALUE "TRX-ID     ".
           05  FILLER                      PIC X(04)   VALUE "SUC ".
           05  FILLER                      PIC X(11)
               VALUE "CLASIFIC.  ".
           05  FILLER                      PIC X(02)   VALUE "S ".
           05  FILLER                      PIC X(21)
               VALUE "NOMBRE DE LA CUENTA  ".
           05  FILLER                      PIC X(09)
               VALUE "RESULTADO".

      *    HOJA DE TRABAJO: TRES LINEAS POR ITEM - LA TRANSACCION, LOS
      *    DATOS DE ENTRADA DEL CALCULO Y LOS CUATRO RESULTADOS DE
      *    SUMAAUD CON EL LUGAR PARA LA MARCA (R/E) Y LAS INICIALES.
       01  WS-ITEM-LINE.
           05  WS-ITL-ITEM                 PIC Z(3)9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-ITL-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-ITL-TRX-ID               PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-ITL-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-ITL-CLASIFICACION        PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-ITL-SELECCION            PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-ITL-NOMBRE               PIC X(20).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-ITL-RESULTADO            PIC Z(4)9.99.

       01  WS-ENTRADA-LINE.
           05  FILLER                      PIC X(05)   VALUE SPACES.
           05  FILLER                      PIC X(05)   VALUE "NUM1=".
           05  WS-ENL-NUM1                 PIC Z(3)9.99.
           05  FILLER                      PIC X(06)   VALUE " NUM2=".
           05  WS-ENL-NUM2                 PIC Z(3)9.99.
           05  FILLER                      PIC X(05)   VALUE " MON=".
           05  WS-ENL-MONEDA               PIC X(03).
           05  FILLER                      PIC X(06)   VALUE " TASA=".
           05  WS-ENL-TASA                 PIC Z(4)9.9(6).
           05  FILLER                      PIC X(06)   VALUE " BASE=".
           05  WS-ENL-NUM1-BASE            PIC Z(3)9.99.
           05  FILLER                      PIC X(01)   VALUE "/".
           05  WS-ENL-NUM2-BASE            PIC Z(3)9.99.

       01  WS-CALCULO-LINE.
           05  FILLER                      PIC X(05)   VALUE SPACES.
           05  FILLER                      PIC X(04)   VALUE "DIV=".
           05  WS-CAL-DIVISION             PIC Z(4)9.99.
           05  FILLER                      PIC X(06)   VALUE " SUMA=".
           05  WS-CAL-SUMA                 PIC Z(4)9.99.
           05  FILLER                      PIC X(07)   VALUE " RESTA=".
           05  WS-CAL-RESTA                PIC Z(4)9.99.
           05  FILLER                      PIC X(06)   VALUE " MULT=".
           05  WS-CAL-PRODUCTO             PIC Z(4)9.99.
           05  FILLER                      PIC X(17)
               VALUE "   R/E:_ INIC:___".

       01  WS-TOTALES-LINE.
           05  FILLER                      PIC X(07)   VALUE "LEIDOS=".
           05  WS-TOT-LEIDOS               PIC Z(6)9.
           05  FILLER                      PIC X(13)
               VALUE "  SIN INDICE=".
           05  WS-TOT-SIN-INDICE           PIC Z(6)9.
           05  FILLER                      PIC X(12)
               VALUE "  POBLACION=".
           05  WS-TOT-POBLACION            PIC Z(6)9.

       01  WS-TOTALES2-LINE.
           05  FILLER                      PIC X(09)
               VALUE "FORZADOS=".
           05  WS-TOT-FORZADAS             PIC Z(6)9.
           05  FILLER                      PIC X(12)
               VALUE "  SORTEADOS=".
           05  WS-TOT-SORTEADAS            PIC Z(6)9.
           05  FILLER                      PIC X(08)   VALUE "  ITEMS=".
           05  WS-TOT-ITEMS                PIC Z(6)9.
           05  FILLER                      PIC X(11)
               VALUE "  ANULADOS=".
           05  WS-TOT-ANULADAS             PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF WS-SE-MUESTREA
               PERFORM 2000-CONTAR-POBLACION
                   THRU 2000-EXIT
               PERFORM 3000-ASIGNAR-MUESTRA
                   THRU 3000-EXIT
               PERFORM 4000-SORTEAR-MUESTRA
                   THRU 4000-EXIT
               IF WS-CONT-ITEMS > 0
                   PERFORM 6000-ANULAR-ANTERIOR
                       THRU 6000-EXIT
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ANU-CANT
               END-IF
           END-IF.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           EVALUATE TRUE
               WHEN WS-CORRIDA-RECHAZADA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONT-ERRORES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-YA-EN-REVISION
                   MOVE 2 TO RETURN-CODE
               WHEN WS-CONT-ITEMS = 0
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
      *  1000-INITIALIZE - ABRE LA HOJA DE TRABAJO, LEE Y VALIDA  *
      *  AUDMCTL, REVISA EN EL REGISTRO LAS MUESTRAS PREVIAS DEL  *
      *  PERIODO, FIJA LA REFERENCIA NUEVA Y ABRE EL INDICE Y EL  *
      *  MAESTRO DE CUENTAS. SIN REGISTRO DE REVISION NO SE       *
      *  MUESTREA: UN ITEM SIN ASIENTO NO SE PUEDE CERRAR DESPUES.*
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.

           OPEN OUTPUT REPORT-FILE.
           MOVE "MUESTRA DE AUDITORIA" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.

           PERFORM 1050-LEER-CONTROL
               THRU 1050-EXIT.
           IF WS-CORRIDA-RECHAZADA
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O REGISTRO-FILE.
           IF WS-REGISTRO-FS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR AUDREV, ESTADO="
                       WS-REGISTRO-FS
               MOVE "REGISTRO DE REVISION AUDREV NO DISPONIBLE"
                 TO WS-RCZ-TEXTO
               PERFORM 1090-RECHAZAR-CORRIDA
                   THRU 1090-EXIT
               GO TO 1000-EXIT
           END-IF.
           SET WS-REGISTRO-ABIERTO TO TRUE.

           MOVE WS-FECHA-HASTA TO WS-REF-FECHA.
           PERFORM 1100-REVISAR-PERIODO
               THRU 1100-EXIT.
           IF WS-YA-EN-REVISION
               MOVE WS-REF-BLOQUEO TO WS-BLQ-REFERENCIA
               MOVE WS-BLOQUEO-LINE TO WS-LINEA-IMPRESION
               PERFORM 7700-ESCRIBIR-REPORTE
                   THRU 7700-EXIT
               DISPLAY WS-BLOQUEO-LINE
               GO TO 1000-EXIT
           END-IF.
           IF WS-REF-SECUENCIA = 99
               DISPLAY "ERROR: PERIODO " WS-FECHA-HASTA
                       " SIN SECUENCIAS LIBRES EN AUDREV"
               ADD 1 TO WS-CONT-ERRORES
               SET WS-YA-EN-REVISION TO TRUE
               GO TO 1000-EXIT
           END-IF.
           ADD 1 TO WS-REF-SECUENCIA.

           OPEN INPUT RESULTS-INDEXED.
           IF WS-CONDIDX-FS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CONDIDX, ESTADO="
                       WS-CONDIDX-FS
               MOVE "INDICE DE RESULTADOS CONDIDX NO DISPONIBLE"
                 TO WS-RCZ-TEXTO
               PERFORM 1090-RECHAZAR-CORRIDA
                   THRU 1090-EXIT
               GO TO 1000-EXIT
           END-IF.
           SET WS-CONDIDX-ABIERTO TO TRUE.

           OPEN INPUT CUENTAS-FILE.
           IF WS-CUENTAS-FS = "00"
               SET WS-CUENTAS-ACTIVO TO TRUE
           ELSE
               DISPLAY "CUENTAS NO DISPONIBLE, FS=" WS-CUENTAS-FS
                       " - HOJA SIN NOMBRE DE CUENTA"
           END-IF.

           MOVE WS-REFERENCIA TO WS-PAR-REFERENCIA.
           MOVE WS-FECHA-DESDE TO WS-PAR-DESDE.
           MOVE WS-FECHA-HASTA TO WS-PAR-HASTA.
           MOVE WS-SEMILLA TO WS-PAR-SEMILLA.
           MOVE WS-PARAM-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           MOVE WS-TAMANO TO WS-PAR-TAMANO.
           MOVE WS-UMBRAL-ALTO TO WS-PAR-UMBRAL.
           MOVE WS-PARAM2-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           DISPLAY WS-PARAM-LINE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1050-LEER-CONTROL - LEE AUDMCTL Y VALIDA EL PERIODO (DOS *
      *  FECHAS NUMERICAS, DESDE NO MAYOR QUE HASTA), LA SEMILLA  *
      *  (DISTINTA DE CERO), EL TAMANO (DE 1 AL MAXIMO) Y EL      *
      *  IMPORTE DE LOS ALTO FORZADOS. SIN CONTROL NO HAY PERIODO *
      *  QUE MUESTREAR: LA CORRIDA SE RECHAZA.                    *
      *-----------------------------------------------------------*
       1050-LEER-CONTROL.
           OPEN INPUT CTRL-FILE.
           READ CTRL-FILE
               AT END
                   MOVE "AUDMCTL SIN REGISTRO - NO HAY PERIODO"
                     TO WS-RCZ-TEXTO
                   PERFORM 1090-RECHAZAR-CORRIDA
                       THRU 1090-EXIT
           END-READ.
           CLOSE CTRL-FILE.
           IF WS-CORRIDA-RECHAZADA
               GO TO 1050-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN CTRL-FECHA-DESDE-9 NOT NUMERIC
                 OR CTRL-FECHA-HASTA-9 NOT NUMERIC
                   MOVE "PERIODO DE AUDMCTL NO NUMERICO"
                     TO WS-RCZ-TEXTO
               WHEN CTRL-FECHA-DESDE > CTRL-FECHA-HASTA
                   MOVE "PERIODO DE AUDMCTL CON DESDE MAYOR QUE HASTA"
                     TO WS-RCZ-TEXTO
               WHEN CTRL-SEMILLA NOT NUMERIC
                 OR CTRL-SEMILLA = ZERO
                   MOVE "SEMILLA DE AUDMCTL NO NUMERICA O EN CERO"
                     TO WS-RCZ-TEXTO
               WHEN CTRL-TAMANO NOT NUMERIC
                 OR CTRL-TAMANO = ZERO
                 OR CTRL-TAMANO > WS-TAMANO-MAX
                   MOVE "TAMANO DE AUDMCTL FUERA DE 1 A 5000"
                     TO WS-RCZ-TEXTO
               WHEN CTRL-UMBRAL-ALTO NOT NUMERIC
                   MOVE "IMPORTE DE ALTO FORZADO NO NUMERICO"
                     TO WS-RCZ-TEXTO
               WHEN OTHER
                   MOVE SPACES TO WS-RCZ-TEXTO
           END-EVALUATE.
           IF WS-RCZ-TEXTO NOT = SPACES
               PERFORM 1090-RECHAZAR-CORRIDA
                   THRU 1090-EXIT
               GO TO 1050-EXIT
           END-IF.

           MOVE CTRL-FECHA-DESDE TO WS-FECHA-DESDE.
           MOVE CTRL-FECHA-HASTA TO WS-FECHA-HASTA.
           MOVE CTRL-SEMILLA TO WS-SEMILLA.
           MOVE CTRL-TAMANO TO WS-TAMANO.
           MOVE CTRL-UMBRAL-ALTO TO WS-UMBRAL-ALTO.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1090-RECHAZAR-CORRIDA - DEJA EL MOTIVO EN LA HOJA Y EN LA*
      *  CONSOLA Y MARCA LA CORRIDA RECHAZADA (RC=8).             *
      *-----------------------------------------------------------*
       1090-RECHAZAR-CORRIDA.
           MOVE WS-RECHAZO-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           DISPLAY WS-RECHAZO-LINE.
           SET WS-CORRIDA-RECHAZADA TO TRUE.
       1090-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-REVISAR-PERIODO - POSICIONA EL REGISTRO EN LA       *
      *  PRIMERA MUESTRA DEL PERIODO Y RECORRE SUS ITEMS: UN ITEM *
      *  REVISADO O CON EXCEPCION IMPIDE MUESTREAR DE NUEVO, UNA  *
      *  MUESTRA CON ITEMS PENDIENTES QUEDA PARA ANULAR. LA       *
      *  SECUENCIA MAS ALTA VISTA DA LA SIGUIENTE.                *
      *-----------------------------------------------------------*
       1100-REVISAR-PERIODO.
           SET WS-REV-EOF-NO TO TRUE.
           MOVE WS-REFERENCIA TO REV-MUESTRA.
           MOVE ZERO TO REV-ITEM.
           START REGISTRO-FILE KEY NOT < REV-CLAVE
               INVALID KEY
                   SET WS-REV-EOF-YES TO TRUE
           END-START.
           PERFORM 1150-LEER-ITEM
               THRU 1150-EXIT
               UNTIL WS-REV-EOF-YES.
       1100-EXIT.
           EXIT.

       1150-LEER-ITEM.
           READ REGISTRO-FILE NEXT
               AT END
                   SET WS-REV-EOF-YES TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           IF REV-MUE-PREFIJO NOT = WS-REF-PREFIJO
              OR REV-MUE-FECHA NOT = WS-REF-FECHA
               SET WS-REV-EOF-YES TO TRUE
               GO TO 1150-EXIT
           END-IF.
           IF REV-MUE-SECUENCIA > WS-REF-SECUENCIA
               MOVE REV-MUE-SECUENCIA TO WS-REF-SECUENCIA
           END-IF.
           EVALUATE TRUE
               WHEN REV-REVISADA
               WHEN REV-EXCEPCION
                   SET WS-YA-EN-REVISION TO TRUE
                   MOVE REV-MUESTRA TO WS-REF-BLOQUEO
               WHEN REV-PENDIENTE
                   IF WS-ANU-CANT = 0
                       ADD 1 TO WS-ANU-CANT
                       MOVE REV-MUESTRA
                         TO WS-ANU-REFERENCIA (WS-ANU-CANT)
                   ELSE
                       IF REV-MUESTRA NOT =
                          WS-ANU-REFERENCIA (WS-ANU-CANT)
                          AND WS-ANU-CANT < WS-ANU-MAX
                           ADD 1 TO WS-ANU-CANT
                           MOVE REV-MUESTRA
                             TO WS-ANU-REFERENCIA (WS-ANU-CANT)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-CONTAR-POBLACION - PRIMERA PASADA SOBRE AUDARCH:    *
      *  CUENTA LOS ALTO FORZADOS Y LA POBLACION DE CADA ESTRATO. *
      *-----------------------------------------------------------*
       2000-CONTAR-POBLACION.
           SET WS-PASADA-CONTEO TO TRUE.
           SET WS-AUD-EOF-NO TO TRUE.
           OPEN INPUT ARCH-AUD-FILE.
           PERFORM 7200-LEER-POBLACION
               THRU 7200-EXIT.
           PERFORM 2100-CONTAR-REGISTRO
               THRU 2100-EXIT
               UNTIL WS-AUD-EOF-YES.
           CLOSE ARCH-AUD-FILE.
       2000-EXIT.
           EXIT.

       2100-CONTAR-REGISTRO.
           ADD 1 TO WS-CONT-POBLACION.
           IF WS-FORZADA-SI
               ADD 1 TO WS-CONT-FORZADAS
           ELSE
               PERFORM 2200-UBICAR-ESTRATO
                   THRU 2200-EXIT
               IF WS-EST-HALLADO > 0
                   ADD 1 TO WS-EST-POBLACION (WS-EST-HALLADO)
               END-IF
           END-IF.
           PERFORM 7200-LEER-POBLACION
               THRU 7200-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-UBICAR-ESTRATO - BUSCA EL ESTRATO DE LA TRANSACCION *
      *  (CLASIFICACION DEL INDICE + SUCURSAL DE LA BITACORA). EN *
      *  LA PRIMERA PASADA UN ESTRATO NUEVO SE AGREGA; CON LA     *
      *  TABLA LLENA LA TRANSACCION QUEDA FUERA DE LA POBLACION:  *
      *  SE AVISA UNA VEZ Y LA CORRIDA TERMINA CON ERRORES.       *
      *-----------------------------------------------------------*
       2200-UBICAR-ESTRATO.
           MOVE ZERO TO WS-EST-HALLADO.
           PERFORM 2250-BUSCAR-ESTRATO
               THRU 2250-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EST-CANT
                  OR WS-EST-HALLADO > 0.
           IF WS-EST-HALLADO > 0
              OR WS-PASADA-SORTEO
               GO TO 2200-EXIT
           END-IF.
           IF WS-EST-CANT = WS-EST-MAX
               IF NOT WS-EST-AVISADO
                   DISPLAY "AVISO: TABLA DE ESTRATOS LLENA, "
                           "TRANSACCIONES FUERA DE LA MUESTRA"
                   SET WS-EST-AVISADO TO TRUE
               END-IF
               ADD 1 TO WS-CONT-ERRORES
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-EST-CANT.
           MOVE WS-EST-CANT TO WS-EST-HALLADO.
           MOVE RI-CLASIFICACION
             TO WS-EST-CLASIFICACION (WS-EST-HALLADO).
           MOVE AUD-SUCURSAL TO WS-EST-SUCURSAL (WS-EST-HALLADO).
           MOVE ZERO TO WS-EST-POBLACION (WS-EST-HALLADO)
                        WS-EST-ASIGNADOS (WS-EST-HALLADO)
                        WS-EST-VISTOS (WS-EST-HALLADO)
                        WS-EST-ELEGIDOS (WS-EST-HALLADO)
                        WS-EST-RESTO (WS-EST-HALLADO).
       2200-EXIT.
           EXIT.

       2250-BUSCAR-ESTRATO.
           IF WS-EST-CLASIFICACION (WS-SUB) = RI-CLASIFICACION
              AND WS-EST-SUCURSAL (WS-SUB) = AUD-SUCURSAL
               MOVE WS-SUB TO WS-EST-HALLADO
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-ASIGNAR-MUESTRA - REPARTE EL TAMANO ENTRE LOS       *
      *  ESTRATOS EN PROPORCION A SU POBLACION. SI EL TAMANO      *
      *  ALCANZA PARA TODOS, CADA ESTRATO TIENE UNO ASEGURADO Y SE*
      *  REPARTE EL RESTO; LOS SOBRANTES DE LA DIVISION ENTERA VAN*
      *  A LOS ESTRATOS DE MAYOR RESIDUO. CON UN TAMANO IGUAL O   *
      *  MAYOR QUE LA POBLACION ENTRA TODA. DEJA EL PLAN DE LA    *
      *  MUESTRA EN LA PRIMERA PAGINA DE LA HOJA.                 *
      *-----------------------------------------------------------*
       3000-ASIGNAR-MUESTRA.
           MOVE ZERO TO WS-ASG-TOTAL.
           PERFORM 3050-SUMAR-POBLACION
               THRU 3050-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EST-CANT.

           IF WS-ASG-TOTAL > 0
               IF WS-TAMANO NOT < WS-ASG-TOTAL
                   PERFORM 3100-ASIGNAR-TODO
                       THRU 3100-EXIT
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-EST-CANT
               ELSE
                   PERFORM 3200-ASIGNAR-PROPORCIONAL
                       THRU 3200-EXIT
               END-IF
           END-IF.

           MOVE WS-TIT-ESTRATOS-LINE TO WS-TITULOS-LINE
                                        WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           PERFORM 3500-ESCRIBIR-ESTRATO
               THRU 3500-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EST-CANT.
           MOVE WS-CONT-FORZADAS TO WS-FZL-POBLACION
                                    WS-FZL-ASIGNADOS.
           MOVE WS-FORZADAS-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
       3000-EXIT.
           EXIT.

       3050-SUMAR-POBLACION.
           ADD WS-EST-POBLACION (WS-SUB) TO WS-ASG-TOTAL.
       3050-EXIT.
           EXIT.

       3100-ASIGNAR-TODO.
           MOVE WS-EST-POBLACION (WS-SUB)
             TO WS-EST-ASIGNADOS (WS-SUB).
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-ASIGNAR-PROPORCIONAL - ASIGNACION DE MAYOR RESIDUO: *
      *  BASE (0 O 1) + (POBLACION - BASE) * A-REPARTIR / TOTAL A *
      *  REPARTIR, Y UN SOBRANTE POR ESTRATO EN ORDEN DE RESIDUO  *
      *  HASTA COMPLETAR EL TAMANO. A IGUAL RESIDUO GANA EL       *
      *  ESTRATO QUE APARECIO PRIMERO EN LA BITACORA.             *
      *-----------------------------------------------------------*
       3200-ASIGNAR-PROPORCIONAL.
           IF WS-TAMANO NOT < WS-EST-CANT
               MOVE 1 TO WS-ASG-BASE
           ELSE
               MOVE ZERO TO WS-ASG-BASE
           END-IF.
           COMPUTE WS-ASG-REPARTIR =
                   WS-TAMANO - WS-ASG-BASE * WS-EST-CANT.
           COMPUTE WS-ASG-POBLACION =
                   WS-ASG-TOTAL - WS-ASG-BASE * WS-EST-CANT.
           MOVE ZERO TO WS-ASG-ASIGNADOS.
           PERFORM 3250-ASIGNAR-ESTRATO
               THRU 3250-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-EST-CANT.
           COMPUTE WS-ASG-SOBRANTE = WS-TAMANO - WS-ASG-ASIGNADOS.
           PERFORM 3300-REPARTIR-SOBRANTE
               THRU 3300-EXIT
               WS-ASG-SOBRANTE TIMES.
       3200-EXIT.
           EXIT.

       3250-ASIGNAR-ESTRATO.
           COMPUTE WS-ASG-PRODUCTO =
                   (WS-EST-POBLACION (WS-SUB) - WS-ASG-BASE)
                   * WS-ASG-REPARTIR.
           DIVIDE WS-ASG-PRODUCTO BY WS-ASG-POBLACION
               GIVING WS-ASG-COCIENTE
               REMAINDER WS-EST-RESTO (WS-SUB).
           COMPUTE WS-EST-ASIGNADOS (WS-SUB) =
                   WS-ASG-BASE + WS-ASG-COCIENTE.
           ADD WS-EST-ASIGNADOS (WS-SUB) TO WS-ASG-ASIGNADOS.
       3250-EXIT.
           EXIT.

       3300-REPARTIR-SOBRANTE.
           MOVE 1 TO WS-EST-MAYOR.
           PERFORM 3350-BUSCAR-MAYOR-RESTO
               THRU 3350-EXIT
               VARYING WS-SUB FROM 2 BY 1
               UNTIL WS-SUB > WS-EST-CANT.
           ADD 1 TO WS-EST-ASIGNADOS (WS-EST-MAYOR).
           MOVE -1 TO WS-EST-RESTO (WS-EST-MAYOR).
       3300-EXIT.
           EXIT.

       3350-BUSCAR-MAYOR-RESTO.
           IF WS-EST-RESTO (WS-SUB) > WS-EST-RESTO (WS-EST-MAYOR)
               MOVE WS-SUB TO WS-EST-MAYOR
           END-IF.
       3350-EXIT.
           EXIT.

       3500-ESCRIBIR-ESTRATO.
           MOVE WS-EST-CLASIFICACION (WS-SUB) TO WS-ELI-CLASIFICACION.
           MOVE WS-EST-SUCURSAL (WS-SUB) TO WS-ELI-SUCURSAL.
           MOVE WS-EST-POBLACION (WS-SUB) TO WS-ELI-POBLACION.
           MOVE WS-EST-ASIGNADOS (WS-SUB) TO WS-ELI-ASIGNADOS.
           MOVE WS-ESTRATO-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-SORTEAR-MUESTRA - SEGUNDA PASADA SOBRE AUDARCH CON  *
      *  EL GENERADOR REINICIADO EN LA SEMILLA. LOS ITEMS EMPIEZAN*
      *  EN PAGINA NUEVA, CON SUS PROPIOS TITULOS.                *
      *-----------------------------------------------------------*
       4000-SORTEAR-MUESTRA.
           SET WS-PASADA-SORTEO TO TRUE.
           MOVE WS-SEMILLA TO WS-AZAR.
           MOVE WS-TIT-ITEMS-LINE TO WS-TITULOS-LINE.
           MOVE PAG-LINEAS-POR-PAGINA TO PAG-LINEA-ACTUAL.
           SET WS-AUD-EOF-NO TO TRUE.
           OPEN INPUT ARCH-AUD-FILE.
           PERFORM 7200-LEER-POBLACION
               THRU 7200-EXIT.
           PERFORM 4100-SORTEAR-REGISTRO
               THRU 4100-EXIT
               UNTIL WS-AUD-EOF-YES.
           CLOSE ARCH-AUD-FILE.
       4000-EXIT.
           EXIT.

       4100-SORTEAR-REGISTRO.
           PERFORM 4150-EVALUAR-REGISTRO
               THRU 4150-EXIT.
           PERFORM 7200-LEER-POBLACION
               THRU 7200-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4150-EVALUAR-REGISTRO - EL ALTO FORZADO ENTRA SIEMPRE. EL*
      *  RESTO CONSUME UN NUMERO DEL GENERADOR Y ENTRA SI EL      *
      *  NUMERO CAE DENTRO DE LA PROPORCION QUE LE FALTA A SU     *
      *  ESTRATO (ELECCION SECUENCIAL: MUESTRA QUE FALTA SOBRE    *
      *  POBLACION QUE QUEDA POR VER).                            *
      *-----------------------------------------------------------*
       4150-EVALUAR-REGISTRO.
           IF WS-FORZADA-SI
               MOVE "F" TO WS-SELECCION
               PERFORM 5000-ASENTAR-ITEM
                   THRU 5000-EXIT
               GO TO 4150-EXIT
           END-IF.
           PERFORM 2200-UBICAR-ESTRATO
               THRU 2200-EXIT.
           IF WS-EST-HALLADO = 0
               GO TO 4150-EXIT
           END-IF.
           PERFORM 4200-SIGUIENTE-AZAR
               THRU 4200-EXIT.
           COMPUTE WS-QUEDAN-POBLACION =
                   WS-EST-POBLACION (WS-EST-HALLADO)
                   - WS-EST-VISTOS (WS-EST-HALLADO).
           COMPUTE WS-QUEDAN-MUESTRA =
                   WS-EST-ASIGNADOS (WS-EST-HALLADO)
                   - WS-EST-ELEGIDOS (WS-EST-HALLADO).
           ADD 1 TO WS-EST-VISTOS (WS-EST-HALLADO).
           IF WS-QUEDAN-MUESTRA = 0
               GO TO 4150-EXIT
           END-IF.
           COMPUTE WS-AZAR-PRODUCTO =
                   (WS-AZAR - 1) * WS-QUEDAN-POBLACION.
           COMPUTE WS-AZAR-LIMITE =
                   WS-QUEDAN-MUESTRA * WS-AZAR-RANGO.
           IF WS-AZAR-PRODUCTO < WS-AZAR-LIMITE
               ADD 1 TO WS-EST-ELEGIDOS (WS-EST-HALLADO)
               ADD 1 TO WS-CONT-SORTEADAS
               MOVE "A" TO WS-SELECCION
               PERFORM 5000-ASENTAR-ITEM
                   THRU 5000-EXIT
           END-IF.
       4150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4200-SIGUIENTE-AZAR - AVANZA EL GENERADOR: EL NUMERO     *
      *  NUEVO ES EL ANTERIOR POR 16807, MODULO 2147483647.       *
      *-----------------------------------------------------------*
       4200-SIGUIENTE-AZAR.
           MULTIPLY WS-AZAR BY WS-AZAR-MULTIPLICADOR
               GIVING WS-AZAR-PRODUCTO.
           DIVIDE WS-AZAR-PRODUCTO BY WS-AZAR-MODULO
               GIVING WS-AZAR-COCIENTE
               REMAINDER WS-AZAR.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-ASENTAR-ITEM - ASIENTA EL ITEM PENDIENTE EN AUDREV Y*
      *  LO ESCRIBE EN LA HOJA CON EL NOMBRE DE CUENTAS Y EL      *
      *  CALCULO DE SUMAAUD, SIN PARTIRLO ENTRE DOS PAGINAS.      *
      *-----------------------------------------------------------*
       5000-ASENTAR-ITEM.
           IF WS-CONT-ITEMS = 9999
               IF NOT WS-ITEM-AVISADO
                   DISPLAY "AVISO: MUESTRA " WS-REFERENCIA
                           " CON 9999 ITEMS, EL RESTO QUEDA FUERA"
                   SET WS-ITEM-AVISADO TO TRUE
               END-IF
               ADD 1 TO WS-CONT-ERRORES
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO WS-CONT-ITEMS.

           MOVE SPACES TO WS-NOMBRE.
           IF WS-CUENTAS-ACTIVO
               MOVE AUD-TRX-ID TO CTA-TRX-ID
               READ CUENTAS-FILE
                   INVALID KEY
                       MOVE "CUENTA INEXISTENTE" TO WS-NOMBRE
                   NOT INVALID KEY
                       MOVE CTA-NOMBRE TO WS-NOMBRE
               END-READ
           END-IF.

           MOVE WS-REFERENCIA TO REV-MUESTRA.
           MOVE WS-CONT-ITEMS TO REV-ITEM.
           MOVE RI-FECHA TO REV-FECHA-DATOS.
           MOVE RI-TRX-ID TO REV-TRX-ID.
           MOVE AUD-SUCURSAL TO REV-SUCURSAL.
           MOVE RI-CLASIFICACION TO REV-CLASIFICACION.
           MOVE RI-RESULTADO TO REV-RESULTADO.
           MOVE WS-SELECCION TO REV-SELECCION.
           MOVE WS-FECHA-CORRIDA TO REV-FECHA-GENERADA.
           SET REV-PENDIENTE TO TRUE.
           MOVE WS-FECHA-HOY TO REV-FECHA-ESTADO.
           MOVE SPACES TO REV-INICIALES.
           MOVE "AUDMUEST" TO REV-OPERADOR.
           MOVE SPACES TO REV-OBSERVACION.
           WRITE REV-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO ASENTAR " REV-CLAVE
                           " EN AUDREV, ESTADO=" WS-REGISTRO-FS
                   ADD 1 TO WS-CONT-ERRORES
           END-WRITE.

           IF PAG-LINEA-ACTUAL + 4 > PAG-LINEAS-POR-PAGINA
               MOVE PAG-LINEAS-POR-PAGINA TO PAG-LINEA-ACTUAL
           END-IF.
           MOVE WS-CONT-ITEMS TO WS-ITL-ITEM.
           MOVE RI-FECHA TO WS-ITL-FECHA.
           MOVE RI-TRX-ID TO WS-ITL-TRX-ID.
           MOVE AUD-SUCURSAL TO WS-ITL-SUCURSAL.
           MOVE RI-CLASIFICACION TO WS-ITL-CLASIFICACION.
           MOVE WS-SELECCION TO WS-ITL-SELECCION.
           MOVE WS-NOMBRE TO WS-ITL-NOMBRE.
           MOVE RI-RESULTADO TO WS-ITL-RESULTADO.
           MOVE WS-ITEM-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           MOVE AUD-NUM1 TO WS-ENL-NUM1.
           MOVE AUD-NUM2 TO WS-ENL-NUM2.
           MOVE AUD-MONEDA TO WS-ENL-MONEDA.
           MOVE AUD-TASA TO WS-ENL-TASA.
           MOVE AUD-NUM1-BASE TO WS-ENL-NUM1-BASE.
           MOVE AUD-NUM2-BASE TO WS-ENL-NUM2-BASE.
           MOVE WS-ENTRADA-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           MOVE AUD-RESULTADO TO WS-CAL-DIVISION.
           MOVE AUD-RESULTADO2 TO WS-CAL-SUMA.
           MOVE AUD-RESULTADO3 TO WS-CAL-RESTA.
           MOVE AUD-RESULTADO4 TO WS-CAL-PRODUCTO.
           MOVE WS-CALCULO-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-ANULAR-ANTERIOR - MARCA X LOS ITEMS PENDIENTES DE   *
      *  UNA MUESTRA ANTERIOR DEL PERIODO, CON LA REFERENCIA QUE  *
      *  LA REEMPLAZA.                                            *
      *-----------------------------------------------------------*
       6000-ANULAR-ANTERIOR.
           MOVE WS-ANU-REFERENCIA (WS-SUB) TO WS-ANU-ACTUAL.
           SET WS-REV-EOF-NO TO TRUE.
           MOVE WS-ANU-ACTUAL TO REV-MUESTRA.
           MOVE ZERO TO REV-ITEM.
           START REGISTRO-FILE KEY NOT < REV-CLAVE
               INVALID KEY
                   SET WS-REV-EOF-YES TO TRUE
           END-START.
           PERFORM 6100-ANULAR-ITEM
               THRU 6100-EXIT
               UNTIL WS-REV-EOF-YES.
           DISPLAY "MUESTRA " WS-ANU-ACTUAL
                   " ANULADA, REEMPLAZADA POR " WS-REFERENCIA.
       6000-EXIT.
           EXIT.

       6100-ANULAR-ITEM.
           READ REGISTRO-FILE NEXT
               AT END
                   SET WS-REV-EOF-YES TO TRUE
                   GO TO 6100-EXIT
           END-READ.
           IF REV-MUESTRA NOT = WS-ANU-ACTUAL
               SET WS-REV-EOF-YES TO TRUE
               GO TO 6100-EXIT
           END-IF.
           IF NOT REV-PENDIENTE
               GO TO 6100-EXIT
           END-IF.
           SET REV-ANULADA TO TRUE.
           MOVE WS-FECHA-HOY TO REV-FECHA-ESTADO.
           MOVE "AUDMUEST" TO REV-OPERADOR.
           MOVE SPACES TO REV-OBSERVACION.
           STRING "REEMPLAZADA POR " WS-REFERENCIA
               DELIMITED BY SIZE
               INTO REV-OBSERVACION
           END-STRING.
           REWRITE REV-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO ANULAR " REV-CLAVE
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 6100-EXIT
           END-REWRITE.
           ADD 1 TO WS-CONT-ANULADAS.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7200-LEER-POBLACION - AVANZA HASTA EL SIGUIENTE CALCULO  *
      *  DE AUDARCH QUE PERTENECE A LA POBLACION, O HASTA EL FIN  *
      *  DEL ARCHIVO.                                             *
      *-----------------------------------------------------------*
       7200-LEER-POBLACION.
           SET WS-ELEGIBLE-NO TO TRUE.
           PERFORM 7250-LEER-CALCULO
               THRU 7250-EXIT
               UNTIL WS-AUD-EOF-YES
                  OR WS-ELEGIBLE-SI.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7250-LEER-CALCULO - LEE UNA IMAGEN DE AUDARCH. ENTRA A LA*
      *  POBLACION SI SU FECHA CAE EN EL PERIODO Y LA TRANSACCION *
      *  QUEDO CLASIFICADA EN CONDIDX ESA FECHA (LAS QUE CONDIF   *
      *  DERIVO A EXCEPCIONES O RETUVO NO TIENEN CLASIFICACION Y  *
      *  SE CUENTAN APARTE). UNA IMAGEN ARCHIVADA ANTES DE LA     *
      *  MONEDA NO TRAE TASA NI IMPORTES BASE: SE COMPLETA CON    *
      *  TASA 1 Y LOS IMPORTES DE ORIGEN.                         *
      *-----------------------------------------------------------*
       7250-LEER-CALCULO.
           READ ARCH-AUD-FILE
               AT END
                   SET WS-AUD-EOF-YES TO TRUE
                   GO TO 7250-EXIT
           END-READ.
           IF ARA-FECHA < WS-FECHA-DESDE
              OR ARA-FECHA > WS-FECHA-HASTA
               GO TO 7250-EXIT
           END-IF.
           MOVE ARA-TEXTO TO AUD-REGISTRO.
           IF AUD-TASA NOT NUMERIC
              OR AUD-NUM1-BASE NOT NUMERIC
              OR AUD-NUM2-BASE NOT NUMERIC
               MOVE 1 TO AUD-TASA
               MOVE AUD-NUM1 TO AUD-NUM1-BASE
               MOVE AUD-NUM2 TO AUD-NUM2-BASE
           END-IF.
           IF WS-PASADA-CONTEO
               ADD 1 TO WS-CONT-LEIDOS
           END-IF.

           MOVE ARA-FECHA TO RI-FECHA.
           MOVE AUD-TRX-ID TO RI-TRX-ID.
           READ RESULTS-INDEXED
               INVALID KEY
                   IF WS-PASADA-CONTEO
                       ADD 1 TO WS-CONT-SIN-INDICE
                   END-IF
                   GO TO 7250-EXIT
           END-READ.
           SET WS-ELEGIBLE-SI TO TRUE.
           IF RI-CLASIFICACION = "ALTO"
              AND RI-RESULTADO > WS-UMBRAL-ALTO
               SET WS-FORZADA-SI TO TRUE
           ELSE
               SET WS-FORZADA-NO TO TRUE
           END-IF.
       7250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7700-ESCRIBIR-REPORTE - ESCRIBE LA LINEA PREPARADA EN    *
      *  WS-LINEA-IMPRESION CORTANDO PAGINA CADA 60 LINEAS, CON   *
      *  ENCABEZADO, NUMERO DE PAGINA Y TITULOS DE COLUMNA        *
      *  REPETIDOS EN CADA CORTE.                                 *
      *-----------------------------------------------------------*
       7700-ESCRIBIR-REPORTE.
           IF PAG-LINEA-ACTUAL >= PAG-LINEAS-POR-PAGINA
               PERFORM 7750-SALTAR-PAGINA
                   THRU 7750-EXIT
           END-IF.
           WRITE REPORT-REC FROM WS-LINEA-IMPRESION.
           ADD 1 TO PAG-LINEA-ACTUAL.
       7700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7750-SALTAR-PAGINA - CIERRA LA PAGINA EN CURSO CON LA    *
      *  MARCA CONTINUA Y ABRE LA SIGUIENTE CON EL ENCABEZADO     *
      *  ESTANDAR, EL NUMERO DE PAGINA Y LOS TITULOS DE COLUMNA.  *
      *-----------------------------------------------------------*
       7750-SALTAR-PAGINA.
           IF PAG-NUMERO > 0
               WRITE REPORT-REC FROM PAG-CONTINUA-LINE
           END-IF.
           ADD 1 TO PAG-NUMERO.
           MOVE PAG-NUMERO TO PAG-NUM-ED.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.
           WRITE REPORT-REC FROM PAG-NUMERO-LINE.
           WRITE REPORT-REC FROM WS-TITULOS-LINE.
           MOVE 3 TO PAG-LINEA-ACTUAL.
       7750-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - ESCRIBE LOS TOTALES, LA MARCA DE ULTIMA *
      *  PAGINA Y EL PIE, Y CIERRA LOS ARCHIVOS.                  *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-CONDIDX-ABIERTO
               CLOSE RESULTS-INDEXED
           END-IF.
           IF WS-CUENTAS-ACTIVO
               CLOSE CUENTAS-FILE
           END-IF.
           IF WS-REGISTRO-ABIERTO
               CLOSE REGISTRO-FILE
           END-IF.

           IF WS-SE-MUESTREA
               MOVE SPACES TO WS-TITULOS-LINE
               MOVE WS-CONT-LEIDOS TO WS-TOT-LEIDOS
               MOVE WS-CONT-SIN-INDICE TO WS-TOT-SIN-INDICE
               MOVE WS-CONT-POBLACION TO WS-TOT-POBLACION
               MOVE WS-TOTALES-LINE TO WS-LINEA-IMPRESION
               PERFORM 7700-ESCRIBIR-REPORTE
                   THRU 7700-EXIT
               DISPLAY WS-TOTALES-LINE
               MOVE WS-CONT-FORZADAS TO WS-TOT-FORZADAS
               MOVE WS-CONT-SORTEADAS TO WS-TOT-SORTEADAS
               MOVE WS-CONT-ITEMS TO WS-TOT-ITEMS
               MOVE WS-CONT-ANULADAS TO WS-TOT-ANULADAS
               MOVE WS-TOTALES2-LINE TO WS-LINEA-IMPRESION
               PERFORM 7700-ESCRIBIR-REPORTE
                   THRU 7700-EXIT
               DISPLAY WS-TOTALES2-LINE
               IF WS-CONT-POBLACION = 0
                   DISPLAY "SIN TRANSACCIONES CLASIFICADAS EN EL "
                           "PERIODO " WS-FECHA-DESDE "-"
                           WS-FECHA-HASTA
               END-IF
           END-IF.

           MOVE PAG-FINAL-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-CONT-ITEMS TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-ERRORES TO RPT-TRL-ERRORES.
           MOVE RPT-TRAILER-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           CLOSE REPORT-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM AUDMUEST.
