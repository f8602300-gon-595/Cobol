      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-07
      * Purpose:       Control nocturno de comportamiento por cuenta
      *                contra su propia historia. VARDIA mira los
      *                totales de la noche y CATQUIEB fija quiebres
      *                por categoria, pero ninguno avisa que una
      *                cuenta que siempre trae RESULTADO cerca de 20
      *                hoy trajo 95, que para su categoria sigue
      *                siendo MEDIO. Este paso toma cada registro del
      *                cruce de esta noche (SUMAXREF, con la sucursal
      *                de origen), posiciona en CONDIDX por el camino
      *                alterno de TRX-ID y arma el perfil de la cuenta
      *                con los dias retenidos anteriores a la corrida:
      *                promedio de RESULTADO, maximo historico y
      *                movimientos por dia procesado (las fechas
      *                retenidas en el indice, que el cierre de
      *                ejercicio no toca como a TOTHIST). El
      *                RESULTADO de esta noche que pasa el promedio por
      *                el factor de PERFCTL, o supera el maximo
      *                historico por el mismo factor, o llega en una
      *                cuenta cuya
      *                frecuencia por el factor no alcanza a un
      *                movimiento por dia, va al reporte ANOMOUT con el
      *                nombre de CUENTAS y la sucursal. Una cuenta con
      *                menos movimientos retenidos que el minimo de
      *                PERFCTL no tiene perfil y no se evalua. ANOMOUT
      *                es una seccion del paquete de la manana.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-07 RMM  Version inicial del control de comportamiento
      *                  por cuenta.
      *  2026-10-15 RMM  Los dias procesados del perfil se cuentan en
      *                  CONDIDX y no en TOTHIST, que el cierre de
      *                  ejercicio vacia.
      *  2026-10-15 RMM  La marca MAX compara contra el maximo
      *                  historico por el factor, como PROM contra el
      *                  promedio; CUENTAS no disponible o con error de
      *                  lectura cuenta como error (RC=4).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFCTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL XREF-FILE ASSIGN TO "SUMAXREF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RESULTS-INDEXED ASSIGN TO "CONDIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-CLAVE
               ALTERNATE RECORD KEY IS RI-TRX-ID
                   WITH DUPLICATES.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-TRX-ID
               FILE STATUS IS WS-CUENTAS-FS.

           SELECT OPTIONAL CTRL-FILE ASSIGN TO "PERFCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "ANOMOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       COPY CBTRANS.

       FD  RESULTS-INDEXED.
       COPY CBCONIDX.

       FD  CUENTAS-FILE.
       COPY CBCUENTA.

       FD  CTRL-FILE.
       01  CTRL-REC.
           05  CTRL-FACTOR                 PIC 9(2)V99.
           05  CTRL-MIN-MOVIMIENTOS        PIC 9(03).

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).

      *    PARAMETROS DE PERFCTL; SIN REGISTRO SE MARCA LO QUE PASA
      *    TRES VECES EL PROMEDIO DE LA CUENTA, Y SOLO LAS CUENTAS
      *    CON CINCO MOVIMIENTOS RETENIDOS O MAS TIENEN PERFIL.
       01  WS-FACTOR                       PIC 9(2)V99 VALUE 3.00.
       01  WS-MIN-MOVIMIENTOS              PIC 9(03)   VALUE 5.

       01  WS-CUENTAS-FS                   PIC X(02)   VALUE SPACES.

       01  WS-CUENTAS-SW                   PIC X(01)   VALUE "N".
           88  WS-CUENTAS-ACTIVO                       VALUE "A".
           88  WS-CUENTAS-AUSENTE                       VALUE "N".

       COPY CBRPTHDR.

       01  WS-SWITCHES.
           05  WS-EOF-SW                   PIC X(01)   VALUE "N".
               88  WS-EOF-YES                          VALUE "Y".
               88  WS-EOF-NO                            VALUE "N".
           05  WS-FEC-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-FEC-EOF-YES                      VALUE "Y".
               88  WS-FEC-EOF-NO                        VALUE "N".
           05  WS-IDX-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-IDX-EOF-YES                      VALUE "Y".
               88  WS-IDX-EOF-NO                        VALUE "N".
           05  WS-HOY-SW                   PIC X(01)   VALUE "N".
               88  WS-HOY-SI                           VALUE "S".
               88  WS-HOY-NO                            VALUE "N".

       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS              PIC 9(7)    VALUE ZERO.
           05  WS-CONT-CON-PERFIL          PIC 9(7)    VALUE ZERO.
           05  WS-CONT-SIN-PERFIL          PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ANOMALIAS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(7)    VALUE ZERO.

      *    VENTANA DE HISTORIA: DESDE LA PRIMERA FECHA RETENIDA EN
      *    CONDIDX HASTA LA ANTERIOR A LA CORRIDA; LOS DIAS SON LAS
      *    FECHAS DISTINTAS DEL INDICE EN ESE TRAMO.
       01  WS-FECHA-DESDE                  PIC X(08)   VALUE SPACES.
       01  WS-DIAS-HISTORIA                PIC 9(05)   VALUE ZERO.

      *    PERFIL DE LA CUENTA EN CURSO Y SU MOVIMIENTO DE HOY.
       01  WS-PERFIL.
           05  WS-PRF-MOVIMIENTOS          PIC 9(05).
           05  WS-PRF-SUMA                 PIC 9(9)V99.
           05  WS-PRF-MAXIMO               PIC 9(5)V99.
           05  WS-PRF-PROMEDIO             PIC 9(5)V99.
           05  WS-PRF-FRECUENCIA           PIC 9(2)V99.
           05  WS-PRF-LIMITE               PIC 9(7)V99.
           05  WS-PRF-TOPE                 PIC 9(7)V99.
           05  WS-PRF-FREC-FACTOR          PIC 9(4)V99.
       01  WS-RESULTADO-HOY                PIC 9(5)V99.

       01  WS-MOTIVO.
           05  WS-MOT-PROMEDIO             PIC X(05).
           05  WS-MOT-MAXIMO               PIC X(04).
           05  WS-MOT-FRECUENCIA           PIC X(04).

       01  WS-PARAM-LINE.
           05  FILLER                      PIC X(07)   VALUE "FACTOR=".
           05  WS-PAR-FACTOR               PIC Z9.99.
           05  FILLER                      PIC X(10)
               VALUE "  MIN MOV=".
           05  WS-PAR-MINIMO               PIC ZZ9.
           05  FILLER                      PIC X(16)
               VALUE "  DIAS HISTORIA=".
           05  WS-PAR-DIAS                 PIC ZZZZ9.
           05  FILLER                      PIC X(08)   VALUE "  DESDE=".
           05  WS-PAR-DESDE                PIC X(08).

       01  WS-TITULOS-LINE.
           05  FILLER                      PIC X(11)
               VALUE "TRX-ID     ".
           05  FILLER                      PIC X(04)   VALUE "SUC ".
           05  FILLER                      PIC X(17)
               VALUE "NOMBRE           ".
           05  FILLER                      PIC X(09)
               VALUE "     HOY ".
           05  FILLER                      PIC X(09)
               VALUE "PROMEDIO ".
           05  FILLER                      PIC X(09)
               VALUE "  MAXIMO ".
           05  FILLER                      PIC X(05)   VALUE "FREC ".
           05  FILLER                      PIC X(06)   VALUE "MOTIVO".

       01  WS-DETALLE-LINE.
           05  WS-DET-TRX-ID               PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-NOMBRE               PIC X(16).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-HOY                  PIC Z(4)9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-PROMEDIO             PIC Z(4)9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-MAXIMO               PIC Z(4)9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-FRECUENCIA           PIC Z9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-MOTIVO               PIC X(13).

       01  WS-RESUMEN-LINE.
           05  FILLER                      PIC X(07)   VALUE "LEIDOS=".
           05  WS-RES-LEIDOS               PIC Z(6)9.
           05  FILLER                      PIC X(12)
               VALUE " CON PERFIL=".
           05  WS-RES-CON-PERFIL           PIC Z(6)9.
           05  FILLER                      PIC X(12)
               VALUE " SIN PERFIL=".
           05  WS-RES-SIN-PERFIL           PIC Z(6)9.
           05  FILLER                      PIC X(11)
               VALUE " ANOMALIAS=".
           05  WS-RES-ANOMALIAS            PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-EVALUAR-REGISTRO
               THRU 2000-EXIT
               UNTIL WS-EOF-YES.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           IF WS-CONT-ERRORES > 0
               MOVE 4 TO RETURN-CODE
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
      *  1000-INITIALIZE - LEE LOS PARAMETROS DE PERFCTL, FIJA LA  *
      *  VENTANA DE HISTORIA Y SUS DIAS PROCESADOS, ABRE EL CRUCE, *
      *  EL INDICE, CUENTAS Y EL REPORTE Y LEE EL PRIMER REGISTRO. *
      *  SIN CUENTAS EL NOMBRE SALE EN BLANCO; SIN DIAS ANTERIORES *
      *  NO HAY PERFIL QUE ARMAR Y EL CRUCE NI SE ABRE.            *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.

           OPEN INPUT CTRL-FILE.
           READ CTRL-FILE
               AT END
                   DISPLAY "PERFCTL SIN REGISTRO - SE USA FACTOR "
                           WS-FACTOR
               NOT AT END
                   MOVE CTRL-FACTOR TO WS-FACTOR
                   MOVE CTRL-MIN-MOVIMIENTOS TO WS-MIN-MOVIMIENTOS
           END-READ.
           CLOSE CTRL-FILE.
           IF WS-MIN-MOVIMIENTOS = ZERO
               MOVE 1 TO WS-MIN-MOVIMIENTOS
           END-IF.

           OPEN INPUT RESULTS-INDEXED.
           PERFORM 1100-FIJAR-VENTANA
               THRU 1100-EXIT.
           IF WS-FECHA-DESDE NOT = SPACES
               MOVE WS-FECHA-DESDE TO RI-FECHA
               MOVE LOW-VALUES TO RI-TRX-ID
               START RESULTS-INDEXED KEY NOT < RI-CLAVE
                   INVALID KEY
                       SET WS-FEC-EOF-YES TO TRUE
               END-START
               PERFORM 1200-CONTAR-DIA
                   THRU 1200-EXIT
                   UNTIL WS-FEC-EOF-YES
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE "ANOMALIAS POR CUENTA" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.
           MOVE WS-FACTOR TO WS-PAR-FACTOR.
           MOVE WS-MIN-MOVIMIENTOS TO WS-PAR-MINIMO.
           MOVE WS-DIAS-HISTORIA TO WS-PAR-DIAS.
           MOVE WS-FECHA-DESDE TO WS-PAR-DESDE.
           WRITE REPORT-REC FROM WS-PARAM-LINE.

           IF WS-DIAS-HISTORIA = 0
               MOVE "SIN DIAS ANTERIORES RETENIDOS PARA EL PERFIL"
                 TO REPORT-REC
               WRITE REPORT-REC
               SET WS-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF.
           WRITE REPORT-REC FROM WS-TITULOS-LINE.

           OPEN INPUT CUENTAS-FILE.
           IF WS-CUENTAS-FS = "00"
               SET WS-CUENTAS-ACTIVO TO TRUE
           ELSE
               DISPLAY "CUENTAS NO DISPONIBLE, FS=" WS-CUENTAS-FS
                       " - EL NOMBRE SALE EN BLANCO"
               ADD 1 TO WS-CONT-ERRORES
           END-IF.
           OPEN INPUT XREF-FILE.
           PERFORM 2900-LEER-CRUCE
               THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-FIJAR-VENTANA - LA HISTORIA EMPIEZA EN LA PRIMERA    *
      *  FECHA RETENIDA DEL INDICE (LA CLAVE PRIMARIA EMPIEZA POR  *
      *  LA FECHA).                                                *
      *-----------------------------------------------------------*
       1100-FIJAR-VENTANA.
           MOVE LOW-VALUES TO RI-CLAVE.
           START RESULTS-INDEXED KEY NOT < RI-CLAVE
               INVALID KEY
                   GO TO 1100-EXIT
           END-START.
           READ RESULTS-INDEXED NEXT
               AT END
                   GO TO 1100-EXIT
           END-READ.
           MOVE RI-FECHA TO WS-FECHA-DESDE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-CONTAR-DIA - CUENTA UNA FECHA PROCESADA DEL INDICE   *
      *  ANTERIOR A LA CORRIDA Y SALTA AL PRIMER REGISTRO DE LA    *
      *  FECHA SIGUIENTE (LA CLAVE PRIMARIA EMPIEZA POR LA FECHA). *
      *-----------------------------------------------------------*
       1200-CONTAR-DIA.
           READ RESULTS-INDEXED NEXT
               AT END
                   SET WS-FEC-EOF-YES TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF RI-FECHA NOT < WS-FECHA-CORRIDA
               SET WS-FEC-EOF-YES TO TRUE
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-DIAS-HISTORIA.
           MOVE HIGH-VALUES TO RI-TRX-ID.
           START RESULTS-INDEXED KEY > RI-CLAVE
               INVALID KEY
                   SET WS-FEC-EOF-YES TO TRUE
           END-START.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-EVALUAR-REGISTRO - ARMA EL PERFIL DE LA CUENTA DEL   *
      *  REGISTRO DEL CRUCE RECORRIENDO SUS FECHAS EN EL INDICE Y  *
      *  COMPARA CONTRA EL EL RESULTADO DE HOY. UN REGISTRO QUE    *
      *  CONDIF NO CLASIFICO (SIN FECHA DE HOY EN EL INDICE) NO SE *
      *  EVALUA.                                                   *
      *-----------------------------------------------------------*
       2000-EVALUAR-REGISTRO.
           ADD 1 TO WS-CONT-LEIDOS.
           MOVE ZERO TO WS-PRF-MOVIMIENTOS
                        WS-PRF-SUMA
                        WS-PRF-MAXIMO
                        WS-RESULTADO-HOY.
           SET WS-HOY-NO TO TRUE.
           SET WS-IDX-EOF-NO TO TRUE.
           MOVE TRX-ID TO RI-TRX-ID.
           START RESULTS-INDEXED KEY = RI-TRX-ID
               INVALID KEY
                   SET WS-IDX-EOF-YES TO TRUE
           END-START.
           PERFORM 3000-ACUMULAR-PERFIL
               THRU 3000-EXIT
               UNTIL WS-IDX-EOF-YES.

           IF WS-HOY-NO
               GO TO 2000-LEER
           END-IF.
           IF WS-PRF-MOVIMIENTOS < WS-MIN-MOVIMIENTOS
               ADD 1 TO WS-CONT-SIN-PERFIL
               GO TO 2000-LEER
           END-IF.
           ADD 1 TO WS-CONT-CON-PERFIL.
           PERFORM 4000-COMPARAR-PERFIL
               THRU 4000-EXIT.

       2000-LEER.
           PERFORM 2900-LEER-CRUCE
               THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-LEER-CRUCE - LECTURA DE UN REGISTRO DE SUMAXREF, CON *
      *  MARCA DE FIN DE ARCHIVO.                                  *
      *-----------------------------------------------------------*
       2900-LEER-CRUCE.
           READ XREF-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-ACUMULAR-PERFIL - LEE EL SIGUIENTE REGISTRO DE LA    *
      *  CUENTA POR EL CAMINO ALTERNO: EL DE HOY DA EL RESULTADO A *
      *  EVALUAR; LOS ANTERIORES SUMAN AL PERFIL. EL PRIMER ID     *
      *  DISTINTO TERMINA LA CUENTA.                               *
      *-----------------------------------------------------------*
       3000-ACUMULAR-PERFIL.
           READ RESULTS-INDEXED NEXT
               AT END
                   SET WS-IDX-EOF-YES TO TRUE
                   GO TO 3000-EXIT
           END-READ.
           IF RI-TRX-ID NOT = TRX-ID
               SET WS-IDX-EOF-YES TO TRUE
               GO TO 3000-EXIT
           END-IF.
           IF RI-FECHA = WS-FECHA-CORRIDA
               MOVE RI-RESULTADO TO WS-RESULTADO-HOY
               SET WS-HOY-SI TO TRUE
               GO TO 3000-EXIT
           END-IF.
           IF RI-FECHA > WS-FECHA-CORRIDA
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-PRF-MOVIMIENTOS.
           ADD RI-RESULTADO TO WS-PRF-SUMA.
           IF RI-RESULTADO > WS-PRF-MAXIMO
               MOVE RI-RESULTADO TO WS-PRF-MAXIMO
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-COMPARAR-PERFIL - CIERRA EL PERFIL (PROMEDIO Y       *
      *  MOVIMIENTOS POR DIA PROCESADO) Y MARCA EL DESVIO: PROM SI *
      *  HOY PASA EL PROMEDIO POR EL FACTOR, MAX SI SUPERA EL      *
      *  MAXIMO HISTORICO POR EL FACTOR (UNA CUENTA DE MONTOS      *
      *  PAREJOS PASA SU MAXIMO POR CENTAVOS CASI CUALQUIER DIA),  *
      *  FREC SI LA FRECUENCIA POR EL FACTOR NO LLEGA A UN         *
      *  MOVIMIENTO POR DIA (CUENTA QUE CASI NO SE MUEVE). CON     *
      *  ALGUNA MARCA LA LINEA VA AL REPORTE.                      *
      *-----------------------------------------------------------*
       4000-COMPARAR-PERFIL.
           MOVE SPACES TO WS-MOTIVO.
           DIVIDE WS-PRF-SUMA BY WS-PRF-MOVIMIENTOS
               GIVING WS-PRF-PROMEDIO ROUNDED.
           DIVIDE WS-PRF-MOVIMIENTOS BY WS-DIAS-HISTORIA
               GIVING WS-PRF-FRECUENCIA ROUNDED
               ON SIZE ERROR
                   MOVE 99.99 TO WS-PRF-FRECUENCIA
           END-DIVIDE.
           COMPUTE WS-PRF-LIMITE = WS-PRF-PROMEDIO * WS-FACTOR.
           COMPUTE WS-PRF-TOPE = WS-PRF-MAXIMO * WS-FACTOR.
           COMPUTE WS-PRF-FREC-FACTOR =
               WS-PRF-FRECUENCIA * WS-FACTOR.

           IF WS-RESULTADO-HOY > WS-PRF-LIMITE
               MOVE "PROM" TO WS-MOT-PROMEDIO
           END-IF.
           IF WS-RESULTADO-HOY > WS-PRF-TOPE
               MOVE "MAX" TO WS-MOT-MAXIMO
           END-IF.
           IF WS-PRF-FREC-FACTOR < 1
               MOVE "FREC" TO WS-MOT-FRECUENCIA
           END-IF.
           IF WS-MOTIVO = SPACES
               GO TO 4000-EXIT
           END-IF.

           ADD 1 TO WS-CONT-ANOMALIAS.
           PERFORM 4100-ESCRIBIR-ANOMALIA
               THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-ESCRIBIR-ANOMALIA - LINEA DEL MOVIMIENTO FUERA DE    *
      *  PERFIL CON EL NOMBRE DE CUENTAS Y LA SUCURSAL QUE LO      *
      *  ENVIO ESTA NOCHE.                                         *
      *-----------------------------------------------------------*
       4100-ESCRIBIR-ANOMALIA.
           MOVE SPACES TO WS-DET-NOMBRE.
           IF WS-CUENTAS-ACTIVO
               MOVE TRX-ID TO CTA-TRX-ID
               READ CUENTAS-FILE
                   INVALID KEY
                       MOVE "CUENTA INEXISTENTE" TO WS-DET-NOMBRE
                   NOT INVALID KEY
                       MOVE CTA-NOMBRE TO WS-DET-NOMBRE
               END-READ
               IF WS-CUENTAS-FS NOT = "00"
                  AND WS-CUENTAS-FS NOT = "23"
                   DISPLAY "ERROR: LECTURA DE CUENTAS " TRX-ID
                           ", FS=" WS-CUENTAS-FS
                   ADD 1 TO WS-CONT-ERRORES
               END-IF
           END-IF.
           MOVE TRX-ID TO WS-DET-TRX-ID.
           MOVE TRX-SUCURSAL TO WS-DET-SUCURSAL.
           MOVE WS-RESULTADO-HOY TO WS-DET-HOY.
           MOVE WS-PRF-PROMEDIO TO WS-DET-PROMEDIO.
           MOVE WS-PRF-MAXIMO TO WS-DET-MAXIMO.
           MOVE WS-PRF-FRECUENCIA TO WS-DET-FRECUENCIA.
           MOVE WS-MOTIVO TO WS-DET-MOTIVO.
           WRITE REPORT-REC FROM WS-DETALLE-LINE.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - ESCRIBE EL RESUMEN Y EL PIE Y CIERRA LOS *
      *  ARCHIVOS.                                                 *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-DIAS-HISTORIA > 0
               CLOSE XREF-FILE
           END-IF.
           IF WS-CUENTAS-ACTIVO
               CLOSE CUENTAS-FILE
           END-IF.
           CLOSE RESULTS-INDEXED.
           MOVE WS-CONT-LEIDOS TO WS-RES-LEIDOS.
           MOVE WS-CONT-CON-PERFIL TO WS-RES-CON-PERFIL.
           MOVE WS-CONT-SIN-PERFIL TO WS-RES-SIN-PERFIL.
           MOVE WS-CONT-ANOMALIAS TO WS-RES-ANOMALIAS.
           WRITE REPORT-REC FROM WS-RESUMEN-LINE.
           DISPLAY WS-RESUMEN-LINE.

           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-CONT-ANOMALIAS TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-ERRORES TO RPT-TRL-ERRORES.
           WRITE REPORT-REC FROM RPT-TRAILER-LINE.
           CLOSE REPORT-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM PERFCTA.
