      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-10
      * Purpose:       Informe semanal de tiempos del ciclo nocturno
      *                y proyeccion de la ventana batch. Lee el
      *                maestro de historia de tiempos por paso
      *                PASOHIST (copybook CBTIEHIS) que el driver
      *                CICLONOC agrega cada noche y deja en TIEMRPT:
      *                por paso, las corridas de la semana, el tiempo
      *                promedio contra la semana anterior, el tiempo
      *                por mil registros y el promedio historico
      *                propio; por noche de la semana, inicio, fin,
      *                duracion y margen contra la hora de fin de la
      *                ventana; la proyeccion lineal de la duracion
      *                del ciclo con la fecha estimada en que excede
      *                la ventana al crecimiento actual, y los pasos
      *                que en la semana tardaron mucho mas que su
      *                propio promedio. La semana termina en la fecha
      *                de TIEMCTL (sin registro, la fecha de corrida).
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-10 RMM  Version inicial del informe semanal de
      *                  tiempos y ventana batch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIEMSEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HIST-FILE ASSIGN TO "PASOHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CTRL-FILE ASSIGN TO "TIEMCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "TIEMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       COPY CBTIEHIS.

       FD  CTRL-FILE.
       01  CTRL-REC.
           05  CTRL-FECHA-HASTA            PIC X(08).
           05  CTRL-VENTANA-FIN            PIC 9(04).
           05  CTRL-FACTOR                 PIC 9V99.
           05  CTRL-MIN-CORRIDAS           PIC 9(03).
           05  CTRL-DIAS-TENDENCIA         PIC 9(03).

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-FECHA-HASTA                  PIC X(08).

      *    HORA DE FIN DE LA VENTANA ACORDADA (HHMM), VECES SOBRE
      *    EL PROMEDIO PROPIO QUE MARCAN UN PASO FUERA DE RANGO,
      *    CORRIDAS PREVIAS MINIMAS PARA JUZGARLO Y DIAS DE
      *    HISTORIA QUE ENTRAN EN LA TENDENCIA.
       01  WS-VENTANA-FIN                  PIC 9(04)   VALUE 0600.
       01  WS-VENTANA-FIN-R REDEFINES WS-VENTANA-FIN.
           05  WS-VEN-HH                   PIC 9(02).
           05  WS-VEN-MM                   PIC 9(02).
       01  WS-FACTOR                       PIC 9V99    VALUE 2.00.
       01  WS-MIN-CORRIDAS                 PIC 9(03)   VALUE 5.
       01  WS-DIAS-TENDENCIA               PIC 9(03)   VALUE 90.

       COPY CBRPTHDR.

       01  WS-SWITCHES.
           05  WS-EOF-SW                   PIC X(01)   VALUE "N".
               88  WS-EOF-YES                          VALUE "Y".
               88  WS-EOF-NO                            VALUE "N".
           05  WS-TABLA-LLENA-SW           PIC X(01)   VALUE "N".
               88  WS-TABLA-LLENA                      VALUE "S".

       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS              PIC 9(7)    VALUE ZERO.
           05  WS-CONT-SEMANA              PIC 9(7)    VALUE ZERO.
           05  WS-CONT-FUERA               PIC 9(5)    VALUE ZERO.
           05  WS-CONT-EXCEDIDAS           PIC 9(5)    VALUE ZERO.

      *    FECHAS PASADAS A SERIE DE DIAS (CONVENCION 30/360).
       01  WS-FECHA-NUM.
           05  WS-FEC-AA                   PIC 9(04).
           05  WS-FEC-MM                   PIC 9(02).
           05  WS-FEC-DD                   PIC 9(02).
       01  WS-SERIE-FECHA                  PIC 9(7)    VALUE ZERO.
       01  WS-SERIE-HASTA                  PIC 9(7)    VALUE ZERO.
       01  WS-SERIE-SEMANA                 PIC 9(7)    VALUE ZERO.
       01  WS-SERIE-ANTERIOR               PIC 9(7)    VALUE ZERO.
       01  WS-SERIE-TENDENCIA              PIC 9(7)    VALUE ZERO.
       01  WS-SERIE-PRIMERA                PIC 9(7)    VALUE ZERO.

      *    HORA HHMMSSCC PASADA A SEGUNDOS DEL DIA.
       01  WS-HORA-PARTES.
           05  WS-HP-HH                    PIC 9(02).
           05  WS-HP-MM                    PIC 9(02).
           05  WS-HP-SS                    PIC 9(02).
           05  WS-HP-CC                    PIC 9(02).
       01  WS-SEG-ENTEROS                  PIC 9(05).
       01  WS-SEGUNDOS-HORA                PIC 9(05)V99.

      *    UNA ENTRADA POR NOCHE (FECHA DE PROCESO) DE LA TENDENCIA:
      *    UN REINICIO O UNA RECORRIDA SUMA SUS PASOS A LA NOCHE.
       01  WS-TABLA-NOCHES.
           05  WS-NOC-MAX                  PIC S9(4)   COMP VALUE 400.
           05  WS-NOC-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-NOC-ENTRADA OCCURS 400 TIMES.
               10  WS-NOC-FECHA            PIC X(08).
               10  WS-NOC-SERIE            PIC 9(07).
               10  WS-NOC-INICIO.
                   15  WS-NOC-INICIO-FECHA PIC X(08).
                   15  WS-NOC-INICIO-HORA  PIC X(08).
               10  WS-NOC-FIN.
                   15  WS-NOC-FIN-FECHA    PIC X(08).
                   15  WS-NOC-FIN-HORA     PIC X(08).
               10  WS-NOC-SEGUNDOS         PIC 9(07)V99.
               10  WS-NOC-REGISTROS        PIC 9(09).

      *    UNA ENTRADA POR PROGRAMA CON TRES PERIODOS: 1 = SEMANA
      *    DEL INFORME, 2 = SEMANA ANTERIOR, 3 = TODA LA HISTORIA
      *    ANTERIOR A LA SEMANA (EL PROMEDIO PROPIO DEL PASO).
       01  WS-TABLA-PASOS.
           05  WS-PAS-MAX                  PIC S9(4)   COMP VALUE 30.
           05  WS-PAS-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-PAS-ENTRADA OCCURS 30 TIMES.
               10  WS-PAS-PROGRAMA         PIC X(14).
               10  WS-PAS-DATOS.
                   15  WS-PER-ENTRADA OCCURS 3 TIMES.
                       20  WS-PER-CORRIDAS     PIC 9(05).
                       20  WS-PER-SEGUNDOS     PIC 9(09)V99.
                       20  WS-PER-REGISTROS    PIC 9(11).
                       20  WS-PER-MAXIMO       PIC 9(07)V99.

       01  WS-SUB                          PIC S9(4)   COMP.
       01  WS-PAS-SUB                      PIC S9(4)   COMP.
       01  WS-NOC-SUB                      PIC S9(4)   COMP.
       01  WS-PER                          PIC S9(4)   COMP.

       01  WS-PROMEDIO                     PIC 9(07)V99.
       01  WS-PROMEDIO-ANT                 PIC 9(07)V99.
       01  WS-PROMEDIO-HIST                PIC 9(07)V99.
       01  WS-POR-MIL                      PIC 9(05)V99.
       01  WS-VARIACION                    PIC S9(03)V9.
       01  WS-VECES                        PIC 9(03)V9.

      *    VENTANA DISPONIBLE DE CADA NOCHE: DE LA HORA DE INICIO A
      *    LA HORA DE FIN ACORDADA (CRUZANDO LA MEDIANOCHE).
       01  WS-SEG-VENTANA-FIN              PIC 9(05)V99.
       01  WS-SEG-INICIO                   PIC 9(05)V99.
       01  WS-SEG-FIN                      PIC 9(06)V99.
       01  WS-SEG-DISPONIBLE               PIC 9(06)V99.
       01  WS-SEG-MARGEN                   PIC S9(06)V99.

      *    AJUSTE LINEAL DE LA DURACION DE LA NOCHE (Y, SEGUNDOS)
      *    CONTRA EL DIA (X, SERIE DESDE LA PRIMERA NOCHE).
       01  WS-REGRESION.
           05  WS-REG-N                    PIC 9(05)        VALUE ZERO.
           05  WS-REG-X                    PIC 9(07).
           05  WS-REG-SX                   PIC S9(09)       VALUE ZERO.
           05  WS-REG-SY                   PIC S9(11)V99    VALUE ZERO.
           05  WS-REG-SXX                  PIC S9(13)       VALUE ZERO.
           05  WS-REG-SXY                  PIC S9(15)V99    VALUE ZERO.
           05  WS-REG-SINI                 PIC 9(09)V99     VALUE ZERO.
           05  WS-REG-DEN                  PIC S9(15)       VALUE ZERO.
           05  WS-REG-PENDIENTE            PIC S9(07)V9(4)  VALUE ZERO.
           05  WS-REG-ORDENADA             PIC S9(09)V99    VALUE ZERO.
           05  WS-REG-AJUSTADO             PIC S9(09)V99    VALUE ZERO.
           05  WS-REG-INICIO-PROM          PIC 9(05)V99     VALUE ZERO.
           05  WS-REG-DISPONIBLE           PIC 9(06)V99     VALUE ZERO.
           05  WS-REG-DIAS                 PIC 9(07)        VALUE ZERO.

       01  WS-PROYECCION-FECHA.
           05  WS-PRY-AA                   PIC 9(04).
           05  WS-PRY-MM                   PIC 9(02).
           05  WS-PRY-DD                   PIC 9(02).
       01  WS-PRY-LARGO-MES                PIC 9(02).
       01  WS-PRY-COCIENTE                 PIC 9(04).
       01  WS-PRY-RESTO-4                  PIC 9(04).
       01  WS-PRY-RESTO-100                PIC 9(04).
       01  WS-PRY-RESTO-400                PIC 9(04).
       01  WS-DIAS-MAXIMO                  PIC 9(07)   VALUE 3660.

       01  WS-PARAM-LINE.
           05  FILLER                      PIC X(07)   VALUE "SEMANA ".
           05  WS-PAR-DESDE                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE "-".
           05  WS-PAR-HASTA                PIC X(08).
           05  FILLER                      PIC X(12)
               VALUE " FIN VENT.=".
           05  WS-PAR-VENTANA              PIC 9(04).
           05  FILLER                      PIC X(08)   VALUE " FACTOR=".
           05  WS-PAR-FACTOR               PIC 9.99.
           05  FILLER                      PIC X(09)
               VALUE " MIN.CORR".
           05  FILLER                      PIC X(01)   VALUE "=".
           05  WS-PAR-MIN-CORRIDAS         PIC ZZ9.
           05  FILLER                      PIC X(06)   VALUE " DIAS=".
           05  WS-PAR-DIAS                 PIC ZZ9.

       01  WS-PASOS-TITULO                 PIC X(80)
           VALUE "TIEMPOS POR PASO (SEGUNDOS) - SEMANA CONTRA ANTERIOR".

       01  WS-PASOS-TITULOS.
           05  FILLER                      PIC X(40)
               VALUE "PROGRAMA   CORR  PROM.SEM  PROM.ANT   VA".
           05  FILLER                      PIC X(40)
               VALUE "R% SEG/MIL SEG/ANT MAX.SM PROM.HIST".

       01  WS-PASO-LINE.
           05  WS-PSL-PROGRAMA             PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PSL-CORRIDAS             PIC ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PSL-PROMEDIO             PIC Z(5)9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PSL-ANTERIOR             PIC Z(5)9.99.
           05  WS-PSL-ANTERIOR-X REDEFINES WS-PSL-ANTERIOR
                                            PIC X(09).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PSL-VARIACION            PIC -ZZ9.9.
           05  WS-PSL-VARIACION-X REDEFINES WS-PSL-VARIACION
                                            PIC X(06).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PSL-POR-MIL              PIC ZZZ9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PSL-POR-MIL-ANT          PIC ZZZ9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PSL-MAXIMO               PIC Z(5)9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PSL-HISTORICO            PIC Z(5)9.99.

       01  WS-NOCHES-TITULO                PIC X(80)
           VALUE "NOCHES DE LA SEMANA CONTRA LA VENTANA".

       01  WS-NOCHES-TITULOS.
           05  FILLER                      PIC X(40)
               VALUE "FECHA    INICIO   FIN      DURACION  REG".
           05  FILLER                      PIC X(40)
               VALUE "ISTROS SEG/MIL   MARGEN".

       01  WS-NOCHE-LINE.
           05  WS-NCL-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-NCL-INICIO               PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-NCL-FIN                  PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-NCL-DURACION             PIC Z(6)9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-NCL-REGISTROS            PIC Z(8)9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-NCL-POR-MIL              PIC ZZZ9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-NCL-MARGEN               PIC -(6)9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-NCL-NOTA                 PIC X(08).

       01  WS-HORA-EDITADA.
           05  WS-HED-HH                   PIC X(02).
           05  FILLER                      PIC X(01)   VALUE ":".
           05  WS-HED-MM                   PIC X(02).
           05  FILLER                      PIC X(01)   VALUE ":".
           05  WS-HED-SS                   PIC X(02).

       01  WS-PROYECCION-TITULO            PIC X(80)
           VALUE "PROYECCION DE LA VENTANA BATCH".

       01  WS-AJUSTE-LINE.
           05  FILLER                      PIC X(07)   VALUE "NOCHES=".
           05  WS-AJL-NOCHES               PIC ZZZ9.
           05  FILLER                      PIC X(14)
               VALUE " DURACION HOY=".
           05  WS-AJL-AJUSTADO             PIC -(6)9.
           05  FILLER                      PIC X(15)
               VALUE " SEG CRECIM.=".
           05  WS-AJL-PENDIENTE            PIC -(4)9.99.
           05  FILLER                      PIC X(08)   VALUE " SEG/DIA".

       01  WS-VENTANA-LINE.
           05  FILLER                      PIC X(18)
               VALUE "INICIO PROMEDIO = ".
           05  WS-VTL-INICIO               PIC X(08).
           05  FILLER                      PIC X(19)
               VALUE "  VENTANA DISPON.= ".
           05  WS-VTL-DISPONIBLE           PIC Z(5)9.
           05  FILLER                      PIC X(04)   VALUE " SEG".

       01  WS-EXCESO-LINE.
           05  FILLER                      PIC X(31)
               VALUE "FECHA ESTIMADA DE EXCESO     = ".
           05  WS-EXL-FECHA                PIC X(08).
           05  FILLER                      PIC X(03)   VALUE " (".
           05  WS-EXL-DIAS                 PIC Z(6)9.
           05  FILLER                      PIC X(06)   VALUE " DIAS)".

       01  WS-FUERA-TITULO                 PIC X(80)
           VALUE "PASOS DE LA SEMANA FUERA DE SU PROMEDIO PROPIO".

       01  WS-FUERA-LINE.
           05  FILLER                      PIC X(16)
               VALUE "FUERA DE RANGO: ".
           05  WS-FRL-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-FRL-PROGRAMA             PIC X(10).
           05  FILLER                      PIC X(05)   VALUE " SEG=".
           05  WS-FRL-SEGUNDOS             PIC Z(6)9.99.
           05  FILLER                      PIC X(06)   VALUE " PROM=".
           05  WS-FRL-PROMEDIO             PIC Z(6)9.99.
           05  FILLER                      PIC X(07)   VALUE " VECES=".
           05  WS-FRL-VECES                PIC ZZ9.9.

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(18)
               VALUE "REGISTROS SEMANA= ".
           05  WS-SUM-SEMANA               PIC Z(6)9.
           05  FILLER                      PIC X(09)
               VALUE " NOCHES= ".
           05  WS-SUM-NOCHES               PIC ZZZ9.
           05  FILLER                      PIC X(12)
               VALUE " EXCEDIDAS= ".
           05  WS-SUM-EXCEDIDAS            PIC ZZZ9.
           05  FILLER                      PIC X(14)
               VALUE " FUERA RANGO= ".
           05  WS-SUM-FUERA                PIC ZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESAR-TIEMPO
               THRU 2000-EXIT
               UNTIL WS-EOF-YES.
           CLOSE HIST-FILE.
           PERFORM 3000-LISTAR-PASOS
               THRU 3000-EXIT.
           PERFORM 4000-LISTAR-NOCHES
               THRU 4000-EXIT.
           PERFORM 4500-PROYECTAR-VENTANA
               THRU 4500-EXIT.
           PERFORM 5000-LISTAR-FUERA-RANGO
               THRU 5000-EXIT.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           EVALUATE TRUE
               WHEN WS-TABLA-LLENA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONT-SEMANA = 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CONT-FUERA > 0
                 OR WS-CONT-EXCEDIDAS > 0
                   MOVE 2 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - TOMA LOS PARAMETROS DE TIEMCTL (SIN     *
      *  REGISTRO, LA SEMANA TERMINA EN LA FECHA DE CORRIDA), FIJA *
      *  LOS LIMITES DE LA SEMANA, LA ANTERIOR Y LA TENDENCIA,     *
      *  ABRE EL REPORTE Y LA HISTORIA Y HACE LA PRIMERA LECTURA.  *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-CORRIDA TO WS-FECHA-HASTA.

           OPEN INPUT CTRL-FILE.
           READ CTRL-FILE
               AT END
                   DISPLAY "TIEMCTL SIN REGISTRO - SE USAN LA FECHA "
                           "DE CORRIDA Y LOS VALORES POR DEFECTO"
               NOT AT END
                   IF CTRL-FECHA-HASTA NOT = SPACES
                       MOVE CTRL-FECHA-HASTA TO WS-FECHA-HASTA
                   END-IF
                   IF CTRL-VENTANA-FIN NUMERIC
                       MOVE CTRL-VENTANA-FIN TO WS-VENTANA-FIN
                   END-IF
                   IF CTRL-FACTOR NUMERIC
                      AND CTRL-FACTOR > ZERO
                       MOVE CTRL-FACTOR TO WS-FACTOR
                   END-IF
                   IF CTRL-MIN-CORRIDAS NUMERIC
                       MOVE CTRL-MIN-CORRIDAS TO WS-MIN-CORRIDAS
                   END-IF
                   IF CTRL-DIAS-TENDENCIA NUMERIC
                      AND CTRL-DIAS-TENDENCIA NOT < 14
                       MOVE CTRL-DIAS-TENDENCIA TO WS-DIAS-TENDENCIA
                   END-IF
           END-READ.
           CLOSE CTRL-FILE.

           MOVE WS-FECHA-HASTA TO WS-FECHA-NUM.
           PERFORM 7000-CALCULAR-SERIE
               THRU 7000-EXIT.
           MOVE WS-SERIE-FECHA TO WS-SERIE-HASTA.
           SUBTRACT 6 FROM WS-SERIE-HASTA GIVING WS-SERIE-SEMANA.
           SUBTRACT 13 FROM WS-SERIE-HASTA GIVING WS-SERIE-ANTERIOR.
           COMPUTE WS-SERIE-TENDENCIA =
               WS-SERIE-HASTA - WS-DIAS-TENDENCIA + 1.
           COMPUTE WS-SEG-ENTEROS =
               (WS-VEN-HH * 3600) + (WS-VEN-MM * 60).
           MOVE WS-SEG-ENTEROS TO WS-SEG-VENTANA-FIN.

           OPEN OUTPUT REPORT-FILE.
           MOVE "TIEMPOS SEMANALES" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.
           MOVE WS-FECHA-HASTA TO WS-PAR-HASTA.
           MOVE SPACES TO WS-PAR-DESDE.
           MOVE WS-VENTANA-FIN TO WS-PAR-VENTANA.
           MOVE WS-FACTOR TO WS-PAR-FACTOR.
           MOVE WS-MIN-CORRIDAS TO WS-PAR-MIN-CORRIDAS.
           MOVE WS-DIAS-TENDENCIA TO WS-PAR-DIAS.

           OPEN INPUT HIST-FILE.
           PERFORM 2900-LEER-HISTORIA
               THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESAR-TIEMPO - PRIMERA PASADA SOBRE PASOHIST:     *
      *  CADA PASO DENTRO DE LA TENDENCIA SE SUMA A SU NOCHE Y A   *
      *  SU PROGRAMA, EN LA SEMANA (1) O EN LA HISTORIA ANTERIOR   *
      *  (3); LA SEMANA ANTERIOR (2) ES PARTE DE ESA HISTORIA.     *
      *-----------------------------------------------------------*
       2000-PROCESAR-TIEMPO.
           IF TIE-FECHA > WS-FECHA-HASTA
               GO TO 2000-LEER
           END-IF.
           MOVE TIE-FECHA TO WS-FECHA-NUM.
           PERFORM 7000-CALCULAR-SERIE
               THRU 7000-EXIT.
           IF WS-SERIE-FECHA < WS-SERIE-TENDENCIA
               GO TO 2000-LEER
           END-IF.

           PERFORM 2100-UBICAR-NOCHE
               THRU 2100-EXIT.
           IF WS-NOC-SUB > 0
               ADD TIE-SEGUNDOS TO WS-NOC-SEGUNDOS (WS-NOC-SUB)
               IF TIE-REGISTROS > WS-NOC-REGISTROS (WS-NOC-SUB)
                   MOVE TIE-REGISTROS TO WS-NOC-REGISTROS (WS-NOC-SUB)
               END-IF
               IF TIE-INICIO-FECHA < WS-NOC-INICIO-FECHA (WS-NOC-SUB)
                  OR (TIE-INICIO-FECHA =
                      WS-NOC-INICIO-FECHA (WS-NOC-SUB)
                  AND TIE-INICIO-HORA <
                      WS-NOC-INICIO-HORA (WS-NOC-SUB))
                   MOVE TIE-INICIO-FECHA
                     TO WS-NOC-INICIO-FECHA (WS-NOC-SUB)
                   MOVE TIE-INICIO-HORA
                     TO WS-NOC-INICIO-HORA (WS-NOC-SUB)
               END-IF
               IF TIE-FIN-FECHA > WS-NOC-FIN-FECHA (WS-NOC-SUB)
                  OR (TIE-FIN-FECHA = WS-NOC-FIN-FECHA (WS-NOC-SUB)
                  AND TIE-FIN-HORA > WS-NOC-FIN-HORA (WS-NOC-SUB))
                   MOVE TIE-FIN-FECHA TO WS-NOC-FIN-FECHA (WS-NOC-SUB)
                   MOVE TIE-FIN-HORA TO WS-NOC-FIN-HORA (WS-NOC-SUB)
               END-IF
           END-IF.

           PERFORM 2200-UBICAR-PASO
               THRU 2200-EXIT.
           IF WS-PAS-SUB = 0
               GO TO 2000-LEER
           END-IF.
           IF WS-SERIE-FECHA NOT < WS-SERIE-SEMANA
               ADD 1 TO WS-CONT-SEMANA
               MOVE 1 TO WS-PER
               PERFORM 2300-SUMAR-PERIODO
                   THRU 2300-EXIT
           ELSE
               MOVE 3 TO WS-PER
               PERFORM 2300-SUMAR-PERIODO
                   THRU 2300-EXIT
               IF WS-SERIE-FECHA NOT < WS-SERIE-ANTERIOR
                   MOVE 2 TO WS-PER
                   PERFORM 2300-SUMAR-PERIODO
                       THRU 2300-EXIT
               END-IF
           END-IF.

       2000-LEER.
           PERFORM 2900-LEER-HISTORIA
               THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-UBICAR-NOCHE - DEJA EN WS-NOC-SUB LA NOCHE DE LA     *
      *  FECHA DE PROCESO DEL REGISTRO, CREANDOLA LA PRIMERA VEZ.  *
      *  LA HISTORIA ES CRONOLOGICA: SE BUSCA DE ATRAS HACIA       *
      *  ADELANTE. CON LA TABLA LLENA DEJA CERO Y MARCA EL ERROR.  *
      *-----------------------------------------------------------*
       2100-UBICAR-NOCHE.
           MOVE ZERO TO WS-NOC-SUB.
           PERFORM 2150-BUSCAR-NOCHE
               THRU 2150-EXIT
               VARYING WS-SUB FROM WS-NOC-CANT BY -1
               UNTIL WS-SUB < 1
                  OR WS-NOC-SUB > 0.
           IF WS-NOC-SUB > 0
               GO TO 2100-EXIT
           END-IF.
           IF WS-NOC-CANT = WS-NOC-MAX
               IF NOT WS-TABLA-LLENA
                   DISPLAY "ERROR: TABLA DE NOCHES LLENA, LA "
                           "TENDENCIA QUEDA INCOMPLETA"
                   SET WS-TABLA-LLENA TO TRUE
               END-IF
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-NOC-CANT.
           MOVE WS-NOC-CANT TO WS-NOC-SUB.
           MOVE TIE-FECHA TO WS-NOC-FECHA (WS-NOC-SUB).
           MOVE WS-SERIE-FECHA TO WS-NOC-SERIE (WS-NOC-SUB).
           IF WS-SERIE-PRIMERA = 0
              OR WS-SERIE-FECHA < WS-SERIE-PRIMERA
               MOVE WS-SERIE-FECHA TO WS-SERIE-PRIMERA
           END-IF.
           MOVE TIE-INICIO-FECHA TO WS-NOC-INICIO-FECHA (WS-NOC-SUB).
           MOVE TIE-INICIO-HORA TO WS-NOC-INICIO-HORA (WS-NOC-SUB).
           MOVE TIE-FIN-FECHA TO WS-NOC-FIN-FECHA (WS-NOC-SUB).
           MOVE TIE-FIN-HORA TO WS-NOC-FIN-HORA (WS-NOC-SUB).
           MOVE ZERO TO WS-NOC-SEGUNDOS (WS-NOC-SUB)
                        WS-NOC-REGISTROS (WS-NOC-SUB).
       2100-EXIT.
           EXIT.

       2150-BUSCAR-NOCHE.
           IF WS-NOC-FECHA (WS-SUB) = TIE-FECHA
               MOVE WS-SUB TO WS-NOC-SUB
           END-IF.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-UBICAR-PASO - DEJA EN WS-PAS-SUB LA ENTRADA DEL      *
      *  PROGRAMA, CREANDOLA LA PRIMERA VEZ; CON LA TABLA LLENA    *
      *  DEJA CERO Y MARCA EL ERROR.                               *
      *-----------------------------------------------------------*
       2200-UBICAR-PASO.
           MOVE ZERO TO WS-PAS-SUB.
           PERFORM 2250-BUSCAR-PASO
               THRU 2250-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PAS-CANT
                  OR WS-PAS-SUB > 0.
           IF WS-PAS-SUB > 0
               GO TO 2200-EXIT
           END-IF.
           IF WS-PAS-CANT = WS-PAS-MAX
               IF NOT WS-TABLA-LLENA
                   DISPLAY "ERROR: TABLA DE PASOS LLENA, SE "
                           "DESCARTA " TIE-PROGRAMA
                   SET WS-TABLA-LLENA TO TRUE
               END-IF
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-PAS-CANT.
           MOVE WS-PAS-CANT TO WS-PAS-SUB.
           MOVE TIE-PROGRAMA TO WS-PAS-PROGRAMA (WS-PAS-SUB).
           MOVE ZEROS TO WS-PAS-DATOS (WS-PAS-SUB).
       2200-EXIT.
           EXIT.

       2250-BUSCAR-PASO.
           IF WS-PAS-PROGRAMA (WS-SUB) = TIE-PROGRAMA
               MOVE WS-SUB TO WS-PAS-SUB
           END-IF.
       2250-EXIT.
           EXIT.

       2300-SUMAR-PERIODO.
           ADD 1 TO WS-PER-CORRIDAS (WS-PAS-SUB, WS-PER).
           ADD TIE-SEGUNDOS TO WS-PER-SEGUNDOS (WS-PAS-SUB, WS-PER).
           ADD TIE-REGISTROS TO WS-PER-REGISTROS (WS-PAS-SUB, WS-PER).
           IF TIE-SEGUNDOS > WS-PER-MAXIMO (WS-PAS-SUB, WS-PER)
               MOVE TIE-SEGUNDOS TO WS-PER-MAXIMO (WS-PAS-SUB, WS-PER)
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-LEER-HISTORIA - LECTURA DE UN REGISTRO DE PASOHIST,  *
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
      *  3000-LISTAR-PASOS - UNA LINEA POR PROGRAMA QUE CORRIO EN  *
      *  LA SEMANA: CORRIDAS, PROMEDIO CONTRA LA SEMANA ANTERIOR   *
      *  (VARIACION EN %), SEGUNDOS POR MIL REGISTROS DE LAS DOS   *
      *  SEMANAS, MAXIMO DE LA SEMANA Y PROMEDIO HISTORICO PROPIO. *
      *-----------------------------------------------------------*
       3000-LISTAR-PASOS.
           SUBTRACT 6 FROM WS-SERIE-HASTA GIVING WS-SERIE-FECHA.
           PERFORM 7050-FECHA-DE-SERIE
               THRU 7050-EXIT.
           MOVE WS-FECHA-NUM TO WS-PAR-DESDE.
           WRITE REPORT-REC FROM WS-PARAM-LINE.
           WRITE REPORT-REC FROM WS-PASOS-TITULO.
           WRITE REPORT-REC FROM WS-PASOS-TITULOS.
           PERFORM 3100-LINEA-PASO
               THRU 3100-EXIT
               VARYING WS-PAS-SUB FROM 1 BY 1
               UNTIL WS-PAS-SUB > WS-PAS-CANT.
       3000-EXIT.
           EXIT.

       3100-LINEA-PASO.
           IF WS-PER-CORRIDAS (WS-PAS-SUB, 1) = 0
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-PAS-PROGRAMA (WS-PAS-SUB) TO WS-PSL-PROGRAMA.
           MOVE WS-PER-CORRIDAS (WS-PAS-SUB, 1) TO WS-PSL-CORRIDAS.
           COMPUTE WS-PROMEDIO ROUNDED =
               WS-PER-SEGUNDOS (WS-PAS-SUB, 1)
             / WS-PER-CORRIDAS (WS-PAS-SUB, 1).
           MOVE WS-PROMEDIO TO WS-PSL-PROMEDIO.
           MOVE 1 TO WS-PER.
           PERFORM 3200-CALCULAR-POR-MIL
               THRU 3200-EXIT.
           MOVE WS-POR-MIL TO WS-PSL-POR-MIL.
           MOVE WS-PER-MAXIMO (WS-PAS-SUB, 1) TO WS-PSL-MAXIMO.

           IF WS-PER-CORRIDAS (WS-PAS-SUB, 2) = 0
               MOVE SPACES TO WS-PSL-ANTERIOR-X
                              WS-PSL-VARIACION-X
               MOVE ZERO TO WS-PSL-POR-MIL-ANT
           ELSE
               COMPUTE WS-PROMEDIO-ANT ROUNDED =
                   WS-PER-SEGUNDOS (WS-PAS-SUB, 2)
                 / WS-PER-CORRIDAS (WS-PAS-SUB, 2)
               MOVE WS-PROMEDIO-ANT TO WS-PSL-ANTERIOR
               IF WS-PROMEDIO-ANT > 0
                   COMPUTE WS-VARIACION ROUNDED =
                       (WS-PROMEDIO - WS-PROMEDIO-ANT) * 100
                     / WS-PROMEDIO-ANT
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-VARIACION
                   END-COMPUTE
                   MOVE WS-VARIACION TO WS-PSL-VARIACION
               ELSE
                   MOVE SPACES TO WS-PSL-VARIACION-X
               END-IF
               MOVE 2 TO WS-PER
               PERFORM 3200-CALCULAR-POR-MIL
                   THRU 3200-EXIT
               MOVE WS-POR-MIL TO WS-PSL-POR-MIL-ANT
           END-IF.

           IF WS-PER-CORRIDAS (WS-PAS-SUB, 3) = 0
               MOVE ZERO TO WS-PSL-HISTORICO
           ELSE
               COMPUTE WS-PROMEDIO-HIST ROUNDED =
                   WS-PER-SEGUNDOS (WS-PAS-SUB, 3)
                 / WS-PER-CORRIDAS (WS-PAS-SUB, 3)
               MOVE WS-PROMEDIO-HIST TO WS-PSL-HISTORICO
           END-IF.
           WRITE REPORT-REC FROM WS-PASO-LINE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-CALCULAR-POR-MIL - SEGUNDOS POR MIL REGISTROS DEL    *
      *  PROGRAMA EN EL PERIODO WS-PER; SIN VOLUMEN QUEDA EN CERO. *
      *-----------------------------------------------------------*
       3200-CALCULAR-POR-MIL.
           MOVE ZERO TO WS-POR-MIL.
           IF WS-PER-REGISTROS (WS-PAS-SUB, WS-PER) > 0
               COMPUTE WS-POR-MIL ROUNDED =
                   WS-PER-SEGUNDOS (WS-PAS-SUB, WS-PER) * 1000
                 / WS-PER-REGISTROS (WS-PAS-SUB, WS-PER)
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-POR-MIL
               END-COMPUTE
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-LISTAR-NOCHES - UNA LINEA POR NOCHE DE LA SEMANA CON *
      *  SU INICIO, SU FIN, LA SUMA DE LOS TIEMPOS DE SUS PASOS,   *
      *  EL VOLUMEN Y EL MARGEN CONTRA LA HORA DE FIN DE LA        *
      *  VENTANA (NEGATIVO = TERMINO DESPUES). DE PASO ACUMULA EL  *
      *  AJUSTE LINEAL SOBRE TODAS LAS NOCHES DE LA TENDENCIA.     *
      *-----------------------------------------------------------*
       4000-LISTAR-NOCHES.
           WRITE REPORT-REC FROM WS-NOCHES-TITULO.
           WRITE REPORT-REC FROM WS-NOCHES-TITULOS.
           PERFORM 4100-EVALUAR-NOCHE
               THRU 4100-EXIT
               VARYING WS-NOC-SUB FROM 1 BY 1
               UNTIL WS-NOC-SUB > WS-NOC-CANT.
       4000-EXIT.
           EXIT.

       4100-EVALUAR-NOCHE.
           MOVE WS-NOC-INICIO-HORA (WS-NOC-SUB) TO WS-HORA-PARTES.
           PERFORM 7100-SEGUNDOS-DE-HORA
               THRU 7100-EXIT.
           MOVE WS-SEGUNDOS-HORA TO WS-SEG-INICIO.
           MOVE WS-NOC-FIN-HORA (WS-NOC-SUB) TO WS-HORA-PARTES.
           PERFORM 7100-SEGUNDOS-DE-HORA
               THRU 7100-EXIT.
           MOVE WS-SEGUNDOS-HORA TO WS-SEG-FIN.
           IF WS-NOC-FIN-FECHA (WS-NOC-SUB)
                > WS-NOC-INICIO-FECHA (WS-NOC-SUB)
               ADD 86400 TO WS-SEG-FIN
           END-IF.
           IF WS-SEG-VENTANA-FIN > WS-SEG-INICIO
               SUBTRACT WS-SEG-INICIO FROM WS-SEG-VENTANA-FIN
                   GIVING WS-SEG-DISPONIBLE
           ELSE
               COMPUTE WS-SEG-DISPONIBLE =
                   WS-SEG-VENTANA-FIN + 86400 - WS-SEG-INICIO
           END-IF.

           ADD 1 TO WS-REG-N.
           SUBTRACT WS-SERIE-PRIMERA FROM WS-NOC-SERIE (WS-NOC-SUB)
               GIVING WS-REG-X.
           ADD WS-REG-X TO WS-REG-SX.
           ADD WS-NOC-SEGUNDOS (WS-NOC-SUB) TO WS-REG-SY.
           COMPUTE WS-REG-SXX = WS-REG-SXX + (WS-REG-X * WS-REG-X).
           COMPUTE WS-REG-SXY = WS-REG-SXY
               + (WS-REG-X * WS-NOC-SEGUNDOS (WS-NOC-SUB)).
           ADD WS-SEG-INICIO TO WS-REG-SINI.

           IF WS-NOC-SERIE (WS-NOC-SUB) < WS-SERIE-SEMANA
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-NOC-FECHA (WS-NOC-SUB) TO WS-NCL-FECHA.
           MOVE WS-NOC-INICIO-HORA (WS-NOC-SUB) TO WS-HORA-PARTES.
           PERFORM 7200-EDITAR-HORA
               THRU 7200-EXIT.
           MOVE WS-HORA-EDITADA TO WS-NCL-INICIO.
           MOVE WS-NOC-FIN-HORA (WS-NOC-SUB) TO WS-HORA-PARTES.
           PERFORM 7200-EDITAR-HORA
               THRU 7200-EXIT.
           MOVE WS-HORA-EDITADA TO WS-NCL-FIN.
           MOVE WS-NOC-SEGUNDOS (WS-NOC-SUB) TO WS-NCL-DURACION.
           MOVE WS-NOC-REGISTROS (WS-NOC-SUB) TO WS-NCL-REGISTROS.
           MOVE ZERO TO WS-POR-MIL.
           IF WS-NOC-REGISTROS (WS-NOC-SUB) > 0
               COMPUTE WS-POR-MIL ROUNDED =
                   WS-NOC-SEGUNDOS (WS-NOC-SUB) * 1000
                 / WS-NOC-REGISTROS (WS-NOC-SUB)
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-POR-MIL
               END-COMPUTE
           END-IF.
           MOVE WS-POR-MIL TO WS-NCL-POR-MIL.
           COMPUTE WS-SEG-MARGEN =
               WS-SEG-DISPONIBLE - (WS-SEG-FIN - WS-SEG-INICIO).
           MOVE WS-SEG-MARGEN TO WS-NCL-MARGEN.
           IF WS-SEG-MARGEN < 0
               MOVE "EXCEDIDA" TO WS-NCL-NOTA
               ADD 1 TO WS-CONT-EXCEDIDAS
               DISPLAY "AVISO: NOCHE " WS-NOC-FECHA (WS-NOC-SUB)
                       " TERMINO DESPUES DEL FIN DE LA VENTANA"
           ELSE
               MOVE SPACES TO WS-NCL-NOTA
           END-IF.
           WRITE REPORT-REC FROM WS-NOCHE-LINE.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4500-PROYECTAR-VENTANA - AJUSTE POR MINIMOS CUADRADOS DE  *
      *  LA DURACION DE LA NOCHE CONTRA EL DIA. LA VENTANA         *
      *  DISPONIBLE VA DEL INICIO PROMEDIO A LA HORA DE FIN        *
      *  ACORDADA; SI LA DURACION AJUSTADA CRECE, LA FECHA DE      *
      *  EXCESO ES LA FECHA DEL INFORME MAS LOS DIAS QUE FALTAN    *
      *  PARA QUE LA RECTA ALCANCE ESA VENTANA.                    *
      *-----------------------------------------------------------*
       4500-PROYECTAR-VENTANA.
           WRITE REPORT-REC FROM WS-PROYECCION-TITULO.
           IF WS-REG-N < 2
               MOVE "HISTORIA INSUFICIENTE PARA PROYECTAR (MENOS DE 2 "
                 TO REPORT-REC
               MOVE "NOCHES)" TO REPORT-REC (51:7)
               WRITE REPORT-REC
               GO TO 4500-EXIT
           END-IF.
           COMPUTE WS-REG-DEN =
               (WS-REG-N * WS-REG-SXX) - (WS-REG-SX * WS-REG-SX).
           IF WS-REG-DEN = 0
               MOVE "HISTORIA INSUFICIENTE PARA PROYECTAR (UNA SOLA "
                 TO REPORT-REC
               MOVE "FECHA)" TO REPORT-REC (49:6)
               WRITE REPORT-REC
               GO TO 4500-EXIT
           END-IF.
           COMPUTE WS-REG-PENDIENTE ROUNDED =
               ((WS-REG-N * WS-REG-SXY) - (WS-REG-SX * WS-REG-SY))
             / WS-REG-DEN.
           COMPUTE WS-REG-ORDENADA ROUNDED =
               (WS-REG-SY - (WS-REG-PENDIENTE * WS-REG-SX))
             / WS-REG-N.
           SUBTRACT WS-SERIE-PRIMERA FROM WS-SERIE-HASTA
               GIVING WS-REG-X.
           COMPUTE WS-REG-AJUSTADO ROUNDED =
               WS-REG-ORDENADA + (WS-REG-PENDIENTE * WS-REG-X).
           IF WS-REG-AJUSTADO < 0
               MOVE ZERO TO WS-REG-AJUSTADO
           END-IF.
           COMPUTE WS-REG-INICIO-PROM ROUNDED =
               WS-REG-SINI / WS-REG-N.
           IF WS-SEG-VENTANA-FIN > WS-REG-INICIO-PROM
               SUBTRACT WS-REG-INICIO-PROM FROM WS-SEG-VENTANA-FIN
                   GIVING WS-REG-DISPONIBLE
           ELSE
               COMPUTE WS-REG-DISPONIBLE =
                   WS-SEG-VENTANA-FIN + 86400 - WS-REG-INICIO-PROM
           END-IF.

           MOVE WS-REG-N TO WS-AJL-NOCHES.
           MOVE WS-REG-AJUSTADO TO WS-AJL-AJUSTADO.
           MOVE WS-REG-PENDIENTE TO WS-AJL-PENDIENTE.
           WRITE REPORT-REC FROM WS-AJUSTE-LINE.
           DISPLAY WS-AJUSTE-LINE.
           MOVE WS-REG-INICIO-PROM TO WS-SEGUNDOS-HORA.
           PERFORM 7300-HORA-DE-SEGUNDOS
               THRU 7300-EXIT.
           PERFORM 7200-EDITAR-HORA
               THRU 7200-EXIT.
           MOVE WS-HORA-EDITADA TO WS-VTL-INICIO.
           MOVE WS-REG-DISPONIBLE TO WS-VTL-DISPONIBLE.
           WRITE REPORT-REC FROM WS-VENTANA-LINE.

           IF WS-REG-AJUSTADO NOT < WS-REG-DISPONIBLE
               MOVE "LA DURACION AJUSTADA YA EXCEDE LA VENTANA"
                 TO REPORT-REC
               WRITE REPORT-REC
               DISPLAY "AVISO: LA DURACION AJUSTADA DEL CICLO YA "
                       "EXCEDE LA VENTANA"
               ADD 1 TO WS-CONT-EXCEDIDAS
               GO TO 4500-EXIT
           END-IF.
           IF WS-REG-PENDIENTE NOT > 0
               MOVE "SIN CRECIMIENTO: NO SE PROYECTA EXCESO DE LA "
                 TO REPORT-REC
               MOVE "VENTANA" TO REPORT-REC (46:7)
               WRITE REPORT-REC
               GO TO 4500-EXIT
           END-IF.
           COMPUTE WS-REG-DIAS ROUNDED =
               (WS-REG-DISPONIBLE - WS-REG-AJUSTADO)
             / WS-REG-PENDIENTE
               ON SIZE ERROR
                   MOVE 9999999 TO WS-REG-DIAS
           END-COMPUTE.
           IF WS-REG-DIAS > WS-DIAS-MAXIMO
               MOVE "AL CRECIMIENTO ACTUAL NO SE EXCEDE LA VENTANA EN "
                 TO REPORT-REC
               MOVE "10 ANIOS" TO REPORT-REC (50:8)
               WRITE REPORT-REC
               GO TO 4500-EXIT
           END-IF.
           MOVE WS-FECHA-HASTA TO WS-PROYECCION-FECHA.
           PERFORM 6500-SUMAR-DIA
               THRU 6500-EXIT
               WS-REG-DIAS TIMES.
           MOVE WS-PROYECCION-FECHA TO WS-EXL-FECHA.
           MOVE WS-REG-DIAS TO WS-EXL-DIAS.
           WRITE REPORT-REC FROM WS-EXCESO-LINE.
           DISPLAY WS-EXCESO-LINE.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-LISTAR-FUERA-RANGO - SEGUNDA PASADA SOBRE PASOHIST:  *
      *  CADA PASO DE LA SEMANA QUE TARDO MAS QUE EL FACTOR DE     *
      *  TIEMCTL VECES SU PROMEDIO HISTORICO PROPIO, SI TIENE LAS  *
      *  CORRIDAS PREVIAS MINIMAS PARA QUE ESE PROMEDIO VALGA.     *
      *-----------------------------------------------------------*
       5000-LISTAR-FUERA-RANGO.
           WRITE REPORT-REC FROM WS-FUERA-TITULO.
           SET WS-EOF-NO TO TRUE.
           OPEN INPUT HIST-FILE.
           PERFORM 2900-LEER-HISTORIA
               THRU 2900-EXIT.
           PERFORM 5100-EVALUAR-CORRIDA
               THRU 5100-EXIT
               UNTIL WS-EOF-YES.
           CLOSE HIST-FILE.
           IF WS-CONT-FUERA = 0
               MOVE "NINGUN PASO FUERA DE SU PROMEDIO" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.
       5000-EXIT.
           EXIT.

       5100-EVALUAR-CORRIDA.
           IF TIE-FECHA > WS-FECHA-HASTA
               GO TO 5100-LEER
           END-IF.
           MOVE TIE-FECHA TO WS-FECHA-NUM.
           PERFORM 7000-CALCULAR-SERIE
               THRU 7000-EXIT.
           IF WS-SERIE-FECHA < WS-SERIE-SEMANA
               GO TO 5100-LEER
           END-IF.
           PERFORM 2200-UBICAR-PASO
               THRU 2200-EXIT.
           IF WS-PAS-SUB = 0
               GO TO 5100-LEER
           END-IF.
           IF WS-PER-CORRIDAS (WS-PAS-SUB, 3) < WS-MIN-CORRIDAS
              OR WS-PER-CORRIDAS (WS-PAS-SUB, 3) = 0
               GO TO 5100-LEER
           END-IF.
           COMPUTE WS-PROMEDIO-HIST ROUNDED =
               WS-PER-SEGUNDOS (WS-PAS-SUB, 3)
             / WS-PER-CORRIDAS (WS-PAS-SUB, 3).
           IF WS-PROMEDIO-HIST = 0
              OR TIE-SEGUNDOS NOT > WS-PROMEDIO-HIST * WS-FACTOR
               GO TO 5100-LEER
           END-IF.
           COMPUTE WS-VECES ROUNDED =
               TIE-SEGUNDOS / WS-PROMEDIO-HIST
               ON SIZE ERROR
                   MOVE 999.9 TO WS-VECES
           END-COMPUTE.
           ADD 1 TO WS-CONT-FUERA.
           MOVE TIE-FECHA TO WS-FRL-FECHA.
           MOVE TIE-PROGRAMA TO WS-FRL-PROGRAMA.
           MOVE TIE-SEGUNDOS TO WS-FRL-SEGUNDOS.
           MOVE WS-PROMEDIO-HIST TO WS-FRL-PROMEDIO.
           MOVE WS-VECES TO WS-FRL-VECES.
           WRITE REPORT-REC FROM WS-FUERA-LINE.
           DISPLAY WS-FUERA-LINE.
       5100-LEER.
           PERFORM 2900-LEER-HISTORIA
               THRU 2900-EXIT.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6500-SUMAR-DIA - AVANZA UN DIA CALENDARIO LA FECHA DE     *
      *  WS-PROYECCION-FECHA (MESES DE SU LARGO REAL, FEBRERO DE   *
      *  29 DIAS EN LOS BISIESTOS).                                *
      *-----------------------------------------------------------*
       6500-SUMAR-DIA.
           ADD 1 TO WS-PRY-DD.
           EVALUATE WS-PRY-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-PRY-LARGO-MES
               WHEN 2
                   DIVIDE WS-PRY-AA BY 4 GIVING WS-PRY-COCIENTE
                       REMAINDER WS-PRY-RESTO-4
                   DIVIDE WS-PRY-AA BY 100 GIVING WS-PRY-COCIENTE
                       REMAINDER WS-PRY-RESTO-100
                   DIVIDE WS-PRY-AA BY 400 GIVING WS-PRY-COCIENTE
                       REMAINDER WS-PRY-RESTO-400
                   IF WS-PRY-RESTO-4 = 0
                      AND (WS-PRY-RESTO-100 NOT = 0
                        OR WS-PRY-RESTO-400 = 0)
                       MOVE 29 TO WS-PRY-LARGO-MES
                   ELSE
                       MOVE 28 TO WS-PRY-LARGO-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-PRY-LARGO-MES
           END-EVALUATE.
           IF WS-PRY-DD > WS-PRY-LARGO-MES
               MOVE 1 TO WS-PRY-DD
               ADD 1 TO WS-PRY-MM
               IF WS-PRY-MM > 12
                   MOVE 1 TO WS-PRY-MM
                   ADD 1 TO WS-PRY-AA
               END-IF
           END-IF.
       6500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-CALCULAR-SERIE - CONVIERTE LA FECHA DE WS-FECHA-NUM  *
      *  EN UN NUMERO DE SERIE DE DIAS (CONVENCION 30/360).        *
      *-----------------------------------------------------------*
       7000-CALCULAR-SERIE.
           COMPUTE WS-SERIE-FECHA =
               (WS-FEC-AA * 360) + (WS-FEC-MM * 30) + WS-FEC-DD.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7050-FECHA-DE-SERIE - VUELVE DE LA SERIE 30/360 A LA      *
      *  FECHA EN WS-FECHA-NUM (EL DIA 30 DE UN MES CORTO QUEDA EN *
      *  SU ULTIMO DIA), PARA ROTULAR EL DESDE DE LA SEMANA.       *
      *-----------------------------------------------------------*
       7050-FECHA-DE-SERIE.
           SUBTRACT 31 FROM WS-SERIE-FECHA.
           DIVIDE WS-SERIE-FECHA BY 360 GIVING WS-FEC-AA
               REMAINDER WS-SERIE-FECHA.
           DIVIDE WS-SERIE-FECHA BY 30 GIVING WS-FEC-MM
               REMAINDER WS-FEC-DD.
           ADD 1 TO WS-FEC-MM.
           ADD 1 TO WS-FEC-DD.
           IF WS-FEC-MM = 2
              AND WS-FEC-DD > 28
               MOVE 28 TO WS-FEC-DD
           END-IF.
       7050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7100-SEGUNDOS-DE-HORA - SEGUNDOS DEL DIA DE LA HORA       *
      *  HHMMSSCC QUE ESTA EN WS-HORA-PARTES.                      *
      *-----------------------------------------------------------*
       7100-SEGUNDOS-DE-HORA.
           COMPUTE WS-SEG-ENTEROS =
               (WS-HP-HH * 3600) + (WS-HP-MM * 60) + WS-HP-SS.
           COMPUTE WS-SEGUNDOS-HORA = WS-SEG-ENTEROS
             + (WS-HP-CC / 100).
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7200-EDITAR-HORA - ARMA HH:MM:SS DESDE WS-HORA-PARTES.    *
      *-----------------------------------------------------------*
       7200-EDITAR-HORA.
           MOVE WS-HP-HH TO WS-HED-HH.
           MOVE WS-HP-MM TO WS-HED-MM.
           MOVE WS-HP-SS TO WS-HED-SS.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7300-HORA-DE-SEGUNDOS - PASA LOS SEGUNDOS DEL DIA DE      *
      *  WS-SEGUNDOS-HORA A WS-HORA-PARTES.                        *
      *-----------------------------------------------------------*
       7300-HORA-DE-SEGUNDOS.
           DIVIDE WS-SEGUNDOS-HORA BY 3600 GIVING WS-HP-HH
               REMAINDER WS-SEGUNDOS-HORA.
           DIVIDE WS-SEGUNDOS-HORA BY 60 GIVING WS-HP-MM
               REMAINDER WS-SEGUNDOS-HORA.
           MOVE WS-SEGUNDOS-HORA TO WS-HP-SS.
           MOVE ZERO TO WS-HP-CC.
       7300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - ESCRIBE EL RESUMEN Y EL PIE Y CIERRA EL  *
      *  REPORTE.                                                  *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           MOVE WS-CONT-SEMANA TO WS-SUM-SEMANA.
           MOVE WS-NOC-CANT TO WS-SUM-NOCHES.
           MOVE WS-CONT-EXCEDIDAS TO WS-SUM-EXCEDIDAS.
           MOVE WS-CONT-FUERA TO WS-SUM-FUERA.
           WRITE REPORT-REC FROM WS-SUMMARY-LINE.
           DISPLAY WS-SUMMARY-LINE.
           IF WS-TABLA-LLENA
               MOVE "ADVERTENCIA: TABLA DE TRABAJO LLENA, INFORME "
                 TO REPORT-REC
               MOVE "INCOMPLETO" TO REPORT-REC (46:10)
               WRITE REPORT-REC
           END-IF.

           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-CONT-LEIDOS TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-FUERA TO RPT-TRL-ERRORES.
           WRITE REPORT-REC FROM RPT-TRAILER-LINE.
           CLOSE REPORT-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM TIEMSEM.
