      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-11
      * Purpose:       Cierre de ejercicio: consolida los doce meses
      *                del maestro mensual MAESTMES (copybook
      *                CBMESMAE) del ejercicio pedido en el maestro
      *                anual ANUALMAE (copybook CBANOMAE) - una linea
      *                por mes y los totales del ejercicio de los
      *                contadores de CONDIF y de los procesados,
      *                rechazados y subtotales de SUMAPGM - y deja el
      *                estado anual en ANORPT. Cerrado el ejercicio,
      *                sus registros de MAESTMES, TOTHIST y SUMAHIST
      *                pasan a los archivos del ejercicio (ARCHMES,
      *                ARCHTOT, ARCHSUM) y los maestros vivos se
      *                reescriben sin ellos, arrancando limpios. El
      *                ejercicio se toma de ANOCTL (AAAA); sin
      *                registro se cierra el anterior al de la fecha
      *                de corrida. Se niega con RETURN-CODE 8 el
      *                ejercicio que aun no termino, el ya cerrado y
      *                el que tiene meses sin datos en MAESTMES, salvo
      *                que ANOCTL pida el modo F con operador y motivo;
      *                el cierre forzado queda asentado en el registro
      *                de cierres ANOREG y termina con RETURN-CODE 2.
      *                El operador del modo F se valida contra OPERAUT
      *                (rutina AUTORIZA, opcion F de CIERRANO). TOTHIST
      *                queda sin los dias del ejercicio cerrado: los
      *                controles que miran dias procesados anteriores
      *                (DUPSOSP, PERFCTA) los toman de CONDIDX, que
      *                este cierre no toca, para no quedar ciegos las
      *                primeras noches de enero.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-11 RMM  Version inicial del cierre de ejercicio.
      *  2026-10-15 RMM  El modo F exige un operador autorizado en
      *                  OPERAUT (opcion F de CIERRANO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRANO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAESTRO-FILE ASSIGN TO "MAESTMES"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TOTHIST-FILE ASSIGN TO "TOTHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUMAHIST-FILE ASSIGN TO "SUMAHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ANUAL-FILE ASSIGN TO "ANUALMAE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CTRL-FILE ASSIGN TO "ANOCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHMES-FILE ASSIGN TO "ARCHMES"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHTOT-FILE ASSIGN TO "ARCHTOT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHSUM-FILE ASSIGN TO "ARCHSUM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESTO-FILE ASSIGN TO "ANOREST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REGISTRO-FILE ASSIGN TO "ANOREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "ANORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-FILE.
       COPY CBMESMAE.

       FD  TOTHIST-FILE.
       COPY CBTOTHIS.

       FD  SUMAHIST-FILE.
       COPY CBSUMHIS.

       FD  ANUAL-FILE.
       COPY CBANOMAE.

       FD  CTRL-FILE.
       01  CTRL-REC.
           05  CTRL-ANIO                   PIC X(04).
           05  CTRL-MODO                   PIC X(01).
           05  CTRL-OPERADOR               PIC X(08).
           05  CTRL-MOTIVO                 PIC X(40).

       FD  ARCHMES-FILE.
       01  ARCHMES-REC                     PIC X(94).

       FD  ARCHTOT-FILE.
       01  ARCHTOT-REC                     PIC X(47).

       FD  ARCHSUM-FILE.
       01  ARCHSUM-REC                     PIC X(55).

      *    ARCHIVO DE TRABAJO DONDE QUEDAN LOS REGISTROS DE OTROS
      *    EJERCICIOS MIENTRAS SE REESCRIBE CADA MAESTRO VIVO; SE
      *    USA DE A UN MAESTRO POR VEZ.
       FD  RESTO-FILE.
       01  RESTO-REC                       PIC X(94).

       FD  REGISTRO-FILE.
       01  ARG-REGISTRO.
           05  ARG-ANIO                    PIC X(04).
           05  ARG-FORZADO                 PIC X(01).
           05  ARG-MESES-FALTAN            PIC 9(02).
           05  ARG-MAPA-MESES              PIC X(12).
           05  ARG-ARCH-MAESTMES           PIC 9(07).
           05  ARG-ARCH-TOTHIST            PIC 9(07).
           05  ARG-ARCH-SUMAHIST           PIC 9(07).
           05  ARG-FECHA-CORRIDA           PIC X(08).
           05  ARG-HORA-CORRIDA            PIC X(08).
           05  ARG-OPERADOR                PIC X(08).
           05  ARG-MOTIVO                  PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-HORA-CORRIDA                 PIC X(08)   VALUE SPACES.

       COPY CBRPTHDR.
       COPY CBAUTORI.

       01  WS-PEDIDO.
           05  WS-ANIO-CIERRE              PIC X(04).
           05  WS-ANIO-CIERRE-NUM REDEFINES WS-ANIO-CIERRE
                                            PIC 9(04).
           05  WS-PED-MODO                 PIC X(01)   VALUE SPACES.
               88  WS-MODO-FORZAR                      VALUE "F".
           05  WS-PED-OPERADOR             PIC X(08)   VALUE SPACES.
           05  WS-PED-MOTIVO               PIC X(40)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW                   PIC X(01)   VALUE "N".
               88  WS-EOF-YES                          VALUE "Y".
               88  WS-EOF-NO                            VALUE "N".
           05  WS-NEGADO-SW                PIC X(01)   VALUE "N".
               88  WS-CIERRE-NEGADO                    VALUE "S".
           05  WS-SIN-DATOS-SW             PIC X(01)   VALUE "N".
               88  WS-SIN-DATOS                        VALUE "S".
           05  WS-FORZADO-SW               PIC X(01)   VALUE "N".
               88  WS-CIERRE-FORZADO                   VALUE "S".
           05  WS-CERRADO-SW               PIC X(01)   VALUE "N".
               88  WS-YA-CERRADO                       VALUE "S".

       01  WS-MOTIVO-NEGADO                PIC X(50)   VALUE SPACES.
       01  WS-FECHA-CERRADO                PIC X(08)   VALUE SPACES.

      *    UNA ENTRADA POR MES DEL EJERCICIO; LA ENTRADA 13 LLEVA
      *    LOS TOTALES DEL EJERCICIO.
       01  WS-TABLA-MESES.
           05  WS-MES-ENTRADA OCCURS 13 TIMES.
               10  WS-M-DIAS               PIC 9(03).
               10  WS-M-BAJO               PIC 9(09).
               10  WS-M-MEDIO              PIC 9(09).
               10  WS-M-ALTO               PIC 9(09).
               10  WS-M-REGISTROS          PIC 9(09).
               10  WS-M-TOTAL              PIC 9(11)V99.
               10  WS-M-PROCESADOS         PIC 9(09).
               10  WS-M-RECHAZADOS         PIC 9(09).
               10  WS-M-SUB2               PIC 9(11)V99.
               10  WS-M-SUB3               PIC 9(11)V99.
               10  WS-M-SUB4               PIC 9(11)V99.

       01  WS-SUB                          PIC S9(4)   COMP.
       01  WS-MES-NUM                      PIC 9(02).
       01  WS-MESES-FALTAN                 PIC 9(02)   VALUE ZERO.
       01  WS-MAPA-MESES                   PIC X(12)   VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-CONT-IGNORADOS           PIC 9(07)   VALUE ZERO.
           05  WS-ARCH-MAESTMES            PIC 9(07)   VALUE ZERO.
           05  WS-ARCH-TOTHIST             PIC 9(07)   VALUE ZERO.
           05  WS-ARCH-SUMAHIST            PIC 9(07)   VALUE ZERO.
           05  WS-RESTO-MAESTMES           PIC 9(07)   VALUE ZERO.
           05  WS-RESTO-TOTHIST            PIC 9(07)   VALUE ZERO.
           05  WS-RESTO-SUMAHIST           PIC 9(07)   VALUE ZERO.

       01  WS-ETIQUETA                     PIC X(06).
       01  WS-MES-ED                       PIC 99.

       01  WS-PEDIDO-LINE.
           05  FILLER                      PIC X(11)
               VALUE "EJERCICIO: ".
           05  WS-PDL-ANIO                 PIC X(04).
           05  FILLER                      PIC X(07)   VALUE " MODO: ".
           05  WS-PDL-MODO                 PIC X(08).
           05  FILLER                      PIC X(11)
               VALUE " OPERADOR: ".
           05  WS-PDL-OPERADOR             PIC X(08).

       01  WS-FALTA-LINE.
           05  FILLER                      PIC X(26)
               VALUE "MES SIN DATOS EN MAESTMES:".
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-FAL-ANIO                 PIC X(04).
           05  FILLER                      PIC X(01)   VALUE "-".
           05  WS-FAL-MES                  PIC 99.

       01  WS-CONTADOR-LINE.
           05  WS-CTL-ETIQUETA             PIC X(06).
           05  FILLER                      PIC X(06)   VALUE " DIAS=".
           05  WS-CTL-DIAS                 PIC ZZ9.
           05  FILLER                      PIC X(05)   VALUE " REG=".
           05  WS-CTL-REGISTROS            PIC Z(8)9.
           05  FILLER                      PIC X(06)   VALUE " BAJO=".
           05  WS-CTL-BAJO                 PIC Z(8)9.
           05  FILLER                      PIC X(07)   VALUE " MEDIO=".
           05  WS-CTL-MEDIO                PIC Z(8)9.
           05  FILLER                      PIC X(06)   VALUE " ALTO=".
           05  WS-CTL-ALTO                 PIC Z(8)9.

       01  WS-RESULTADO-LINE.
           05  WS-RSL-ETIQUETA             PIC X(06).
           05  FILLER                      PIC X(05)   VALUE " TOT=".
           05  WS-RSL-TOTAL                PIC Z(10)9.99.
           05  FILLER                      PIC X(06)   VALUE " PROC=".
           05  WS-RSL-PROCESADOS           PIC Z(8)9.
           05  FILLER                      PIC X(06)   VALUE " RECH=".
           05  WS-RSL-RECHAZADOS           PIC Z(8)9.

       01  WS-SUBTOTAL-LINE.
           05  WS-SBL-ETIQUETA             PIC X(06).
           05  FILLER                      PIC X(06)   VALUE " SUMA=".
           05  WS-SBL-SUB2                 PIC Z(10)9.99.
           05  FILLER                      PIC X(07)   VALUE " RESTA=".
           05  WS-SBL-SUB3                 PIC Z(10)9.99.
           05  FILLER                      PIC X(06)   VALUE " MULT=".
           05  WS-SBL-SUB4                 PIC Z(10)9.99.

       01  WS-ARCHIVO-LINE.
           05  FILLER                      PIC X(20)
               VALUE "ARCHIVADOS MAESTMES=".
           05  WS-ARL-MAESTMES             PIC Z(6)9.
           05  FILLER                      PIC X(09)
               VALUE " TOTHIST=".
           05  WS-ARL-TOTHIST              PIC Z(6)9.
           05  FILLER                      PIC X(10)
               VALUE " SUMAHIST=".
           05  WS-ARL-SUMAHIST             PIC Z(6)9.

       01  WS-VIVO-LINE.
           05  FILLER                      PIC X(20)
               VALUE "QUEDAN    MAESTMES=".
           05  WS-VIL-MAESTMES             PIC Z(6)9.
           05  FILLER                      PIC X(09)
               VALUE " TOTHIST=".
           05  WS-VIL-TOTHIST              PIC Z(6)9.
           05  FILLER                      PIC X(10)
               VALUE " SUMAHIST=".
           05  WS-VIL-SUMAHIST             PIC Z(6)9.

       01  WS-RESUMEN-LINE.
           05  FILLER                      PIC X(10)
               VALUE "EJERCICIO ".
           05  WS-RSM-ANIO                 PIC X(04).
           05  WS-RSM-ESTADO               PIC X(10).
           05  FILLER                      PIC X(06)   VALUE " DIAS=".
           05  WS-RSM-DIAS                 PIC ZZ9.
           05  FILLER                      PIC X(15)
               VALUE " MESES FALTAN=".
           05  WS-RSM-FALTAN               PIC Z9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 1500-VALIDAR-PEDIDO
               THRU 1500-EXIT.
           IF WS-CIERRE-NEGADO
               PERFORM 1900-INFORMAR-NEGADO
                   THRU 1900-EXIT
               PERFORM 8000-TERMINATE
                   THRU 8000-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT MAESTRO-FILE.
           PERFORM 2900-LEER-MAESTRO
               THRU 2900-EXIT.
           PERFORM 2000-ACUMULAR-MAESTRO
               THRU 2000-EXIT
               UNTIL WS-EOF-YES.
           CLOSE MAESTRO-FILE.
           PERFORM 2500-CONTROLAR-MESES
               THRU 2500-EXIT.
           PERFORM 6000-ESTADO-ANUAL
               THRU 6000-EXIT.

           IF WS-SIN-DATOS
               MOVE "SIN DATOS DEL EJERCICIO EN MAESTMES" TO REPORT-REC
               WRITE REPORT-REC
               DISPLAY "AVISO: SIN DATOS DEL EJERCICIO "
                       WS-ANIO-CIERRE " EN MAESTMES"
               PERFORM 8000-TERMINATE
                   THRU 8000-EXIT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CIERRE-NEGADO
               PERFORM 1900-INFORMAR-NEGADO
                   THRU 1900-EXIT
               PERFORM 8000-TERMINATE
                   THRU 8000-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 3000-ARCHIVAR-MAESTRO
               THRU 3000-EXIT.
           PERFORM 4000-ARCHIVAR-TOTHIST
               THRU 4000-EXIT.
           PERFORM 5000-ARCHIVAR-SUMAHIST
               THRU 5000-EXIT.
           PERFORM 7000-GRABAR-ANUAL
               THRU 7000-EXIT.
           PERFORM 7500-ASENTAR-REGISTRO
               THRU 7500-EXIT.
           PERFORM 7800-INFORMAR-CIERRE
               THRU 7800-EXIT.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           IF WS-CIERRE-FORZADO
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - FIJA EL EJERCICIO A CERRAR (ANOCTL O EL *
      *  ANTERIOR AL DE LA FECHA DE CORRIDA), EL MODO, OPERADOR Y  *
      *  MOTIVO, Y ABRE EL ESTADO ANUAL.                           *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CORRIDA FROM TIME.
           MOVE WS-FECHA-CORRIDA (1:4) TO WS-ANIO-CIERRE.
           SUBTRACT 1 FROM WS-ANIO-CIERRE-NUM.
           MOVE ZEROS TO WS-TABLA-MESES.

           OPEN INPUT CTRL-FILE.
           READ CTRL-FILE
               AT END
                   DISPLAY "ANOCTL SIN REGISTRO - SE CIERRA "
                           WS-ANIO-CIERRE
               NOT AT END
                   IF CTRL-ANIO NOT = SPACES
                       MOVE CTRL-ANIO TO WS-ANIO-CIERRE
                   END-IF
                   MOVE CTRL-MODO TO WS-PED-MODO
                   MOVE CTRL-OPERADOR TO WS-PED-OPERADOR
                   MOVE CTRL-MOTIVO TO WS-PED-MOTIVO
           END-READ.
           CLOSE CTRL-FILE.

           OPEN OUTPUT REPORT-FILE.
           MOVE "ESTADO ANUAL" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.

           MOVE WS-ANIO-CIERRE TO WS-PDL-ANIO.
           IF WS-MODO-FORZAR
               MOVE "FORZADO" TO WS-PDL-MODO
           ELSE
               MOVE "NORMAL" TO WS-PDL-MODO
           END-IF.
           MOVE WS-PED-OPERADOR TO WS-PDL-OPERADOR.
           WRITE REPORT-REC FROM WS-PEDIDO-LINE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1500-VALIDAR-PEDIDO - NIEGA EL CIERRE DE UN EJERCICIO     *
      *  INVALIDO, QUE AUN NO TERMINO O QUE YA FIGURA EN EL        *
      *  MAESTRO ANUAL (SUS DATOS YA NO ESTAN EN LOS MAESTROS      *
      *  VIVOS Y UN SEGUNDO CIERRE LO GRABARIA VACIO), Y EL MODO F *
      *  SIN OPERADOR, SIN MOTIVO O CON UN OPERADOR QUE OPERAUT NO *
      *  HABILITA PARA LA OPCION F DE CIERRANO.                    *
      *-----------------------------------------------------------*
       1500-VALIDAR-PEDIDO.
           IF WS-ANIO-CIERRE NOT NUMERIC
               MOVE "EJERCICIO INVALIDO EN ANOCTL" TO WS-MOTIVO-NEGADO
               SET WS-CIERRE-NEGADO TO TRUE
               GO TO 1500-EXIT
           END-IF.
           IF WS-ANIO-CIERRE NOT < WS-FECHA-CORRIDA (1:4)
               MOVE "EL EJERCICIO AUN NO TERMINO" TO WS-MOTIVO-NEGADO
               SET WS-CIERRE-NEGADO TO TRUE
               GO TO 1500-EXIT
           END-IF.
           IF WS-MODO-FORZAR
              AND (WS-PED-OPERADOR = SPACES
                   OR WS-PED-MOTIVO = SPACES)
               MOVE "MODO F SIN OPERADOR O SIN MOTIVO EN ANOCTL"
                 TO WS-MOTIVO-NEGADO
               SET WS-CIERRE-NEGADO TO TRUE
               GO TO 1500-EXIT
           END-IF.
           IF WS-MODO-FORZAR
               MOVE WS-PED-OPERADOR TO AUT-OPERADOR
               MOVE "CIERRANO" TO AUT-PROGRAMA
               MOVE "F" TO AUT-OPCION
               CALL "AUTORIZA" USING AUT-PARAMETRO
               IF AUT-NO-AUTORIZADO
                   MOVE "OPERADOR NO AUTORIZADO AL MODO F EN OPERAUT"
                     TO WS-MOTIVO-NEGADO
                   SET WS-CIERRE-NEGADO TO TRUE
                   GO TO 1500-EXIT
               END-IF
           END-IF.

           SET WS-EOF-NO TO TRUE.
           OPEN INPUT ANUAL-FILE.
           PERFORM 1600-BUSCAR-CERRADO
               THRU 1600-EXIT
               UNTIL WS-EOF-YES
                  OR WS-YA-CERRADO.
           CLOSE ANUAL-FILE.
           SET WS-EOF-NO TO TRUE.
           IF WS-YA-CERRADO
               MOVE "EJERCICIO YA CERRADO EL " TO WS-MOTIVO-NEGADO
               MOVE WS-FECHA-CERRADO TO WS-MOTIVO-NEGADO (25:8)
               SET WS-CIERRE-NEGADO TO TRUE
           END-IF.
       1500-EXIT.
           EXIT.

       1600-BUSCAR-CERRADO.
           READ ANUAL-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 1600-EXIT
           END-READ.
           IF ANO-ANIO = WS-ANIO-CIERRE
               MOVE ANO-FECHA-CIERRE TO WS-FECHA-CERRADO
               SET WS-YA-CERRADO TO TRUE
           END-IF.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1900-INFORMAR-NEGADO - DEJA EN EL ESTADO Y EN CONSOLA EL  *
      *  MOTIVO POR EL QUE NO SE CERRO EL EJERCICIO. LOS MAESTROS  *
      *  VIVOS QUEDAN INTACTOS.                                    *
      *-----------------------------------------------------------*
       1900-INFORMAR-NEGADO.
           MOVE "CIERRE NEGADO: " TO REPORT-REC.
           MOVE WS-MOTIVO-NEGADO TO REPORT-REC (16:50).
           WRITE REPORT-REC.
           DISPLAY "ERROR: CIERRE DEL EJERCICIO " WS-ANIO-CIERRE
                   " NEGADO - " WS-MOTIVO-NEGADO.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-ACUMULAR-MAESTRO - SUMA CADA DIA DEL EJERCICIO EN SU *
      *  MES Y EN LOS TOTALES DEL EJERCICIO (ENTRADA 13).          *
      *-----------------------------------------------------------*
       2000-ACUMULAR-MAESTRO.
           IF MES-FECHA (1:4) NOT = WS-ANIO-CIERRE
               GO TO 2000-LEER
           END-IF.
           IF MES-FECHA (5:2) NOT NUMERIC
               ADD 1 TO WS-CONT-IGNORADOS
               GO TO 2000-LEER
           END-IF.
           MOVE MES-FECHA (5:2) TO WS-MES-NUM.
           IF WS-MES-NUM < 1 OR WS-MES-NUM > 12
               ADD 1 TO WS-CONT-IGNORADOS
               GO TO 2000-LEER
           END-IF.

           MOVE WS-MES-NUM TO WS-SUB.
           PERFORM 2100-SUMAR-DIA
               THRU 2100-EXIT.
           MOVE 13 TO WS-SUB.
           PERFORM 2100-SUMAR-DIA
               THRU 2100-EXIT.

       2000-LEER.
           PERFORM 2900-LEER-MAESTRO
               THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-SUMAR-DIA.
           ADD 1 TO WS-M-DIAS (WS-SUB).
           ADD MES-CONT-BAJO TO WS-M-BAJO (WS-SUB).
           ADD MES-CONT-MEDIO TO WS-M-MEDIO (WS-SUB).
           ADD MES-CONT-ALTO TO WS-M-ALTO (WS-SUB).
           ADD MES-CONT-REGISTROS TO WS-M-REGISTROS (WS-SUB).
           ADD MES-TOTAL-RESULTADO TO WS-M-TOTAL (WS-SUB).
           ADD MES-CONT-PROCESADOS TO WS-M-PROCESADOS (WS-SUB).
           ADD MES-CONT-RECHAZADOS TO WS-M-RECHAZADOS (WS-SUB).
           ADD MES-SUB-RESULTADO2 TO WS-M-SUB2 (WS-SUB).
           ADD MES-SUB-RESULTADO3 TO WS-M-SUB3 (WS-SUB).
           ADD MES-SUB-RESULTADO4 TO WS-M-SUB4 (WS-SUB).
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2500-CONTROLAR-MESES - ARMA EL MAPA DE MESES DEL          *
      *  EJERCICIO ("-" CON DATOS, "X" SIN DATOS EN MAESTMES) Y    *
      *  NIEGA EL CIERRE CON MESES FALTANTES SALVO EL MODO F, QUE  *
      *  LO DEJA MARCADO COMO CIERRE FORZADO.                      *
      *-----------------------------------------------------------*
       2500-CONTROLAR-MESES.
           IF WS-CONT-IGNORADOS > 0
               DISPLAY "AVISO: " WS-CONT-IGNORADOS
                       " REGISTROS DE MAESTMES CON MES INVALIDO"
           END-IF.
           PERFORM 2510-CONTROLAR-MES
               THRU 2510-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 12.

           IF WS-M-DIAS (13) = 0
               SET WS-SIN-DATOS TO TRUE
               GO TO 2500-EXIT
           END-IF.
           IF WS-MESES-FALTAN > 0
               IF WS-MODO-FORZAR
                   SET WS-CIERRE-FORZADO TO TRUE
                   DISPLAY "AVISO: CIERRE FORZADO DEL EJERCICIO "
                           WS-ANIO-CIERRE " CON " WS-MESES-FALTAN
                           " MESES SIN DATOS, OPERADOR "
                           WS-PED-OPERADOR
               ELSE
                   MOVE "MESES SIN DATOS EN MAESTMES - USAR MODO F"
                     TO WS-MOTIVO-NEGADO
                   SET WS-CIERRE-NEGADO TO TRUE
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

       2510-CONTROLAR-MES.
           IF WS-M-DIAS (WS-SUB) = 0
               ADD 1 TO WS-MESES-FALTAN
               MOVE "X" TO WS-MAPA-MESES (WS-SUB:1)
           ELSE
               MOVE "-" TO WS-MAPA-MESES (WS-SUB:1)
           END-IF.
       2510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-LEER-MAESTRO - LECTURA DE UN REGISTRO DEL MAESTRO    *
      *  MENSUAL, CON MARCA DE FIN DE ARCHIVO.                     *
      *-----------------------------------------------------------*
       2900-LEER-MAESTRO.
           READ MAESTRO-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-ARCHIVAR-MAESTRO - PASA LOS DIAS DEL EJERCICIO DE    *
      *  MAESTMES A SU ARCHIVO Y REESCRIBE EL MAESTRO VIVO CON LOS *
      *  DEMAS REGISTROS. EL ARCHIVO DEL EJERCICIO QUEDA CERRADO   *
      *  ANTES DE TOCAR EL MAESTRO VIVO.                           *
      *-----------------------------------------------------------*
       3000-ARCHIVAR-MAESTRO.
           SET WS-EOF-NO TO TRUE.
           OPEN INPUT MAESTRO-FILE.
           OPEN OUTPUT ARCHMES-FILE.
           OPEN OUTPUT RESTO-FILE.
           PERFORM 2900-LEER-MAESTRO
               THRU 2900-EXIT.
           PERFORM 3100-SEPARAR-MAESTRO
               THRU 3100-EXIT
               UNTIL WS-EOF-YES.
           CLOSE MAESTRO-FILE.
           CLOSE ARCHMES-FILE.
           CLOSE RESTO-FILE.

           SET WS-EOF-NO TO TRUE.
           OPEN INPUT RESTO-FILE.
           OPEN OUTPUT MAESTRO-FILE.
           PERFORM 5950-LEER-RESTO
               THRU 5950-EXIT.
           PERFORM 3200-DEVOLVER-MAESTRO
               THRU 3200-EXIT
               UNTIL WS-EOF-YES.
           CLOSE RESTO-FILE.
           CLOSE MAESTRO-FILE.
       3000-EXIT.
           EXIT.

       3100-SEPARAR-MAESTRO.
           IF MES-FECHA (1:4) = WS-ANIO-CIERRE
               WRITE ARCHMES-REC FROM MES-REGISTRO
               ADD 1 TO WS-ARCH-MAESTMES
           ELSE
               WRITE RESTO-REC FROM MES-REGISTRO
               ADD 1 TO WS-RESTO-MAESTMES
           END-IF.
           PERFORM 2900-LEER-MAESTRO
               THRU 2900-EXIT.
       3100-EXIT.
           EXIT.

       3200-DEVOLVER-MAESTRO.
           MOVE RESTO-REC TO MES-REGISTRO.
           WRITE MES-REGISTRO.
           PERFORM 5950-LEER-RESTO
               THRU 5950-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-ARCHIVAR-TOTHIST - PASA LAS CORRIDAS DEL EJERCICIO   *
      *  DE TOTHIST (RECORRIDAS INCLUIDAS, TAL CUAL) A SU ARCHIVO  *
      *  Y REESCRIBE EL MAESTRO VIVO CON LAS DEMAS.                *
      *-----------------------------------------------------------*
       4000-ARCHIVAR-TOTHIST.
           SET WS-EOF-NO TO TRUE.
           OPEN INPUT TOTHIST-FILE.
           OPEN OUTPUT ARCHTOT-FILE.
           OPEN OUTPUT RESTO-FILE.
           PERFORM 4900-LEER-TOTHIST
               THRU 4900-EXIT.
           PERFORM 4100-SEPARAR-TOTHIST
               THRU 4100-EXIT
               UNTIL WS-EOF-YES.
           CLOSE TOTHIST-FILE.
           CLOSE ARCHTOT-FILE.
           CLOSE RESTO-FILE.

           SET WS-EOF-NO TO TRUE.
           OPEN INPUT RESTO-FILE.
           OPEN OUTPUT TOTHIST-FILE.
           PERFORM 5950-LEER-RESTO
               THRU 5950-EXIT.
           PERFORM 4200-DEVOLVER-TOTHIST
               THRU 4200-EXIT
               UNTIL WS-EOF-YES.
           CLOSE RESTO-FILE.
           CLOSE TOTHIST-FILE.
       4000-EXIT.
           EXIT.

       4100-SEPARAR-TOTHIST.
           IF HIS-FECHA (1:4) = WS-ANIO-CIERRE
               WRITE ARCHTOT-REC FROM HIS-REGISTRO
               ADD 1 TO WS-ARCH-TOTHIST
           ELSE
               WRITE RESTO-REC FROM HIS-REGISTRO
               ADD 1 TO WS-RESTO-TOTHIST
           END-IF.
           PERFORM 4900-LEER-TOTHIST
               THRU 4900-EXIT.
       4100-EXIT.
           EXIT.

       4200-DEVOLVER-TOTHIST.
           MOVE RESTO-REC TO HIS-REGISTRO.
           WRITE HIS-REGISTRO.
           PERFORM 5950-LEER-RESTO
               THRU 5950-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4900-LEER-TOTHIST - LECTURA DE UN REGISTRO DE TOTHIST,    *
      *  CON MARCA DE FIN DE ARCHIVO.                              *
      *-----------------------------------------------------------*
       4900-LEER-TOTHIST.
           READ TOTHIST-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
           END-READ.
       4900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-ARCHIVAR-SUMAHIST - PASA LAS CORRIDAS DEL EJERCICIO  *
      *  DE SUMAHIST A SU ARCHIVO Y REESCRIBE EL MAESTRO VIVO CON  *
      *  LAS DEMAS.                                                *
      *-----------------------------------------------------------*
       5000-ARCHIVAR-SUMAHIST.
           SET WS-EOF-NO TO TRUE.
           OPEN INPUT SUMAHIST-FILE.
           OPEN OUTPUT ARCHSUM-FILE.
           OPEN OUTPUT RESTO-FILE.
           PERFORM 5900-LEER-SUMAHIST
               THRU 5900-EXIT.
           PERFORM 5100-SEPARAR-SUMAHIST
               THRU 5100-EXIT
               UNTIL WS-EOF-YES.
           CLOSE SUMAHIST-FILE.
           CLOSE ARCHSUM-FILE.
           CLOSE RESTO-FILE.

           SET WS-EOF-NO TO TRUE.
           OPEN INPUT RESTO-FILE.
           OPEN OUTPUT SUMAHIST-FILE.
           PERFORM 5950-LEER-RESTO
               THRU 5950-EXIT.
           PERFORM 5200-DEVOLVER-SUMAHIST
               THRU 5200-EXIT
               UNTIL WS-EOF-YES.
           CLOSE RESTO-FILE.
           CLOSE SUMAHIST-FILE.
       5000-EXIT.
           EXIT.

       5100-SEPARAR-SUMAHIST.
           IF SHI-FECHA (1:4) = WS-ANIO-CIERRE
               WRITE ARCHSUM-REC FROM SHI-REGISTRO
               ADD 1 TO WS-ARCH-SUMAHIST
           ELSE
               WRITE RESTO-REC FROM SHI-REGISTRO
               ADD 1 TO WS-RESTO-SUMAHIST
           END-IF.
           PERFORM 5900-LEER-SUMAHIST
               THRU 5900-EXIT.
       5100-EXIT.
           EXIT.

       5200-DEVOLVER-SUMAHIST.
           MOVE RESTO-REC TO SHI-REGISTRO.
           WRITE SHI-REGISTRO.
           PERFORM 5950-LEER-RESTO
               THRU 5950-EXIT.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5900-LEER-SUMAHIST - LECTURA DE UN REGISTRO DE SUMAHIST,  *
      *  CON MARCA DE FIN DE ARCHIVO.                              *
      *-----------------------------------------------------------*
       5900-LEER-SUMAHIST.
           READ SUMAHIST-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
           END-READ.
       5900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5950-LEER-RESTO - LECTURA DEL ARCHIVO DE TRABAJO CON LOS  *
      *  REGISTROS QUE VUELVEN AL MAESTRO VIVO.                    *
      *-----------------------------------------------------------*
       5950-LEER-RESTO.
           READ RESTO-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
           END-READ.
       5950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-ESTADO-ANUAL - ESCRIBE LOS MESES SIN DATOS Y EL      *
      *  ESTADO DEL EJERCICIO MES POR MES EN TRES CUADROS: LOS     *
      *  CONTADORES DE CONDIF, EL TOTAL DE RESULTADO CON LOS       *
      *  PROCESADOS Y RECHAZADOS DE SUMAPGM, Y LOS SUBTOTALES DE   *
      *  SUMAPGM; CADA CUADRO CIERRA CON LA LINEA DEL EJERCICIO.   *
      *-----------------------------------------------------------*
       6000-ESTADO-ANUAL.
           MOVE WS-ANIO-CIERRE TO WS-FAL-ANIO.
           PERFORM 6050-LISTAR-FALTANTE
               THRU 6050-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 12.

           MOVE "CONDIF - CONTADORES POR MES" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 6100-LINEA-CONTADORES
               THRU 6100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 13.

           MOVE "RESULTADO Y SUMAPGM - PROCESADOS Y RECHAZADOS"
             TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 6200-LINEA-RESULTADO
               THRU 6200-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 13.

           MOVE "SUMAPGM - SUBTOTALES POR MES" TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 6300-LINEA-SUBTOTALES
               THRU 6300-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 13.
       6000-EXIT.
           EXIT.

       6050-LISTAR-FALTANTE.
           IF WS-M-DIAS (WS-SUB) = 0
               MOVE WS-SUB TO WS-FAL-MES
               WRITE REPORT-REC FROM WS-FALTA-LINE
           END-IF.
       6050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6090-ARMAR-ETIQUETA - "MES NN" PARA LOS DOCE MESES Y      *
      *  "ANUAL " PARA LA LINEA DEL EJERCICIO.                     *
      *-----------------------------------------------------------*
       6090-ARMAR-ETIQUETA.
           IF WS-SUB = 13
               MOVE "ANUAL " TO WS-ETIQUETA
           ELSE
               MOVE WS-SUB TO WS-MES-ED
               MOVE "MES " TO WS-ETIQUETA
               MOVE WS-MES-ED TO WS-ETIQUETA (5:2)
           END-IF.
       6090-EXIT.
           EXIT.

       6100-LINEA-CONTADORES.
           IF WS-M-DIAS (WS-SUB) = 0 AND WS-SUB < 13
               GO TO 6100-EXIT
           END-IF.
           PERFORM 6090-ARMAR-ETIQUETA
               THRU 6090-EXIT.
           MOVE WS-ETIQUETA TO WS-CTL-ETIQUETA.
           MOVE WS-M-DIAS (WS-SUB) TO WS-CTL-DIAS.
           MOVE WS-M-REGISTROS (WS-SUB) TO WS-CTL-REGISTROS.
           MOVE WS-M-BAJO (WS-SUB) TO WS-CTL-BAJO.
           MOVE WS-M-MEDIO (WS-SUB) TO WS-CTL-MEDIO.
           MOVE WS-M-ALTO (WS-SUB) TO WS-CTL-ALTO.
           WRITE REPORT-REC FROM WS-CONTADOR-LINE.
       6100-EXIT.
           EXIT.

       6200-LINEA-RESULTADO.
           IF WS-M-DIAS (WS-SUB) = 0 AND WS-SUB < 13
               GO TO 6200-EXIT
           END-IF.
           PERFORM 6090-ARMAR-ETIQUETA
               THRU 6090-EXIT.
           MOVE WS-ETIQUETA TO WS-RSL-ETIQUETA.
           MOVE WS-M-TOTAL (WS-SUB) TO WS-RSL-TOTAL.
           MOVE WS-M-PROCESADOS (WS-SUB) TO WS-RSL-PROCESADOS.
           MOVE WS-M-RECHAZADOS (WS-SUB) TO WS-RSL-RECHAZADOS.
           WRITE REPORT-REC FROM WS-RESULTADO-LINE.
       6200-EXIT.
           EXIT.

       6300-LINEA-SUBTOTALES.
           IF WS-M-DIAS (WS-SUB) = 0 AND WS-SUB < 13
               GO TO 6300-EXIT
           END-IF.
           PERFORM 6090-ARMAR-ETIQUETA
               THRU 6090-EXIT.
           MOVE WS-ETIQUETA TO WS-SBL-ETIQUETA.
           MOVE WS-M-SUB2 (WS-SUB) TO WS-SBL-SUB2.
           MOVE WS-M-SUB3 (WS-SUB) TO WS-SBL-SUB3.
           MOVE WS-M-SUB4 (WS-SUB) TO WS-SBL-SUB4.
           WRITE REPORT-REC FROM WS-SUBTOTAL-LINE.
       6300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-GRABAR-ANUAL - AGREGA AL MAESTRO ANUAL LAS DOCE      *
      *  LINEAS DEL EJERCICIO (UN MES SIN DATOS VA CON DIAS EN     *
      *  CERO) Y LA LINEA DE TOTALES "TT".                         *
      *-----------------------------------------------------------*
       7000-GRABAR-ANUAL.
           OPEN EXTEND ANUAL-FILE.
           PERFORM 7100-GRABAR-MES
               THRU 7100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 13.
           CLOSE ANUAL-FILE.
       7000-EXIT.
           EXIT.

       7100-GRABAR-MES.
           MOVE WS-ANIO-CIERRE TO ANO-ANIO.
           IF WS-SUB = 13
               SET ANO-TOTAL-EJERCICIO TO TRUE
           ELSE
               MOVE WS-SUB TO WS-MES-ED
               MOVE WS-MES-ED TO ANO-MES
           END-IF.
           MOVE WS-M-DIAS (WS-SUB) TO ANO-DIAS.
           MOVE WS-M-BAJO (WS-SUB) TO ANO-CONT-BAJO.
           MOVE WS-M-MEDIO (WS-SUB) TO ANO-CONT-MEDIO.
           MOVE WS-M-ALTO (WS-SUB) TO ANO-CONT-ALTO.
           MOVE WS-M-REGISTROS (WS-SUB) TO ANO-CONT-REGISTROS.
           MOVE WS-M-TOTAL (WS-SUB) TO ANO-TOTAL-RESULTADO.
           MOVE WS-M-PROCESADOS (WS-SUB) TO ANO-CONT-PROCESADOS.
           MOVE WS-M-RECHAZADOS (WS-SUB) TO ANO-CONT-RECHAZADOS.
           MOVE WS-M-SUB2 (WS-SUB) TO ANO-SUB-RESULTADO2.
           MOVE WS-M-SUB3 (WS-SUB) TO ANO-SUB-RESULTADO3.
           MOVE WS-M-SUB4 (WS-SUB) TO ANO-SUB-RESULTADO4.
           MOVE WS-FECHA-CORRIDA TO ANO-FECHA-CIERRE.
           IF WS-CIERRE-FORZADO
               SET ANO-CIERRE-FORZADO TO TRUE
           ELSE
               SET ANO-CIERRE-NORMAL TO TRUE
           END-IF.
           WRITE ANO-REGISTRO.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7500-ASENTAR-REGISTRO - AGREGA AL REGISTRO DE CIERRES EL  *
      *  ASIENTO DEL EJERCICIO: MAPA DE MESES, CANTIDADES          *
      *  ARCHIVADAS, FECHA Y HORA, Y - EN UN CIERRE FORZADO - EL   *
      *  OPERADOR Y EL MOTIVO QUE LO AUTORIZARON.                  *
      *-----------------------------------------------------------*
       7500-ASENTAR-REGISTRO.
           OPEN EXTEND REGISTRO-FILE.
           MOVE WS-ANIO-CIERRE TO ARG-ANIO.
           IF WS-CIERRE-FORZADO
               MOVE "S" TO ARG-FORZADO
           ELSE
               MOVE "N" TO ARG-FORZADO
           END-IF.
           MOVE WS-MESES-FALTAN TO ARG-MESES-FALTAN.
           MOVE WS-MAPA-MESES TO ARG-MAPA-MESES.
           MOVE WS-ARCH-MAESTMES TO ARG-ARCH-MAESTMES.
           MOVE WS-ARCH-TOTHIST TO ARG-ARCH-TOTHIST.
           MOVE WS-ARCH-SUMAHIST TO ARG-ARCH-SUMAHIST.
           MOVE WS-FECHA-CORRIDA TO ARG-FECHA-CORRIDA.
           MOVE WS-HORA-CORRIDA TO ARG-HORA-CORRIDA.
           MOVE WS-PED-OPERADOR TO ARG-OPERADOR.
           MOVE WS-PED-MOTIVO TO ARG-MOTIVO.
           WRITE ARG-REGISTRO.
           CLOSE REGISTRO-FILE.
       7500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7800-INFORMAR-CIERRE - DEJA EN EL ESTADO LO ARCHIVADO Y   *
      *  LO QUE QUEDA EN LOS MAESTROS VIVOS, Y LA MARCA DEL CIERRE *
      *  FORZADO CON SU OPERADOR Y MOTIVO.                         *
      *-----------------------------------------------------------*
       7800-INFORMAR-CIERRE.
           MOVE WS-ARCH-MAESTMES TO WS-ARL-MAESTMES.
           MOVE WS-ARCH-TOTHIST TO WS-ARL-TOTHIST.
           MOVE WS-ARCH-SUMAHIST TO WS-ARL-SUMAHIST.
           WRITE REPORT-REC FROM WS-ARCHIVO-LINE.
           MOVE WS-RESTO-MAESTMES TO WS-VIL-MAESTMES.
           MOVE WS-RESTO-TOTHIST TO WS-VIL-TOTHIST.
           MOVE WS-RESTO-SUMAHIST TO WS-VIL-SUMAHIST.
           WRITE REPORT-REC FROM WS-VIVO-LINE.
           IF WS-CIERRE-FORZADO
               MOVE "CIERRE FORZADO POR " TO REPORT-REC
               MOVE WS-PED-OPERADOR TO REPORT-REC (20:8)
               MOVE "MOTIVO: " TO REPORT-REC (29:8)
               MOVE WS-PED-MOTIVO TO REPORT-REC (37:40)
               WRITE REPORT-REC
           END-IF.
       7800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - ESCRIBE EL RESUMEN Y EL PIE Y CIERRA EL  *
      *  ESTADO ANUAL.                                             *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           MOVE WS-ANIO-CIERRE TO WS-RSM-ANIO.
           IF WS-CIERRE-NEGADO OR WS-SIN-DATOS
               MOVE " NO CERRO" TO WS-RSM-ESTADO
           ELSE
               IF WS-CIERRE-FORZADO
                   MOVE " FORZADO" TO WS-RSM-ESTADO
               ELSE
                   MOVE " CERRADO" TO WS-RSM-ESTADO
               END-IF
           END-IF.
           MOVE WS-M-DIAS (13) TO WS-RSM-DIAS.
           MOVE WS-MESES-FALTAN TO WS-RSM-FALTAN.
           WRITE REPORT-REC FROM WS-RESUMEN-LINE.
           DISPLAY WS-RESUMEN-LINE.

           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-M-DIAS (13) TO RPT-TRL-REGISTROS.
           MOVE WS-MESES-FALTAN TO RPT-TRL-ERRORES.
           WRITE REPORT-REC FROM RPT-TRAILER-LINE.
           CLOSE REPORT-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM CIERRANO.
