      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-05
      * Purpose:       Control nocturno de posibles duplicados entre
      *                dias. EDITLOTE y LOTEREG frenan un TRX-ID
      *                repetido dentro del dia y un lote retransmitido,
      *                pero no a la sucursal que a la manana siguiente
      *                vuelve a digitar el mismo pago en un lote nuevo.
      *                Este paso toma cada registro del cruce de esta
      *                noche (SUMAXREF, con la sucursal de origen),
      *                posiciona en CONDIDX por el camino alterno de
      *                TRX-ID y lo compara con los registros de la misma
      *                cuenta en los N dias procesados anteriores
      *                (fechas retenidas en CONDIDX, asi que cuentan
      *                solo los dias habiles que corrieron, y el cierre
      *                de ejercicio, que vacia TOTHIST, no deja sin
      *                ventana las primeras noches de enero). Un par con
      *                NUM1 y NUM2 iguales, o dentro de la tolerancia de
      *                DUPCTL, va al reporte de sospechosos con las dos
      *                fechas y la sucursal; si la cantidad pasa el
      *                maximo de DUPCTL deja la alerta A011 en ALERTOUT.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-05 RMM  Version inicial del control de duplicados.
      *  2026-10-15 RMM  Las fechas anteriores salen de CONDIDX y no de
      *                  TOTHIST, que el cierre de ejercicio vacia;
      *                  CONDIDX sin abrir cuenta como error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPSOSP.

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
                   WITH DUPLICATES
               FILE STATUS IS WS-INDICE-FS.

           SELECT OPTIONAL CTRL-FILE ASSIGN TO "DUPCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "DUPLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ALERTA-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       COPY CBTRANS.

       FD  RESULTS-INDEXED.
       COPY CBCONIDX.

       FD  CTRL-FILE.
       01  CTRL-REC.
           05  CTRL-DIAS-ATRAS             PIC 9(02).
           05  CTRL-TOLERANCIA             PIC 9(2)V99.
           05  CTRL-MAX-SOSPECHAS          PIC 9(05).

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       FD  ALERTA-FILE.
       01  ALERTA-REC                      PIC X(46).

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-HORA-ALERTA                  PIC X(08).
       01  WS-INDICE-FS                    PIC X(02)   VALUE SPACES.

      *    PARAMETROS DE DUPCTL; SIN REGISTRO SE COMPARA CONTRA LOS
      *    DOS DIAS PROCESADOS ANTERIORES, CON UN PESO DE
      *    TOLERANCIA EN NUM1 Y EN NUM2, Y SE ALERTA DESDE EL
      *    SEXTO SOSPECHOSO.
       01  WS-DIAS-ATRAS                   PIC 9(02)   VALUE 2.
       01  WS-TOLERANCIA                   PIC 9(2)V99 VALUE 1.00.
       01  WS-MAX-SOSPECHAS                PIC 9(05)   VALUE 5.

       COPY CBRPTHDR.
       COPY CBALERTA.

       01  WS-SWITCHES.
           05  WS-EOF-SW                   PIC X(01)   VALUE "N".
               88  WS-EOF-YES                          VALUE "Y".
               88  WS-EOF-NO                            VALUE "N".
           05  WS-FEC-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-FEC-EOF-YES                      VALUE "Y".
               88  WS-FEC-EOF-NO                        VALUE "N".
           05  WS-INDICE-SW                PIC X(01)   VALUE "N".
               88  WS-INDICE-ABIERTO                   VALUE "S".
           05  WS-IDX-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-IDX-EOF-YES                      VALUE "Y".
               88  WS-IDX-EOF-NO                        VALUE "N".

       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS              PIC 9(7)    VALUE ZERO.
           05  WS-CONT-SOSPECHAS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-EXACTOS             PIC 9(7)    VALUE ZERO.
           05  WS-CONT-CERCANOS            PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ALERTAS             PIC 9(3)    VALUE ZERO.

      *    FECHAS PROCESADAS ANTERIORES A LA CORRIDA, EN EL ORDEN
      *    CRONOLOGICO DE LA CLAVE DE CONDIDX, UNA VEZ CADA UNA. SE
      *    CONSERVAN SOLO LAS ULTIMAS: LA MAS VIEJA SALE CUANDO LA
      *    TABLA SE LLENA.
       01  WS-TABLA-FECHAS.
           05  WS-FEC-MAX                  PIC S9(4)   COMP VALUE 60.
           05  WS-FEC-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-FEC-FECHA OCCURS 60 TIMES
                                            PIC X(08).

       01  WS-SUB                          PIC S9(4)   COMP.
       01  WS-SUB-SIG                      PIC S9(4)   COMP.

      *    PRIMERA FECHA DE LA VENTANA DE COMPARACION: LOS
      *    REGISTROS DE CONDIDX CON FECHA ENTRE ESTA Y LA ANTERIOR
      *    A LA CORRIDA SON CANDIDATOS.
       01  WS-FECHA-DESDE                  PIC X(08)   VALUE SPACES.

       01  WS-DIFERENCIA.
           05  WS-DIF-NUM1                 PIC 9(4)V99.
           05  WS-DIF-NUM2                 PIC 9(4)V99.
       01  WS-TIPO-COINCIDENCIA            PIC X(07).

       01  WS-PARAM-LINE.
           05  FILLER                      PIC X(12)
               VALUE "DIAS ATRAS=".
           05  WS-PAR-DIAS                 PIC Z9.
           05  FILLER                      PIC X(14)
               VALUE "  TOLERANCIA=".
           05  WS-PAR-TOLERANCIA           PIC Z9.99.
           05  FILLER                      PIC X(09)
               VALUE "  DESDE=".
           05  WS-PAR-DESDE                PIC X(08).
           05  FILLER                      PIC X(07)
               VALUE "  MAX=".
           05  WS-PAR-MAX                  PIC Z(4)9.

       01  WS-TITULOS-LINE.
           05  FILLER                      PIC X(11)
               VALUE "TRX-ID     ".
           05  FILLER                      PIC X(04)   VALUE "SUC ".
           05  FILLER                      PIC X(09)
               VALUE "FECHA    ".
           05  FILLER                      PIC X(09)
               VALUE "FEC-ANT  ".
           05  FILLER                      PIC X(16)
               VALUE "NUM1/NUM2 HOY   ".
           05  FILLER                      PIC X(16)
               VALUE "NUM1/NUM2 ANT   ".
           05  FILLER                      PIC X(07)   VALUE "TIPO".

       01  WS-DETALLE-LINE.
           05  WS-DET-TRX-ID               PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-FECHA-ANT            PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-NUM1                 PIC Z(3)9.99.
           05  FILLER                      PIC X(01)   VALUE "/".
           05  WS-DET-NUM2                 PIC Z(3)9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-NUM1-ANT             PIC Z(3)9.99.
           05  FILLER                      PIC X(01)   VALUE "/".
           05  WS-DET-NUM2-ANT             PIC Z(3)9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-TIPO                 PIC X(07).

       01  WS-RESUMEN-LINE.
           05  FILLER                      PIC X(11)
               VALUE "SOSPECHOS=".
           05  WS-RES-SOSPECHAS            PIC Z(6)9.
           05  FILLER                      PIC X(10)
               VALUE " EXACTOS=".
           05  WS-RES-EXACTOS              PIC Z(6)9.
           05  FILLER                      PIC X(11)
               VALUE " CERCANOS=".
           05  WS-RES-CERCANOS             PIC Z(6)9.
           05  FILLER                      PIC X(10)
               VALUE " LEIDOS=".
           05  WS-RES-LEIDOS               PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-CONTROLAR-REGISTRO
               THRU 2000-EXIT
               UNTIL WS-EOF-YES.
           PERFORM 4000-EVALUAR-ALERTA
               THRU 4000-EXIT.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           IF WS-CONT-ERRORES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-CONT-ALERTAS > 0
                   MOVE 2 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
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
      *  1000-INITIALIZE - LEE LOS PARAMETROS DE DUPCTL, ABRE EL   *
      *  INDICE Y ARMA CON SUS FECHAS LA VENTANA, ABRE EL REPORTE  *
      *  Y EL CRUCE Y LEE EL PRIMER REGISTRO DEL CRUCE. SIN EL     *
      *  INDICE NO HAY CONTRA QUE COMPARAR Y QUEDA COMO ERROR.     *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.

           OPEN INPUT CTRL-FILE.
           READ CTRL-FILE
               AT END
                   DISPLAY "DUPCTL SIN REGISTRO - SE USAN "
                           WS-DIAS-ATRAS " DIAS"
               NOT AT END
                   MOVE CTRL-DIAS-ATRAS TO WS-DIAS-ATRAS
                   MOVE CTRL-TOLERANCIA TO WS-TOLERANCIA
                   MOVE CTRL-MAX-SOSPECHAS TO WS-MAX-SOSPECHAS
           END-READ.
           CLOSE CTRL-FILE.
           IF WS-DIAS-ATRAS = ZERO
               MOVE 1 TO WS-DIAS-ATRAS
           END-IF.

           OPEN INPUT RESULTS-INDEXED.
           IF WS-INDICE-FS = "00" OR WS-INDICE-FS = "05"
               SET WS-INDICE-ABIERTO TO TRUE
               MOVE LOW-VALUES TO RI-CLAVE
               START RESULTS-INDEXED KEY NOT < RI-CLAVE
                   INVALID KEY
                       SET WS-FEC-EOF-YES TO TRUE
               END-START
               PERFORM 1100-CARGAR-FECHA
                   THRU 1100-EXIT
                   UNTIL WS-FEC-EOF-YES
           ELSE
               DISPLAY "ERROR: NO SE PUDO ABRIR CONDIDX, ESTADO="
                       WS-INDICE-FS
               ADD 1 TO WS-CONT-ERRORES
           END-IF.
           PERFORM 1300-FIJAR-VENTANA
               THRU 1300-EXIT.

           OPEN OUTPUT REPORT-FILE.
           MOVE "DUPLICADOS POSIBLES" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.
           MOVE WS-DIAS-ATRAS TO WS-PAR-DIAS.
           MOVE WS-TOLERANCIA TO WS-PAR-TOLERANCIA.
           MOVE WS-FECHA-DESDE TO WS-PAR-DESDE.
           MOVE WS-MAX-SOSPECHAS TO WS-PAR-MAX.
           WRITE REPORT-REC FROM WS-PARAM-LINE.

      *    SIN DIAS ANTERIORES PROCESADOS NO HAY CONTRA QUE
      *    COMPARAR: EL CRUCE NI SE ABRE.
           IF WS-FEC-CANT = 0
               MOVE "SIN DIAS ANTERIORES EN CONDIDX PARA COMPARAR"
                 TO REPORT-REC
               WRITE REPORT-REC
               SET WS-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF.
           WRITE REPORT-REC FROM WS-TITULOS-LINE.

           OPEN INPUT XREF-FILE.
           PERFORM 2900-LEER-CRUCE
               THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-CARGAR-FECHA - LEE EL PRIMER REGISTRO DE UNA FECHA   *
      *  DEL INDICE (LA CLAVE PRIMARIA EMPIEZA POR LA FECHA), LA   *
      *  AGREGA A LA TABLA SI ES ANTERIOR A LA CORRIDA Y SALTA AL  *
      *  PRIMER REGISTRO DE LA FECHA SIGUIENTE.                    *
      *-----------------------------------------------------------*
       1100-CARGAR-FECHA.
           READ RESULTS-INDEXED NEXT
               AT END
                   SET WS-FEC-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF RI-FECHA NOT < WS-FECHA-CORRIDA
               SET WS-FEC-EOF-YES TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF WS-FEC-CANT = WS-FEC-MAX
               PERFORM 1200-DESPLAZAR-FECHA
                   THRU 1200-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= WS-FEC-CANT
           ELSE
               ADD 1 TO WS-FEC-CANT
           END-IF.
           MOVE RI-FECHA TO WS-FEC-FECHA (WS-FEC-CANT).

           MOVE HIGH-VALUES TO RI-TRX-ID.
           START RESULTS-INDEXED KEY > RI-CLAVE
               INVALID KEY
                   SET WS-FEC-EOF-YES TO TRUE
           END-START.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-DESPLAZAR-FECHA - CORRE UNA FECHA HACIA EL COMIENZO  *
      *  PARA DESCARTAR LA MAS ANTIGUA CON LA TABLA LLENA.         *
      *-----------------------------------------------------------*
       1200-DESPLAZAR-FECHA.
           ADD 1 TO WS-SUB GIVING WS-SUB-SIG.
           MOVE WS-FEC-FECHA (WS-SUB-SIG) TO WS-FEC-FECHA (WS-SUB).
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1300-FIJAR-VENTANA - LA VENTANA EMPIEZA EN LA N-ESIMA     *
      *  FECHA PROCESADA HACIA ATRAS; CON MENOS HISTORIA EMPIEZA   *
      *  EN LA MAS VIEJA QUE HAYA.                                 *
      *-----------------------------------------------------------*
       1300-FIJAR-VENTANA.
           IF WS-FEC-CANT = 0
               GO TO 1300-EXIT
           END-IF.
           IF WS-FEC-CANT > WS-DIAS-ATRAS
               COMPUTE WS-SUB = WS-FEC-CANT - WS-DIAS-ATRAS + 1
           ELSE
               MOVE 1 TO WS-SUB
           END-IF.
           MOVE WS-FEC-FECHA (WS-SUB) TO WS-FECHA-DESDE.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-CONTROLAR-REGISTRO - POSICIONA EL INDICE EN LA       *
      *  CUENTA DEL REGISTRO DEL CRUCE POR EL CAMINO ALTERNO Y     *
      *  COMPARA CONTRA CADA DIA DE LA VENTANA.                    *
      *-----------------------------------------------------------*
       2000-CONTROLAR-REGISTRO.
           ADD 1 TO WS-CONT-LEIDOS.
           SET WS-IDX-EOF-NO TO TRUE.
           MOVE TRX-ID TO RI-TRX-ID.
           START RESULTS-INDEXED KEY = RI-TRX-ID
               INVALID KEY
                   SET WS-IDX-EOF-YES TO TRUE
           END-START.
           IF WS-IDX-EOF-NO
               PERFORM 3900-LEER-INDICE
                   THRU 3900-EXIT
           END-IF.
           PERFORM 3000-COMPARAR-DIA
               THRU 3000-EXIT
               UNTIL WS-IDX-EOF-YES.
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
      *  3000-COMPARAR-DIA - CON UN REGISTRO DE LA MISMA CUENTA    *
      *  DENTRO DE LA VENTANA, MIDE LA DIFERENCIA DE NUM1 Y NUM2:  *
      *  IGUALES ES EXACTO, DENTRO DE LA TOLERANCIA ES CERCANO.    *
      *  EL PRIMER REGISTRO DE OTRO TRX-ID TERMINA LA CUENTA.      *
      *-----------------------------------------------------------*
       3000-COMPARAR-DIA.
           IF RI-TRX-ID NOT = TRX-ID
               SET WS-IDX-EOF-YES TO TRUE
               GO TO 3000-EXIT
           END-IF.
           IF RI-FECHA < WS-FECHA-DESDE
              OR RI-FECHA NOT < WS-FECHA-CORRIDA
               GO TO 3000-LEER
           END-IF.

           IF TRX-NUM1 > RI-NUM1
               SUBTRACT RI-NUM1 FROM TRX-NUM1 GIVING WS-DIF-NUM1
           ELSE
               SUBTRACT TRX-NUM1 FROM RI-NUM1 GIVING WS-DIF-NUM1
           END-IF.
           IF TRX-NUM2 > RI-NUM2
               SUBTRACT RI-NUM2 FROM TRX-NUM2 GIVING WS-DIF-NUM2
           ELSE
               SUBTRACT TRX-NUM2 FROM RI-NUM2 GIVING WS-DIF-NUM2
           END-IF.
           IF WS-DIF-NUM1 > WS-TOLERANCIA
              OR WS-DIF-NUM2 > WS-TOLERANCIA
               GO TO 3000-LEER
           END-IF.

           IF WS-DIF-NUM1 = ZERO AND WS-DIF-NUM2 = ZERO
               MOVE "EXACTO" TO WS-TIPO-COINCIDENCIA
               ADD 1 TO WS-CONT-EXACTOS
           ELSE
               MOVE "CERCANO" TO WS-TIPO-COINCIDENCIA
               ADD 1 TO WS-CONT-CERCANOS
           END-IF.
           ADD 1 TO WS-CONT-SOSPECHAS.
           PERFORM 3100-ESCRIBIR-SOSPECHA
               THRU 3100-EXIT.

       3000-LEER.
           PERFORM 3900-LEER-INDICE
               THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-ESCRIBIR-SOSPECHA - LINEA DEL PAR SOSPECHOSO CON LA  *
      *  SUCURSAL QUE LO ENVIO ESTA NOCHE Y LAS DOS FECHAS.        *
      *-----------------------------------------------------------*
       3100-ESCRIBIR-SOSPECHA.
           MOVE TRX-ID TO WS-DET-TRX-ID.
           MOVE TRX-SUCURSAL TO WS-DET-SUCURSAL.
           MOVE WS-FECHA-CORRIDA TO WS-DET-FECHA.
           MOVE RI-FECHA TO WS-DET-FECHA-ANT.
           MOVE TRX-NUM1 TO WS-DET-NUM1.
           MOVE TRX-NUM2 TO WS-DET-NUM2.
           MOVE RI-NUM1 TO WS-DET-NUM1-ANT.
           MOVE RI-NUM2 TO WS-DET-NUM2-ANT.
           MOVE WS-TIPO-COINCIDENCIA TO WS-DET-TIPO.
           WRITE REPORT-REC FROM WS-DETALLE-LINE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3900-LEER-INDICE - LECTURA SECUENCIAL DE UN REGISTRO DEL  *
      *  INDICE POR EL CAMINO ALTERNO, CON MARCA DE FIN.           *
      *-----------------------------------------------------------*
       3900-LEER-INDICE.
           READ RESULTS-INDEXED NEXT
               AT END
                   SET WS-IDX-EOF-YES TO TRUE
           END-READ.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-EVALUAR-ALERTA - CON MAS SOSPECHOSOS QUE EL MAXIMO   *
      *  DE DUPCTL DEJA LA ALERTA A011 EN ALERTOUT PARA QUE EL DE  *
      *  GUARDIA AVISE A LAS SUCURSALES ANTES DE LA TRANSMISION.   *
      *-----------------------------------------------------------*
       4000-EVALUAR-ALERTA.
           IF WS-CONT-SOSPECHAS NOT > WS-MAX-SOSPECHAS
               GO TO 4000-EXIT
           END-IF.
           MOVE "A011" TO ALR-CODIGO.
           MOVE WS-CONT-SOSPECHAS TO ALR-VALOR.
           MOVE WS-MAX-SOSPECHAS TO ALR-LIMITE.
           ACCEPT WS-HORA-ALERTA FROM TIME.
           MOVE WS-FECHA-CORRIDA TO ALR-FECHA.
           MOVE WS-HORA-ALERTA TO ALR-HORA.
           MOVE "DUPSOSP" TO ALR-PROGRAMA.
           OPEN EXTEND ALERTA-FILE.
           WRITE ALERTA-REC FROM ALERTA-LINEA.
           CLOSE ALERTA-FILE.
           DISPLAY "ALERTA A011: " WS-CONT-SOSPECHAS
                   " POSIBLES DUPLICADOS, MAXIMO " WS-MAX-SOSPECHAS.
           ADD 1 TO WS-CONT-ALERTAS.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - ESCRIBE EL RESUMEN Y EL PIE Y CIERRA LOS *
      *  ARCHIVOS.                                                 *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-FEC-CANT > 0
               CLOSE XREF-FILE
           END-IF.
           IF WS-INDICE-ABIERTO
               CLOSE RESULTS-INDEXED
           END-IF.
           MOVE WS-CONT-SOSPECHAS TO WS-RES-SOSPECHAS.
           MOVE WS-CONT-EXACTOS TO WS-RES-EXACTOS.
           MOVE WS-CONT-CERCANOS TO WS-RES-CERCANOS.
           MOVE WS-CONT-LEIDOS TO WS-RES-LEIDOS.
           WRITE REPORT-REC FROM WS-RESUMEN-LINE.
           DISPLAY WS-RESUMEN-LINE.

           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-CONT-SOSPECHAS TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-ERRORES TO RPT-TRL-ERRORES.
           WRITE REPORT-REC FROM RPT-TRAILER-LINE.
           CLOSE REPORT-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM DUPSOSP.
