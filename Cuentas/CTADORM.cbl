      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-06
      * Purpose:       Control periodico de cuentas dormidas. Las
      *                cuentas de CUENTAS quedan en "A" para siempre
      *                aunque no se muevan en meses y CONDIF las sigue
      *                validando como vivas. Este programa recorre las
      *                cuentas activas y busca su ultimo movimiento en
      *                el indice de resultados (CONDIDX, camino alterno
      *                por TRX-ID) y en el maestro de posicion
      *                (POSICION, que guarda la fecha y la sucursal
      *                del ultimo movimiento mas alla de la retencion
      *                del indice). Una cuenta sin ningun movimiento se
      *                mide desde el comienzo de la historia
      *                disponible: la primera fecha del maestro
      *                mensual MAESTMES (o de los ejercicios ya
      *                cerrados en el maestro anual ANUALMAE) o del
      *                indice. Las cuentas con
      *                mas dias sin movimiento que los de DORMCTL van
      *                al reporte por categoria y ultima sucursal y al
      *                archivo de candidatas CTACAND (copybook
      *                CBCANDID), que CTAMANT aplica en su cierre por
      *                lote supervisado.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-06 RMM  Version inicial del control de cuentas
      *                  dormidas.
      *  2026-09-11 RMM  El comienzo de la historia considera tambien
      *                  los ejercicios cerrados del maestro anual
      *                  ANUALMAE: el cierre de ejercicio vacia
      *                  MAESTMES y la cuenta sin movimientos pasaba a
      *                  medirse desde el ejercicio nuevo. Del maestro
      *                  anual se toma el primer dia del mes mas viejo
      *                  con datos.
      *  2026-10-15 RMM  El RC=8 y el CLOSE de CUENTAS dependen de
      *                  WS-CUENTAS-ABIERTO y no del ultimo FILE
      *                  STATUS, que tras el fin de archivo es 10: toda
      *                  corrida normal terminaba con RC=8 y dejaba el
      *                  maestro sin cerrar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTADORM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-TRX-ID
               FILE STATUS IS WS-CUENTAS-FS.

           SELECT OPTIONAL RESULTS-INDEXED ASSIGN TO "CONDIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-CLAVE
               ALTERNATE RECORD KEY IS RI-TRX-ID
                   WITH DUPLICATES.

           SELECT POSICION-FILE ASSIGN TO "POSICION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POS-TRX-ID
               FILE STATUS IS WS-POSICION-FS.

           SELECT OPTIONAL MAESTRO-FILE ASSIGN TO "MAESTMES"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ANUAL-FILE ASSIGN TO "ANUALMAE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CTRL-FILE ASSIGN TO "DORMCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CANDIDATA-FILE ASSIGN TO "CTACAND"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY CBCUENTA.

       FD  RESULTS-INDEXED.
       COPY CBCONIDX.

       FD  POSICION-FILE.
       COPY CBPOSIC.

       FD  MAESTRO-FILE.
       COPY CBMESMAE.

       FD  ANUAL-FILE.
       COPY CBANOMAE.

       FD  CTRL-FILE.
       01  CTRL-REC.
           05  CTRL-DIAS-INACTIVA          PIC 9(04).

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       FD  CANDIDATA-FILE.
       COPY CBCANDID.

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-DIAS-INACTIVA                PIC 9(04)   VALUE 90.

       01  WS-CUENTAS-FS                   PIC X(02)   VALUE SPACES.
       01  WS-POSICION-FS                  PIC X(02)   VALUE SPACES.

       01  WS-POSICION-SW                  PIC X(01)   VALUE "N".
           88  WS-POSICION-ACTIVO                      VALUE "A".
           88  WS-POSICION-AUSENTE                     VALUE "N".

       01  WS-CUENTAS-SW                   PIC X(01)   VALUE "N".
           88  WS-CUENTAS-ABIERTO                      VALUE "A".
           88  WS-CUENTAS-AUSENTE                      VALUE "N".

       COPY CBRPTHDR.

       01  WS-SWITCHES.
           05  WS-CTA-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-CTA-EOF-YES                      VALUE "Y".
               88  WS-CTA-EOF-NO                        VALUE "N".
           05  WS-IDX-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-IDX-EOF-YES                      VALUE "Y".
               88  WS-IDX-EOF-NO                        VALUE "N".
           05  WS-MES-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-MES-EOF-YES                      VALUE "Y".
               88  WS-MES-EOF-NO                        VALUE "N".

       01  WS-CONTADORES.
           05  WS-CONT-CUENTAS             PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ACTIVAS             PIC 9(7)    VALUE ZERO.
           05  WS-CONT-DORMIDAS            PIC 9(7)    VALUE ZERO.
           05  WS-CONT-SIN-HISTORIA        PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(7)    VALUE ZERO.

      *    PRIMERA FECHA CON HISTORIA DISPONIBLE (MAESTMES O EL
      *    INDICE, LA MAS VIEJA): UNA CUENTA SIN NINGUN MOVIMIENTO
      *    SE MIDE DESDE AQUI. EN BLANCO NO HAY HISTORIA CONTRA LA
      *    QUE JUZGARLA.
       01  WS-FECHA-HISTORIA               PIC X(08)   VALUE SPACES.
       01  WS-FECHA-ANUAL                  PIC X(08)   VALUE SPACES.

       01  WS-ULTIMO-MOV                   PIC X(08).
       01  WS-ULTIMA-SUCURSAL              PIC X(03).
       01  WS-FECHA-BASE                   PIC X(08).
       01  WS-DIAS-CALCULADOS              PIC 9(05).

      *    SERIE DE DIAS CON LA CONVENCION 30/360 DEL CENTRO, LA
      *    MISMA QUE USAN LA PURGA Y EL REENVIO.
       01  WS-FECHA-NUM.
           05  WS-FEC-AA                   PIC 9(04).
           05  WS-FEC-MM                   PIC 9(02).
           05  WS-FEC-DD                   PIC 9(02).
       01  WS-SERIE-FECHA                  PIC 9(7)    VALUE ZERO.
       01  WS-SERIE-CORRIDA                PIC 9(7)    VALUE ZERO.

      *    CUENTAS DORMIDAS ORDENADAS POR CATEGORIA, SUCURSAL E ID
      *    A MEDIDA QUE SE CARGAN (INSERCION ORDENADA, IGUAL QUE LA
      *    LISTA DE MAYORES DEL RESUMEN POR CLASIFICACION).
       01  WS-TABLA-DORMIDAS.
           05  WS-DOR-MAX                  PIC S9(4)   COMP VALUE 2000.
           05  WS-DOR-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-DOR-ENTRADA OCCURS 2000 TIMES.
               10  WS-DOR-ORDEN.
                   15  WS-DOR-CATEGORIA    PIC X(03).
                   15  WS-DOR-SUCURSAL     PIC X(03).
                   15  WS-DOR-TRX-ID       PIC X(10).
               10  WS-DOR-NOMBRE           PIC X(20).
               10  WS-DOR-ULT-MOV          PIC X(08).
               10  WS-DOR-DIAS             PIC 9(05).

       01  WS-ORDEN-NUEVA.
           05  WS-ORD-CATEGORIA            PIC X(03).
           05  WS-ORD-SUCURSAL             PIC X(03).
           05  WS-ORD-TRX-ID               PIC X(10).

       01  WS-SUB                          PIC S9(4)   COMP.
       01  WS-SUB-INSERTA                  PIC S9(4)   COMP.
       01  WS-SUB-CORRE                    PIC S9(4)   COMP.

       01  WS-CATEGORIA-ACTUAL             PIC X(03).
       01  WS-CONT-CATEGORIA               PIC 9(5)    VALUE ZERO.

       01  WS-PARAM-LINE.
           05  FILLER                      PIC X(20)
               VALUE "DIAS SIN MOVIMIENTO=".
           05  WS-PAR-DIAS                 PIC ZZZ9.
           05  FILLER                      PIC X(18)
               VALUE "  HISTORIA DESDE=".
           05  WS-PAR-HISTORIA             PIC X(08).

       01  WS-CATEGORIA-LINE.
           05  FILLER                      PIC X(14)
               VALUE "*** CATEGORIA ".
           05  WS-CAT-NOMBRE               PIC X(03).
           05  FILLER                      PIC X(04)   VALUE " ***".

       01  WS-TITULOS-LINE.
           05  FILLER                      PIC X(04)   VALUE "SUC ".
           05  FILLER                      PIC X(11)
               VALUE "TRX-ID     ".
           05  FILLER                      PIC X(21)
               VALUE "NOMBRE               ".
           05  FILLER                      PIC X(09)
               VALUE "ULT-MOV  ".
           05  FILLER                      PIC X(05)   VALUE " DIAS".

       01  WS-DETALLE-LINE.
           05  WS-DET-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-TRX-ID               PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-NOMBRE               PIC X(20).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-ULT-MOV              PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-DIAS                 PIC Z(4)9.

       01  WS-SUBTOTAL-LINE.
           05  FILLER                      PIC X(19)
               VALUE "TOTAL CATEGORIA    ".
           05  WS-SUB-CATEGORIA            PIC X(03).
           05  FILLER                      PIC X(01)   VALUE "=".
           05  WS-SUB-CANT                 PIC Z(4)9.

       01  WS-RESUMEN-LINE.
           05  FILLER                      PIC X(08)   VALUE "ACTIVAS=".
           05  WS-RES-ACTIVAS              PIC Z(6)9.
           05  FILLER                      PIC X(10)
               VALUE " DORMIDAS=".
           05  WS-RES-DORMIDAS             PIC Z(6)9.
           05  FILLER                      PIC X(15)
               VALUE " SIN HISTORIA=".
           05  WS-RES-SIN-HISTORIA         PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-EVALUAR-CUENTA
               THRU 2000-EXIT
               UNTIL WS-CTA-EOF-YES.
           PERFORM 3000-EMITIR-DORMIDAS
               THRU 3000-EXIT.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           IF WS-CUENTAS-AUSENTE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONT-ERRORES > 0
                   MOVE 4 TO RETURN-CODE
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
      *  1000-INITIALIZE - LEE LOS DIAS DE DORMCTL (SIN REGISTRO   *
      *  SE ASUMEN 90), FIJA EL COMIENZO DE LA HISTORIA, ABRE LOS  *
      *  MAESTROS Y LAS SALIDAS Y POSICIONA CUENTAS AL COMIENZO.   *
      *  SIN MAESTRO DE CUENTAS NO HAY NADA QUE EVALUAR Y LA       *
      *  CORRIDA TERMINA CON RC=8; SIN MAESTRO DE POSICION LA      *
      *  SUCURSAL VA EN BLANCO Y VALE SOLO EL INDICE.              *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.

           OPEN INPUT CTRL-FILE.
           READ CTRL-FILE
               AT END
                   DISPLAY "DORMCTL SIN REGISTRO - SE USAN "
                           WS-DIAS-INACTIVA " DIAS"
               NOT AT END
                   MOVE CTRL-DIAS-INACTIVA TO WS-DIAS-INACTIVA
           END-READ.
           CLOSE CTRL-FILE.

           MOVE WS-FECHA-CORRIDA TO WS-FECHA-NUM.
           PERFORM 7000-CALCULAR-SERIE
               THRU 7000-EXIT.
           MOVE WS-SERIE-FECHA TO WS-SERIE-CORRIDA.

           PERFORM 1100-FIJAR-HISTORIA
               THRU 1100-EXIT.

           OPEN OUTPUT REPORT-FILE.
           MOVE "CUENTAS DORMIDAS" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.
           MOVE WS-DIAS-INACTIVA TO WS-PAR-DIAS.
           MOVE WS-FECHA-HISTORIA TO WS-PAR-HISTORIA.
           WRITE REPORT-REC FROM WS-PARAM-LINE.
           OPEN OUTPUT CANDIDATA-FILE.

           OPEN INPUT POSICION-FILE.
           IF WS-POSICION-FS = "00"
               SET WS-POSICION-ACTIVO TO TRUE
           ELSE
               DISPLAY "POSICION NO DISPONIBLE, FS=" WS-POSICION-FS
                       " - SOLO SE USA EL INDICE"
           END-IF.
           OPEN INPUT RESULTS-INDEXED.

           OPEN INPUT CUENTAS-FILE.
           IF WS-CUENTAS-FS NOT = "00"
               DISPLAY "CUENTAS NO DISPONIBLE, FS=" WS-CUENTAS-FS
               SET WS-CTA-EOF-YES TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-CUENTAS-ABIERTO TO TRUE.
           MOVE LOW-VALUES TO CTA-TRX-ID.
           START CUENTAS-FILE KEY NOT < CTA-TRX-ID
               INVALID KEY
                   SET WS-CTA-EOF-YES TO TRUE
           END-START.
           IF WS-CTA-EOF-NO
               PERFORM 2900-LEER-CUENTA
                   THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-FIJAR-HISTORIA - LA HISTORIA EMPIEZA EN LA FECHA MAS *
      *  VIEJA DEL MAESTRO MENSUAL, DEL MAESTRO ANUAL (EJERCICIOS  *
      *  YA CERRADOS) O, SI ES ANTERIOR, EN LA PRIMERA FECHA       *
      *  RETENIDA DEL INDICE (LA CLAVE PRIMARIA EMPIEZA POR LA     *
      *  FECHA).                                                   *
      *-----------------------------------------------------------*
       1100-FIJAR-HISTORIA.
           OPEN INPUT MAESTRO-FILE.
           PERFORM 1150-LEER-MAESTRO
               THRU 1150-EXIT
               UNTIL WS-MES-EOF-YES.
           CLOSE MAESTRO-FILE.

           SET WS-MES-EOF-NO TO TRUE.
           OPEN INPUT ANUAL-FILE.
           PERFORM 1160-LEER-ANUAL
               THRU 1160-EXIT
               UNTIL WS-MES-EOF-YES.
           CLOSE ANUAL-FILE.

           OPEN INPUT RESULTS-INDEXED.
           MOVE LOW-VALUES TO RI-CLAVE.
           START RESULTS-INDEXED KEY NOT < RI-CLAVE
               INVALID KEY
                   GO TO 1100-CERRAR
           END-START.
           READ RESULTS-INDEXED NEXT
               AT END
                   GO TO 1100-CERRAR
           END-READ.
           IF WS-FECHA-HISTORIA = SPACES
              OR RI-FECHA < WS-FECHA-HISTORIA
               MOVE RI-FECHA TO WS-FECHA-HISTORIA
           END-IF.

       1100-CERRAR.
           CLOSE RESULTS-INDEXED.
       1100-EXIT.
           EXIT.

       1150-LEER-MAESTRO.
           READ MAESTRO-FILE
               AT END
                   SET WS-MES-EOF-YES TO TRUE
               NOT AT END
                   IF WS-FECHA-HISTORIA = SPACES
                      OR MES-FECHA < WS-FECHA-HISTORIA
                       MOVE MES-FECHA TO WS-FECHA-HISTORIA
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1160-LEER-ANUAL - UN MES CERRADO CON DATOS CUENTA DESDE   *
      *  SU PRIMER DIA; LA LINEA DE TOTALES Y LOS MESES SIN DATOS  *
      *  DE UN CIERRE FORZADO NO CUENTAN.                          *
      *-----------------------------------------------------------*
       1160-LEER-ANUAL.
           READ ANUAL-FILE
               AT END
                   SET WS-MES-EOF-YES TO TRUE
                   GO TO 1160-EXIT
           END-READ.
           IF ANO-TOTAL-EJERCICIO OR ANO-DIAS = 0
               GO TO 1160-EXIT
           END-IF.
           MOVE ANO-ANIO TO WS-FECHA-ANUAL (1:4).
           MOVE ANO-MES TO WS-FECHA-ANUAL (5:2).
           MOVE "01" TO WS-FECHA-ANUAL (7:2).
           IF WS-FECHA-HISTORIA = SPACES
              OR WS-FECHA-ANUAL < WS-FECHA-HISTORIA
               MOVE WS-FECHA-ANUAL TO WS-FECHA-HISTORIA
           END-IF.
       1160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-EVALUAR-CUENTA - PARA UNA CUENTA ACTIVA BUSCA SU     *
      *  ULTIMO MOVIMIENTO, MIDE LOS DIAS HASTA LA CORRIDA Y LA    *
      *  CARGA EN LA TABLA DE DORMIDAS SI SUPERA EL LIMITE. LAS    *
      *  CERRADAS NO SE EVALUAN.                                   *
      *-----------------------------------------------------------*
       2000-EVALUAR-CUENTA.
           ADD 1 TO WS-CONT-CUENTAS.
           IF NOT CTA-ACTIVA
               GO TO 2000-LEER
           END-IF.
           ADD 1 TO WS-CONT-ACTIVAS.

           MOVE SPACES TO WS-ULTIMO-MOV
                          WS-ULTIMA-SUCURSAL.
           PERFORM 2100-BUSCAR-EN-INDICE
               THRU 2100-EXIT.
           PERFORM 2200-BUSCAR-EN-POSICION
               THRU 2200-EXIT.

           IF WS-ULTIMO-MOV = SPACES
               IF WS-FECHA-HISTORIA = SPACES
                   ADD 1 TO WS-CONT-SIN-HISTORIA
                   GO TO 2000-LEER
               END-IF
               MOVE WS-FECHA-HISTORIA TO WS-FECHA-BASE
           ELSE
               MOVE WS-ULTIMO-MOV TO WS-FECHA-BASE
           END-IF.
           MOVE WS-FECHA-BASE TO WS-FECHA-NUM.
           PERFORM 7000-CALCULAR-SERIE
               THRU 7000-EXIT.
           IF WS-SERIE-FECHA < WS-SERIE-CORRIDA
               SUBTRACT WS-SERIE-FECHA FROM WS-SERIE-CORRIDA
                   GIVING WS-DIAS-CALCULADOS
           ELSE
               MOVE ZERO TO WS-DIAS-CALCULADOS
           END-IF.
           IF WS-DIAS-CALCULADOS < WS-DIAS-INACTIVA
               GO TO 2000-LEER
           END-IF.

           PERFORM 2500-CARGAR-DORMIDA
               THRU 2500-EXIT.

       2000-LEER.
           PERFORM 2900-LEER-CUENTA
               THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-BUSCAR-EN-INDICE - POSICIONA EL INDICE POR EL CAMINO *
      *  ALTERNO EN LA CUENTA Y SE QUEDA CON LA FECHA MAS NUEVA.   *
      *-----------------------------------------------------------*
       2100-BUSCAR-EN-INDICE.
           SET WS-IDX-EOF-NO TO TRUE.
           MOVE CTA-TRX-ID TO RI-TRX-ID.
           START RESULTS-INDEXED KEY = RI-TRX-ID
               INVALID KEY
                   SET WS-IDX-EOF-YES TO TRUE
           END-START.
           PERFORM 2150-LEER-INDICE
               THRU 2150-EXIT
               UNTIL WS-IDX-EOF-YES.
       2100-EXIT.
           EXIT.

       2150-LEER-INDICE.
           READ RESULTS-INDEXED NEXT
               AT END
                   SET WS-IDX-EOF-YES TO TRUE
               NOT AT END
                   IF RI-TRX-ID = CTA-TRX-ID
                       IF RI-FECHA > WS-ULTIMO-MOV
                          OR WS-ULTIMO-MOV = SPACES
                           MOVE RI-FECHA TO WS-ULTIMO-MOV
                       END-IF
                   ELSE
                       SET WS-IDX-EOF-YES TO TRUE
                   END-IF
           END-READ.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-BUSCAR-EN-POSICION - EL MAESTRO DE POSICION DA LA    *
      *  ULTIMA SUCURSAL Y UNA FECHA DE ULTIMO MOVIMIENTO QUE      *
      *  PUEDE SER MAS VIEJA QUE LA RETENCION DEL INDICE.          *
      *-----------------------------------------------------------*
       2200-BUSCAR-EN-POSICION.
           IF WS-POSICION-AUSENTE
               GO TO 2200-EXIT
           END-IF.
           MOVE CTA-TRX-ID TO POS-TRX-ID.
           READ POSICION-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           MOVE POS-ULT-SUCURSAL TO WS-ULTIMA-SUCURSAL.
           IF POS-FECHA-ULT-MOV NOT = SPACES
              AND (POS-FECHA-ULT-MOV > WS-ULTIMO-MOV
                   OR WS-ULTIMO-MOV = SPACES)
               MOVE POS-FECHA-ULT-MOV TO WS-ULTIMO-MOV
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2500-CARGAR-DORMIDA - INSERTA LA CUENTA EN LA TABLA EN SU *
      *  LUGAR POR CATEGORIA, SUCURSAL E ID. CON LA TABLA LLENA LA *
      *  CUENTA SE INFORMA Y SE CUENTA COMO ERROR.                 *
      *-----------------------------------------------------------*
       2500-CARGAR-DORMIDA.
           ADD 1 TO WS-CONT-DORMIDAS.
           IF WS-DOR-CANT = WS-DOR-MAX
               DISPLAY "AVISO: TABLA DE DORMIDAS LLENA, QUEDA FUERA "
                       CTA-TRX-ID
               ADD 1 TO WS-CONT-ERRORES
               GO TO 2500-EXIT
           END-IF.
           MOVE CTA-CATEGORIA TO WS-ORD-CATEGORIA.
           MOVE WS-ULTIMA-SUCURSAL TO WS-ORD-SUCURSAL.
           MOVE CTA-TRX-ID TO WS-ORD-TRX-ID.

           ADD 1 TO WS-DOR-CANT GIVING WS-SUB-INSERTA.
           PERFORM 2550-BUSCAR-LUGAR
               THRU 2550-EXIT
               VARYING WS-SUB FROM WS-DOR-CANT BY -1
               UNTIL WS-SUB < 1.
           ADD 1 TO WS-DOR-CANT.
           MOVE WS-DOR-CANT TO WS-SUB-CORRE.
           PERFORM 2600-CORRER-ENTRADA
               THRU 2600-EXIT
               UNTIL WS-SUB-CORRE <= WS-SUB-INSERTA.

           MOVE WS-ORDEN-NUEVA TO WS-DOR-ORDEN (WS-SUB-INSERTA).
           MOVE CTA-NOMBRE TO WS-DOR-NOMBRE (WS-SUB-INSERTA).
           MOVE WS-ULTIMO-MOV TO WS-DOR-ULT-MOV (WS-SUB-INSERTA).
           MOVE WS-DIAS-CALCULADOS TO WS-DOR-DIAS (WS-SUB-INSERTA).
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2550-BUSCAR-LUGAR - DE ATRAS HACIA ADELANTE, CORRE LA     *
      *  POSICION DE INSERCION MIENTRAS LA ENTRADA ORDENE DESPUES  *
      *  DE LA NUEVA.                                              *
      *-----------------------------------------------------------*
       2550-BUSCAR-LUGAR.
           IF WS-DOR-ORDEN (WS-SUB) > WS-ORDEN-NUEVA
               MOVE WS-SUB TO WS-SUB-INSERTA
           ELSE
               MOVE ZERO TO WS-SUB
           END-IF.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2600-CORRER-ENTRADA - COPIA LA ENTRADA ANTERIOR SOBRE LA  *
      *  ACTUAL PARA ABRIR LA POSICION DE INSERCION.               *
      *-----------------------------------------------------------*
       2600-CORRER-ENTRADA.
           SUBTRACT 1 FROM WS-SUB-CORRE GIVING WS-SUB.
           MOVE WS-DOR-ENTRADA (WS-SUB)
             TO WS-DOR-ENTRADA (WS-SUB-CORRE).
           MOVE WS-SUB TO WS-SUB-CORRE.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-LEER-CUENTA - LECTURA SECUENCIAL DEL SIGUIENTE       *
      *  REGISTRO DEL MAESTRO DE CUENTAS, CON MARCA DE FIN.        *
      *-----------------------------------------------------------*
       2900-LEER-CUENTA.
           READ CUENTAS-FILE NEXT
               AT END
                   SET WS-CTA-EOF-YES TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-EMITIR-DORMIDAS - ESCRIBE LA TABLA YA ORDENADA: UN   *
      *  CORTE CON TITULOS Y TOTAL POR CATEGORIA EN EL REPORTE Y   *
      *  UN REGISTRO POR CUENTA EN EL ARCHIVO DE CANDIDATAS.       *
      *-----------------------------------------------------------*
       3000-EMITIR-DORMIDAS.
           IF WS-DOR-CANT = 0
               MOVE "SIN CUENTAS DORMIDAS" TO REPORT-REC
               WRITE REPORT-REC
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-DOR-CATEGORIA (1) TO WS-CATEGORIA-ACTUAL.
           PERFORM 3200-ABRIR-CATEGORIA
               THRU 3200-EXIT.
           PERFORM 3100-EMITIR-DORMIDA
               THRU 3100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-DOR-CANT.
           PERFORM 3300-CERRAR-CATEGORIA
               THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

       3100-EMITIR-DORMIDA.
           IF WS-DOR-CATEGORIA (WS-SUB) NOT = WS-CATEGORIA-ACTUAL
               PERFORM 3300-CERRAR-CATEGORIA
                   THRU 3300-EXIT
               MOVE WS-DOR-CATEGORIA (WS-SUB) TO WS-CATEGORIA-ACTUAL
               PERFORM 3200-ABRIR-CATEGORIA
                   THRU 3200-EXIT
           END-IF.
           MOVE WS-DOR-SUCURSAL (WS-SUB) TO WS-DET-SUCURSAL.
           MOVE WS-DOR-TRX-ID (WS-SUB) TO WS-DET-TRX-ID.
           MOVE WS-DOR-NOMBRE (WS-SUB) TO WS-DET-NOMBRE.
           IF WS-DOR-ULT-MOV (WS-SUB) = SPACES
               MOVE "SIN MOV." TO WS-DET-ULT-MOV
           ELSE
               MOVE WS-DOR-ULT-MOV (WS-SUB) TO WS-DET-ULT-MOV
           END-IF.
           MOVE WS-DOR-DIAS (WS-SUB) TO WS-DET-DIAS.
           WRITE REPORT-REC FROM WS-DETALLE-LINE.
           ADD 1 TO WS-CONT-CATEGORIA.

           MOVE WS-DOR-TRX-ID (WS-SUB) TO CAN-TRX-ID.
           MOVE WS-DOR-CATEGORIA (WS-SUB) TO CAN-CATEGORIA.
           MOVE WS-DOR-SUCURSAL (WS-SUB) TO CAN-SUCURSAL.
           MOVE WS-DOR-ULT-MOV (WS-SUB) TO CAN-FECHA-ULT-MOV.
           MOVE WS-DOR-DIAS (WS-SUB) TO CAN-DIAS-INACTIVA.
           MOVE WS-FECHA-CORRIDA TO CAN-FECHA-DETECCION.
           WRITE CAN-REGISTRO.
       3100-EXIT.
           EXIT.

       3200-ABRIR-CATEGORIA.
           MOVE WS-CATEGORIA-ACTUAL TO WS-CAT-NOMBRE.
           WRITE REPORT-REC FROM WS-CATEGORIA-LINE.
           WRITE REPORT-REC FROM WS-TITULOS-LINE.
           MOVE ZERO TO WS-CONT-CATEGORIA.
       3200-EXIT.
           EXIT.

       3300-CERRAR-CATEGORIA.
           MOVE WS-CATEGORIA-ACTUAL TO WS-SUB-CATEGORIA.
           MOVE WS-CONT-CATEGORIA TO WS-SUB-CANT.
           WRITE REPORT-REC FROM WS-SUBTOTAL-LINE.
       3300-EXIT.
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
      *  8000-TERMINATE - ESCRIBE EL RESUMEN Y EL PIE Y CIERRA LOS *
      *  ARCHIVOS.                                                 *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           MOVE WS-CONT-ACTIVAS TO WS-RES-ACTIVAS.
           MOVE WS-CONT-DORMIDAS TO WS-RES-DORMIDAS.
           MOVE WS-CONT-SIN-HISTORIA TO WS-RES-SIN-HISTORIA.
           WRITE REPORT-REC FROM WS-RESUMEN-LINE.
           DISPLAY WS-RESUMEN-LINE.

           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-CONT-DORMIDAS TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-ERRORES TO RPT-TRL-ERRORES.
           WRITE REPORT-REC FROM RPT-TRAILER-LINE.

           IF WS-CUENTAS-ABIERTO
               CLOSE CUENTAS-FILE
           END-IF.
           IF WS-POSICION-ACTIVO
               CLOSE POSICION-FILE
           END-IF.
           CLOSE RESULTS-INDEXED
                 REPORT-FILE
                 CANDIDATA-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM CTADORM.
