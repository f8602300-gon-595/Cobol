      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-20
      * Purpose:       Avisos al cliente de la noche. Hasta ahora el
      *                titular de una cuenta no se enteraba de una
      *                transaccion ALTO ni de que una transaccion suya
      *                fue rechazada por cuenta cerrada hasta recibir
      *                el estado de cuenta. Este paso recorre el cruce
      *                de la noche (SUMAXREF) y toma cada transaccion
      *                que CONDIF clasifico ALTO en CONDIDX (evento A),
      *                y recorre el reporte de excepciones de CONDIF
      *                (EXCEPOUT) y toma cada transaccion derivada por
      *                CUENTA CERRADA (evento C). Arma el archivo de
      *                longitud fija NOTIFOUT (copybook CBNOTFIL) para
      *                el servicio de cartas y mensajeria, con
      *                cabecera, un detalle por evento con el nombre
      *                de CUENTAS, fecha, importe, evento y sucursal, y
      *                cola de control. Las cuentas que pidieron no
      *                recibir avisos (NOTISUP, copybook CBNOTSUP) se
      *                dejan fuera y se cuentan en la cola. El archivo
      *                se asienta en el registro de avisos NOTIREG
      *                (copybook CBNOTREG) y cada evento avisado en
      *                NOTIEVE (copybook CBNOTEVE): una recorrida de la
      *                misma fecha (lote suplementario de la tarde o
      *                reproceso) avisa solo los eventos que no figuran
      *                en NOTIEVE, y termina con RC=2 si no queda
      *                ninguno nuevo; NOTICTL reenvia la fecha entera.
      *                La transaccion del maestro de retenidas RETENTRX
      *                no se avisa la noche del cruce: la retenida
      *                espera al supervisor y la rechazada vuelve por
      *                RESUBPGM; la liberada ALTO se avisa la noche de
      *                su fecha de extraccion. El listado NOTIRPT deja
      *                los avisos legibles.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-20 RMM  Version inicial de los avisos al cliente con
      *                  supresion y registro de avisos.
      *  2026-10-15 RMM  Cada evento avisado se asienta en NOTIEVE
      *                  (copybook CBNOTEVE) y la recorrida de una
      *                  fecha ya avisada lleva solo los eventos
      *                  nuevos, en vez de entregar el archivo vacio:
      *                  el lote suplementario de la tarde quedaba sin
      *                  avisar. La transaccion del maestro de
      *                  retenidas RETENTRX no se avisa desde el cruce;
      *                  la liberada ALTO se avisa en su fecha de
      *                  extraccion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFCLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL XREF-FILE ASSIGN TO "SUMAXREF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPCION-FILE ASSIGN TO "EXCEPOUT"
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

           SELECT REGISTRO-FILE ASSIGN TO "NOTIREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NRG-REFERENCIA
               FILE STATUS IS WS-REGISTRO-FS.

           SELECT SUPRESION-FILE ASSIGN TO "NOTISUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPRESION-FS.

           SELECT OPTIONAL CTRL-FILE ASSIGN TO "NOTICTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AVISO-FILE ASSIGN TO "NOTIFOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "NOTIRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO "NOTIEVE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETEN-FILE ASSIGN TO "RETENTRX"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       01  XREF-REC                        PIC X(66).

       FD  EXCEPCION-FILE.
       01  EXCEPCION-REC                   PIC X(80).

       FD  RESULTS-INDEXED.
       COPY CBCONIDX.

       FD  CUENTAS-FILE.
       COPY CBCUENTA.

       FD  REGISTRO-FILE.
       COPY CBNOTREG.

       FD  SUPRESION-FILE.
       COPY CBNOTSUP.

       FD  CTRL-FILE.
       01  CTRL-REC.
           05  CTRL-REENVIO-FECHA          PIC X(08).

       FD  AVISO-FILE.
       COPY CBNOTFIL.

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       FD  EVENTO-FILE.
       COPY CBNOTEVE.

       FD  RETEN-FILE.
       COPY CBRETEN.

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-FECHA-HOY                    PIC X(08).
       01  WS-HORA-HOY                     PIC X(08).

      *    FECHA DE DATOS CUYO ARCHIVO YA AVISADO SE DEBE REEMPLAZAR
      *    (NOTICTL); EN BLANCO UNA NOCHE AVISADA NO SE REENVIA.
       01  WS-REENVIO-FECHA                PIC X(08)   VALUE SPACES.

       01  WS-CONDIDX-FS                   PIC X(02)   VALUE SPACES.
       01  WS-CUENTAS-FS                   PIC X(02)   VALUE SPACES.
       01  WS-REGISTRO-FS                  PIC X(02)   VALUE SPACES.
       01  WS-SUPRESION-FS                 PIC X(02)   VALUE SPACES.

       01  WS-CUENTAS-SW                   PIC X(01)   VALUE "N".
           88  WS-CUENTAS-ACTIVO                       VALUE "A".
           88  WS-CUENTAS-AUSENTE                       VALUE "N".

      *    N = SE AVISA; Y = LA FECHA NO TIENE SECUENCIAS LIBRES;
      *    C = SIN REGISTRO DE AVISOS, SIN INDICE, SIN LA LISTA DE
      *    SUPRESION COMPLETA O SIN LOS EVENTOS YA AVISADOS
      *    COMPLETOS NO SE AVISA NADA.
       01  WS-ESTADO-CORRIDA               PIC X(01)   VALUE "N".
           88  WS-SE-AVISA                             VALUE "N".
           88  WS-YA-AVISADA                           VALUE "Y".
           88  WS-CORRIDA-CAIDA                        VALUE "C".
       01  WS-REGISTRO-SW                  PIC X(01)   VALUE "N".
           88  WS-REGISTRO-ABIERTO                     VALUE "S".
       01  WS-CONDIDX-SW                   PIC X(01)   VALUE "N".
           88  WS-CONDIDX-ABIERTO                      VALUE "S".

       COPY CBRPTHDR.

      *    TRANSACCION EN CURSO: LA DEL CRUCE O LA IMAGEN DE LA
      *    RETENIDA LIBERADA (RET-TRX).
       COPY CBTRANS.

       01  WS-SWITCHES.
           05  WS-EOF-SW                   PIC X(01)   VALUE "N".
               88  WS-EOF-YES                          VALUE "Y".
               88  WS-EOF-NO                            VALUE "N".
           05  WS-EXC-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-EXC-EOF-YES                      VALUE "Y".
               88  WS-EXC-EOF-NO                        VALUE "N".
           05  WS-NRG-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-NRG-EOF-YES                      VALUE "Y".
               88  WS-NRG-EOF-NO                        VALUE "N".
           05  WS-SUP-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-SUP-EOF-YES                      VALUE "Y".
               88  WS-SUP-EOF-NO                        VALUE "N".
           05  WS-NEV-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-NEV-EOF-YES                      VALUE "Y".
               88  WS-NEV-EOF-NO                        VALUE "N".
           05  WS-RTN-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-RTN-EOF-YES                      VALUE "Y".
               88  WS-RTN-EOF-NO                        VALUE "N".
           05  WS-NTF-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-NTF-EOF-YES                      VALUE "Y".
               88  WS-NTF-EOF-NO                        VALUE "N".

       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS              PIC 9(7)    VALUE ZERO.
           05  WS-CONT-SIN-INDICE          PIC 9(7)    VALUE ZERO.
           05  WS-CONT-EXCEPCIONES         PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ALTOS               PIC 9(7)    VALUE ZERO.
           05  WS-CONT-CERRADAS            PIC 9(7)    VALUE ZERO.
           05  WS-CONT-SUPRIMIDOS          PIC 9(7)    VALUE ZERO.
           05  WS-CONT-DETALLES            PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ANULADOS            PIC 9(3)    VALUE ZERO.
           05  WS-CONT-YA-AVISADOS         PIC 9(7)    VALUE ZERO.
           05  WS-CONT-RETENIDOS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-LIBERADOS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-IMPORTE                PIC 9(11)V99 VALUE ZERO.

      *    REFERENCIA DEL ARCHIVO NUEVO: NC + FECHA DE DATOS +
      *    SECUENCIA DENTRO DE LA FECHA.
       01  WS-REFERENCIA.
           05  WS-REF-PREFIJO              PIC X(02)   VALUE "NC".
           05  WS-REF-FECHA                PIC X(08).
           05  WS-REF-SECUENCIA            PIC 9(02)   VALUE ZERO.

      *    ULTIMO ARCHIVO GENERADO DE LA FECHA: LA CORRIDA ES UNA
      *    RECORRIDA Y SOLO LLEVA LOS EVENTOS NUEVOS.
       01  WS-REF-PREVIA                   PIC X(12)   VALUE SPACES.

      *    ARCHIVOS GENERADOS DE LA FECHA QUE NOTICTL PIDE
      *    REEMPLAZAR: SE ANULAN CUANDO EL NUEVO QUEDA ASENTADO.
       01  WS-TABLA-ANULAR.
           05  WS-ANU-MAX                  PIC S9(4)   COMP VALUE 99.
           05  WS-ANU-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-ANU-REFERENCIA OCCURS 99 TIMES
                                            PIC X(12).

      *    CUENTAS QUE NO QUIEREN AVISOS, CARGADAS DE NOTISUP. UNA
      *    LISTA QUE NO ENTRA EN LA TABLA NO SE PUEDE RESPETAR ENTERA
      *    Y LA NOCHE NO SE AVISA.
       01  WS-TABLA-SUPRESION.
           05  WS-SUP-MAX                  PIC S9(4)   COMP VALUE 5000.
           05  WS-SUP-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-SUP-ENTRADA OCCURS 5000 TIMES.
               10  WS-SUP-TRX-ID           PIC X(10).
               10  WS-SUP-EVENTO           PIC X(01).

       01  WS-SUB                          PIC S9(4)   COMP.
       01  WS-SUP-HALLADO                  PIC S9(4)   COMP.

      *    EVENTOS DE LA FECHA YA AVISADOS EN ARCHIVOS ANTERIORES,
      *    CARGADOS DE NOTIEVE (NO SE CARGAN SI NOTICTL PIDE
      *    REENVIAR LA FECHA). UNA LISTA QUE NO ENTRA EN LA TABLA
      *    HARIA REPETIR AVISOS Y LA NOCHE NO SE AVISA.
       01  WS-TABLA-AVISADOS.
           05  WS-AVI-MAX                  PIC S9(4)   COMP VALUE 5000.
           05  WS-AVI-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-AVI-ENTRADA OCCURS 5000 TIMES.
               10  WS-AVI-TRX-ID           PIC X(10).
               10  WS-AVI-EVENTO           PIC X(01).

       01  WS-AVI-HALLADO                  PIC S9(4)   COMP.

      *    CLAVES (FECHA + TRX-ID) DEL MAESTRO DE RETENIDAS CON SU
      *    ESTADO: UNA TRANSACCION DEL CRUCE QUE FIGURE AQUI NO SE
      *    AVISA DESDE EL CRUCE.
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

      *    IMAGEN DE LA LINEA DE EXCEPCION QUE ESCRIBE CONDIF EN
      *    EXCEPOUT, CON EL IMPORTE SIN EDITAR Y LA SUCURSAL DE
      *    ORIGEN AL FINAL (LA MISMA QUE LEEN BALANNOC Y RETORSUC).
       01  WS-LINEA-EXCEPCION.
           05  WS-LEX-ID                   PIC X(10).
           05  FILLER                      PIC X(02).
           05  WS-LEX-MOTIVO               PIC X(30).
           05  WS-LEX-RESULTADO            PIC 9(5)V99.
           05  FILLER                      PIC X(01).
           05  WS-LEX-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(27).

      *    EVENTO A AVISAR, ARMADO DESDE EL CRUCE O LA RETENIDA
      *    LIBERADA (ALTO) O DESDE LA LINEA DE EXCEPCION (CUENTA
      *    CERRADA). LA FECHA ES LA DE LA TRANSACCION.
       01  WS-EVENTO.
           05  WS-EVE-TRX-ID               PIC X(10).
           05  WS-EVE-FECHA                PIC X(08).
           05  WS-EVE-SUCURSAL             PIC X(03).
           05  WS-EVE-TIPO                 PIC X(01).
           05  WS-EVE-IMPORTE              PIC 9(7)V99.

       01  WS-PARAM-LINE.
           05  FILLER                      PIC X(11)
               VALUE "REFERENCIA=".
           05  WS-PAR-REFERENCIA           PIC X(12).
           05  FILLER                      PIC X(12)
               VALUE "  SUPRESION=".
           05  WS-PAR-SUPRESION            PIC Z(4)9.
           05  FILLER                      PIC X(10)
               VALUE "  REENVIO=".
           05  WS-PAR-REENVIO              PIC X(08).

       01  WS-PREVIA-LINE.
           05  FILLER                      PIC X(23)
               VALUE "NOCHE YA AVISADA: REF ".
           05  WS-PRV-REFERENCIA           PIC X(12).
           05  FILLER                      PIC X(30)
               VALUE " - SOLO SE AVISA LO NUEVO".

       01  WS-TITULOS-LINE.
           05  FILLER                      PIC X(02)   VALUE "E ".
           05  FILLER                      PIC X(08)   VALUE "SEC     ".
           05  FILLER                      PIC X(11)
               VALUE "TRX-ID     ".
           05  FILLER                      PIC X(04)   VALUE "SUC ".
           05  FILLER                      PIC X(21)
               VALUE "NOMBRE               ".
           05  FILLER                      PIC X(12)
               VALUE "     IMPORTE".
           05  FILLER                      PIC X(10)
               VALUE "  ESTADO".

       01  WS-DETALLE-LINE.
           05  WS-DET-EVENTO               PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-SECUENCIA            PIC Z(6)9
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-TRX-ID               PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-NOMBRE               PIC X(20).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-IMPORTE              PIC Z(6)9.99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  WS-DET-ESTADO               PIC X(10).

       01  WS-RESUMEN-LINE.
           05  FILLER                      PIC X(06)
               VALUE "ALTOS=".
           05  WS-RES-ALTOS                PIC Z(6)9.
           05  FILLER                      PIC X(10)
               VALUE " CERRADAS=".
           05  WS-RES-CERRADAS             PIC Z(6)9.
           05  FILLER                      PIC X(12)
               VALUE " SUPRIMIDOS=".
           05  WS-RES-SUPRIMIDOS           PIC Z(6)9.
           05  FILLER                      PIC X(09)
               VALUE " IMPORTE=".
           05  WS-RES-IMPORTE              PIC Z(10)9.99.

       01  WS-LECTURA-LINE.
           05  FILLER                      PIC X(08)
               VALUE "CRUCE=".
           05  WS-LEC-LEIDOS               PIC Z(6)9.
           05  FILLER                      PIC X(13)
               VALUE " SIN INDICE=".
           05  WS-LEC-SIN-INDICE           PIC Z(6)9.
           05  FILLER                      PIC X(13)
               VALUE " EXCEPCIONES=".
           05  WS-LEC-EXCEPCIONES          PIC Z(6)9.

       01  WS-RECORRIDA-LINE.
           05  FILLER                      PIC X(12)
               VALUE "YA AVISADOS=".
           05  WS-REC-YA-AVISADOS          PIC Z(6)9.
           05  FILLER                      PIC X(11)
               VALUE " RETENIDOS=".
           05  WS-REC-RETENIDOS            PIC Z(6)9.
           05  FILLER                      PIC X(11)
               VALUE " LIBERADOS=".
           05  WS-REC-LIBERADOS            PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF WS-SE-AVISA
               PERFORM 2000-PROCESAR-TRX
                   THRU 2000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM 2500-AVISAR-LIBERADAS
                   THRU 2500-EXIT
               PERFORM 3000-PROCESAR-EXCEPCION
                   THRU 3000-EXIT
                   UNTIL WS-EXC-EOF-YES
               PERFORM 4000-CERRAR-ARCHIVO
                   THRU 4000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           EVALUATE TRUE
               WHEN WS-CORRIDA-CAIDA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONT-ERRORES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-YA-AVISADA
                   MOVE 2 TO RETURN-CODE
               WHEN WS-CONT-DETALLES = 0
                AND WS-CONT-YA-AVISADOS > 0
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
      *  1000-INITIALIZE - LEE NOTICTL, ABRE EL LISTADO Y EL      *
      *  ARCHIVO DE AVISOS, CARGA LA LISTA DE SUPRESION, REVISA   *
      *  EN EL REGISTRO LO YA AVISADO PARA LA FECHA, CARGA LOS    *
      *  EVENTOS YA AVISADOS Y EL MAESTRO DE RETENIDAS, FIJA LA   *
      *  REFERENCIA NUEVA, ESCRIBE LA CABECERA Y ABRE LAS         *
      *  FUENTES. SIN REGISTRO, SIN SUPRESION O EVENTOS AVISADOS  *
      *  COMPLETOS O SIN INDICE NO SE AVISA: UN AVISO SIN ASIENTO *
      *  SE REPETIRIA EN LA RECORRIDA, UNO A UNA CUENTA SUPRIMIDA *
      *  NO SE PUEDE DESHACER Y SIN INDICE NO HAY CLASIFICACION.  *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.

           OPEN INPUT CTRL-FILE.
           READ CTRL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CTRL-REENVIO-FECHA TO WS-REENVIO-FECHA
           END-READ.
           CLOSE CTRL-FILE.

           OPEN OUTPUT REPORT-FILE.
           MOVE "AVISOS AL CLIENTE" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.
           OPEN OUTPUT AVISO-FILE.

           PERFORM 1200-CARGAR-SUPRESION
               THRU 1200-EXIT.
           IF WS-CORRIDA-CAIDA
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O REGISTRO-FILE.
           IF WS-REGISTRO-FS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR NOTIREG, ESTADO="
                       WS-REGISTRO-FS
               MOVE "REGISTRO DE AVISOS NO DISPONIBLE"
                 TO REPORT-REC
               WRITE REPORT-REC
               SET WS-CORRIDA-CAIDA TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-REGISTRO-ABIERTO TO TRUE.

           MOVE WS-FECHA-CORRIDA TO WS-REF-FECHA.
           PERFORM 1100-REVISAR-FECHA
               THRU 1100-EXIT.
           IF WS-REF-PREVIA NOT = SPACES
               MOVE WS-REF-PREVIA TO WS-PRV-REFERENCIA
               WRITE REPORT-REC FROM WS-PREVIA-LINE
               DISPLAY WS-PREVIA-LINE
           END-IF.
           IF WS-REF-SECUENCIA = 99
               DISPLAY "ERROR: FECHA " WS-FECHA-CORRIDA
                       " SIN SECUENCIAS LIBRES EN NOTIREG"
               ADD 1 TO WS-CONT-ERRORES
               SET WS-YA-AVISADA TO TRUE
               GO TO 1000-EXIT
           END-IF.

           IF WS-REENVIO-FECHA NOT = WS-FECHA-CORRIDA
               PERFORM 1300-CARGAR-AVISADOS
                   THRU 1300-EXIT
               IF WS-CORRIDA-CAIDA
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           PERFORM 1400-CARGAR-RETENIDAS
               THRU 1400-EXIT.

           OPEN INPUT RESULTS-INDEXED.
           IF WS-CONDIDX-FS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CONDIDX, ESTADO="
                       WS-CONDIDX-FS
               MOVE "INDICE DE RESULTADOS NO DISPONIBLE"
                 TO REPORT-REC
               WRITE REPORT-REC
               SET WS-CORRIDA-CAIDA TO TRUE
               GO TO 1000-EXIT
           END-IF.
           SET WS-CONDIDX-ABIERTO TO TRUE.
           ADD 1 TO WS-REF-SECUENCIA.

           MOVE WS-REFERENCIA TO WS-PAR-REFERENCIA.
           MOVE WS-SUP-CANT TO WS-PAR-SUPRESION.
           MOVE WS-REENVIO-FECHA TO WS-PAR-REENVIO.
           WRITE REPORT-REC FROM WS-PARAM-LINE.
           WRITE REPORT-REC FROM WS-TITULOS-LINE.

           MOVE SPACES TO NTF-REGISTRO.
           SET NTF-CABECERA TO TRUE.
           MOVE WS-REFERENCIA TO NTF-REFERENCIA.
           MOVE WS-FECHA-CORRIDA TO NTF-H-FECHA-DATOS.
           MOVE WS-FECHA-HOY TO NTF-H-FECHA-GENERADA.
           MOVE WS-HORA-HOY TO NTF-H-HORA-GENERADA.
           WRITE NTF-REGISTRO.

           OPEN INPUT CUENTAS-FILE.
           IF WS-CUENTAS-FS = "00"
               SET WS-CUENTAS-ACTIVO TO TRUE
           ELSE
               DISPLAY "CUENTAS NO DISPONIBLE, FS=" WS-CUENTAS-FS
                       " - AVISOS SIN NOMBRE"
               ADD 1 TO WS-CONT-ERRORES
           END-IF.
           OPEN INPUT XREF-FILE.
           PERFORM 2900-LEER-CRUCE
               THRU 2900-EXIT.
           OPEN INPUT EXCEPCION-FILE.
           PERFORM 3900-LEER-EXCEPCION
               THRU 3900-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-REVISAR-FECHA - POSICIONA EL REGISTRO EN LA PRIMERA *
      *  REFERENCIA DE LA FECHA Y RECORRE SUS ARCHIVOS: UNO       *
      *  GENERADO HACE DE ESTA CORRIDA UNA RECORRIDA, SALVO QUE   *
      *  NOTICTL PIDA REENVIAR LA FECHA; ENTONCES QUEDA PARA      *
      *  ANULAR. LA SECUENCIA MAS ALTA VISTA DA LA SIGUIENTE.     *
      *-----------------------------------------------------------*
       1100-REVISAR-FECHA.
           SET WS-NRG-EOF-NO TO TRUE.
           MOVE WS-REFERENCIA TO NRG-REFERENCIA.
           START REGISTRO-FILE KEY NOT < NRG-REFERENCIA
               INVALID KEY
                   SET WS-NRG-EOF-YES TO TRUE
           END-START.
           PERFORM 1150-LEER-ARCHIVO
               THRU 1150-EXIT
               UNTIL WS-NRG-EOF-YES.
       1100-EXIT.
           EXIT.

       1150-LEER-ARCHIVO.
           READ REGISTRO-FILE NEXT
               AT END
                   SET WS-NRG-EOF-YES TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           IF NRG-REF-PREFIJO NOT = WS-REF-PREFIJO
              OR NRG-REF-FECHA NOT = WS-REF-FECHA
               SET WS-NRG-EOF-YES TO TRUE
               GO TO 1150-EXIT
           END-IF.
           IF NRG-REF-SECUENCIA > WS-REF-SECUENCIA
               MOVE NRG-REF-SECUENCIA TO WS-REF-SECUENCIA
           END-IF.
           IF NOT NRG-GENERADO
               GO TO 1150-EXIT
           END-IF.
           IF WS-REENVIO-FECHA NOT = WS-FECHA-CORRIDA
               MOVE NRG-REFERENCIA TO WS-REF-PREVIA
               GO TO 1150-EXIT
           END-IF.
           IF WS-ANU-CANT < WS-ANU-MAX
               ADD 1 TO WS-ANU-CANT
               MOVE NRG-REFERENCIA TO WS-ANU-REFERENCIA (WS-ANU-CANT)
           END-IF.
       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-CARGAR-SUPRESION - CARGA NOTISUP EN LA TABLA. SIN   *
      *  EL ARCHIVO O CON MAS CUENTAS QUE LA TABLA NO SE AVISA.   *
      *  UNA SUPRESION QUE TODAVIA NO RIGE (FECHA DESDE POSTERIOR *
      *  A LA NOCHE) NO SE CARGA.                                 *
      *-----------------------------------------------------------*
       1200-CARGAR-SUPRESION.
           OPEN INPUT SUPRESION-FILE.
           IF WS-SUPRESION-FS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR NOTISUP, ESTADO="
                       WS-SUPRESION-FS
               MOVE "LISTA DE SUPRESION NO DISPONIBLE"
                 TO REPORT-REC
               WRITE REPORT-REC
               SET WS-CORRIDA-CAIDA TO TRUE
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1250-LEER-SUPRESION
               THRU 1250-EXIT
               UNTIL WS-SUP-EOF-YES.
           CLOSE SUPRESION-FILE.
       1200-EXIT.
           EXIT.

       1250-LEER-SUPRESION.
           READ SUPRESION-FILE
               AT END
                   SET WS-SUP-EOF-YES TO TRUE
                   GO TO 1250-EXIT
           END-READ.
           IF SUP-TRX-ID = SPACES
              OR SUP-FECHA-DESDE > WS-FECHA-CORRIDA
               GO TO 1250-EXIT
           END-IF.
           IF WS-SUP-CANT = WS-SUP-MAX
               DISPLAY "ERROR: NOTISUP SUPERA " WS-SUP-MAX
                       " CUENTAS - NO SE AVISA"
               MOVE "LISTA DE SUPRESION EXCEDE LA TABLA"
                 TO REPORT-REC
               WRITE REPORT-REC
               SET WS-CORRIDA-CAIDA TO TRUE
               SET WS-SUP-EOF-YES TO TRUE
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO WS-SUP-CANT.
           MOVE SUP-TRX-ID TO WS-SUP-TRX-ID (WS-SUP-CANT).
           MOVE SUP-EVENTO TO WS-SUP-EVENTO (WS-SUP-CANT).
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1300-CARGAR-AVISADOS - CARGA DE NOTIEVE LOS EVENTOS DE   *
      *  LA FECHA QUE YA SALIERON EN UN ARCHIVO ANTERIOR. CON MAS *
      *  EVENTOS QUE LA TABLA NO SE AVISA: LOS QUE NO ENTRAN SE   *
      *  AVISARIAN DOS VECES.                                     *
      *-----------------------------------------------------------*
       1300-CARGAR-AVISADOS.
           SET WS-NEV-EOF-NO TO TRUE.
           OPEN INPUT EVENTO-FILE.
           PERFORM 1350-LEER-AVISADO
               THRU 1350-EXIT
               UNTIL WS-NEV-EOF-YES.
           CLOSE EVENTO-FILE.
       1300-EXIT.
           EXIT.

       1350-LEER-AVISADO.
           READ EVENTO-FILE
               AT END
                   SET WS-NEV-EOF-YES TO TRUE
                   GO TO 1350-EXIT
           END-READ.
           IF NEV-FECHA NOT = WS-FECHA-CORRIDA
               GO TO 1350-EXIT
           END-IF.
           IF WS-AVI-CANT = WS-AVI-MAX
               DISPLAY "ERROR: NOTIEVE SUPERA " WS-AVI-MAX
                       " EVENTOS DE LA FECHA - NO SE AVISA"
               MOVE "EVENTOS AVISADOS EXCEDEN LA TABLA"
                 TO REPORT-REC
               WRITE REPORT-REC
               SET WS-CORRIDA-CAIDA TO TRUE
               SET WS-NEV-EOF-YES TO TRUE
               GO TO 1350-EXIT
           END-IF.
           ADD 1 TO WS-AVI-CANT.
           MOVE NEV-TRX-ID TO WS-AVI-TRX-ID (WS-AVI-CANT).
           MOVE NEV-EVENTO TO WS-AVI-EVENTO (WS-AVI-CANT).
       1350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1400-CARGAR-RETENIDAS - CARGA LA CLAVE Y EL ESTADO DE    *
      *  CADA TRANSACCION DEL MAESTRO DE RETENIDAS. CON LA TABLA  *
      *  LLENA ES ERROR: UNA RETENIDA QUE NO SE VE SE AVISARIA    *
      *  SIN DECISION DEL SUPERVISOR.                             *
      *-----------------------------------------------------------*
       1400-CARGAR-RETENIDAS.
           SET WS-RTN-EOF-NO TO TRUE.
           OPEN INPUT RETEN-FILE.
           PERFORM 1450-CARGAR-RETENIDA
               THRU 1450-EXIT
               UNTIL WS-RTN-EOF-YES.
           CLOSE RETEN-FILE.
       1400-EXIT.
           EXIT.

       1450-CARGAR-RETENIDA.
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
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESAR-TRX - BUSCA LA TRANSACCION DEL CRUCE EN    *
      *  CONDIDX CON LA FECHA DE LA NOCHE; LA CLASIFICADA ALTO SE *
      *  AVISA. LA QUE NO ESTA EN EL INDICE (DERIVADA A EXCEPOUT) *
      *  NO SE AVISA DESDE ACA. LA RETENIDA POR LIMITE DIARIO     *
      *  SIGUE EN EL INDICE CON SU CLASIFICACION, PERO MIENTRAS   *
      *  FIGURE EN RETENTRX NO SE AVISA: LA RETENIDA ESPERA AL    *
      *  SUPERVISOR, LA RECHAZADA VUELVE POR RESUBPGM Y LA        *
      *  LIBERADA LA AVISA 2500 EN SU FECHA DE EXTRACCION.        *
      *-----------------------------------------------------------*
       2000-PROCESAR-TRX.
           ADD 1 TO WS-CONT-LEIDOS.
           MOVE WS-FECHA-CORRIDA TO RI-FECHA.
           MOVE TRX-ID TO RI-TRX-ID.
           READ RESULTS-INDEXED
               INVALID KEY
                   ADD 1 TO WS-CONT-SIN-INDICE
                   MOVE SPACES TO RI-CLASIFICACION
           END-READ.
           IF RI-CLASIFICACION NOT = "ALTO"
               PERFORM 2900-LEER-CRUCE
                   THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-FECHA-CORRIDA TO WS-RTB-FECHA.
           MOVE TRX-ID TO WS-RTB-TRX-ID.
           MOVE ZERO TO WS-RTN-HALLADO.
           PERFORM 2050-BUSCAR-RETENIDA
               THRU 2050-EXIT
               VARYING WS-RTN-SUB FROM 1 BY 1
               UNTIL WS-RTN-SUB > WS-RTN-CANT
                  OR WS-RTN-HALLADO > 0.
           IF WS-RTN-HALLADO > 0
               ADD 1 TO WS-CONT-RETENIDOS
               PERFORM 2900-LEER-CRUCE
                   THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE TRX-ID TO WS-EVE-TRX-ID.
           MOVE WS-FECHA-CORRIDA TO WS-EVE-FECHA.
           MOVE TRX-SUCURSAL TO WS-EVE-SUCURSAL.
           MOVE "A" TO WS-EVE-TIPO.
           MOVE TRX-RESULTADO TO WS-EVE-IMPORTE.
           PERFORM 5000-AVISAR-EVENTO
               THRU 5000-EXIT.
           PERFORM 2900-LEER-CRUCE
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
      *  2500-AVISAR-LIBERADAS - RECORRE EL MAESTRO DE RETENIDAS  *
      *  Y AVISA CADA TRANSACCION CLASIFICADA ALTO QUE EL         *
      *  SUPERVISOR LIBERO PARA LA FECHA DE PROCESO, CON LA FECHA *
      *  ORIGINAL DE LA TRANSACCION.                              *
      *-----------------------------------------------------------*
       2500-AVISAR-LIBERADAS.
           SET WS-RTN-EOF-NO TO TRUE.
           OPEN INPUT RETEN-FILE.
           PERFORM 2600-AVISAR-LIBERADA
               THRU 2600-EXIT
               UNTIL WS-RTN-EOF-YES.
           CLOSE RETEN-FILE.
       2500-EXIT.
           EXIT.

       2600-AVISAR-LIBERADA.
           READ RETEN-FILE
               AT END
                   SET WS-RTN-EOF-YES TO TRUE
                   GO TO 2600-EXIT
           END-READ.
           IF NOT RET-LIBERADA
              OR RET-FECHA-EXTRACCION NOT = WS-FECHA-CORRIDA
               GO TO 2600-EXIT
           END-IF.
           MOVE RET-TRX TO TRX-REGISTRO.
           IF TRX-CLASIFICACION NOT = "ALTO"
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO WS-CONT-LIBERADOS.
           MOVE RET-TRX-ID TO WS-EVE-TRX-ID.
           MOVE RET-FECHA TO WS-EVE-FECHA.
           MOVE TRX-SUCURSAL TO WS-EVE-SUCURSAL.
           MOVE "A" TO WS-EVE-TIPO.
           MOVE TRX-RESULTADO TO WS-EVE-IMPORTE.
           PERFORM 5000-AVISAR-EVENTO
               THRU 5000-EXIT.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-LEER-CRUCE - LECTURA DE UN REGISTRO DE SUMAXREF, CON*
      *  MARCA DE FIN DE ARCHIVO.                                 *
      *-----------------------------------------------------------*
       2900-LEER-CRUCE.
           READ XREF-FILE INTO TRX-REGISTRO
               AT END
                   SET WS-EOF-YES TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-PROCESAR-EXCEPCION - DE LAS LINEAS DE DETALLE DEL   *
      *  REPORTE DE EXCEPCIONES DE CONDIF SE AVISAN LAS DE CUENTA *
      *  CERRADA; LA CUENTA INEXISTENTE NO TIENE A QUIEN AVISAR.  *
      *-----------------------------------------------------------*
       3000-PROCESAR-EXCEPCION.
           IF WS-LINEA-EXCEPCION (1:9) NOT = "REPORTE: "
              AND WS-LINEA-EXCEPCION (1:15) NOT = "FIN DE REPORTE "
              AND WS-LINEA-EXCEPCION NOT = SPACES
               ADD 1 TO WS-CONT-EXCEPCIONES
               IF WS-LEX-MOTIVO = "CUENTA CERRADA"
                   MOVE WS-LEX-ID TO WS-EVE-TRX-ID
                   MOVE WS-FECHA-CORRIDA TO WS-EVE-FECHA
                   MOVE WS-LEX-SUCURSAL TO WS-EVE-SUCURSAL
                   MOVE "C" TO WS-EVE-TIPO
                   MOVE ZERO TO WS-EVE-IMPORTE
                   IF WS-LEX-RESULTADO NUMERIC
                       MOVE WS-LEX-RESULTADO TO WS-EVE-IMPORTE
                   END-IF
                   PERFORM 5000-AVISAR-EVENTO
                       THRU 5000-EXIT
               END-IF
           END-IF.
           PERFORM 3900-LEER-EXCEPCION
               THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3900-LEER-EXCEPCION - LECTURA DE UNA LINEA DEL REPORTE   *
      *  DE EXCEPCIONES, CON MARCA DE FIN DE ARCHIVO.             *
      *-----------------------------------------------------------*
       3900-LEER-EXCEPCION.
           READ EXCEPCION-FILE INTO WS-LINEA-EXCEPCION
               AT END
                   SET WS-EXC-EOF-YES TO TRUE
           END-READ.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-CERRAR-ARCHIVO - ESCRIBE LA COLA DE CONTROL, ANULA  *
      *  LOS ARCHIVOS DE LA FECHA QUE NOTICTL PIDIO REEMPLAZAR,   *
      *  ASIENTA EL ARCHIVO NUEVO EN EL REGISTRO EN ESTADO G Y    *
      *  SUS EVENTOS EN NOTIEVE.                                  *
      *-----------------------------------------------------------*
       4000-CERRAR-ARCHIVO.
           MOVE SPACES TO NTF-REGISTRO.
           SET NTF-COLA TO TRUE.
           MOVE WS-REFERENCIA TO NTF-REFERENCIA.
           MOVE WS-CONT-DETALLES TO NTF-T-REGISTROS.
           MOVE WS-TOTAL-IMPORTE TO NTF-T-IMPORTE.
           MOVE WS-CONT-ALTOS TO NTF-T-ALTOS.
           MOVE WS-CONT-CERRADAS TO NTF-T-CERRADAS.
           MOVE WS-CONT-SUPRIMIDOS TO NTF-T-SUPRIMIDOS.
           WRITE NTF-REGISTRO.

           PERFORM 4100-ANULAR-ANTERIOR
               THRU 4100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ANU-CANT.

           MOVE WS-REFERENCIA TO NRG-REFERENCIA.
           MOVE WS-FECHA-HOY TO NRG-FECHA-GENERADA.
           MOVE WS-HORA-HOY TO NRG-HORA-GENERADA.
           MOVE WS-CONT-DETALLES TO NRG-REGISTROS.
           MOVE WS-TOTAL-IMPORTE TO NRG-IMPORTE.
           MOVE WS-CONT-ALTOS TO NRG-ALTOS.
           MOVE WS-CONT-CERRADAS TO NRG-CERRADAS.
           MOVE WS-CONT-SUPRIMIDOS TO NRG-SUPRIMIDOS.
           SET NRG-GENERADO TO TRUE.
           MOVE WS-FECHA-HOY TO NRG-FECHA-ESTADO.
           MOVE "NOTIFCLI" TO NRG-OPERADOR.
           MOVE SPACES TO NRG-OBSERVACION.
           WRITE NRG-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO ASENTAR " WS-REFERENCIA
                           " EN NOTIREG, ESTADO=" WS-REGISTRO-FS
                   ADD 1 TO WS-CONT-ERRORES
           END-WRITE.
           DISPLAY "AVISOS " WS-REFERENCIA " GENERADOS: "
                   WS-CONT-DETALLES " DETALLES".
           PERFORM 4200-ASENTAR-EVENTOS
               THRU 4200-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-ANULAR-ANTERIOR - MARCA X UN ARCHIVO GENERADO DE LA *
      *  MISMA FECHA QUE NOTICTL PIDIO REENVIAR, CON LA REFERENCIA*
      *  QUE LO REEMPLAZA.                                        *
      *-----------------------------------------------------------*
       4100-ANULAR-ANTERIOR.
           MOVE WS-ANU-REFERENCIA (WS-SUB) TO NRG-REFERENCIA.
           READ REGISTRO-FILE
               INVALID KEY
                   DISPLAY "ERROR: " NRG-REFERENCIA
                           " NO HALLADA PARA ANULAR"
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 4100-EXIT
           END-READ.
           SET NRG-ANULADO TO TRUE.
           MOVE WS-FECHA-HOY TO NRG-FECHA-ESTADO.
           MOVE "NOTIFCLI" TO NRG-OPERADOR.
           MOVE SPACES TO NRG-OBSERVACION.
           STRING "REEMPLAZADA POR " WS-REFERENCIA
               DELIMITED BY SIZE
               INTO NRG-OBSERVACION
           END-STRING.
           REWRITE NRG-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO ANULAR " NRG-REFERENCIA
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 4100-EXIT
           END-REWRITE.
           ADD 1 TO WS-CONT-ANULADOS.
           DISPLAY "AVISOS " NRG-REFERENCIA
                   " ANULADOS, REEMPLAZADOS POR " WS-REFERENCIA.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4200-ASENTAR-EVENTOS - RELEE EL ARCHIVO DE AVISOS RECIEN *
      *  CERRADO Y AGREGA A NOTIEVE CADA DETALLE, CON LA          *
      *  REFERENCIA DEL ARCHIVO. SE ASIENTA AL FINAL PARA QUE UNA *
      *  CORRIDA CAIDA A MITAD NO DE POR AVISADO LO QUE NO SALIO. *
      *  EL ARCHIVO QUEDA ABIERTO PARA 8000.                      *
      *-----------------------------------------------------------*
       4200-ASENTAR-EVENTOS.
           CLOSE AVISO-FILE.
           OPEN INPUT AVISO-FILE.
           OPEN EXTEND EVENTO-FILE.
           SET WS-NTF-EOF-NO TO TRUE.
           PERFORM 4250-ASENTAR-EVENTO
               THRU 4250-EXIT
               UNTIL WS-NTF-EOF-YES.
           CLOSE EVENTO-FILE.
       4200-EXIT.
           EXIT.

       4250-ASENTAR-EVENTO.
           READ AVISO-FILE
               AT END
                   SET WS-NTF-EOF-YES TO TRUE
                   GO TO 4250-EXIT
           END-READ.
           IF NOT NTF-DETALLE
               GO TO 4250-EXIT
           END-IF.
           MOVE WS-FECHA-CORRIDA TO NEV-FECHA.
           MOVE NTF-D-TRX-ID TO NEV-TRX-ID.
           MOVE NTF-D-EVENTO TO NEV-EVENTO.
           MOVE WS-REFERENCIA TO NEV-REFERENCIA.
           WRITE NEV-REGISTRO.
       4250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-AVISAR-EVENTO - SI EL EVENTO NO SALIO EN UN ARCHIVO *
      *  ANTERIOR DE LA FECHA Y LA CUENTA NO PIDIO SUPRIMIRLO, LO *
      *  COMPLETA CON EL NOMBRE DE CUENTAS Y LO ESCRIBE EN EL     *
      *  ARCHIVO DE AVISOS, SUMANDO A LA COLA. EL YA AVISADO Y EL *
      *  SUPRIMIDO SOLO QUEDAN EN EL LISTADO.                     *
      *-----------------------------------------------------------*
       5000-AVISAR-EVENTO.
           MOVE SPACES TO NTF-REGISTRO.
           SET NTF-DETALLE TO TRUE.
           IF WS-CUENTAS-ACTIVO
               MOVE WS-EVE-TRX-ID TO CTA-TRX-ID
               READ CUENTAS-FILE
                   INVALID KEY
                       MOVE "CUENTA INEXISTENTE" TO NTF-D-NOMBRE
                   NOT INVALID KEY
                       MOVE CTA-NOMBRE TO NTF-D-NOMBRE
               END-READ
           END-IF.
           MOVE WS-EVE-TRX-ID TO WS-DET-TRX-ID.
           MOVE WS-EVE-TIPO TO WS-DET-EVENTO.
           MOVE WS-EVE-SUCURSAL TO WS-DET-SUCURSAL.
           MOVE NTF-D-NOMBRE TO WS-DET-NOMBRE.
           MOVE WS-EVE-IMPORTE TO WS-DET-IMPORTE.

           MOVE ZERO TO WS-AVI-HALLADO.
           PERFORM 5050-BUSCAR-AVISADO
               THRU 5050-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-AVI-CANT
                  OR WS-AVI-HALLADO > 0.
           IF WS-AVI-HALLADO > 0
               ADD 1 TO WS-CONT-YA-AVISADOS
               MOVE ZERO TO WS-DET-SECUENCIA
               MOVE "YA AVISADO" TO WS-DET-ESTADO
               WRITE REPORT-REC FROM WS-DETALLE-LINE
               GO TO 5000-EXIT
           END-IF.

           MOVE ZERO TO WS-SUP-HALLADO.
           PERFORM 5100-BUSCAR-SUPRESION
               THRU 5100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SUP-CANT
                  OR WS-SUP-HALLADO > 0.
           IF WS-SUP-HALLADO > 0
               ADD 1 TO WS-CONT-SUPRIMIDOS
               MOVE ZERO TO WS-DET-SECUENCIA
               MOVE "SUPRIMIDO" TO WS-DET-ESTADO
               WRITE REPORT-REC FROM WS-DETALLE-LINE
               GO TO 5000-EXIT
           END-IF.

           ADD 1 TO WS-CONT-DETALLES.
           IF WS-EVE-TIPO = "A"
               ADD 1 TO WS-CONT-ALTOS
           ELSE
               ADD 1 TO WS-CONT-CERRADAS
           END-IF.
           ADD WS-EVE-IMPORTE TO WS-TOTAL-IMPORTE.
           MOVE WS-REFERENCIA TO NTF-REFERENCIA.
           MOVE WS-CONT-DETALLES TO NTF-D-SECUENCIA.
           MOVE WS-EVE-TRX-ID TO NTF-D-TRX-ID.
           MOVE WS-EVE-FECHA TO NTF-D-FECHA.
           MOVE WS-EVE-IMPORTE TO NTF-D-IMPORTE.
           MOVE WS-EVE-TIPO TO NTF-D-EVENTO.
           MOVE WS-EVE-SUCURSAL TO NTF-D-SUCURSAL.
           WRITE NTF-REGISTRO.

           MOVE NTF-D-SECUENCIA TO WS-DET-SECUENCIA.
           MOVE "AVISADO" TO WS-DET-ESTADO.
           WRITE REPORT-REC FROM WS-DETALLE-LINE.
       5000-EXIT.
           EXIT.

       5050-BUSCAR-AVISADO.
           IF WS-AVI-TRX-ID (WS-SUB) = WS-EVE-TRX-ID
              AND WS-AVI-EVENTO (WS-SUB) = WS-EVE-TIPO
               MOVE WS-SUB TO WS-AVI-HALLADO
           END-IF.
       5050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5100-BUSCAR-SUPRESION - DEJA EN WS-SUP-HALLADO LA ENTRADA*
      *  DE LA CUENTA QUE SUPRIME TODOS SUS AVISOS O EL DE ESTE   *
      *  EVENTO.                                                  *
      *-----------------------------------------------------------*
       5100-BUSCAR-SUPRESION.
           IF WS-SUP-TRX-ID (WS-SUB) = WS-EVE-TRX-ID
              AND (WS-SUP-EVENTO (WS-SUB) = SPACE
                OR WS-SUP-EVENTO (WS-SUB) = WS-EVE-TIPO)
               MOVE WS-SUB TO WS-SUP-HALLADO
           END-IF.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - ESCRIBE LAS CIFRAS Y EL PIE DEL LISTADO *
      *  Y CIERRA LOS ARCHIVOS.                                   *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-SE-AVISA
               CLOSE XREF-FILE
               CLOSE EXCEPCION-FILE
               IF WS-CUENTAS-ACTIVO
                   CLOSE CUENTAS-FILE
               END-IF
           END-IF.
           IF WS-CONDIDX-ABIERTO
               CLOSE RESULTS-INDEXED
           END-IF.
           IF WS-REGISTRO-ABIERTO
               CLOSE REGISTRO-FILE
           END-IF.
           CLOSE AVISO-FILE.

           MOVE WS-CONT-LEIDOS TO WS-LEC-LEIDOS.
           MOVE WS-CONT-SIN-INDICE TO WS-LEC-SIN-INDICE.
           MOVE WS-CONT-EXCEPCIONES TO WS-LEC-EXCEPCIONES.
           WRITE REPORT-REC FROM WS-LECTURA-LINE.
           MOVE WS-CONT-YA-AVISADOS TO WS-REC-YA-AVISADOS.
           MOVE WS-CONT-RETENIDOS TO WS-REC-RETENIDOS.
           MOVE WS-CONT-LIBERADOS TO WS-REC-LIBERADOS.
           WRITE REPORT-REC FROM WS-RECORRIDA-LINE.
           MOVE WS-CONT-ALTOS TO WS-RES-ALTOS.
           MOVE WS-CONT-CERRADAS TO WS-RES-CERRADAS.
           MOVE WS-CONT-SUPRIMIDOS TO WS-RES-SUPRIMIDOS.
           MOVE WS-TOTAL-IMPORTE TO WS-RES-IMPORTE.
           WRITE REPORT-REC FROM WS-RESUMEN-LINE.
           DISPLAY WS-RESUMEN-LINE.

           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-CONT-DETALLES TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-ERRORES TO RPT-TRL-ERRORES.
           WRITE REPORT-REC FROM RPT-TRAILER-LINE.
           CLOSE REPORT-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM NOTIFCLI.
