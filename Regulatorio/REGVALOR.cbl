      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-08
      * Purpose:       Presentacion al regulador de operaciones de
      *                alto valor. Cumplimiento la armaba a mano desde
      *                la seccion ALTO de RESUMOUT. Este paso recorre
      *                el cruce de la noche (SUMAXREF) y toma cada
      *                transaccion con RESULTADO igual o mayor al
      *                umbral de REGCTL, mas las cuentas cuyas
      *                transacciones menores suman en el dia el umbral
      *                o mas (fraccionamiento). Arma la presentacion de
      *                longitud fija REGFILE (copybook CBREGFIL) con
      *                cabecera, detalle con el nombre y la categoria
      *                de CUENTAS y la sucursal de origen, y cola de
      *                control, y la asienta en el registro de
      *                presentaciones REGPRES (copybook CBREGPRE) con
      *                su referencia, fecha, cantidad, importe y estado
      *                G (generada). Si la fecha ya tiene una
      *                presentacion enviada o aceptada no se genera
      *                otra (RC=2); una generada que nunca salio queda
      *                anulada y reemplazada por la nueva. El listado
      *                REGRPT deja la misma presentacion legible.
      *                Una transaccion del cruce que figura en el
      *                maestro de retenidas RETENTRX no se informa esa
      *                noche (la retenida espera al supervisor, la
      *                rechazada vuelve por RESUBPGM en otra noche);
      *                la liberada se informa la noche de su fecha de
      *                extraccion, igual que MAYOREXT la pasa al
      *                mayor.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-08 RMM  Version inicial de la presentacion de alto
      *                  valor con registro de presentaciones.
      *  2026-10-15 RMM  Una transaccion del maestro de retenidas
      *                  RETENTRX no se informa desde el cruce: se
      *                  presentaba como pasada aunque el supervisor la
      *                  retuviera o la rechazara. La liberada se
      *                  informa en su fecha de extraccion. El cruce se
      *                  lee sobre CBTRANS de trabajo para servir a las
      *                  dos fuentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGVALOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL XREF-FILE ASSIGN TO "SUMAXREF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-TRX-ID
               FILE STATUS IS WS-CUENTAS-FS.

           SELECT REGISTRO-FILE ASSIGN TO "REGPRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-REFERENCIA
               FILE STATUS IS WS-REGISTRO-FS.

           SELECT OPTIONAL CTRL-FILE ASSIGN TO "REGCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRESENTA-FILE ASSIGN TO "REGFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "REGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETEN-FILE ASSIGN TO "RETENTRX"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       01  XREF-REC                        PIC X(66).

       FD  CUENTAS-FILE.
       COPY CBCUENTA.

       FD  REGISTRO-FILE.
       COPY CBREGPRE.

       FD  CTRL-FILE.
       01  CTRL-REC.
           05  CTRL-UMBRAL                 PIC 9(7)V99.
           05  CTRL-ENTIDAD                PIC X(10).

       FD  PRESENTA-FILE.
       COPY CBREGFIL.

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       FD  RETEN-FILE.
       COPY CBRETEN.

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-FECHA-HOY                    PIC X(08).
       01  WS-HORA-HOY                     PIC X(08).

      *    PARAMETROS DE REGCTL; SIN REGISTRO SE INFORMA DESDE 1000
      *    Y LA CABECERA SALE SIN CODIGO DE ENTIDAD.
       01  WS-UMBRAL                       PIC 9(7)V99 VALUE 1000.00.
       01  WS-ENTIDAD                      PIC X(10)   VALUE SPACES.

       01  WS-CUENTAS-FS                   PIC X(02)   VALUE SPACES.
       01  WS-REGISTRO-FS                  PIC X(02)   VALUE SPACES.

       01  WS-CUENTAS-SW                   PIC X(01)   VALUE "N".
           88  WS-CUENTAS-ACTIVO                       VALUE "A".
           88  WS-CUENTAS-AUSENTE                       VALUE "N".

      *    P = SE PRESENTA; Y = LA FECHA YA FUE PRESENTADA (ENVIADA
      *    O ACEPTADA); C = EL REGISTRO DE PRESENTACIONES NO ABRIO.
       01  WS-ESTADO-CORRIDA               PIC X(01)   VALUE "P".
           88  WS-SE-PRESENTA                          VALUE "P".
           88  WS-YA-PRESENTADA                        VALUE "Y".
           88  WS-REGISTRO-CAIDO                       VALUE "C".

       COPY CBRPTHDR.

      *    TRANSACCION EN CURSO: LA DEL CRUCE O LA IMAGEN DE LA
      *    RETENIDA LIBERADA (RET-TRX).
       COPY CBTRANS.

       01  WS-SWITCHES.
           05  WS-EOF-SW                   PIC X(01)   VALUE "N".
               88  WS-EOF-YES                          VALUE "Y".
               88  WS-EOF-NO                            VALUE "N".
           05  WS-PRE-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-PRE-EOF-YES                      VALUE "Y".
               88  WS-PRE-EOF-NO                        VALUE "N".
           05  WS-AGR-AVISO-SW             PIC X(01)   VALUE "N".
               88  WS-AGR-AVISADO                      VALUE "S".
           05  WS-RTN-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-RTN-EOF-YES                      VALUE "Y".
               88  WS-RTN-EOF-NO                        VALUE "N".

       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS              PIC 9(7)    VALUE ZERO.
           05  WS-CONT-INDIVIDUALES        PIC 9(7)    VALUE ZERO.
           05  WS-CONT-AGREGADAS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-DETALLES            PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ANULADAS            PIC 9(3)    VALUE ZERO.
           05  WS-CONT-RETENIDAS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-LIBERADAS           PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(7)    VALUE ZERO.
       01  WS-TOTAL-IMPORTE                PIC 9(11)V99 VALUE ZERO.

      *    REFERENCIA DE LA PRESENTACION NUEVA: RV + FECHA DE DATOS
      *    + SECUENCIA DENTRO DE LA FECHA.
       01  WS-REFERENCIA.
           05  WS-REF-PREFIJO              PIC X(02)   VALUE "RV".
           05  WS-REF-FECHA                PIC X(08).
           05  WS-REF-SECUENCIA            PIC 9(02)   VALUE ZERO.

      *    PRESENTACION PREVIA DE LA FECHA QUE IMPIDE PRESENTAR.
       01  WS-REF-BLOQUEO                  PIC X(12)   VALUE SPACES.
       01  WS-ESTADO-BLOQUEO               PIC X(01)   VALUE SPACE.

      *    PRESENTACIONES GENERADAS DE LA FECHA QUE NUNCA SALIERON:
      *    SE ANULAN CUANDO LA NUEVA QUEDA ASENTADA.
       01  WS-TABLA-ANULAR.
           05  WS-ANU-MAX                  PIC S9(4)   COMP VALUE 99.
           05  WS-ANU-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-ANU-REFERENCIA OCCURS 99 TIMES
                                            PIC X(12).

      *    CUENTAS CON TRANSACCIONES MENORES AL UMBRAL, CON LA SUMA
      *    Y LA CANTIDAD DEL DIA, PARA DETECTAR EL FRACCIONAMIENTO.
       01  WS-TABLA-AGREGADOS.
           05  WS-AGR-MAX                  PIC S9(4)   COMP VALUE 5000.
           05  WS-AGR-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-AGR-ENTRADA OCCURS 5000 TIMES.
               10  WS-AGR-TRX-ID           PIC X(10).
               10  WS-AGR-SUCURSAL         PIC X(03).
               10  WS-AGR-ITEMS            PIC 9(05).
               10  WS-AGR-IMPORTE          PIC 9(9)V99.

       01  WS-SUB                          PIC S9(4)   COMP.
       01  WS-AGR-HALLADO                  PIC S9(4)   COMP.

      *    CLAVES (FECHA + TRX-ID) DEL MAESTRO DE RETENIDAS CON SU
      *    ESTADO: UNA TRANSACCION DEL CRUCE QUE FIGURE AQUI NO SE
      *    INFORMA DESDE EL CRUCE.
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

      *    OPERACION A INFORMAR, ARMADA POR EL DETALLE INDIVIDUAL O
      *    POR EL AGREGADO DE LA CUENTA.
       01  WS-INFORME.
           05  WS-INF-TRX-ID               PIC X(10).
           05  WS-INF-SUCURSAL             PIC X(03).
           05  WS-INF-MOTIVO               PIC X(01).
           05  WS-INF-ITEMS                PIC 9(05).
           05  WS-INF-IMPORTE              PIC 9(9)V99.

       01  WS-PARAM-LINE.
           05  FILLER                      PIC X(11)
               VALUE "REFERENCIA=".
           05  WS-PAR-REFERENCIA           PIC X(12).
           05  FILLER                      PIC X(09)
               VALUE "  UMBRAL=".
           05  WS-PAR-UMBRAL               PIC Z(6)9.99.
           05  FILLER                      PIC X(10)
               VALUE "  ENTIDAD=".
           05  WS-PAR-ENTIDAD              PIC X(10).

       01  WS-BLOQUEO-LINE.
           05  FILLER                      PIC X(26)
               VALUE "FECHA YA PRESENTADA: REF ".
           05  WS-BLQ-REFERENCIA           PIC X(12).
           05  FILLER                      PIC X(08)   VALUE " ESTADO ".
           05  WS-BLQ-ESTADO               PIC X(01).
           05  FILLER                      PIC X(18)
               VALUE " - NO SE GENERA".

       01  WS-TITULOS-LINE.
           05  FILLER                      PIC X(02)   VALUE "M ".
           05  FILLER                      PIC X(08)   VALUE "SEC     ".
           05  FILLER                      PIC X(11)
               VALUE "TRX-ID     ".
           05  FILLER                      PIC X(04)   VALUE "SUC ".
           05  FILLER                      PIC X(04)   VALUE "CAT ".
           05  FILLER                      PIC X(21)
               VALUE "NOMBRE               ".
           05  FILLER                      PIC X(06)   VALUE "ITEMS ".
           05  FILLER                      PIC X(12)
               VALUE "     IMPORTE".

       01  WS-DETALLE-LINE.
           05  WS-DET-MOTIVO               PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-SECUENCIA            PIC Z(6)9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-TRX-ID               PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-CATEGORIA            PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-NOMBRE               PIC X(20).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-ITEMS                PIC Z(4)9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-IMPORTE              PIC Z(8)9.99.

       01  WS-RESUMEN-LINE.
           05  FILLER                      PIC X(14)
               VALUE "INDIVIDUALES=".
           05  WS-RES-INDIVIDUALES         PIC Z(6)9.
           05  FILLER                      PIC X(12)
               VALUE " AGREGADAS=".
           05  WS-RES-AGREGADAS            PIC Z(6)9.
           05  FILLER                      PIC X(10)
               VALUE " IMPORTE=".
           05  WS-RES-IMPORTE              PIC Z(10)9.99.

       01  WS-RETENIDAS-LINE.
           05  FILLER                      PIC X(25)
               VALUE "RETENIDAS NO INFORMADAS=".
           05  WS-RTL-RETENIDAS            PIC Z(6)9.
           05  FILLER                      PIC X(24)
               VALUE " LIBERADAS INFORMADAS=".
           05  WS-RTL-LIBERADAS            PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF WS-SE-PRESENTA
               PERFORM 2000-PROCESAR-TRX
                   THRU 2000-EXIT
                   UNTIL WS-EOF-YES
               PERFORM 2500-TOMAR-LIBERADAS
                   THRU 2500-EXIT
               PERFORM 3000-INFORMAR-AGREGADO
                   THRU 3000-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AGR-CANT
               PERFORM 4000-CERRAR-PRESENTACION
                   THRU 4000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           EVALUATE TRUE
               WHEN WS-REGISTRO-CAIDO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONT-ERRORES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-YA-PRESENTADA
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
      *  1000-INITIALIZE - LEE REGCTL, ABRE EL LISTADO Y LA        *
      *  PRESENTACION, CARGA EL MAESTRO DE RETENIDAS, REVISA EN EL *
      *  REGISTRO LO YA PRESENTADO PARA LA FECHA Y, SI CORRESPONDE *
      *  PRESENTAR, FIJA LA REFERENCIA NUEVA, ESCRIBE LA CABECERA  *
      *  Y LEE EL PRIMER REGISTRO DEL CRUCE. SIN REGISTRO DE       *
      *  PRESENTACIONES NO SE PRESENTA: UNA PRESENTACION SIN       *
      *  ASIENTO NO SE PUEDE PROBAR DESPUES.                       *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.

           OPEN INPUT CTRL-FILE.
           READ CTRL-FILE
               AT END
                   DISPLAY "REGCTL SIN REGISTRO - SE USA UMBRAL "
                           WS-UMBRAL
               NOT AT END
                   MOVE CTRL-UMBRAL TO WS-UMBRAL
                   MOVE CTRL-ENTIDAD TO WS-ENTIDAD
           END-READ.
           CLOSE CTRL-FILE.

           OPEN OUTPUT REPORT-FILE.
           MOVE "PRESENTACION ALTO VALOR" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.
           OPEN OUTPUT PRESENTA-FILE.

           PERFORM 1200-CARGAR-RETENIDAS
               THRU 1200-EXIT.

           OPEN I-O REGISTRO-FILE.
           IF WS-REGISTRO-FS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR REGPRES, ESTADO="
                       WS-REGISTRO-FS
               MOVE "REGISTRO DE PRESENTACIONES NO DISPONIBLE"
                 TO REPORT-REC
               WRITE REPORT-REC
               SET WS-REGISTRO-CAIDO TO TRUE
               GO TO 1000-EXIT
           END-IF.

           MOVE WS-FECHA-CORRIDA TO WS-REF-FECHA.
           PERFORM 1100-REVISAR-FECHA
               THRU 1100-EXIT.
           IF WS-YA-PRESENTADA
               MOVE WS-REF-BLOQUEO TO WS-BLQ-REFERENCIA
               MOVE WS-ESTADO-BLOQUEO TO WS-BLQ-ESTADO
               WRITE REPORT-REC FROM WS-BLOQUEO-LINE
               DISPLAY WS-BLOQUEO-LINE
               GO TO 1000-EXIT
           END-IF.
           IF WS-REF-SECUENCIA = 99
               DISPLAY "ERROR: FECHA " WS-FECHA-CORRIDA
                       " SIN SECUENCIAS LIBRES EN REGPRES"
               ADD 1 TO WS-CONT-ERRORES
               SET WS-YA-PRESENTADA TO TRUE
               GO TO 1000-EXIT
           END-IF.
           ADD 1 TO WS-REF-SECUENCIA.

           MOVE WS-REFERENCIA TO WS-PAR-REFERENCIA.
           MOVE WS-UMBRAL TO WS-PAR-UMBRAL.
           MOVE WS-ENTIDAD TO WS-PAR-ENTIDAD.
           WRITE REPORT-REC FROM WS-PARAM-LINE.
           WRITE REPORT-REC FROM WS-TITULOS-LINE.

           MOVE SPACES TO FIL-REGISTRO.
           SET FIL-CABECERA TO TRUE.
           MOVE WS-REFERENCIA TO FIL-REFERENCIA.
           MOVE WS-FECHA-CORRIDA TO FIL-H-FECHA-DATOS.
           MOVE WS-FECHA-HOY TO FIL-H-FECHA-GENERADA.
           MOVE WS-ENTIDAD TO FIL-H-ENTIDAD.
           MOVE WS-UMBRAL TO FIL-H-UMBRAL.
           WRITE FIL-REGISTRO.

           OPEN INPUT CUENTAS-FILE.
           IF WS-CUENTAS-FS = "00"
               SET WS-CUENTAS-ACTIVO TO TRUE
           ELSE
               DISPLAY "CUENTAS NO DISPONIBLE, FS=" WS-CUENTAS-FS
                       " - NOMBRE Y CATEGORIA EN BLANCO"
           END-IF.
           OPEN INPUT XREF-FILE.
           PERFORM 2900-LEER-CRUCE
               THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-REVISAR-FECHA - POSICIONA EL REGISTRO EN LA PRIMERA  *
      *  REFERENCIA DE LA FECHA Y RECORRE SUS PRESENTACIONES: UNA  *
      *  ENVIADA O ACEPTADA IMPIDE PRESENTAR, UNA GENERADA QUEDA   *
      *  PARA ANULAR. LA SECUENCIA MAS ALTA VISTA DA LA SIGUIENTE. *
      *-----------------------------------------------------------*
       1100-REVISAR-FECHA.
           SET WS-PRE-EOF-NO TO TRUE.
           MOVE WS-REFERENCIA TO PRE-REFERENCIA.
           START REGISTRO-FILE KEY NOT < PRE-REFERENCIA
               INVALID KEY
                   SET WS-PRE-EOF-YES TO TRUE
           END-START.
           PERFORM 1150-LEER-PRESENTACION
               THRU 1150-EXIT
               UNTIL WS-PRE-EOF-YES.
       1100-EXIT.
           EXIT.

       1150-LEER-PRESENTACION.
           READ REGISTRO-FILE NEXT
               AT END
                   SET WS-PRE-EOF-YES TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           IF PRE-REF-PREFIJO NOT = WS-REF-PREFIJO
              OR PRE-REF-FECHA NOT = WS-REF-FECHA
               SET WS-PRE-EOF-YES TO TRUE
               GO TO 1150-EXIT
           END-IF.
           IF PRE-REF-SECUENCIA > WS-REF-SECUENCIA
               MOVE PRE-REF-SECUENCIA TO WS-REF-SECUENCIA
           END-IF.
           EVALUATE TRUE
               WHEN PRE-ENVIADA
               WHEN PRE-ACEPTADA
                   SET WS-YA-PRESENTADA TO TRUE
                   MOVE PRE-REFERENCIA TO WS-REF-BLOQUEO
                   MOVE PRE-ESTADO TO WS-ESTADO-BLOQUEO
               WHEN PRE-GENERADA
                   IF WS-ANU-CANT < WS-ANU-MAX
                       ADD 1 TO WS-ANU-CANT
                       MOVE PRE-REFERENCIA
                         TO WS-ANU-REFERENCIA (WS-ANU-CANT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-CARGAR-RETENIDAS - CARGA LA CLAVE Y EL ESTADO DE     *
      *  CADA TRANSACCION DEL MAESTRO DE RETENIDAS. CON LA TABLA   *
      *  LLENA ES ERROR: UNA RETENIDA QUE NO SE VE SE INFORMARIA   *
      *  SIN DECISION DEL SUPERVISOR.                              *
      *-----------------------------------------------------------*
       1200-CARGAR-RETENIDAS.
           SET WS-RTN-EOF-NO TO TRUE.
           OPEN INPUT RETEN-FILE.
           PERFORM 1250-CARGAR-RETENIDA
               THRU 1250-EXIT
               UNTIL WS-RTN-EOF-YES.
           CLOSE RETEN-FILE.
       1200-EXIT.
           EXIT.

       1250-CARGAR-RETENIDA.
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
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESAR-TRX - LA TRANSACCION DEL CRUCE QUE FIGURA   *
      *  EN EL MAESTRO DE RETENIDAS NO SE INFORMA: LA RETENIDA Y   *
      *  LA RECHAZADA NO SE PASARON AL MAYOR Y LA LIBERADA LA TOMA *
      *  2500 EN SU FECHA DE EXTRACCION. EL RESTO PASA A 2100.     *
      *-----------------------------------------------------------*
       2000-PROCESAR-TRX.
           ADD 1 TO WS-CONT-LEIDOS.
           MOVE WS-FECHA-CORRIDA TO WS-RTB-FECHA.
           MOVE TRX-ID TO WS-RTB-TRX-ID.
           MOVE ZERO TO WS-RTN-HALLADO.
           PERFORM 2050-BUSCAR-RETENIDA
               THRU 2050-EXIT
               VARYING WS-RTN-SUB FROM 1 BY 1
               UNTIL WS-RTN-SUB > WS-RTN-CANT
                  OR WS-RTN-HALLADO > 0.
           IF WS-RTN-HALLADO > 0
               ADD 1 TO WS-CONT-RETENIDAS
           ELSE
               PERFORM 2100-EVALUAR-OPERACION
                   THRU 2100-EXIT
           END-IF.
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
      *  2100-EVALUAR-OPERACION - LA TRANSACCION IGUAL O MAYOR AL  *
      *  UMBRAL SE INFORMA SOLA; LA MENOR SUMA AL AGREGADO DEL DIA *
      *  DE SU CUENTA.                                             *
      *-----------------------------------------------------------*
       2100-EVALUAR-OPERACION.
           IF TRX-RESULTADO NOT < WS-UMBRAL
               MOVE TRX-ID TO WS-INF-TRX-ID
               MOVE TRX-SUCURSAL TO WS-INF-SUCURSAL
               MOVE "I" TO WS-INF-MOTIVO
               MOVE 1 TO WS-INF-ITEMS
               MOVE TRX-RESULTADO TO WS-INF-IMPORTE
               ADD 1 TO WS-CONT-INDIVIDUALES
               PERFORM 5000-ESCRIBIR-DETALLE
                   THRU 5000-EXIT
           ELSE
               PERFORM 2200-ACUMULAR-CUENTA
                   THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-ACUMULAR-CUENTA - SUMA LA TRANSACCION MENOR A LA     *
      *  ENTRADA DE SU CUENTA. CON LA TABLA LLENA LA CUENTA NUEVA  *
      *  QUEDA SIN CONTROL DE FRACCIONAMIENTO: SE AVISA UNA VEZ Y  *
      *  LA CORRIDA TERMINA CON ERRORES.                           *
      *-----------------------------------------------------------*
       2200-ACUMULAR-CUENTA.
           MOVE ZERO TO WS-AGR-HALLADO.
           PERFORM 2250-BUSCAR-CUENTA
               THRU 2250-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-AGR-CANT
                  OR WS-AGR-HALLADO > 0.
           IF WS-AGR-HALLADO = 0
               IF WS-AGR-CANT = WS-AGR-MAX
                   IF NOT WS-AGR-AVISADO
                       DISPLAY "AVISO: TABLA DE AGREGADOS LLENA, "
                               "CUENTAS SIN CONTROL DE "
                               "FRACCIONAMIENTO"
                       SET WS-AGR-AVISADO TO TRUE
                   END-IF
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-AGR-CANT
               MOVE WS-AGR-CANT TO WS-AGR-HALLADO
               MOVE TRX-ID TO WS-AGR-TRX-ID (WS-AGR-HALLADO)
               MOVE ZERO TO WS-AGR-ITEMS (WS-AGR-HALLADO)
                            WS-AGR-IMPORTE (WS-AGR-HALLADO)
           END-IF.
           MOVE TRX-SUCURSAL TO WS-AGR-SUCURSAL (WS-AGR-HALLADO).
           ADD 1 TO WS-AGR-ITEMS (WS-AGR-HALLADO).
           ADD TRX-RESULTADO TO WS-AGR-IMPORTE (WS-AGR-HALLADO).
       2200-EXIT.
           EXIT.

       2250-BUSCAR-CUENTA.
           IF WS-AGR-TRX-ID (WS-SUB) = TRX-ID
               MOVE WS-SUB TO WS-AGR-HALLADO
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2500-TOMAR-LIBERADAS - RECORRE EL MAESTRO DE RETENIDAS Y  *
      *  EVALUA CADA TRANSACCION QUE EL SUPERVISOR LIBERO PARA LA  *
      *  FECHA DE PROCESO, CON LA IMAGEN QUE GUARDO CONDIF, IGUAL  *
      *  QUE UNA DEL CRUCE.                                        *
      *-----------------------------------------------------------*
       2500-TOMAR-LIBERADAS.
           SET WS-RTN-EOF-NO TO TRUE.
           OPEN INPUT RETEN-FILE.
           PERFORM 2600-TOMAR-LIBERADA
               THRU 2600-EXIT
               UNTIL WS-RTN-EOF-YES.
           CLOSE RETEN-FILE.
       2500-EXIT.
           EXIT.

       2600-TOMAR-LIBERADA.
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
           ADD 1 TO WS-CONT-LIBERADAS.
           PERFORM 2100-EVALUAR-OPERACION
               THRU 2100-EXIT.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-LEER-CRUCE - LECTURA DE UN REGISTRO DE SUMAXREF, CON *
      *  MARCA DE FIN DE ARCHIVO.                                  *
      *-----------------------------------------------------------*
       2900-LEER-CRUCE.
           READ XREF-FILE INTO TRX-REGISTRO
               AT END
                   SET WS-EOF-YES TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-INFORMAR-AGREGADO - LA CUENTA CON DOS O MAS          *
      *  TRANSACCIONES MENORES QUE EN EL DIA SUMAN EL UMBRAL O MAS *
      *  SE INFORMA CON LA SUMA Y LA CANTIDAD (SUCURSAL: LA DE LA  *
      *  ULTIMA TRANSACCION RECIBIDA).                             *
      *-----------------------------------------------------------*
       3000-INFORMAR-AGREGADO.
           IF WS-AGR-ITEMS (WS-SUB) < 2
              OR WS-AGR-IMPORTE (WS-SUB) < WS-UMBRAL
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-AGR-TRX-ID (WS-SUB) TO WS-INF-TRX-ID.
           MOVE WS-AGR-SUCURSAL (WS-SUB) TO WS-INF-SUCURSAL.
           MOVE "A" TO WS-INF-MOTIVO.
           MOVE WS-AGR-ITEMS (WS-SUB) TO WS-INF-ITEMS.
           MOVE WS-AGR-IMPORTE (WS-SUB) TO WS-INF-IMPORTE.
           ADD 1 TO WS-CONT-AGREGADAS.
           PERFORM 5000-ESCRIBIR-DETALLE
               THRU 5000-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-CERRAR-PRESENTACION - ESCRIBE LA COLA DE CONTROL,    *
      *  ANULA LAS GENERADAS ANTERIORES DE LA FECHA Y ASIENTA LA   *
      *  PRESENTACION NUEVA EN EL REGISTRO EN ESTADO G.            *
      *-----------------------------------------------------------*
       4000-CERRAR-PRESENTACION.
           MOVE SPACES TO FIL-REGISTRO.
           SET FIL-COLA TO TRUE.
           MOVE WS-REFERENCIA TO FIL-REFERENCIA.
           MOVE WS-CONT-DETALLES TO FIL-T-REGISTROS.
           MOVE WS-TOTAL-IMPORTE TO FIL-T-IMPORTE.
           WRITE FIL-REGISTRO.

           PERFORM 4100-ANULAR-ANTERIOR
               THRU 4100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ANU-CANT.

           MOVE WS-REFERENCIA TO PRE-REFERENCIA.
           MOVE WS-FECHA-HOY TO PRE-FECHA-GENERADA.
           MOVE WS-HORA-HOY TO PRE-HORA-GENERADA.
           MOVE WS-CONT-DETALLES TO PRE-REGISTROS.
           MOVE WS-TOTAL-IMPORTE TO PRE-IMPORTE.
           MOVE WS-UMBRAL TO PRE-UMBRAL.
           SET PRE-GENERADA TO TRUE.
           MOVE WS-FECHA-HOY TO PRE-FECHA-ESTADO.
           MOVE "REGVALOR" TO PRE-OPERADOR.
           MOVE SPACES TO PRE-OBSERVACION.
           WRITE PRE-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO ASENTAR " WS-REFERENCIA
                           " EN REGPRES, ESTADO=" WS-REGISTRO-FS
                   ADD 1 TO WS-CONT-ERRORES
           END-WRITE.
           DISPLAY "PRESENTACION " WS-REFERENCIA " GENERADA: "
                   WS-CONT-DETALLES " DETALLES".
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-ANULAR-ANTERIOR - MARCA X UNA PRESENTACION GENERADA  *
      *  DE LA MISMA FECHA QUE NUNCA SE ENVIO, CON LA REFERENCIA   *
      *  QUE LA REEMPLAZA.                                         *
      *-----------------------------------------------------------*
       4100-ANULAR-ANTERIOR.
           MOVE WS-ANU-REFERENCIA (WS-SUB) TO PRE-REFERENCIA.
           READ REGISTRO-FILE
               INVALID KEY
                   DISPLAY "ERROR: " PRE-REFERENCIA
                           " NO HALLADA PARA ANULAR"
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 4100-EXIT
           END-READ.
           SET PRE-ANULADA TO TRUE.
           MOVE WS-FECHA-HOY TO PRE-FECHA-ESTADO.
           MOVE "REGVALOR" TO PRE-OPERADOR.
           MOVE SPACES TO PRE-OBSERVACION.
           STRING "REEMPLAZADA POR " WS-REFERENCIA
               DELIMITED BY SIZE
               INTO PRE-OBSERVACION
           END-STRING.
           REWRITE PRE-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO ANULAR " PRE-REFERENCIA
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 4100-EXIT
           END-REWRITE.
           ADD 1 TO WS-CONT-ANULADAS.
           DISPLAY "PRESENTACION " PRE-REFERENCIA
                   " ANULADA, REEMPLAZADA POR " WS-REFERENCIA.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-ESCRIBIR-DETALLE - COMPLETA LA OPERACION CON EL      *
      *  NOMBRE Y LA CATEGORIA DE CUENTAS Y LA ESCRIBE EN LA       *
      *  PRESENTACION Y EN EL LISTADO, SUMANDO A LA COLA.          *
      *-----------------------------------------------------------*
       5000-ESCRIBIR-DETALLE.
           MOVE SPACES TO FIL-REGISTRO.
           SET FIL-DETALLE TO TRUE.
           IF WS-CUENTAS-ACTIVO
               MOVE WS-INF-TRX-ID TO CTA-TRX-ID
               READ CUENTAS-FILE
                   INVALID KEY
                       MOVE "CUENTA INEXISTENTE" TO FIL-D-NOMBRE
                   NOT INVALID KEY
                       MOVE CTA-NOMBRE TO FIL-D-NOMBRE
                       MOVE CTA-CATEGORIA TO FIL-D-CATEGORIA
               END-READ
           END-IF.
           ADD 1 TO WS-CONT-DETALLES.
           ADD WS-INF-IMPORTE TO WS-TOTAL-IMPORTE.
           MOVE WS-REFERENCIA TO FIL-REFERENCIA.
           MOVE WS-CONT-DETALLES TO FIL-D-SECUENCIA.
           MOVE WS-INF-TRX-ID TO FIL-D-TRX-ID.
           MOVE WS-INF-SUCURSAL TO FIL-D-SUCURSAL.
           MOVE WS-INF-MOTIVO TO FIL-D-MOTIVO.
           MOVE WS-INF-ITEMS TO FIL-D-ITEMS.
           MOVE WS-INF-IMPORTE TO FIL-D-IMPORTE.
           WRITE FIL-REGISTRO.

           MOVE FIL-D-MOTIVO TO WS-DET-MOTIVO.
           MOVE FIL-D-SECUENCIA TO WS-DET-SECUENCIA.
           MOVE FIL-D-TRX-ID TO WS-DET-TRX-ID.
           MOVE FIL-D-SUCURSAL TO WS-DET-SUCURSAL.
           MOVE FIL-D-CATEGORIA TO WS-DET-CATEGORIA.
           MOVE FIL-D-NOMBRE TO WS-DET-NOMBRE.
           MOVE FIL-D-ITEMS TO WS-DET-ITEMS.
           MOVE FIL-D-IMPORTE TO WS-DET-IMPORTE.
           WRITE REPORT-REC FROM WS-DETALLE-LINE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - ESCRIBE EL RESUMEN Y EL PIE DEL LISTADO  *
      *  Y CIERRA LOS ARCHIVOS.                                    *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-SE-PRESENTA
               CLOSE XREF-FILE
               IF WS-CUENTAS-ACTIVO
                   CLOSE CUENTAS-FILE
               END-IF
           END-IF.
           IF NOT WS-REGISTRO-CAIDO
               CLOSE REGISTRO-FILE
           END-IF.
           CLOSE PRESENTA-FILE.

           MOVE WS-CONT-INDIVIDUALES TO WS-RES-INDIVIDUALES.
           MOVE WS-CONT-AGREGADAS TO WS-RES-AGREGADAS.
           MOVE WS-TOTAL-IMPORTE TO WS-RES-IMPORTE.
           WRITE REPORT-REC FROM WS-RESUMEN-LINE.
           DISPLAY WS-RESUMEN-LINE.
           MOVE WS-CONT-RETENIDAS TO WS-RTL-RETENIDAS.
           MOVE WS-CONT-LIBERADAS TO WS-RTL-LIBERADAS.
           WRITE REPORT-REC FROM WS-RETENIDAS-LINE.

           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-CONT-DETALLES TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-ERRORES TO RPT-TRL-ERRORES.
           WRITE REPORT-REC FROM RPT-TRAILER-LINE.
           CLOSE REPORT-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM REGVALOR.
