      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-14
      * Purpose:       Resguardo de los maestros antes del ciclo. Es el
      *                primer paso de CICLONOC, antes de EDITLOTE:
      *                copia al resguardo fechado RESGUARD (copybook
      *                CBRESGUA) la imagen de cada maestro que la noche
      *                va a tocar - fecha de proceso, lote actual y
      *                registro de lotes, historia de SUMAPGM y de
      *                CONDIF, indice CONDIDX, retenidas, rechazos
      *                pendientes, cola y registro de alertas, posicion
      *                por cuenta con su registro de reversos, historia
      *                por sucursal y maestro mensual. REVERPGM deshace
      *                una noche mala del lado del mayor, pero la noche
      *                quedaba adentro de esos maestros y se reparaba a
      *                mano; con el resguardo, RESTANOC los devuelve
      *                todos juntos al estado de antes de la noche. Un
      *                maestro que no se pudo abrir deja el resguardo
      *                sin su registro final (incompleto) y termina con
      *                RC=8: el ciclo no arranca sin resguardo. Si
      *                RESGUARD ya tiene el resguardo completo de la
      *                misma fecha de proceso (relanzamiento del lote
      *                suplementario o del ciclo de esa noche) se
      *                conserva y el paso termina con RC=0: tomarlo de
      *                nuevo guardaria los maestros con la noche ya
      *                adentro y RESTANOC no podria volver al estado
      *                de antes.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-14 RMM  Version inicial del resguardo previo al
      *                  ciclo.
      *  2026-09-18 RMM  El maestro mensual MAESTMES se agrega al
      *                  resguardo (14 maestros): el ciclo corre el
      *                  cierre de mes la noche del ultimo dia habil
      *                  del mes y una noche restaurada debe devolver
      *                  tambien el mes consolidado.
      *  2026-10-15 RMM  Un resguardo completo de la misma fecha de
      *                  proceso ya en RESGUARD se conserva (RC=0): el
      *                  relanzamiento del lote suplementario lo pisaba
      *                  con los maestros ya tocados por la noche.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESGUNOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOTE-ACT-FILE ASSIGN TO "LOTEACT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOTE-REG-FILE ASSIGN TO "LOTEREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUMA-HIST-FILE ASSIGN TO "SUMAHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RESULTS-INDEXED ASSIGN TO "CONDIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-CLAVE
               ALTERNATE RECORD KEY IS RI-TRX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CONDIDX-FS.

           SELECT OPTIONAL HIST-FILE ASSIGN TO "TOTHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETEN-FILE ASSIGN TO "RETENTRX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "RECHPEND"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ALERTA-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ALERTA-REG-FILE ASSIGN TO "ALERTREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POSICION-FILE ASSIGN TO "POSICION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-TRX-ID
               FILE STATUS IS WS-POSICION-FS.

           SELECT OPTIONAL POSIREV-FILE ASSIGN TO "POSIREV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUC-HIST-FILE ASSIGN TO "SUCHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MAESTRO-FILE ASSIGN TO "MAESTMES"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RESGUARDO-FILE ASSIGN TO "RESGUARD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "RESGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       FD  LOTE-ACT-FILE.
       01  LOTE-ACT-REC                    PIC X(10).

       FD  LOTE-REG-FILE.
       01  LOTE-REG-REC                    PIC X(34).

       FD  SUMA-HIST-FILE.
       COPY CBSUMHIS.

       FD  RESULTS-INDEXED.
       COPY CBCONIDX.

       FD  HIST-FILE.
       COPY CBTOTHIS.

       FD  RETEN-FILE.
       COPY CBRETEN.

       FD  PENDIENTE-FILE.
       COPY CBRECHAZ.

       FD  ALERTA-FILE.
       01  ALERTA-REC                      PIC X(46).

       FD  ALERTA-REG-FILE.
       01  ALERTA-REG-REC                  PIC X(93).

       FD  POSICION-FILE.
       COPY CBPOSIC.

       FD  POSIREV-FILE.
       01  POSIREV-REC                     PIC X(35).

       FD  SUC-HIST-FILE.
       COPY CBSUCEST.

       FD  MAESTRO-FILE.
       COPY CBMESMAE.

       FD  RESGUARDO-FILE.
       COPY CBRESGUA.

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-FECHA-HOY                    PIC X(08).
       01  WS-HORA-HOY                     PIC X(08).
       01  WS-CONDIDX-FS                   PIC X(02)   VALUE "00".
       01  WS-POSICION-FS                  PIC X(02)   VALUE "00".

       COPY CBRPTHDR.

      *    MAESTROS DEL RESGUARDO EN EL ORDEN EN QUE SE COPIAN. LA
      *    RESTAURACION EXIGE ESTOS MISMOS NOMBRES Y ESTA CANTIDAD.
       01  WS-NOMBRES-ARCHIVOS.
           05  FILLER                      PIC X(08)   VALUE "FECHAPRO".
           05  FILLER                      PIC X(08)   VALUE "LOTEACT".
           05  FILLER                      PIC X(08)   VALUE "LOTEREG".
           05  FILLER                      PIC X(08)   VALUE "SUMAHIST".
           05  FILLER                      PIC X(08)   VALUE "CONDIDX".
           05  FILLER                      PIC X(08)   VALUE "TOTHIST".
           05  FILLER                      PIC X(08)   VALUE "RETENTRX".
           05  FILLER                      PIC X(08)   VALUE "RECHPEND".
           05  FILLER                      PIC X(08)   VALUE "ALERTOUT".
           05  FILLER                      PIC X(08)   VALUE "ALERTREG".
           05  FILLER                      PIC X(08)   VALUE "POSICION".
           05  FILLER                      PIC X(08)   VALUE "POSIREV".
           05  FILLER                      PIC X(08)   VALUE "SUCHIST".
           05  FILLER                      PIC X(08)   VALUE "MAESTMES".
       01  WS-TABLA-ARCHIVOS REDEFINES WS-NOMBRES-ARCHIVOS.
           05  WS-ARC-NOMBRE OCCURS 14 TIMES
                                           PIC X(08).
       01  WS-ARC-CANT                     PIC S9(4)   COMP VALUE 14.
       01  WS-ARC-SUB                      PIC S9(4)   COMP.

      *    MAESTRO EN CURSO DEL RECORRIDO GENERICO: LOS PARRAFOS
      *    COMUNES DESPACHAN APERTURA, LECTURA Y CIERRE SEGUN ESTE
      *    NOMBRE.
       01  WS-ARCHIVO-ACTUAL               PIC X(08)   VALUE SPACES.
       01  WS-IMAGEN                       PIC X(200).

       01  WS-SWITCHES.
           05  WS-ARC-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-ARC-EOF-YES                      VALUE "Y".
               88  WS-ARC-EOF-NO                        VALUE "N".
           05  WS-ARC-ERROR-SW             PIC X(01)   VALUE "N".
               88  WS-ARC-ERROR                        VALUE "S".
               88  WS-ARC-SIN-ERROR                     VALUE "N".
           05  WS-RGU-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-RGU-EOF-YES                      VALUE "Y".
               88  WS-RGU-EOF-NO                        VALUE "N".
           05  WS-RGU-FIN-SW               PIC X(01)   VALUE "N".
               88  WS-RGU-CON-FIN                      VALUE "S".
               88  WS-RGU-SIN-FIN                       VALUE "N".
      *    V = RESGUARD YA TIENE EL RESGUARDO COMPLETO DE LA FECHA DE
      *    PROCESO Y SE CONSERVA; N = SE TOMA UNO NUEVO.
           05  WS-RESGUARDO-SW             PIC X(01)   VALUE "N".
               88  WS-RESGUARDO-VIGENTE                VALUE "V".
               88  WS-RESGUARDO-NUEVO                   VALUE "N".

      *    FECHA Y HORA DE LA TOMA DEL RESGUARDO QUE SE CONSERVA.
       01  WS-TOMA-ANTERIOR.
           05  WS-TOM-FECHA                PIC X(08)   VALUE SPACES.
           05  WS-TOM-HORA                 PIC X(08)   VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-CONT-ARCHIVO             PIC 9(09)   VALUE ZERO.
           05  WS-CONT-TOTAL               PIC 9(09)   VALUE ZERO.
           05  WS-CONT-RESGUARDADOS        PIC 9(03)   VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(03)   VALUE ZERO.

       01  WS-TITULOS-LINE.
           05  FILLER                      PIC X(10)   VALUE "ARCHIVO".
           05  FILLER                      PIC X(14)
               VALUE "     REGISTROS".
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(06)   VALUE "ESTADO".

       01  WS-ARCHIVO-LINE.
           05  WS-ARL-ARCHIVO              PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  WS-ARL-REGISTROS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(05)   VALUE SPACES.
           05  WS-ARL-ESTADO               PIC X(30).

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(10)   VALUE "TOTAL".
           05  WS-TOT-REGISTROS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(05)   VALUE SPACES.
           05  WS-TOT-ESTADO               PIC X(30).

       01  WS-VIGENTE-LINE.
           05  FILLER                      PIC X(13)
               VALUE "RESGUARDO DEL".
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-VIG-FECHA                PIC X(08).
           05  FILLER                      PIC X(08)   VALUE " TOMADO ".
           05  WS-VIG-FECHA-TOMA           PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-VIG-HORA-TOMA            PIC X(08).
           05  FILLER                      PIC X(18)
               VALUE " - SE CONSERVA".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF WS-RESGUARDO-NUEVO
               PERFORM 2000-RESGUARDAR-ARCHIVO
                   THRU 2000-EXIT
                   VARYING WS-ARC-SUB FROM 1 BY 1
                   UNTIL WS-ARC-SUB > WS-ARC-CANT
               PERFORM 3000-CERRAR-RESGUARDO
                   THRU 3000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           IF WS-CONT-ERRORES > 0
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
      *  1000-INITIALIZE - ABRE EL REPORTE Y REVISA EL RESGUARDO   *
      *  QUE YA ESTA EN RESGUARD: SI ES EL COMPLETO DE LA FECHA DE *
      *  PROCESO SE CONSERVA Y NO SE TOMA OTRO. SI NO, ABRE EL     *
      *  RESGUARDO CON SU REGISTRO DE INICIO (FECHA DE PROCESO,    *
      *  FECHA Y HORA DE LA TOMA).                                 *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.

           OPEN OUTPUT REPORT-FILE.
           MOVE "RESGUARDO MAESTROS" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.

           PERFORM 1100-REVISAR-RESGUARDO
               THRU 1100-EXIT.
           IF WS-RESGUARDO-VIGENTE
               MOVE WS-FECHA-CORRIDA TO WS-VIG-FECHA
               MOVE WS-TOM-FECHA TO WS-VIG-FECHA-TOMA
               MOVE WS-TOM-HORA TO WS-VIG-HORA-TOMA
               WRITE REPORT-REC FROM WS-VIGENTE-LINE
               DISPLAY WS-VIGENTE-LINE
               GO TO 1000-EXIT
           END-IF.
           WRITE REPORT-REC FROM WS-TITULOS-LINE.

           OPEN OUTPUT RESGUARDO-FILE.
           MOVE SPACES TO RGU-REGISTRO.
           MOVE WS-FECHA-CORRIDA TO RGU-FECHA.
           SET RGU-INICIO TO TRUE.
           MOVE ZERO TO RGU-CANTIDAD.
           MOVE WS-FECHA-HOY TO RGU-FECHA-TOMA.
           MOVE WS-HORA-HOY TO RGU-HORA-TOMA.
           WRITE RGU-REGISTRO.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-REVISAR-RESGUARDO - LEE EL RESGUARDO ANTERIOR. SOLO  *
      *  SE CONSERVA SI EMPIEZA CON UN REGISTRO DE INICIO DE LA    *
      *  FECHA DE PROCESO Y TERMINA CON SU REGISTRO FINAL; UNO     *
      *  INCOMPLETO DE LA MISMA FECHA NO DEJO ARRANCAR EL CICLO,   *
      *  ASI QUE LOS MAESTROS SIGUEN COMO ANTES DE LA NOCHE Y SE   *
      *  VUELVE A TOMAR.                                           *
      *-----------------------------------------------------------*
       1100-REVISAR-RESGUARDO.
           SET WS-RGU-EOF-NO TO TRUE.
           SET WS-RGU-SIN-FIN TO TRUE.
           OPEN INPUT RESGUARDO-FILE.
           READ RESGUARDO-FILE
               AT END
                   SET WS-RGU-EOF-YES TO TRUE
           END-READ.
           IF WS-RGU-EOF-YES
              OR NOT RGU-INICIO
              OR RGU-FECHA NOT = WS-FECHA-CORRIDA
               CLOSE RESGUARDO-FILE
               GO TO 1100-EXIT
           END-IF.
           MOVE RGU-FECHA-TOMA TO WS-TOM-FECHA.
           MOVE RGU-HORA-TOMA TO WS-TOM-HORA.
           PERFORM 1150-LEER-RESGUARDO
               THRU 1150-EXIT
               UNTIL WS-RGU-EOF-YES.
           CLOSE RESGUARDO-FILE.
           IF WS-RGU-CON-FIN
               SET WS-RESGUARDO-VIGENTE TO TRUE
           ELSE
               DISPLAY "RESGUARDO DEL " WS-FECHA-CORRIDA
                       " INCOMPLETO - SE VUELVE A TOMAR"
               MOVE ZERO TO WS-CONT-TOTAL
                            WS-CONT-RESGUARDADOS
           END-IF.
       1100-EXIT.
           EXIT.

       1150-LEER-RESGUARDO.
           READ RESGUARDO-FILE
               AT END
                   SET WS-RGU-EOF-YES TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN RGU-DETALLE
                   ADD 1 TO WS-CONT-TOTAL
               WHEN RGU-FIN
                   SET WS-RGU-CON-FIN TO TRUE
                   MOVE RGU-CANTIDAD TO WS-CONT-RESGUARDADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-RESGUARDAR-ARCHIVO - COPIA AL RESGUARDO TODAS LAS    *
      *  IMAGENES DE UN MAESTRO Y LAS CIERRA CON SU REGISTRO DE    *
      *  CONTROL. UN MAESTRO QUE NO ABRE QUEDA SIN CONTROL Y EL    *
      *  RESGUARDO NO SE PODRA RESTAURAR.                          *
      *-----------------------------------------------------------*
       2000-RESGUARDAR-ARCHIVO.
           MOVE WS-ARC-NOMBRE (WS-ARC-SUB) TO WS-ARCHIVO-ACTUAL.
           MOVE ZERO TO WS-CONT-ARCHIVO.
           SET WS-ARC-EOF-NO TO TRUE.
           SET WS-ARC-SIN-ERROR TO TRUE.
           MOVE WS-ARCHIVO-ACTUAL TO WS-ARL-ARCHIVO.

           PERFORM 2100-ABRIR-ARCHIVO
               THRU 2100-EXIT.
           IF WS-ARC-ERROR
               ADD 1 TO WS-CONT-ERRORES
               MOVE ZERO TO WS-ARL-REGISTROS
               WRITE REPORT-REC FROM WS-ARCHIVO-LINE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2200-LEER-ARCHIVO
               THRU 2200-EXIT.
           PERFORM 2300-GRABAR-IMAGEN
               THRU 2300-EXIT
               UNTIL WS-ARC-EOF-YES.
           PERFORM 2400-CERRAR-ARCHIVO
               THRU 2400-EXIT.

           MOVE SPACES TO RGU-REGISTRO.
           MOVE WS-FECHA-CORRIDA TO RGU-FECHA.
           SET RGU-CONTROL TO TRUE.
           MOVE WS-ARCHIVO-ACTUAL TO RGU-ARCHIVO.
           MOVE WS-CONT-ARCHIVO TO RGU-CANTIDAD.
           MOVE WS-FECHA-HOY TO RGU-FECHA-TOMA.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-HORA-HOY TO RGU-HORA-TOMA.
           WRITE RGU-REGISTRO.

           ADD 1 TO WS-CONT-RESGUARDADOS.
           MOVE WS-CONT-ARCHIVO TO WS-ARL-REGISTROS.
           MOVE "RESGUARDADO" TO WS-ARL-ESTADO.
           WRITE REPORT-REC FROM WS-ARCHIVO-LINE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-ABRIR-ARCHIVO - ABRE PARA LECTURA EL MAESTRO EN      *
      *  CURSO. LOS SECUENCIALES SON OPCIONALES (SIN ARCHIVO SE    *
      *  RESGUARDAN VACIOS); LOS INDEXADOS SE VERIFICAN POR FILE   *
      *  STATUS: 05 ES CLUSTER TODAVIA INEXISTENTE, OTRO ES ERROR. *
      *-----------------------------------------------------------*
       2100-ABRIR-ARCHIVO.
           EVALUATE WS-ARCHIVO-ACTUAL
               WHEN "FECHAPRO"
                   OPEN INPUT FECHA-PRO-FILE
               WHEN "LOTEACT"
                   OPEN INPUT LOTE-ACT-FILE
               WHEN "LOTEREG"
                   OPEN INPUT LOTE-REG-FILE
               WHEN "SUMAHIST"
                   OPEN INPUT SUMA-HIST-FILE
               WHEN "CONDIDX"
                   OPEN INPUT RESULTS-INDEXED
                   IF WS-CONDIDX-FS NOT = "00"
                      AND WS-CONDIDX-FS NOT = "05"
                       SET WS-ARC-ERROR TO TRUE
                       MOVE "ERROR AL ABRIR FS=" TO WS-ARL-ESTADO
                       MOVE WS-CONDIDX-FS TO WS-ARL-ESTADO (19:2)
                   END-IF
               WHEN "TOTHIST"
                   OPEN INPUT HIST-FILE
               WHEN "RETENTRX"
                   OPEN INPUT RETEN-FILE
               WHEN "RECHPEND"
                   OPEN INPUT PENDIENTE-FILE
               WHEN "ALERTOUT"
                   OPEN INPUT ALERTA-FILE
               WHEN "ALERTREG"
                   OPEN INPUT ALERTA-REG-FILE
               WHEN "POSICION"
                   OPEN INPUT POSICION-FILE
                   IF WS-POSICION-FS NOT = "00"
                      AND WS-POSICION-FS NOT = "05"
                       SET WS-ARC-ERROR TO TRUE
                       MOVE "ERROR AL ABRIR FS=" TO WS-ARL-ESTADO
                       MOVE WS-POSICION-FS TO WS-ARL-ESTADO (19:2)
                   END-IF
               WHEN "POSIREV"
                   OPEN INPUT POSIREV-FILE
               WHEN "SUCHIST"
                   OPEN INPUT SUC-HIST-FILE
               WHEN "MAESTMES"
                   OPEN INPUT MAESTRO-FILE
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-LEER-ARCHIVO - LEE EL SIGUIENTE REGISTRO DEL MAESTRO *
      *  EN CURSO Y DEJA SU IMAGEN EN WS-IMAGEN; LOS INDEXADOS SE  *
      *  RECORREN EN ORDEN DE CLAVE PRIMARIA.                      *
      *-----------------------------------------------------------*
       2200-LEER-ARCHIVO.
           EVALUATE WS-ARCHIVO-ACTUAL
               WHEN "FECHAPRO"
                   READ FECHA-PRO-FILE
                       AT END
                           SET WS-ARC-EOF-YES TO TRUE
                       NOT AT END
                           MOVE FPR-REGISTRO TO WS-IMAGEN
                   END-READ
               WHEN "LOTEACT"
                   READ LOTE-ACT-FILE
                       AT END
                           SET WS-ARC-EOF-YES TO TRUE
                       NOT AT END
                           MOVE LOTE-ACT-REC TO WS-IMAGEN
                   END-READ
               WHEN "LOTEREG"
                   READ LOTE-REG-FILE
                       AT END
                           SET WS-ARC-EOF-YES TO TRUE
                       NOT AT END
                           MOVE LOTE-REG-REC TO WS-IMAGEN
                   END-READ
               WHEN "SUMAHIST"
                   READ SUMA-HIST-FILE
                       AT END
                           SET WS-ARC-EOF-YES TO TRUE
                       NOT AT END
                           MOVE SHI-REGISTRO TO WS-IMAGEN
                   END-READ
               WHEN "CONDIDX"
                   IF WS-CONDIDX-FS = "05"
                       SET WS-ARC-EOF-YES TO TRUE
                   ELSE
                       READ RESULTS-INDEXED NEXT RECORD
                           AT END
                               SET WS-ARC-EOF-YES TO TRUE
                           NOT AT END
                               MOVE RI-REGISTRO TO WS-IMAGEN
                       END-READ
                   END-IF
               WHEN "TOTHIST"
                   READ HIST-FILE
                       AT END
                           SET WS-ARC-EOF-YES TO TRUE
                       NOT AT END
                           MOVE HIS-REGISTRO TO WS-IMAGEN
                   END-READ
               WHEN "RETENTRX"
                   READ RETEN-FILE
                       AT END
                           SET WS-ARC-EOF-YES TO TRUE
                       NOT AT END
                           MOVE RET-REGISTRO TO WS-IMAGEN
                   END-READ
               WHEN "RECHPEND"
                   READ PENDIENTE-FILE
                       AT END
                           SET WS-ARC-EOF-YES TO TRUE
                       NOT AT END
                           MOVE RCH-REGISTRO TO WS-IMAGEN
                   END-READ
               WHEN "ALERTOUT"
                   READ ALERTA-FILE
                       AT END
                           SET WS-ARC-EOF-YES TO TRUE
                       NOT AT END
                           MOVE ALERTA-REC TO WS-IMAGEN
                   END-READ
               WHEN "ALERTREG"
                   READ ALERTA-REG-FILE
                       AT END
                           SET WS-ARC-EOF-YES TO TRUE
                       NOT AT END
                           MOVE ALERTA-REG-REC TO WS-IMAGEN
                   END-READ
               WHEN "POSICION"
                   IF WS-POSICION-FS = "05"
                       SET WS-ARC-EOF-YES TO TRUE
                   ELSE
                       READ POSICION-FILE NEXT RECORD
                           AT END
                               SET WS-ARC-EOF-YES TO TRUE
                           NOT AT END
                               MOVE POS-REGISTRO TO WS-IMAGEN
                       END-READ
                   END-IF
               WHEN "POSIREV"
                   READ POSIREV-FILE
                       AT END
                           SET WS-ARC-EOF-YES TO TRUE
                       NOT AT END
                           MOVE POSIREV-REC TO WS-IMAGEN
                   END-READ
               WHEN "SUCHIST"
                   READ SUC-HIST-FILE
                       AT END
                           SET WS-ARC-EOF-YES TO TRUE
                       NOT AT END
                           MOVE EST-REGISTRO TO WS-IMAGEN
                   END-READ
               WHEN "MAESTMES"
                   READ MAESTRO-FILE
                       AT END
                           SET WS-ARC-EOF-YES TO TRUE
                       NOT AT END
                           MOVE MES-REGISTRO TO WS-IMAGEN
                   END-READ
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-GRABAR-IMAGEN - AGREGA AL RESGUARDO LA IMAGEN LEIDA  *
      *  COMO DETALLE DEL MAESTRO EN CURSO Y LEE LA SIGUIENTE.     *
      *-----------------------------------------------------------*
       2300-GRABAR-IMAGEN.
           MOVE SPACES TO RGU-REGISTRO.
           MOVE WS-FECHA-CORRIDA TO RGU-FECHA.
           SET RGU-DETALLE TO TRUE.
           MOVE WS-ARCHIVO-ACTUAL TO RGU-ARCHIVO.
           MOVE WS-IMAGEN TO RGU-IMAGEN.
           WRITE RGU-REGISTRO.
           ADD 1 TO WS-CONT-ARCHIVO.
           ADD 1 TO WS-CONT-TOTAL.
           PERFORM 2200-LEER-ARCHIVO
               THRU 2200-EXIT.
       2300-EXIT.
           EXIT.

       2400-CERRAR-ARCHIVO.
           EVALUATE WS-ARCHIVO-ACTUAL
               WHEN "FECHAPRO"
                   CLOSE FECHA-PRO-FILE
               WHEN "LOTEACT"
                   CLOSE LOTE-ACT-FILE
               WHEN "LOTEREG"
                   CLOSE LOTE-REG-FILE
               WHEN "SUMAHIST"
                   CLOSE SUMA-HIST-FILE
               WHEN "CONDIDX"
                   CLOSE RESULTS-INDEXED
               WHEN "TOTHIST"
                   CLOSE HIST-FILE
               WHEN "RETENTRX"
                   CLOSE RETEN-FILE
               WHEN "RECHPEND"
                   CLOSE PENDIENTE-FILE
               WHEN "ALERTOUT"
                   CLOSE ALERTA-FILE
               WHEN "ALERTREG"
                   CLOSE ALERTA-REG-FILE
               WHEN "POSICION"
                   CLOSE POSICION-FILE
               WHEN "POSIREV"
                   CLOSE POSIREV-FILE
               WHEN "SUCHIST"
                   CLOSE SUC-HIST-FILE
               WHEN "MAESTMES"
                   CLOSE MAESTRO-FILE
           END-EVALUATE.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-CERRAR-RESGUARDO - CON TODOS LOS MAESTROS COPIADOS   *
      *  AGREGA EL REGISTRO FINAL QUE DA EL RESGUARDO POR          *
      *  COMPLETO; CON ALGUN ERROR LO DEJA SIN FINAL.              *
      *-----------------------------------------------------------*
       3000-CERRAR-RESGUARDO.
           MOVE WS-CONT-TOTAL TO WS-TOT-REGISTROS.
           IF WS-CONT-ERRORES > 0
               MOVE "RESGUARDO INCOMPLETO" TO WS-TOT-ESTADO
               WRITE REPORT-REC FROM WS-TOTAL-LINE
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO RGU-REGISTRO.
           MOVE WS-FECHA-CORRIDA TO RGU-FECHA.
           SET RGU-FIN TO TRUE.
           MOVE WS-CONT-RESGUARDADOS TO RGU-CANTIDAD.
           MOVE WS-FECHA-HOY TO RGU-FECHA-TOMA.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-HORA-HOY TO RGU-HORA-TOMA.
           WRITE RGU-REGISTRO.
           MOVE "RESGUARDO COMPLETO" TO WS-TOT-ESTADO.
           WRITE REPORT-REC FROM WS-TOTAL-LINE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - CIERRA EL RESGUARDO TOMADO Y EL REPORTE  *
      *  CON SU PIE ESTANDAR.                                      *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-RESGUARDO-NUEVO
               CLOSE RESGUARDO-FILE
           END-IF.
           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-CONT-TOTAL TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-ERRORES TO RPT-TRL-ERRORES.
           WRITE REPORT-REC FROM RPT-TRAILER-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "RESGUARDO DE MAESTROS " WS-FECHA-CORRIDA
                   " ARCHIVOS=" WS-CONT-RESGUARDADOS
                   " REGISTROS=" WS-CONT-TOTAL
                   " ERRORES=" WS-CONT-ERRORES.
       8000-EXIT.
           EXIT.

       END PROGRAM RESGUNOC.
