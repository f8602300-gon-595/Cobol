      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-19
      * Purpose:       Items de auditoria sin firmar: recorre el
      *                registro de revision de la muestra (AUDREV,
      *                copybook CBAUDREV) en orden de muestra e item y
      *                lista, por muestra, cada item que sigue en P
      *                (pendiente) con su fecha, TRX-ID, sucursal,
      *                clasificacion y forma de seleccion, y cierra
      *                cada muestra con los items, revisados,
      *                excepciones y pendientes que lleva. Los items
      *                anulados (X) por una muestra que los reemplazo
      *                no cuentan. AUDPCTL puede pedir una sola
      *                muestra; en blanco o sin registro van todas.
      *                Con encabezado, pie y paginado estandar.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-19 RMM  Version inicial del listado de items de
      *                  auditoria pendientes de firma.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDPEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-FILE ASSIGN TO "AUDREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-CLAVE
               FILE STATUS IS WS-REGISTRO-FS.

           SELECT OPTIONAL CTRL-FILE ASSIGN TO "AUDPCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "AUDPEND"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-FILE.
       COPY CBAUDREV.

       FD  CTRL-FILE.
       01  CTRL-REC.
           05  CTRL-MUESTRA                PIC X(12).

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).

       COPY CBRPTHDR.
       COPY CBPAGINA.

       01  WS-LINEA-IMPRESION              PIC X(80)   VALUE SPACES.

       01  WS-TITULOS-LINE.
           05  FILLER                      PIC X(05)
               VALUE "ITEM ".
           05  FILLER                      PIC X(09)
               VALUE "FECHA    ".
           05  FILLER                      PIC X(11)
               VALUE "TRX-ID     ".
           05  FILLER                      PIC X(04)
               VALUE "SUC ".
           05  FILLER                      PIC X(11)
               VALUE "CLASIF     ".
           05  FILLER                      PIC X(02)
               VALUE "S ".
           05  FILLER                      PIC X(10)
               VALUE " RESULTADO".
           05  FILLER                      PIC X(10)
               VALUE "  GENERADA".
       01  WS-REGISTRO-FS                  PIC X(02)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-REV-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-REV-EOF-YES                      VALUE "Y".
               88  WS-REV-EOF-NO                        VALUE "N".
           05  WS-REGISTRO-SW              PIC X(01)   VALUE "N".
               88  WS-REGISTRO-ACTIVO                  VALUE "A".
               88  WS-REGISTRO-AUSENTE                  VALUE "N".
           05  WS-ENCAB-SW                 PIC X(01)   VALUE "N".
               88  WS-ENCAB-ESCRITO                    VALUE "S".
               88  WS-ENCAB-PENDIENTE                   VALUE "N".

       01  WS-SEL-MUESTRA                  PIC X(12)   VALUE SPACES.
       01  WS-MUESTRA-ACTUAL               PIC X(12)   VALUE SPACES.

       01  WS-CONT-ERRORES                 PIC 9(3)    VALUE ZERO.

       01  WS-TOTALES-MUESTRA.
           05  WS-MUE-ITEMS                PIC 9(5)    VALUE ZERO.
           05  WS-MUE-REVISADOS            PIC 9(5)    VALUE ZERO.
           05  WS-MUE-EXCEPCIONES          PIC 9(5)    VALUE ZERO.
           05  WS-MUE-PENDIENTES           PIC 9(5)    VALUE ZERO.

       01  WS-TOTALES-GENERALES.
           05  WS-GEN-MUESTRAS             PIC 9(5)    VALUE ZERO.
           05  WS-GEN-ITEMS                PIC 9(5)    VALUE ZERO.
           05  WS-GEN-REVISADOS            PIC 9(5)    VALUE ZERO.
           05  WS-GEN-EXCEPCIONES          PIC 9(5)    VALUE ZERO.
           05  WS-GEN-PENDIENTES           PIC 9(5)    VALUE ZERO.

       01  WS-MUESTRA-LINE.
           05  FILLER                      PIC X(08)
               VALUE "MUESTRA ".
           05  WS-MTL-MUESTRA              PIC X(12).
           05  FILLER                      PIC X(10)
               VALUE " PERIODO A".
           05  WS-MTL-PERIODO              PIC X(08).

       01  WS-DETALLE-LINE.
           05  WS-DET-ITEM                 PIC 9(04).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-TRX-ID               PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-CLASIF               PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DET-SELECCION            PIC X(01).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  WS-DET-RESULTADO            PIC Z(4)9.99.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  WS-DET-GENERADA             PIC X(08).

       01  WS-SUBTOTAL-LINE.
           05  FILLER                      PIC X(06)
               VALUE "TOTAL ".
           05  WS-SUB-MUESTRA              PIC X(12).
           05  FILLER                      PIC X(07)   VALUE " ITEMS=".
           05  WS-SUB-ITEMS                PIC Z(3)9.
           05  FILLER                      PIC X(11)
               VALUE " REVISADOS=".
           05  WS-SUB-REVISADOS            PIC Z(3)9.
           05  FILLER                      PIC X(13)
               VALUE " EXCEPCIONES=".
           05  WS-SUB-EXCEPCIONES          PIC Z(3)9.
           05  FILLER                      PIC X(12)
               VALUE " PENDIENTES=".
           05  WS-SUB-PENDIENTES           PIC Z(3)9.

       01  WS-GENERAL-LINE.
           05  FILLER                      PIC X(09)
               VALUE "MUESTRAS=".
           05  WS-GTL-MUESTRAS             PIC Z(4)9.
           05  FILLER                      PIC X(07)   VALUE " ITEMS=".
           05  WS-GTL-ITEMS                PIC Z(4)9.
           05  FILLER                      PIC X(11)
               VALUE " REVISADOS=".
           05  WS-GTL-REVISADOS            PIC Z(4)9.
           05  FILLER                      PIC X(13)
               VALUE " EXCEPCIONES=".
           05  WS-GTL-EXCEPCIONES          PIC Z(4)9.
           05  FILLER                      PIC X(12)
               VALUE " PENDIENTES=".
           05  WS-GTL-PENDIENTES           PIC Z(4)9.

       01  WS-SIN-MUESTRA-LINE.
           05  FILLER                      PIC X(32)
               VALUE "SIN ITEMS VIGENTES PARA MUESTRA ".
           05  WS-SMU-MUESTRA              PIC X(12).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF WS-REGISTRO-AUSENTE
               PERFORM 8000-TERMINATE
                   THRU 8000-EXIT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-RECORRER-REGISTRO
               THRU 2000-EXIT.
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
      *  1000-INITIALIZE - LEE LA MUESTRA PEDIDA EN AUDPCTL (EN   *
      *  BLANCO = TODAS), ABRE EL REGISTRO DE REVISION Y EL       *
      *  REPORTE. SIN REGISTRO NO HAY NADA QUE LISTAR Y LA CORRIDA*
      *  TERMINA CON RC=8.                                        *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.

           OPEN INPUT CTRL-FILE.
           READ CTRL-FILE
               AT END
                   DISPLAY "AUDPCTL SIN REGISTRO - TODAS LAS "
                           "MUESTRAS"
               NOT AT END
                   MOVE CTRL-MUESTRA TO WS-SEL-MUESTRA
           END-READ.
           CLOSE CTRL-FILE.

           OPEN INPUT REGISTRO-FILE.
           IF WS-REGISTRO-FS = "00"
               SET WS-REGISTRO-ACTIVO TO TRUE
           ELSE
               DISPLAY "AUDREV NO DISPONIBLE, FS=" WS-REGISTRO-FS
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE "AUDITORIA PENDIENTE" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-RECORRER-REGISTRO - POSICIONA EN LA MUESTRA PEDIDA O*
      *  EN EL PRINCIPIO DEL REGISTRO Y RECORRE HASTA EL FINAL, O *
      *  HASTA EL PRIMER ITEM DE OTRA MUESTRA SI SE PIDIO UNA.    *
      *  UNA MUESTRA PEDIDA SIN ITEMS VIGENTES ES ERROR.          *
      *-----------------------------------------------------------*
       2000-RECORRER-REGISTRO.
           IF WS-SEL-MUESTRA NOT = SPACES
               MOVE WS-SEL-MUESTRA TO REV-MUESTRA
               MOVE ZERO TO REV-ITEM
           ELSE
               MOVE LOW-VALUES TO REV-CLAVE
           END-IF.
           START REGISTRO-FILE KEY NOT < REV-CLAVE
               INVALID KEY
                   SET WS-REV-EOF-YES TO TRUE
           END-START.
           PERFORM 2100-LEER-REGISTRO
               THRU 2100-EXIT.
           PERFORM 2200-PROCESAR-ITEM
               THRU 2200-EXIT
               UNTIL WS-REV-EOF-YES.
           PERFORM 3000-CERRAR-MUESTRA
               THRU 3000-EXIT.

           IF WS-SEL-MUESTRA NOT = SPACES
              AND WS-GEN-ITEMS = 0
               MOVE WS-SEL-MUESTRA TO WS-SMU-MUESTRA
               MOVE WS-SIN-MUESTRA-LINE TO WS-LINEA-IMPRESION
               PERFORM 7700-ESCRIBIR-REPORTE
                   THRU 7700-EXIT
               DISPLAY "SIN ITEMS VIGENTES PARA MUESTRA "
                       WS-SEL-MUESTRA
               ADD 1 TO WS-CONT-ERRORES
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-LEER-REGISTRO - LEE EL ITEM SIGUIENTE; EL FIN DE LA *
      *  MUESTRA PEDIDA CUENTA COMO FIN DE ARCHIVO. UN ESTADO DE  *
      *  LECTURA ANORMAL CORTA EL RECORRIDO COMO ERROR.           *
      *-----------------------------------------------------------*
       2100-LEER-REGISTRO.
           IF WS-REV-EOF-YES
               GO TO 2100-EXIT
           END-IF.
           READ REGISTRO-FILE NEXT
               AT END
                   SET WS-REV-EOF-YES TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF WS-REGISTRO-FS NOT = "00"
              AND WS-REGISTRO-FS NOT = "02"
               DISPLAY "ERROR DE LECTURA EN AUDREV, FS="
                       WS-REGISTRO-FS
               ADD 1 TO WS-CONT-ERRORES
               SET WS-REV-EOF-YES TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF WS-SEL-MUESTRA NOT = SPACES
              AND REV-MUESTRA NOT = WS-SEL-MUESTRA
               SET WS-REV-EOF-YES TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-PROCESAR-ITEM - TOMA EN CUENTA EL ITEM LEIDO SALVO  *
      *  QUE ESTE ANULADO Y LEE EL SIGUIENTE.                     *
      *-----------------------------------------------------------*
       2200-PROCESAR-ITEM.
           IF NOT REV-ANULADA
               PERFORM 2250-CONTAR-ITEM
                   THRU 2250-EXIT
           END-IF.
           PERFORM 2100-LEER-REGISTRO
               THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2250-CONTAR-ITEM - CORTA POR MUESTRA, CUENTA EL ITEM POR *
      *  ESTADO Y LISTA LOS PENDIENTES.                           *
      *-----------------------------------------------------------*
       2250-CONTAR-ITEM.
           IF REV-MUESTRA NOT = WS-MUESTRA-ACTUAL
               PERFORM 3000-CERRAR-MUESTRA
                   THRU 3000-EXIT
               MOVE REV-MUESTRA TO WS-MUESTRA-ACTUAL
               SET WS-ENCAB-PENDIENTE TO TRUE
           END-IF.
           ADD 1 TO WS-MUE-ITEMS.
           EVALUATE TRUE
               WHEN REV-REVISADA
                   ADD 1 TO WS-MUE-REVISADOS
               WHEN REV-EXCEPCION
                   ADD 1 TO WS-MUE-EXCEPCIONES
               WHEN OTHER
                   ADD 1 TO WS-MUE-PENDIENTES
                   PERFORM 2300-LISTAR-PENDIENTE
                       THRU 2300-EXIT
           END-EVALUATE.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-LISTAR-PENDIENTE - ESCRIBE EL ITEM PENDIENTE, CON LA*
      *  LINEA DE LA MUESTRA DELANTE SI ES EL PRIMERO DE ELLA.    *
      *-----------------------------------------------------------*
       2300-LISTAR-PENDIENTE.
           IF WS-ENCAB-PENDIENTE
               MOVE SPACES TO WS-LINEA-IMPRESION
               PERFORM 7700-ESCRIBIR-REPORTE
                   THRU 7700-EXIT
               MOVE REV-MUESTRA TO WS-MTL-MUESTRA
               MOVE REV-MUE-FECHA TO WS-MTL-PERIODO
               MOVE WS-MUESTRA-LINE TO WS-LINEA-IMPRESION
               PERFORM 7700-ESCRIBIR-REPORTE
                   THRU 7700-EXIT
               SET WS-ENCAB-ESCRITO TO TRUE
           END-IF.
           MOVE REV-ITEM TO WS-DET-ITEM.
           MOVE REV-FECHA-DATOS TO WS-DET-FECHA.
           MOVE REV-TRX-ID TO WS-DET-TRX-ID.
           MOVE REV-SUCURSAL TO WS-DET-SUCURSAL.
           MOVE REV-CLASIFICACION TO WS-DET-CLASIF.
           MOVE REV-SELECCION TO WS-DET-SELECCION.
           MOVE REV-RESULTADO TO WS-DET-RESULTADO.
           MOVE REV-FECHA-GENERADA TO WS-DET-GENERADA.
           MOVE WS-DETALLE-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-CERRAR-MUESTRA - ESCRIBE EL TOTAL DE LA MUESTRA EN  *
      *  CURSO (UNA MUESTRA YA FIRMADA ENTERA SALE SOLO CON ESTA  *
      *  LINEA), LO ACUMULA AL GENERAL Y LIMPIA LOS CONTADORES.   *
      *-----------------------------------------------------------*
       3000-CERRAR-MUESTRA.
           IF WS-MUE-ITEMS = 0
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-MUESTRA-ACTUAL TO WS-SUB-MUESTRA.
           MOVE WS-MUE-ITEMS TO WS-SUB-ITEMS.
           MOVE WS-MUE-REVISADOS TO WS-SUB-REVISADOS.
           MOVE WS-MUE-EXCEPCIONES TO WS-SUB-EXCEPCIONES.
           MOVE WS-MUE-PENDIENTES TO WS-SUB-PENDIENTES.
           MOVE WS-SUBTOTAL-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.

           ADD 1 TO WS-GEN-MUESTRAS.
           ADD WS-MUE-ITEMS TO WS-GEN-ITEMS.
           ADD WS-MUE-REVISADOS TO WS-GEN-REVISADOS.
           ADD WS-MUE-EXCEPCIONES TO WS-GEN-EXCEPCIONES.
           ADD WS-MUE-PENDIENTES TO WS-GEN-PENDIENTES.
           MOVE ZERO TO WS-MUE-ITEMS
                        WS-MUE-REVISADOS
                        WS-MUE-EXCEPCIONES
                        WS-MUE-PENDIENTES.
       3000-EXIT.
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
      *  8000-TERMINATE - ESCRIBE EL TOTAL GENERAL, LA MARCA DE   *
      *  ULTIMA PAGINA Y EL PIE (REGISTROS = ITEMS PENDIENTES), Y *
      *  CIERRA LOS ARCHIVOS.                                     *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           MOVE WS-GEN-MUESTRAS TO WS-GTL-MUESTRAS.
           MOVE WS-GEN-ITEMS TO WS-GTL-ITEMS.
           MOVE WS-GEN-REVISADOS TO WS-GTL-REVISADOS.
           MOVE WS-GEN-EXCEPCIONES TO WS-GTL-EXCEPCIONES.
           MOVE WS-GEN-PENDIENTES TO WS-GTL-PENDIENTES.
           MOVE WS-GENERAL-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           MOVE PAG-FINAL-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-GEN-PENDIENTES TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-ERRORES TO RPT-TRL-ERRORES.
           MOVE RPT-TRAILER-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           IF WS-REGISTRO-ACTIVO
               CLOSE REGISTRO-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "AUDPEND: MUESTRAS=" WS-GEN-MUESTRAS
                   " PENDIENTES=" WS-GEN-PENDIENTES.
       8000-EXIT.
           EXIT.

       END PROGRAM AUDPEND.
