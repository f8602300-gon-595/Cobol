      * Date-Written:  2026-08-31
      * Purpose:       Monitor vespertino de llegada de los archivos
      *                de sucursal: temprano a la tarde, horas antes
      *                del ciclo, revisa el archivo de cada oficina
      *                activa del maestro SUCMAE - presencia,
      *                cabecera de lote con la fecha de
      *                proceso abierta, cola con cantidad y total de
      *                control NUM1+NUM2 que cuadren - y deja por
      *                oficina el veredicto LLEGO-BIEN / LLEGO-MAL /
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-08-31 RMM  Version inicial del monitor de llegada.
      *  2026-09-15 RMM  Las oficinas salen del maestro SUCMAE (rutina
      *                  SUCCARGA) en vez de ser SUCUR1IN a SUCUR3IN
      *                  fijas, y el archivo de cada una se abre por
      *                  el dataset de entrada del maestro. Un archivo
      *                  que todavia no llego antes de la hora limite
      *                  de la oficina queda PENDIENTE, sin alerta;
      *                  pasada la hora es AUSENTE con A009. Lo que no
      *                  llego bien lleva en el reporte el contacto de
      *                  la oficina. Sin oficinas activas, RC=8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRIBMON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ARCHIVO DE LA OFICINA EN CURSO: EL NOMBRE EXTERNO
      *    SUCURIN SE APUNTA ANTES DE CADA APERTURA AL DATASET DE
      *    ENTRADA QUE SUCMAE LE ASIGNA A LA OFICINA.
           SELECT OPTIONAL SUCURSAL-FILE ASSIGN TO "SUCURIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "ARRIBRPT"

       DATA DIVISION.
       FILE SECTION.
       FD  SUCURSAL-FILE.
       01  SUCURSAL-REC                    PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       COPY CBRPTHDR.
       COPY CBALERTA.
       COPY CBSUCTAB.

      *    AREAS DE TRABAJO CON EL DETALLE COMPARTIDO Y LA CABECERA
      *    Y COLA DE LOTE DE LA OFICINA EN CURSO.
               88  WS-EOF-YES                          VALUE "Y".
               88  WS-EOF-NO                            VALUE "N".

      *    OFICINA EN CURSO DE LA TABLA DE SUCURSALES ACTIVAS.
       01  WS-SUC-ACTUAL                   PIC S9(4)   COMP VALUE 1.
       01  WS-SUC-CODIGO                   PIC X(03)   VALUE SPACES.

      *    HORA DE LA CORRIDA EN HHMM, CONTRA LA HORA LIMITE DE
      *    LLEGADA DE CADA OFICINA.
       01  WS-HORA-CORRIDA                 PIC X(08).
       01  WS-HORA-HHMM                    PIC 9(04)   VALUE ZERO.

       01  WS-REGISTRO-LEIDO               PIC X(80)   VALUE SPACES.
       01  WS-REGISTRO-PENDIENTE           PIC X(80)   VALUE SPACES.

           88  WS-LLEGO-BIEN                       VALUE "LLEGO-BIEN".
           88  WS-LLEGO-MAL                        VALUE "LLEGO-MAL".
           88  WS-AUSENTE                          VALUE "AUSENTE".
           88  WS-PENDIENTE                        VALUE "PENDIENTE".

       01  WS-CONT-MAL                     PIC 9(3)    VALUE ZERO.
       01  WS-CONT-ERRORES                 PIC 9(3)    VALUE ZERO.

       01  WS-VEREDICTO-LINE.
           05  FILLER                      PIC X(09)
           05  FILLER                      PIC X(02)   VALUE ": ".
           05  WS-OBS-DETALLE              PIC X(45)   VALUE SPACES.

       01  WS-CONTACTO-LINE.
           05  FILLER                      PIC X(10)
               VALUE "CONTACTO: ".
           05  WS-CTL-NOMBRE               PIC X(30).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-CTL-CONTACTO             PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 2000-REVISAR-OFICINA
               THRU 2000-EXIT
               VARYING WS-SUC-ACTUAL FROM 1 BY 1
               UNTIL WS-SUC-ACTUAL > SCT-CANT.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           EVALUATE TRUE
               WHEN WS-CONT-ERRORES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONT-ALERTAS > 0
                   MOVE 2 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *-----------------------------------------------------------*

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - ABRE EL REPORTE CON EL ENCABEZADO       *
      *  ESTANDAR, TOMA LA HORA DE LA CORRIDA Y CARGA LAS OFICINAS *
      *  ACTIVAS DE SUCMAE. SIN OFICINAS (O CON EL MAESTRO         *
      *  DESBORDADO) NO SE REVISA NINGUNA Y LA CORRIDA DA RC=8.    *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.
           ACCEPT WS-HORA-CORRIDA FROM TIME.
           MOVE WS-HORA-CORRIDA (1:4) TO WS-HORA-HHMM.
           OPEN OUTPUT REPORT-FILE.
           MOVE "LLEGADA SUCURSALES" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.

           CALL "SUCCARGA" USING SCT-PARAMETRO.
           IF NOT SCT-CARGADA
               MOVE "---" TO WS-SUC-CODIGO
               IF SCT-DESBORDADA
                   MOVE "SUCMAE DESBORDA LA TABLA DE SUCURSALES"
                     TO WS-OBS-DETALLE
               ELSE
                   MOVE "SUCMAE SIN SUCURSALES ACTIVAS"
                     TO WS-OBS-DETALLE
               END-IF
               PERFORM 4500-REGISTRAR-OBSERVACION
                   THRU 4500-EXIT
               ADD 1 TO WS-CONT-ERRORES
               MOVE ZERO TO SCT-CANT
           END-IF.
       1000-EXIT.
           EXIT.

      *  EN CURSO CON UN REGISTRO DE ANTICIPO: PRESENCIA, CABECERA *
      *  CON LA FECHA ABIERTA, DETALLES CONTADOS Y SUMADOS, COLA   *
      *  QUE CUADRE. DEJA EL VEREDICTO Y LA ALERTA SI CORRESPONDE. *
      *  UN ARCHIVO QUE NO ESTA ANTES DE LA HORA LIMITE DE LA      *
      *  OFICINA TODAVIA NO ES AUSENTE: QUEDA PENDIENTE.           *
      *-----------------------------------------------------------*
       2000-REVISAR-OFICINA.
           MOVE SCT-CODIGO (WS-SUC-ACTUAL) TO WS-SUC-CODIGO.
           MOVE ZERO TO WS-OFI-DETALLES
                        WS-OFI-HASH
                        WS-OFI-OBSERVACIONES.
           PERFORM 7200-LEER-OFICINA
               THRU 7200-EXIT.
           IF WS-EOF-YES
               IF WS-HORA-HHMM < SCT-HORA-CORTE (WS-SUC-ACTUAL)
                   SET WS-PENDIENTE TO TRUE
               ELSE
                   SET WS-AUSENTE TO TRUE
               END-IF
               PERFORM 7300-CERRAR-OFICINA
                   THRU 7300-EXIT
               PERFORM 5000-EMITIR-VEREDICTO

      *-----------------------------------------------------------*
      *  5000-EMITIR-VEREDICTO - DEJA LA LINEA DE VEREDICTO DE LA  *
      *  OFICINA Y, SI NO LLEGO BIEN, EL CONTACTO DE LA OFICINA Y  *
      *  LA ALERTA A009 EN ALERTOUT. PENDIENTE NO ALERTA: LA HORA  *
      *  LIMITE TODAVIA NO PASO.                                   *
      *-----------------------------------------------------------*
       5000-EMITIR-VEREDICTO.
           MOVE WS-SUC-CODIGO TO WS-VER-CODIGO.
           DISPLAY WS-VEREDICTO-LINE.

           IF WS-LLEGO-BIEN
              OR WS-PENDIENTE
               GO TO 5000-EXIT
           END-IF.
           MOVE SCT-NOMBRE (WS-SUC-ACTUAL) TO WS-CTL-NOMBRE.
           MOVE SCT-CONTACTO (WS-SUC-ACTUAL) TO WS-CTL-CONTACTO.
           WRITE REPORT-REC FROM WS-CONTACTO-LINE.
           DISPLAY WS-CONTACTO-LINE.
           ADD 1 TO WS-CONT-MAL.
           MOVE "A009" TO ALR-CODIGO.
           MOVE WS-OFI-DETALLES TO ALR-VALOR.
           EXIT.

      *-----------------------------------------------------------*
      *  7100-ABRIR-OFICINA - APUNTA SUCURIN AL DATASET DE         *
      *  ENTRADA DE LA OFICINA EN CURSO Y LO ABRE.                 *
      *-----------------------------------------------------------*
       7100-ABRIR-OFICINA.
           DISPLAY "SUCURIN" UPON ENVIRONMENT-NAME.
           DISPLAY SCT-ARCHIVO-ENTRADA (WS-SUC-ACTUAL)
               UPON ENVIRONMENT-VALUE.
           OPEN INPUT SUCURSAL-FILE.
       7100-EXIT.
           EXIT.

      *  OFICINA EN CURSO AL AREA COMUN, CON MARCA DE FIN.         *
      *-----------------------------------------------------------*
       7200-LEER-OFICINA.
           READ SUCURSAL-FILE INTO WS-REGISTRO-LEIDO
               AT END
                   SET WS-EOF-YES TO TRUE
           END-READ.
       7200-EXIT.
           EXIT.

      *  CURSO.                                                    *
      *-----------------------------------------------------------*
       7300-CERRAR-OFICINA.
           CLOSE SUCURSAL-FILE.
       7300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       8000-TERMINATE.
           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE SCT-CANT TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-MAL TO RPT-TRL-ERRORES.
           WRITE REPORT-REC FROM RPT-TRAILER-LINE.
           CLOSE REPORT-FILE.
