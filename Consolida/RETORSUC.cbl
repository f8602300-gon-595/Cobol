      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-08-27
      * Purpose:       Retorno de fin de dia a las sucursales: arma,
      *                para cada oficina activa del maestro SUCMAE,
      *                un archivo
      *                de retorno y su seccion del reporte de
      *                liquidacion, desde el cruce procesado
      *                (SUMAXREF, con los cuatro RESULTADO), los
      *                  errores): lo que no se pudo devolver a
      *                  ninguna oficina necesita que alguien lo
      *                  mire, no solo una linea en el reporte.
      *  2026-09-15 RMM  Las oficinas salen del maestro SUCMAE (rutina
      *                  SUCCARGA) en vez de RETSUC1 a RETSUC3 fijos:
      *                  cada retorno se arma en una pasada por las
      *                  fuentes y se graba en el dataset de retorno
      *                  que el maestro le asigna a la oficina. Lo de
      *                  una oficina inactiva o desconocida cuenta como
      *                  sin sucursal reconocible. Sin oficinas
      *                  activas no se arma ningun retorno y RC=8.
      *  2026-09-16 RMM  El TRX-MONEDA agregado a CBTRANS se renombra
      *                  tambien en la copia del cruce.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORSUC.
           SELECT OPTIONAL EXCEPCION-FILE ASSIGN TO "EXCEPOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    RETORNO DE LA OFICINA EN CURSO: EL NOMBRE EXTERNO RETSUC
      *    SE APUNTA ANTES DE CADA APERTURA AL DATASET DE RETORNO
      *    QUE SUCMAE LE ASIGNA A LA OFICINA.
           SELECT RETORNO-FILE ASSIGN TO "RETSUC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "RETORRPT"
                         ==TRX-RESULTADO==     BY ==XREF-RESULTADO==
                         ==TRX-CLASIFICACION==
                             BY ==XREF-CLASIFICACION==
                         ==TRX-SUCURSAL==      BY ==XREF-SUCURSAL==
                         ==TRX-MONEDA==        BY ==XREF-MONEDA==.

       FD  RECHAZO-FILE.
       COPY CBRECHAZ.
       FD  EXCEPCION-FILE.
       01  EXCEPCION-REC                   PIC X(80).

       FD  RETORNO-FILE.
       01  RETORNO-REC                     PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).
      *    CABECERA Y COLA DE LOTE DE LOS RETORNOS.
       COPY CBTRANS.
       COPY CBLOTE.
       COPY CBSUCTAB.

       01  WS-SWITCHES.
           05  WS-XRF-EOF-SW               PIC X(01)   VALUE "N".
           05  WS-RET-TIPO                 PIC X(01).
           05  WS-RET-IMAGEN               PIC X(79).

      *    LIQUIDACION POR OFICINA, PARALELA A LA TABLA DE
      *    SUCURSALES ACTIVAS DE CBSUCTAB; LO QUE LLEGA SIN SUCURSAL
      *    RECONOCIBLE SE CUENTA APARTE Y SE INFORMA, PERO NO TIENE
      *    RETORNO.
       01  WS-TABLA-OFICINAS.
           05  WS-OFI-ENTRADA OCCURS 50 TIMES.
               10  WS-OFI-PROCESADOS       PIC 9(7).
               10  WS-OFI-RECHAZADOS       PIC 9(7).
               10  WS-OFI-EXCEPCIONES      PIC 9(7).
               10  WS-OFI-RESULTADO2       PIC 9(9)V99.

       01  WS-OFI-SUB                      PIC S9(4)   COMP.
       01  WS-OFI-ACTUAL                   PIC S9(4)   COMP.
       01  WS-SUC-SUB                      PIC S9(4)   COMP.
       01  WS-SUC-BUSCADA                  PIC X(03).
       01  WS-CONT-SIN-OFICINA             PIC 9(7)    VALUE ZERO.
       01  WS-CONT-ERRORES                 PIC 9(3)    VALUE ZERO.
       01  WS-CONT-DEVUELTOS               PIC 9(7)    VALUE ZERO.

       01  WS-OFICINA-LINE.
               VALUE "SIN SUCURSAL RECONOCIBLE: ".
           05  WS-SOL-CANT                 PIC Z(6)9.

       01  WS-ERROR-LINE.
           05  FILLER                      PIC X(07)   VALUE "ERROR: ".
           05  WS-ERL-DETALLE              PIC X(60).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 1500-ARMAR-RETORNO-OFICINA
               THRU 1500-EXIT
               VARYING WS-OFI-ACTUAL FROM 1 BY 1
               UNTIL WS-OFI-ACTUAL > SCT-CANT.
           PERFORM 6000-LIQUIDAR
               THRU 6000-EXIT.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           EVALUATE TRUE
               WHEN WS-CONT-ERRORES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONT-SIN-OFICINA > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *-----------------------------------------------------------*
           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - ABRE EL REPORTE CON SU ENCABEZADO Y   *
      *  CARGA LAS OFICINAS ACTIVAS DE SUCMAE. SIN OFICINAS (O CON *
      *  EL MAESTRO DESBORDADO) NO SE ARMA NINGUN RETORNO.         *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.
           MOVE ZERO TO WS-TABLA-OFICINAS.

           OPEN OUTPUT REPORT-FILE.
           MOVE "RETORNO SUCURSALES" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.

           CALL "SUCCARGA" USING SCT-PARAMETRO.
           IF NOT SCT-CARGADA
               IF SCT-DESBORDADA
                   MOVE "SUCMAE DESBORDA LA TABLA DE SUCURSALES"
                     TO WS-ERL-DETALLE
               ELSE
                   MOVE "SUCMAE SIN SUCURSALES ACTIVAS"
                     TO WS-ERL-DETALLE
               END-IF
               WRITE REPORT-REC FROM WS-ERROR-LINE
               DISPLAY WS-ERROR-LINE
               ADD 1 TO WS-CONT-ERRORES
               MOVE ZERO TO SCT-CANT
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1500-ARMAR-RETORNO-OFICINA - UNA PASADA POR LAS TRES      *
      *  FUENTES PARA LA OFICINA EN WS-OFI-ACTUAL: APUNTA RETSUC A *
      *  SU DATASET DE RETORNO, ESCRIBE LA CABECERA DE LOTE,       *
      *  DEVUELVE LO SUYO Y CIERRA CON LA COLA.                    *
      *-----------------------------------------------------------*
       1500-ARMAR-RETORNO-OFICINA.
           DISPLAY "RETSUC" UPON ENVIRONMENT-NAME.
           DISPLAY SCT-ARCHIVO-RETORNO (WS-OFI-ACTUAL)
               UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT RETORNO-FILE.
           MOVE "H" TO LOTE-CAB-TIPO.
           MOVE WS-FECHA-CORRIDA TO LOTE-CAB-FECHA.
           MOVE "RETORSUC" TO LOTE-CAB-ORIGEN.
           MOVE "01" TO LOTE-CAB-SECUENCIA.
           WRITE RETORNO-REC FROM LOTE-CABECERA.

           OPEN INPUT XREF-FILE.
           OPEN INPUT RECHAZO-FILE.
           OPEN INPUT EXCEPCION-FILE.
           SET WS-XRF-EOF-NO TO TRUE.
           SET WS-RCH-EOF-NO TO TRUE.
           SET WS-EXC-EOF-NO TO TRUE.
           PERFORM 2900-LEER-XREF
               THRU 2900-EXIT.
           PERFORM 3900-LEER-RECHAZO
               THRU 3900-EXIT.
           PERFORM 4900-LEER-EXCEPCION
               THRU 4900-EXIT.

           PERFORM 2000-DEVOLVER-PROCESADO
               THRU 2000-EXIT
               UNTIL WS-XRF-EOF-YES.
           PERFORM 3000-DEVOLVER-RECHAZO
               THRU 3000-EXIT
               UNTIL WS-RCH-EOF-YES.
           PERFORM 4000-DEVOLVER-EXCEPCION
               THRU 4000-EXIT
               UNTIL WS-EXC-EOF-YES.
           PERFORM 5000-EMITIR-COLA
               THRU 5000-EXIT.

           CLOSE XREF-FILE
                 RECHAZO-FILE
                 EXCEPCION-FILE
                 RETORNO-FILE.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-DEVOLVER-PROCESADO - DEVUELVE EL REGISTRO DEL CRUCE  *
      *  A SU OFICINA COMO LINEA P Y LO SUMA A SU LIQUIDACION      *
      *  (CANTIDAD, CONTROL NUM1+NUM2 Y TOTALES DE RESULTADO). LO  *
      *  DE OTRA OFICINA QUEDA PARA SU PASADA; LO QUE NO ES DE     *
      *  NINGUNA SE CUENTA UNA SOLA VEZ, EN LA PRIMERA.            *
      *-----------------------------------------------------------*
       2000-DEVOLVER-PROCESADO.
           PERFORM 7100-UBICAR-OFICINA-XREF
               THRU 7100-EXIT.
           IF WS-OFI-SUB = 0
               IF WS-OFI-ACTUAL = 1
                   ADD 1 TO WS-CONT-SIN-OFICINA
               END-IF
               GO TO 2000-LEER
           END-IF.
           IF WS-OFI-SUB NOT = WS-OFI-ACTUAL
               GO TO 2000-LEER
           END-IF.

           PERFORM 7200-UBICAR-OFICINA-TRX
               THRU 7200-EXIT.
           IF WS-OFI-SUB = 0
               IF WS-OFI-ACTUAL = 1
                   ADD 1 TO WS-CONT-SIN-OFICINA
               END-IF
               GO TO 3000-LEER
           END-IF.
           IF WS-OFI-SUB NOT = WS-OFI-ACTUAL
               GO TO 3000-LEER
           END-IF.

           PERFORM 7300-UBICAR-OFICINA-EXC
               THRU 7300-EXIT.
           IF WS-OFI-SUB = 0
               IF WS-OFI-ACTUAL = 1
                   ADD 1 TO WS-CONT-SIN-OFICINA
               END-IF
               GO TO 4000-LEER
           END-IF.
           IF WS-OFI-SUB NOT = WS-OFI-ACTUAL
               GO TO 4000-LEER
           END-IF.

           EXIT.

      *-----------------------------------------------------------*
      *  5000-EMITIR-COLA - CIERRA EL RETORNO DE LA OFICINA CON  *
      *  LA COLA DE LOTE: CANTIDAD P+R Y CONTROL NUM1+NUM2, LAS    *
      *  MISMAS CIFRAS DE LA COLA QUE LA OFICINA MANDO.            *
      *-----------------------------------------------------------*
       5000-EMITIR-COLA.
           MOVE "T" TO LOTE-COLA-TIPO.
           COMPUTE LOTE-COLA-CANTIDAD =
               WS-OFI-PROCESADOS (WS-OFI-ACTUAL)
             + WS-OFI-RECHAZADOS (WS-OFI-ACTUAL).
           MOVE WS-OFI-HASH (WS-OFI-ACTUAL) TO LOTE-COLA-HASH.
           WRITE RETORNO-REC FROM LOTE-COLA.
       5000-EXIT.
           EXIT.

           PERFORM 6100-LIQUIDAR-OFICINA
               THRU 6100-EXIT
               VARYING WS-OFI-SUB FROM 1 BY 1
               UNTIL WS-OFI-SUB > SCT-CANT.
           IF WS-CONT-SIN-OFICINA > 0
               MOVE WS-CONT-SIN-OFICINA TO WS-SOL-CANT
               WRITE REPORT-REC FROM WS-SIN-OFICINA-LINE
           EXIT.

       6100-LIQUIDAR-OFICINA.
           MOVE SCT-CODIGO (WS-OFI-SUB) TO WS-OFL-CODIGO.
           MOVE WS-OFI-PROCESADOS (WS-OFI-SUB) TO WS-OFL-PROCESADOS.
           MOVE WS-OFI-RECHAZADOS (WS-OFI-SUB) TO WS-OFL-RECHAZADOS.
           MOVE WS-OFI-EXCEPCIONES (WS-OFI-SUB)
      *  AL SUBSCRIPTO DE SU OFICINA (0 = NO RECONOCIBLE).         *
      *-----------------------------------------------------------*
       7100-UBICAR-OFICINA-XREF.
           MOVE XREF-SUCURSAL TO WS-SUC-BUSCADA.
           PERFORM 7400-BUSCAR-OFICINA
               THRU 7400-EXIT.
       7100-EXIT.
           EXIT.

      *  TRABAJO CBTRANS (IMAGEN DEL RECHAZO).                     *
      *-----------------------------------------------------------*
       7200-UBICAR-OFICINA-TRX.
           MOVE TRX-SUCURSAL TO WS-SUC-BUSCADA.
           PERFORM 7400-BUSCAR-OFICINA
               THRU 7400-EXIT.
       7200-EXIT.
           EXIT.

      *  DE EXCEPCION.                                             *
      *-----------------------------------------------------------*
       7300-UBICAR-OFICINA-EXC.
           MOVE WS-LEX-SUCURSAL TO WS-SUC-BUSCADA.
           PERFORM 7400-BUSCAR-OFICINA
               THRU 7400-EXIT.
       7300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7400-BUSCAR-OFICINA - BUSCA WS-SUC-BUSCADA EN LA TABLA DE *
      *  SUCURSALES ACTIVAS Y DEJA SU POSICION EN WS-OFI-SUB (0 SI *
      *  NO ESTA O ESTA INACTIVA).                                 *
      *-----------------------------------------------------------*
       7400-BUSCAR-OFICINA.
           MOVE ZERO TO WS-OFI-SUB.
           PERFORM 7450-COMPARAR-OFICINA
               THRU 7450-EXIT
               VARYING WS-SUC-SUB FROM 1 BY 1
               UNTIL WS-SUC-SUB > SCT-CANT
                  OR WS-OFI-SUB > 0.
       7400-EXIT.
           EXIT.

       7450-COMPARAR-OFICINA.
           IF SCT-CODIGO (WS-SUC-SUB) = WS-SUC-BUSCADA
               MOVE WS-SUC-SUB TO WS-OFI-SUB
           END-IF.
       7450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7500-ESCRIBIR-RETORNO - ESCRIBE LA LINEA DE RETORNO YA    *
      *  ARMADA EN EL RETORNO DE LA OFICINA EN CURSO.              *
      *-----------------------------------------------------------*
       7500-ESCRIBIR-RETORNO.
           WRITE RETORNO-REC FROM WS-RETORNO-LINE.
       7500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - ESCRIBE EL PIE Y CIERRA EL REPORTE.      *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-CONT-DEVUELTOS TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-SIN-OFICINA TO RPT-TRL-ERRORES.
           WRITE REPORT-REC FROM RPT-TRAILER-LINE.
           CLOSE REPORT-FILE.
       8000-EXIT.
           EXIT.

