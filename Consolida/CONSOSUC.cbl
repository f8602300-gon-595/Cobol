      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-08-22
      * Purpose:       Consolidacion de sucursales: mezcla los
      *                archivos diarios de las oficinas activas del
      *                maestro de sucursales SUCMAE (cada uno con
      *                su cabecera y cola de lote CBLOTE) en el
      *                archivo diario del ciclo (PARESRAW), con
      *                cabecera y cola globales regeneradas y cada
      *                  la agrupaban como ---, el envejecimiento de
      *                  rechazos perdia la oficina y el retorno de
      *                  fin de dia no se la devolvia a nadie.
      *  2026-09-15 RMM  Las oficinas dejan de ser tres fijas
      *                  (SUCUR1IN a SUCUR3IN con un juego de parrafos
      *                  cada una): se consolidan las activas del
      *                  maestro SUCMAE, que carga la rutina SUCCARGA,
      *                  en el orden del maestro, y el archivo de cada
      *                  una se abre por el dataset de entrada que el
      *                  maestro le asigna. Para el suplementario
      *                  (secuencia 02 en adelante) el dataset es el
      *                  de entrada seguido de .Snn. Sin ninguna
      *                  oficina activa la corrida termina con RC=8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOSUC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ARCHIVO DE LA OFICINA EN CURSO: EL NOMBRE EXTERNO
      *    SUCURIN SE APUNTA ANTES DE CADA APERTURA AL DATASET DE
      *    ENTRADA QUE SUCMAE LE ASIGNA A LA OFICINA.
           SELECT OPTIONAL SUCURSAL-FILE ASSIGN TO "SUCURIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALIDA-FILE ASSIGN TO "PARESRAW"

       DATA DIVISION.
       FILE SECTION.
       FD  SUCURSAL-FILE.
       01  SUCURSAL-REC                    PIC X(80).

       FD  SALIDA-FILE.
       01  SALIDA-REC                      PIC X(80).
       01  WS-SECUENCIA-LOTE               PIC X(02)   VALUE "01".

       COPY CBRPTHDR.
       COPY CBSUCTAB.

      *    OFICINA EN CURSO DE LA TABLA DE SUCURSALES ACTIVAS Y EL
      *    DATASET DE SU ARCHIVO DIARIO.
       01  WS-SUC-SUB                      PIC S9(4)   COMP.
       01  WS-DSN-SUCURSAL                 PIC X(44)   VALUE SPACES.

      *    AREAS DE TRABAJO CON EL REGISTRO COMPARTIDO Y LA
      *    CABECERA Y COLA DE LOTE DE CADA OFICINA Y DEL ARCHIVO
           05  FILLER                      PIC X(09)
               VALUE " CONTROL=".
           05  WS-SUL-HASH                 PIC Z(9)9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-SUL-NOMBRE               PIC X(20).

       01  WS-ERROR-LINE.
           05  FILLER                      PIC X(07)   VALUE "ERROR: ".
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-CONSOLIDAR-SUCURSAL
               THRU 2000-EXIT
               VARYING WS-SUC-SUB FROM 1 BY 1
               UNTIL WS-SUC-SUB > SCT-CANT.
           PERFORM 7000-EMITIR-COLA-GLOBAL
               THRU 7000-EXIT.
           PERFORM 8000-TERMINATE
           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - ABRE LA SALIDA Y EL REPORTE, ESCRIBE   *
      *  LA CABECERA GLOBAL DEL LOTE CONSOLIDADO Y CARGA LAS      *
      *  OFICINAS ACTIVAS DE SUCMAE. SIN OFICINAS (O CON EL       *
      *  MAESTRO DESBORDADO) NO SE CONSOLIDA NINGUNA: UN DIA      *
      *  ARMADO CON UNA LISTA TRUNCA PASARIA POR UN DIA CHICO.    *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
           MOVE "CONSOSUC" TO LOTE-CAB-ORIGEN.
           MOVE WS-SECUENCIA-LOTE TO LOTE-CAB-SECUENCIA.
           WRITE SALIDA-REC FROM LOTE-CABECERA.

           CALL "SUCCARGA" USING SCT-PARAMETRO.
           IF NOT SCT-CARGADA
               MOVE "---" TO WS-SUCURSAL-ACTUAL
               IF SCT-DESBORDADA
                   MOVE "SUCMAE DESBORDA LA TABLA DE SUCURSALES"
                     TO WS-ERR-DETALLE
               ELSE
                   MOVE "SUCMAE SIN SUCURSALES ACTIVAS"
                     TO WS-ERR-DETALLE
               END-IF
               PERFORM 3700-REGISTRAR-ERROR
                   THRU 3700-EXIT
               MOVE ZERO TO SCT-CANT
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-CONSOLIDAR-SUCURSAL - RECORRE EL ARCHIVO DE LA      *
      *  OFICINA EN CURSO CON UN REGISTRO DE ANTICIPO: VALIDA SU  *
      *  CABECERA, ESTAMPA Y MEZCLA SUS DETALLES Y CONTRASTA SU   *
      *  COLA CONTRA LO CONTADO.                                  *
      *-----------------------------------------------------------*
       2000-CONSOLIDAR-SUCURSAL.
           MOVE SCT-CODIGO (WS-SUC-SUB) TO WS-SUCURSAL-ACTUAL.
           PERFORM 3000-INICIAR-SUCURSAL
               THRU 3000-EXIT.
           PERFORM 2050-ASIGNAR-ARCHIVO
               THRU 2050-EXIT.
           SET WS-EOF-NO TO TRUE.
           OPEN INPUT SUCURSAL-FILE.
           PERFORM 2150-LEER-SUCURSAL
               THRU 2150-EXIT.
           IF WS-EOF-YES
               PERFORM 3600-SUCURSAL-AUSENTE
                   THRU 3600-EXIT
               CLOSE SUCURSAL-FILE
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-REGISTRO-LEIDO TO WS-REGISTRO-PENDIENTE.
           PERFORM 3100-VALIDAR-CABECERA
               THRU 3100-EXIT.
           PERFORM 2150-LEER-SUCURSAL
               THRU 2150-EXIT.
           IF WS-EOF-NO
               MOVE WS-REGISTRO-LEIDO TO WS-REGISTRO-PENDIENTE
               PERFORM 2150-LEER-SUCURSAL
                   THRU 2150-EXIT
               PERFORM 2170-MEZCLAR-SUCURSAL
                   THRU 2170-EXIT
                   UNTIL WS-EOF-YES
               PERFORM 3400-VALIDAR-COLA
               PERFORM 3700-REGISTRAR-ERROR
                   THRU 3700-EXIT
           END-IF.
           CLOSE SUCURSAL-FILE.
           PERFORM 3500-RESUMIR-SUCURSAL
               THRU 3500-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2050-ASIGNAR-ARCHIVO - APUNTA SUCURIN AL DATASET DE       *
      *  ENTRADA DE LA OFICINA EN CURSO; EN EL SUPLEMENTARIO (LOTE *
      *  02 EN ADELANTE) ES EL MISMO DATASET SEGUIDO DE .Snn.      *
      *-----------------------------------------------------------*
       2050-ASIGNAR-ARCHIVO.
           MOVE SCT-ARCHIVO-ENTRADA (WS-SUC-SUB) TO WS-DSN-SUCURSAL.
           IF WS-SECUENCIA-LOTE NOT = "01"
               MOVE SPACES TO WS-DSN-SUCURSAL
               STRING SCT-ARCHIVO-ENTRADA (WS-SUC-SUB)
                          DELIMITED BY SPACE
                      ".S" DELIMITED BY SIZE
                      WS-SECUENCIA-LOTE DELIMITED BY SIZE
                   INTO WS-DSN-SUCURSAL
               END-STRING
           END-IF.
           DISPLAY "SUCURIN" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DSN-SUCURSAL UPON ENVIRONMENT-VALUE.
       2050-EXIT.
           EXIT.

       2150-LEER-SUCURSAL.
           READ SUCURSAL-FILE INTO WS-REGISTRO-LEIDO
               AT END
                   SET WS-EOF-YES TO TRUE
           END-READ.
       2150-EXIT.
           EXIT.

       2170-MEZCLAR-SUCURSAL.
           PERFORM 3200-MEZCLAR-DETALLE
               THRU 3200-EXIT.
           MOVE WS-REGISTRO-LEIDO TO WS-REGISTRO-PENDIENTE.
           PERFORM 2150-LEER-SUCURSAL
               THRU 2150-EXIT.
       2170-EXIT.
           EXIT.

      *-----------------------------------------------------------*
           MOVE WS-SUCURSAL-ACTUAL TO WS-SUL-CODIGO.
           MOVE WS-SUC-DETALLES TO WS-SUL-DETALLES.
           MOVE WS-SUC-HASH TO WS-SUL-HASH.
           MOVE SCT-NOMBRE (WS-SUC-SUB) TO WS-SUL-NOMBRE.
           WRITE REPORT-REC FROM WS-SUCURSAL-LINE.
       3500-EXIT.
           EXIT.
