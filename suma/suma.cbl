      *                  tarde. CONDIF no necesita modo propio: su
      *                  entrada es el cruce acumulado, asi que su
      *                  recorrida reprocesa el dia completo.
      *  2026-09-16 RMM  Partidas en moneda extranjera (TRX-MONEDA,
      *                  copybook CBTRANS): el par validado se
      *                  convierte a moneda base con el tipo de cambio
      *                  de la fecha de proceso por la rutina comun
      *                  TIPCONV y los cuatro RESULTADO se calculan
      *                  sobre los importes convertidos. La bitacora
      *                  SUMAAUD guarda la moneda, la tasa y los
      *                  importes original y convertido; el cruce
      *                  conserva los originales, y la moneda en blanco
      *                  se completa con la base. Una moneda sin tasa
      *                  del dia se rechaza con motivo 06 (SUM0205) y
      *                  un importe convertido que no cabe, con motivo
      *                  07 (SUM0206). El detalle cierra con un
      *                  subtotal por moneda de origen antes de los de
      *                  sucursal.
      *  2026-09-17 RMM  Checkpoint por registro cada N pares (CKPTCTL)
      *                  en SUMACKPT con posicion, totales, tablas y
      *                  grabados por salida; al reanudar repone el
      *                  estado, salta los pares ya tomados y recorta
      *                  las salidas via SUMARST para no duplicar
      *                  registros ni totales. El pie marca REANUDADO=.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMAPGM.
           SELECT OPTIONAL LOTE-ACT-FILE ASSIGN TO "LOTEACT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CKPT-CTL-FILE ASSIGN TO "CKPTCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CKPT-FILE ASSIGN TO "SUMACKPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    ARCHIVO DE TRABAJO DE LA REANUDACION: GUARDA LO QUE CADA
      *    SALIDA TENIA GRABADO AL ULTIMO CHECKPOINT MIENTRAS LAS
      *    SALIDAS SE RECORTAN A ESE PUNTO.
           SELECT OPTIONAL REPOS-FILE ASSIGN TO "SUMARST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARES-FILE.
                         ==TRX-RESULTADO==     BY ==XREF-RESULTADO==
                         ==TRX-CLASIFICACION==
                             BY ==XREF-CLASIFICACION==
                         ==TRX-SUCURSAL==      BY ==XREF-SUCURSAL==
                         ==TRX-MONEDA==        BY ==XREF-MONEDA==.

       FD  ERROR-FILE.
       01  ERROR-REC                       PIC X(80).
           05  ACT-FECHA                   PIC X(08).
           05  ACT-SECUENCIA               PIC X(02).

       FD  CKPT-CTL-FILE.
       COPY CBCKPCTL.

       FD  CKPT-FILE.
       COPY CBCKPREG.

       FD  REPOS-FILE.
       01  REPOS-REC                       PIC X(101).

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-HORA-CORRIDA                 PIC X(08).
       01  WS-SUC-AVISADO-SW               PIC X(01)   VALUE "N".
           88  WS-SUC-AVISADO                          VALUE "S".

      *    CONVERSION DEL PAR A MONEDA BASE POR LA RUTINA COMUN
      *    TIPCONV: LOS CUATRO RESULTADO SE CALCULAN SOBRE LOS
      *    IMPORTES CONVERTIDOS; EL CRUCE CONSERVA LOS ORIGINALES.
       COPY CBTIPCON.

       01  WS-IMPORTES-BASE.
           05  WS-NUM1-BASE                PIC 9(4)V99 VALUE ZERO.
           05  WS-NUM2-BASE                PIC 9(4)V99 VALUE ZERO.
           05  WS-TASA-APLICADA            PIC 9(5)V9(6) VALUE ZERO.
       01  WS-MONEDA-BASE                  PIC X(03)   VALUE SPACES.

      *    SUBTOTALES POR MONEDA DE ORIGEN; UNA MONEDA EN BLANCO SE
      *    AGRUPA CON LA MONEDA BASE. ORIGEN ES NUM1+NUM2 EN LA
      *    MONEDA DE LA PARTIDA; BASE ES LA SUMA YA CONVERTIDA.
       01  WS-TABLA-MONEDAS.
           05  WS-MON-MAX                  PIC S9(4)   COMP VALUE 10.
           05  WS-MON-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-MON-ENTRADA OCCURS 10 TIMES.
               10  WS-MON-CODIGO           PIC X(03).
               10  WS-MON-PROCESADOS       PIC 9(5).
               10  WS-MON-ORIGEN           PIC 9(7)V99.
               10  WS-MON-BASE             PIC 9(7)V99.

       01  WS-MON-SUB                      PIC S9(4)   COMP.
       01  WS-MON-HALLADO                  PIC S9(4)   COMP.
       01  WS-MON-BUSCADA                  PIC X(03)   VALUE SPACES.

       01  WS-MON-AVISADO-SW               PIC X(01)   VALUE "N".
           88  WS-MON-AVISADO                          VALUE "S".

       01  WS-MONEDA-LINE.
           05  FILLER                      PIC X(07)   VALUE "MONEDA ".
           05  WS-MOL-CODIGO               PIC X(03).
           05  FILLER                      PIC X(07)   VALUE " PARES=".
           05  WS-MOL-PROCESADOS           PIC Z(4)9.
           05  FILLER                      PIC X(08)   VALUE " ORIGEN=".
           05  WS-MOL-ORIGEN               PIC Z(6)9.99.
           05  FILLER                      PIC X(06)   VALUE " BASE=".
           05  WS-MOL-BASE                 PIC Z(6)9.99.

       01  WS-SUCURSAL-LINE.
           05  FILLER                      PIC X(09)
               VALUE "SUCURSAL ".
           05  FILLER                      PIC X(03)   VALUE SPACES.
           05  WS-ERR-RAZON                PIC X(30).

      *    CHECKPOINT POR REGISTRO EN SUMACKPT CADA WS-CKP-INTERVALO
      *    PARES LEIDOS (CKPTCTL; CERO LO APAGA). WS-CKP-LEIDOS ES LA
      *    POSICION EN PARESIN, APARTE DE WS-CONT-PROCESADOS QUE EN
      *    MODO ADITIVO ARRANCA DESDE EL DIA YA PROCESADO.
       01  WS-CKP-INTERVALO                PIC 9(07)   VALUE 5000.
       01  WS-CKP-DESDE-ULTIMO             PIC 9(07)   VALUE ZERO.
       01  WS-CKP-LEIDOS                   PIC 9(09)   VALUE ZERO.
       01  WS-CKP-REANUDACIONES            PIC 9(03)   VALUE ZERO.
       01  WS-CKP-DESDE                    PIC 9(09)   VALUE ZERO.
       01  WS-CKP-LOTE                     PIC X(02)   VALUE "01".
       01  WS-CKP-ESTADO                   PIC X(01)   VALUE "P".
       01  WS-CKP-ESCRITOS                 PIC 9(07)   VALUE ZERO.
       01  WS-CKP-VERIFICADOS              PIC 9(07)   VALUE ZERO.

       01  WS-CKP-EOF-SW                   PIC X(01)   VALUE "N".
           88  WS-CKP-EOF-YES                          VALUE "Y".
           88  WS-CKP-EOF-NO                            VALUE "N".

       01  WS-CKC-EOF-SW                   PIC X(01)   VALUE "N".
           88  WS-CKC-EOF-YES                          VALUE "Y".
           88  WS-CKC-EOF-NO                            VALUE "N".

       01  WS-CKP-CIERRE-SW                PIC X(01)   VALUE "N".
           88  WS-CKP-COMPLETO                         VALUE "S".
           88  WS-CKP-INCOMPLETO                        VALUE "N".

       01  WS-REANUDA-SW                   PIC X(01)   VALUE "N".
           88  WS-REANUDACION                          VALUE "S".
           88  WS-CORRIDA-NUEVA                         VALUE "N".

       01  WS-REPOS-SW                     PIC X(01)   VALUE "N".
           88  WS-REPOS-FALLIDO                        VALUE "S".
           88  WS-REPOS-OK                              VALUE "N".

      *    REGISTROS GRABADOS EN CADA SALIDA DESDE SU COMIENZO (EN
      *    MODO ADITIVO INCLUYE LO QUE YA TENIA DEL DIA): ES EL
      *    PUNTO AL QUE LA REANUDACION RECORTA CADA ARCHIVO.
       01  WS-CKP-GRABADOS.
           05  WS-GRB-DETALLE              PIC 9(09)   VALUE ZERO.
           05  WS-GRB-XREF                 PIC 9(09)   VALUE ZERO.
           05  WS-GRB-ERROR                PIC 9(09)   VALUE ZERO.
           05  WS-GRB-AUDIT                PIC 9(09)   VALUE ZERO.
           05  WS-GRB-RECHAZO              PIC 9(09)   VALUE ZERO.
       01  WS-CKP-GRABADOS-TAB REDEFINES WS-CKP-GRABADOS.
           05  WS-GRB-SALIDA               PIC 9(09)   OCCURS 5 TIMES.

       01  WS-CKP-SUB                      PIC S9(4)   COMP.

      *    TOTALES DE LA CORRIDA QUE VIAJAN EN EL REGISTRO T.
       01  WS-CKP-TOTALES.
           05  WS-CKT-PROCESADOS           PIC 9(05).
           05  WS-CKT-RECHAZADOS           PIC 9(05).
           05  WS-CKT-SUBTOTAL-RESULTADO2  PIC 9(7)V99.
           05  WS-CKT-SUBTOTAL-RESULTADO3  PIC 9(7)V99.
           05  WS-CKT-SUBTOTAL-RESULTADO4  PIC 9(7)V99.
           05  WS-CKT-HORA-CORRIDA         PIC X(08).
           05  WS-CKT-SUC-AVISADO          PIC X(01).
           05  WS-CKT-MON-AVISADO          PIC X(01).
           05  WS-CKT-ADITIVO              PIC X(01).

      *    SALIDA EN RECORTE (1=SUMADET 2=SUMAXREF 3=ERRSUMA
      *    4=SUMAAUD 5=RECHSUMA) Y SU REGISTRO EN SUMARST.
       01  WS-REPOS-SALIDA                 PIC 9(01)   VALUE ZERO.
       01  WS-REPOS-LEIDOS                 PIC 9(09)   VALUE ZERO.
       01  WS-REPOS-LINEA.
           05  WS-RPL-SALIDA               PIC 9(01).
           05  WS-RPL-DATOS                PIC X(100).

       01  WS-SAL-EOF-SW                   PIC X(01)   VALUE "N".
           88  WS-SAL-EOF-YES                          VALUE "Y".
           88  WS-SAL-EOF-NO                            VALUE "N".

       01  WS-MSJ-CHECKPOINT.
           05  WS-MCK-TEXTO                PIC X(32)   VALUE SPACES.
           05  WS-MCK-REGISTRO             PIC Z(8)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
      *    UNA REANUDACION QUE NO PUEDE REPOSICIONARSE NO PROCESA
      *    NADA: LAS SALIDAS QUEDAN COMO ESTABAN PARA EL ANALISIS.
           IF WS-REPOS-FALLIDO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-PROCESS-PARES
               THRU 2000-EXIT
               UNTIL WS-EOF-YES.
               AT END
                   CONTINUE
               NOT AT END
                   IF ACT-FECHA = WS-FECHA-CORRIDA
                       MOVE ACT-SECUENCIA TO WS-CKP-LOTE
                   END-IF
                   IF ACT-FECHA = WS-FECHA-CORRIDA
                      AND ACT-SECUENCIA > "01"
                       SET WS-MODO-ADITIVO TO TRUE
       0980-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  0960-LEER-INTERVALO - TOMA DE CKPTCTL LA CANTIDAD DE      *
      *  PARES ENTRE DOS CHECKPOINTS DE SUMAPGM. SIN ARCHIVO O SIN *
      *  LINEA DEL PROGRAMA QUEDA EL INTERVALO POR OMISION; UN     *
      *  INTERVALO EN CERO APAGA EL CHECKPOINT.                    *
      *-----------------------------------------------------------*
       0960-LEER-INTERVALO.
           SET WS-CKC-EOF-NO TO TRUE.
           OPEN INPUT CKPT-CTL-FILE.
           PERFORM 0965-LEER-CONTROL-CKPT
               THRU 0965-EXIT
               UNTIL WS-CKC-EOF-YES.
           CLOSE CKPT-CTL-FILE.
       0960-EXIT.
           EXIT.

       0965-LEER-CONTROL-CKPT.
           READ CKPT-CTL-FILE
               AT END
                   SET WS-CKC-EOF-YES TO TRUE
               NOT AT END
                   IF CKC-PROGRAMA = "SUMAPGM"
                      AND CKC-INTERVALO NUMERIC
                       MOVE CKC-INTERVALO TO WS-CKP-INTERVALO
                       SET WS-CKC-EOF-YES TO TRUE
                   END-IF
           END-READ.
       0965-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - ABRE LOS ARCHIVOS DE LA CORRIDA Y LEE  *
      *  EL PRIMER PAR NUM1/NUM2.                                 *
               THRU 0900-EXIT.
           PERFORM 0950-LEER-LOTE-ACTUAL
               THRU 0950-EXIT.
           PERFORM 0960-LEER-INTERVALO
               THRU 0960-EXIT.
      *    EL ENCABEZADO LO ESCRIBE EL PAGINADOR AL ABRIR CADA
      *    PAGINA, INCLUIDA LA PRIMERA.
           MOVE "SUMAPGM - DETALLE" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           PERFORM 1100-BUSCAR-CHECKPOINT
               THRU 1100-EXIT.
           IF WS-REPOS-FALLIDO
               GO TO 1000-EXIT
           END-IF.
           IF WS-REANUDACION
               PERFORM 1200-REANUDAR
                   THRU 1200-EXIT
               GO TO 1000-EXIT
           END-IF.

           ACCEPT WS-HORA-CORRIDA FROM TIME.
           OPEN INPUT PARES-FILE.
           IF WS-MODO-ADITIVO
               PERFORM 1500-CONTAR-SALIDAS
                   THRU 1500-EXIT
               OPEN EXTEND DETALLE-FILE
               OPEN EXTEND XREF-FILE
               OPEN EXTEND ERROR-FILE
               OPEN OUTPUT AUDIT-FILE
               OPEN OUTPUT RECHAZO-FILE
           END-IF.
      *    EL CHECKPOINT INICIAL DEJA ANOTADO EL PUNTO DE PARTIDA DE
      *    CADA SALIDA: EN MODO ADITIVO UNA CAIDA ANTES DEL PRIMER
      *    INTERVALO DEBE RECORTAR AL DIA YA PROCESADO, NO AL VACIO.
           IF WS-CKP-INTERVALO > 0
               PERFORM 2500-TOMAR-CHECKPOINT
                   THRU 2500-EXIT
           END-IF.
           PERFORM 2900-READ-PARES
               THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-BUSCAR-CHECKPOINT - DECIDE SI LA CORRIDA ES UNA      *
      *  REANUDACION: SUMACKPT DEBE TENER UN CHECKPOINT EN ESTADO  *
      *  P DE ESTE PROGRAMA, DE LA FECHA Y EL LOTE DE LA CORRIDA,  *
      *  Y COMPLETO (CON SU CIERRE Z Y LA CANTIDAD DE REGISTROS    *
      *  QUE ESTE DECLARA). UN CHECKPOINT CORTADO A MITAD DE LA    *
      *  GRABACION NO SIRVE: EN MODO NORMAL LA CORRIDA ARRANCA DE  *
      *  CERO CON AVISO; EN MODO ADITIVO SE NIEGA, PORQUE NO HAY   *
      *  FORMA DE SABER HASTA DONDE LLEGABAN LAS SALIDAS DEL DIA.  *
      *-----------------------------------------------------------*
       1100-BUSCAR-CHECKPOINT.
           SET WS-CORRIDA-NUEVA TO TRUE.
           IF WS-CKP-INTERVALO = 0
               GO TO 1100-EXIT
           END-IF.
           SET WS-CKP-EOF-NO TO TRUE.
           SET WS-CKP-INCOMPLETO TO TRUE.
           OPEN INPUT CKPT-FILE.
           READ CKPT-FILE
               AT END
                   SET WS-CKP-EOF-YES TO TRUE
           END-READ.
           IF WS-CKP-EOF-YES
               CLOSE CKPT-FILE
               GO TO 1100-EXIT
           END-IF.
           IF NOT CKP-TIPO-CABECERA
              OR CKP-PROGRAMA NOT = "SUMAPGM"
              OR CKP-FECHA NOT = WS-FECHA-CORRIDA
              OR CKP-LOTE NOT = WS-CKP-LOTE
              OR NOT CKP-EN-PROCESO
               CLOSE CKPT-FILE
               GO TO 1100-EXIT
           END-IF.
           MOVE 1 TO WS-CKP-VERIFICADOS.
           PERFORM 1150-VERIFICAR-CHECKPOINT
               THRU 1150-EXIT
               UNTIL WS-CKP-EOF-YES.
           CLOSE CKPT-FILE.

           IF WS-CKP-COMPLETO
               SET WS-REANUDACION TO TRUE
               GO TO 1100-EXIT
           END-IF.
           IF WS-MODO-ADITIVO
               SET WS-REPOS-FALLIDO TO TRUE
               MOVE "SUM0501" TO MSJ-CODIGO
               SET MSJ-SEV-ERROR TO TRUE
               MOVE "CHECKPOINT INCOMPLETO EN MODO ADITIVO, SIN PROCESO"
                 TO MSJ-TEXTO
           ELSE
               MOVE "SUM0407" TO MSJ-CODIGO
               SET MSJ-SEV-AVISO TO TRUE
               MOVE "CHECKPOINT INCOMPLETO, CORRIDA DESDE EL PRINCIPIO"
                 TO MSJ-TEXTO
           END-IF.
           PERFORM 7900-EMITIR-MENSAJE
               THRU 7900-EXIT.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1150-VERIFICAR-CHECKPOINT - CUENTA LOS REGISTROS DEL      *
      *  CHECKPOINT HASTA EL CIERRE Z Y LO DA POR COMPLETO SI LA   *
      *  CUENTA COINCIDE CON LA QUE EL CIERRE DECLARA.             *
      *-----------------------------------------------------------*
       1150-VERIFICAR-CHECKPOINT.
           READ CKPT-FILE
               AT END
                   SET WS-CKP-EOF-YES TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           IF CKP-TIPO-CIERRE
               IF CKP-CIE-REGISTROS NUMERIC
                  AND CKP-CIE-REGISTROS = WS-CKP-VERIFICADOS
                   SET WS-CKP-COMPLETO TO TRUE
               END-IF
               SET WS-CKP-EOF-YES TO TRUE
           ELSE
               ADD 1 TO WS-CKP-VERIFICADOS
           END-IF.
       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-REANUDAR - REPONE LA CORRIDA AL ULTIMO CHECKPOINT:   *
      *  TOTALES, TABLAS Y PAGINADOR DESDE SUMACKPT, PARESIN       *
      *  POSICIONADO DESPUES DEL ULTIMO PAR YA TOMADO Y CADA       *
      *  SALIDA RECORTADA A LO QUE TENIA GRABADO EN ESE MOMENTO,   *
      *  PARA QUE NINGUN PAR SE ESCRIBA NI SE SUME DOS VECES. SI   *
      *  PARESIN O ALGUNA SALIDA TIENEN MENOS REGISTROS QUE LOS    *
      *  ANOTADOS, LA REANUDACION SE NIEGA SIN TOCAR LAS SALIDAS.  *
      *-----------------------------------------------------------*
       1200-REANUDAR.
           PERFORM 1250-RESTAURAR-ESTADO
               THRU 1250-EXIT.

           OPEN INPUT PARES-FILE.
           PERFORM 1400-SALTAR-PROCESADO
               THRU 1400-EXIT
               VARYING WS-REPOS-LEIDOS FROM 1 BY 1
               UNTIL WS-REPOS-LEIDOS > WS-CKP-LEIDOS
                  OR WS-EOF-YES.
           IF WS-EOF-YES
               SET WS-REPOS-FALLIDO TO TRUE
               CLOSE PARES-FILE
               MOVE "SUM0502" TO MSJ-CODIGO
               SET MSJ-SEV-ERROR TO TRUE
               MOVE "PARESIN MAS CORTO QUE EL CHECKPOINT, SIN PROCESO"
                 TO MSJ-TEXTO
               PERFORM 7900-EMITIR-MENSAJE
                   THRU 7900-EXIT
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1300-REPOSICIONAR-SALIDAS
               THRU 1300-EXIT.
           IF WS-REPOS-FALLIDO
               CLOSE PARES-FILE
               GO TO 1200-EXIT
           END-IF.

           ADD 1 TO WS-CKP-REANUDACIONES.
           COMPUTE WS-CKP-DESDE = WS-CKP-LEIDOS + 1.
           MOVE "SUM0302" TO MSJ-CODIGO.
           SET MSJ-SEV-AVISO TO TRUE.
           MOVE "CORRIDA REANUDADA DESDE EL PAR" TO WS-MCK-TEXTO.
           MOVE WS-CKP-DESDE TO WS-MCK-REGISTRO.
           MOVE WS-MSJ-CHECKPOINT TO MSJ-TEXTO.
           PERFORM 7900-EMITIR-MENSAJE
               THRU 7900-EXIT.
      *    EL CHECKPOINT SE REGRABA YA CON LA REANUDACION ANOTADA,
      *    PARA QUE UNA NUEVA CAIDA ANTES DEL PROXIMO INTERVALO NO
      *    LA PIERDA.
           PERFORM 2500-TOMAR-CHECKPOINT
               THRU 2500-EXIT.
           PERFORM 2900-READ-PARES
               THRU 2900-EXIT.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1250-RESTAURAR-ESTADO - RELEE SUMACKPT Y DEVUELVE A LA    *
      *  CORRIDA LA POSICION, LOS REGISTROS GRABADOS POR SALIDA,   *
      *  EL PAGINADOR, LOS TOTALES Y LAS TABLAS DE SUCURSALES Y    *
      *  MONEDAS. LOS TOTALES NO SE SIEMBRAN DE SUMAHIST: EL       *
      *  CHECKPOINT YA LOS TRAE CON EL DIA COMBINADO.              *
      *-----------------------------------------------------------*
       1250-RESTAURAR-ESTADO.
           SET WS-CKP-EOF-NO TO TRUE.
           MOVE ZERO TO WS-SUC-CANT
                        WS-MON-CANT.
           OPEN INPUT CKPT-FILE.
           PERFORM 1260-RESTAURAR-REGISTRO
               THRU 1260-EXIT
               UNTIL WS-CKP-EOF-YES.
           CLOSE CKPT-FILE.
       1250-EXIT.
           EXIT.

       1260-RESTAURAR-REGISTRO.
           READ CKPT-FILE
               AT END
                   SET WS-CKP-EOF-YES TO TRUE
                   GO TO 1260-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN CKP-TIPO-CABECERA
                   MOVE CKP-LEIDOS TO WS-CKP-LEIDOS
                   MOVE CKP-REANUDACIONES TO WS-CKP-REANUDACIONES
                   MOVE CKP-DESDE TO WS-CKP-DESDE
                   PERFORM 1270-RESTAURAR-GRABADOS
                       THRU 1270-EXIT
                       VARYING WS-CKP-SUB FROM 1 BY 1
                       UNTIL WS-CKP-SUB > 5
                   MOVE CKP-PAG-LINEA TO PAG-LINEA-ACTUAL
                   MOVE CKP-PAG-NUMERO TO PAG-NUMERO
               WHEN CKP-TIPO-TOTALES
                   MOVE CKP-CUERPO TO WS-CKP-TOTALES
                   MOVE WS-CKT-PROCESADOS TO WS-CONT-PROCESADOS
                   MOVE WS-CKT-RECHAZADOS TO WS-CONT-RECHAZADOS
                   MOVE WS-CKT-SUBTOTAL-RESULTADO2
                     TO WS-SUBTOTAL-RESULTADO2
                   MOVE WS-CKT-SUBTOTAL-RESULTADO3
                     TO WS-SUBTOTAL-RESULTADO3
                   MOVE WS-CKT-SUBTOTAL-RESULTADO4
                     TO WS-SUBTOTAL-RESULTADO4
                   MOVE WS-CKT-HORA-CORRIDA TO WS-HORA-CORRIDA
                   MOVE WS-CKT-SUC-AVISADO TO WS-SUC-AVISADO-SW
                   MOVE WS-CKT-MON-AVISADO TO WS-MON-AVISADO-SW
                   MOVE WS-CKT-ADITIVO TO WS-ADITIVO-SW
               WHEN CKP-TIPO-ENTRADA
                  AND CKP-ENT-TABLA = "SUC"
                  AND WS-SUC-CANT < WS-SUC-MAX
                   ADD 1 TO WS-SUC-CANT
                   MOVE CKP-ENT-DATOS TO WS-SUC-ENTRADA (WS-SUC-CANT)
               WHEN CKP-TIPO-ENTRADA
                  AND CKP-ENT-TABLA = "MON"
                  AND WS-MON-CANT < WS-MON-MAX
                   ADD 1 TO WS-MON-CANT
                   MOVE CKP-ENT-DATOS TO WS-MON-ENTRADA (WS-MON-CANT)
               WHEN CKP-TIPO-CIERRE
                   SET WS-CKP-EOF-YES TO TRUE
           END-EVALUATE.
       1260-EXIT.
           EXIT.

       1270-RESTAURAR-GRABADOS.
           MOVE CKP-SALIDA-REGISTROS (WS-CKP-SUB)
             TO WS-GRB-SALIDA (WS-CKP-SUB).
       1270-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1300-REPOSICIONAR-SALIDAS - RECORTA CADA SALIDA A LOS     *
      *  REGISTROS QUE TENIA GRABADOS AL CHECKPOINT: PRIMERO COPIA *
      *  ESA PARTE DE LAS CINCO A SUMARST (SI ALGUNA TIENE MENOS,  *
      *  SE NIEGA Y NO SE TOCA NINGUNA) Y DESPUES LAS REGRABA      *
      *  DESDE ALLI. LAS SALIDAS QUEDAN ABIERTAS PARA SEGUIR.      *
      *-----------------------------------------------------------*
       1300-REPOSICIONAR-SALIDAS.
           SET WS-REPOS-OK TO TRUE.
           OPEN OUTPUT REPOS-FILE.
           PERFORM 1320-COPIAR-SALIDA
               THRU 1320-EXIT
               VARYING WS-REPOS-SALIDA FROM 1 BY 1
               UNTIL WS-REPOS-SALIDA > 5
                  OR WS-REPOS-FALLIDO.
           CLOSE REPOS-FILE.
           IF WS-REPOS-FALLIDO
               GO TO 1300-EXIT
           END-IF.

           OPEN OUTPUT DETALLE-FILE
                       XREF-FILE
                       ERROR-FILE
                       AUDIT-FILE
                       RECHAZO-FILE.
           SET WS-SAL-EOF-NO TO TRUE.
           OPEN INPUT REPOS-FILE.
           PERFORM 1350-DEVOLVER-REGISTRO
               THRU 1350-EXIT
               UNTIL WS-SAL-EOF-YES.
           CLOSE REPOS-FILE.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1320-COPIAR-SALIDA - PASA A SUMARST LOS PRIMEROS          *
      *  REGISTROS DE LA SALIDA WS-REPOS-SALIDA, HASTA LOS QUE     *
      *  TENIA GRABADOS AL CHECKPOINT.                             *
      *-----------------------------------------------------------*
       1320-COPIAR-SALIDA.
           PERFORM 1360-ABRIR-SALIDA-LECTURA
               THRU 1360-EXIT.
           MOVE ZERO TO WS-REPOS-LEIDOS.
           SET WS-SAL-EOF-NO TO TRUE.
           PERFORM 1330-COPIAR-REGISTRO
               THRU 1330-EXIT
               UNTIL WS-SAL-EOF-YES
                  OR WS-REPOS-LEIDOS = WS-GRB-SALIDA (WS-REPOS-SALIDA).
           PERFORM 1370-CERRAR-SALIDA
               THRU 1370-EXIT.
           IF WS-REPOS-LEIDOS < WS-GRB-SALIDA (WS-REPOS-SALIDA)
               SET WS-REPOS-FALLIDO TO TRUE
               MOVE "SUM0503" TO MSJ-CODIGO
               SET MSJ-SEV-ERROR TO TRUE
               MOVE "SALIDA MAS CORTA QUE CHECKPOINT:" TO WS-MCK-TEXTO
               MOVE WS-REPOS-SALIDA TO WS-MCK-REGISTRO
               MOVE WS-MSJ-CHECKPOINT TO MSJ-TEXTO
               PERFORM 7900-EMITIR-MENSAJE
                   THRU 7900-EXIT
           END-IF.
       1320-EXIT.
           EXIT.

       1330-COPIAR-REGISTRO.
           PERFORM 1340-LEER-SALIDA
               THRU 1340-EXIT.
           IF WS-SAL-EOF-NO
               MOVE WS-REPOS-SALIDA TO WS-RPL-SALIDA
               WRITE REPOS-REC FROM WS-REPOS-LINEA
           END-IF.
       1330-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1340-LEER-SALIDA - LEE EL SIGUIENTE REGISTRO DE LA SALIDA *
      *  WS-REPOS-SALIDA A WS-RPL-DATOS Y LO CUENTA.               *
      *-----------------------------------------------------------*
       1340-LEER-SALIDA.
           EVALUATE WS-REPOS-SALIDA
               WHEN 1
                   READ DETALLE-FILE INTO WS-RPL-DATOS
                       AT END
                           SET WS-SAL-EOF-YES TO TRUE
                   END-READ
               WHEN 2
                   READ XREF-FILE INTO WS-RPL-DATOS
                       AT END
                           SET WS-SAL-EOF-YES TO TRUE
                   END-READ
               WHEN 3
                   READ ERROR-FILE INTO WS-RPL-DATOS
                       AT END
                           SET WS-SAL-EOF-YES TO TRUE
                   END-READ
               WHEN 4
                   READ AUDIT-FILE INTO WS-RPL-DATOS
                       AT END
                           SET WS-SAL-EOF-YES TO TRUE
                   END-READ
               WHEN 5
                   READ RECHAZO-FILE INTO WS-RPL-DATOS
                       AT END
                           SET WS-SAL-EOF-YES TO TRUE
                   END-READ
           END-EVALUATE.
           IF WS-SAL-EOF-NO
               ADD 1 TO WS-REPOS-LEIDOS
           END-IF.
       1340-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1350-DEVOLVER-REGISTRO - REGRABA UN REGISTRO DE SUMARST   *
      *  EN LA SALIDA DE LA QUE VINO.                              *
      *-----------------------------------------------------------*
       1350-DEVOLVER-REGISTRO.
           READ REPOS-FILE INTO WS-REPOS-LINEA
               AT END
                   SET WS-SAL-EOF-YES TO TRUE
                   GO TO 1350-EXIT
           END-READ.
           EVALUATE WS-RPL-SALIDA
               WHEN 1
                   WRITE DETALLE-REC FROM WS-RPL-DATOS
               WHEN 2
                   WRITE XREF-REGISTRO FROM WS-RPL-DATOS
               WHEN 3
                   WRITE ERROR-REC FROM WS-RPL-DATOS
               WHEN 4
                   WRITE AUD-REGISTRO FROM WS-RPL-DATOS
               WHEN 5
                   WRITE RCH-REGISTRO FROM WS-RPL-DATOS
           END-EVALUATE.
       1350-EXIT.
           EXIT.

       1360-ABRIR-SALIDA-LECTURA.
           EVALUATE WS-REPOS-SALIDA
               WHEN 1
                   OPEN INPUT DETALLE-FILE
               WHEN 2
                   OPEN INPUT XREF-FILE
               WHEN 3
                   OPEN INPUT ERROR-FILE
               WHEN 4
                   OPEN INPUT AUDIT-FILE
               WHEN 5
                   OPEN INPUT RECHAZO-FILE
           END-EVALUATE.
       1360-EXIT.
           EXIT.

       1370-CERRAR-SALIDA.
           EVALUATE WS-REPOS-SALIDA
               WHEN 1
                   CLOSE DETALLE-FILE
               WHEN 2
                   CLOSE XREF-FILE
               WHEN 3
                   CLOSE ERROR-FILE
               WHEN 4
                   CLOSE AUDIT-FILE
               WHEN 5
                   CLOSE RECHAZO-FILE
           END-EVALUATE.
       1370-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1400-SALTAR-PROCESADO - RELEE SIN PROCESAR UN PAR QUE LA  *
      *  CORRIDA ANTERIOR YA HABIA TOMADO ANTES DEL CHECKPOINT.    *
      *-----------------------------------------------------------*
       1400-SALTAR-PROCESADO.
           PERFORM 2900-READ-PARES
               THRU 2900-EXIT.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1500-CONTAR-SALIDAS - EN MODO ADITIVO ANOTA CUANTOS       *
      *  REGISTROS TRAE CADA SALIDA DEL DIA ANTES DE AGREGARLE EL  *
      *  LOTE: ES EL PUNTO DE PARTIDA DE LOS GRABADOS.             *
      *-----------------------------------------------------------*
       1500-CONTAR-SALIDAS.
           PERFORM 1510-CONTAR-SALIDA
               THRU 1510-EXIT
               VARYING WS-REPOS-SALIDA FROM 1 BY 1
               UNTIL WS-REPOS-SALIDA > 5.
       1500-EXIT.
           EXIT.

       1510-CONTAR-SALIDA.
           PERFORM 1360-ABRIR-SALIDA-LECTURA
               THRU 1360-EXIT.
           MOVE ZERO TO WS-REPOS-LEIDOS.
           SET WS-SAL-EOF-NO TO TRUE.
           PERFORM 1340-LEER-SALIDA
               THRU 1340-EXIT
               UNTIL WS-SAL-EOF-YES.
           PERFORM 1370-CERRAR-SALIDA
               THRU 1370-EXIT.
           MOVE WS-REPOS-LEIDOS TO WS-GRB-SALIDA (WS-REPOS-SALIDA).
       1510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESS-PARES - REALIZA LAS CUATRO OPERACIONES SOBRE *
      *  EL PAR ACTUAL, ESCRIBE EL DETALLE Y AVANZA AL SIGUIENTE. *
      *-----------------------------------------------------------*
       2000-PROCESS-PARES.
           ADD 1 TO WS-CONT-PROCESADOS.
           ADD 1 TO WS-CKP-LEIDOS.
           PERFORM 2050-VALIDAR-PAR
               THRU 2050-EXIT.

               PERFORM 7700-ESCRIBIR-DETALLE
                   THRU 7700-EXIT
               WRITE XREF-REGISTRO FROM TRX-REGISTRO
               ADD 1 TO WS-GRB-XREF

               MOVE WS-FECHA-CORRIDA TO AUD-FECHA
               MOVE WS-HORA-CORRIDA TO AUD-HORA
               MOVE TRX-RESULTADO3 TO AUD-RESULTADO3
               MOVE TRX-RESULTADO4 TO AUD-RESULTADO4
               MOVE TRX-SUCURSAL TO AUD-SUCURSAL
               MOVE TRX-MONEDA TO AUD-MONEDA
               MOVE WS-TASA-APLICADA TO AUD-TASA
               MOVE WS-NUM1-BASE TO AUD-NUM1-BASE
               MOVE WS-NUM2-BASE TO AUD-NUM2-BASE
               WRITE AUD-REGISTRO
               ADD 1 TO WS-GRB-AUDIT

               ADD TRX-RESULTADO2 TO WS-SUBTOTAL-RESULTADO2
               ADD TRX-RESULTADO3 TO WS-SUBTOTAL-RESULTADO3
               ADD TRX-RESULTADO4 TO WS-SUBTOTAL-RESULTADO4
               PERFORM 2080-ACUMULAR-SUCURSAL
                   THRU 2080-EXIT
               PERFORM 2085-ACUMULAR-MONEDA
                   THRU 2085-EXIT
           END-IF.

           PERFORM 2950-CONTROLAR-CHECKPOINT
               THRU 2950-EXIT.
           PERFORM 2900-READ-PARES
               THRU 2900-EXIT.
       2000-EXIT.
      *-----------------------------------------------------------*
      *  2050-VALIDAR-PAR - RECHAZA EL PAR SI NUM1 O NUM2 NO SON   *
      *  NUMERICOS, O SI NUM2 ES CERO, PARA QUE EL CALCULO NO      *
      *  ABORTE LA CORRIDA NI PRODUZCA UN RESULTADO FABRICADO. EL  *
      *  PAR QUE PASA SE CONVIERTE A MONEDA BASE.                  *
      *-----------------------------------------------------------*
       2050-VALIDAR-PAR.
           SET WS-PAR-VALIDO TO TRUE.
               MOVE TRX-NUM2-ALFA TO WS-ERR-NUM2
               MOVE "NUM1/NUM2 NO NUMERICO" TO WS-ERR-RAZON
               WRITE ERROR-REC FROM WS-ERROR-LINE
               ADD 1 TO WS-GRB-ERROR
               SET RCH-RAZON-NO-NUMERICO TO TRUE
               PERFORM 2060-GRABAR-RECHAZO
                   THRU 2060-EXIT
                   MOVE TRX-NUM2-ALFA TO WS-ERR-NUM2
                   MOVE "DIVISOR EN CERO" TO WS-ERR-RAZON
                   WRITE ERROR-REC FROM WS-ERROR-LINE
                   ADD 1 TO WS-GRB-ERROR
                   SET RCH-RAZON-DIVISOR-CERO TO TRUE
                   PERFORM 2060-GRABAR-RECHAZO
                       THRU 2060-EXIT
               END-IF
           END-IF.

           IF WS-PAR-VALIDO
               PERFORM 2070-CONVERTIR-MONEDA
                   THRU 2070-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

           MOVE WS-FECHA-CORRIDA TO RCH-FECHA.
           MOVE 1 TO RCH-CONT-RECICLA.
           WRITE RCH-REGISTRO.
           ADD 1 TO WS-GRB-RECHAZO.
       2060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2070-CONVERTIR-MONEDA - CONVIERTE NUM1 Y NUM2 A MONEDA    *
      *  BASE CON EL TIPO DE CAMBIO DE LA FECHA DE PROCESO         *
      *  (TIPCONV). UNA MONEDA SIN TASA DEL DIA SE RECHAZA CON     *
      *  MOTIVO 06; UN IMPORTE CONVERTIDO QUE NO CABE EN CBTRANS,  *
      *  CON MOTIVO 07; UN NUM2 QUE CONVERTIDO QUEDA EN CERO, COMO *
      *  DIVISOR EN CERO.                                          *
      *-----------------------------------------------------------*
       2070-CONVERTIR-MONEDA.
           MOVE ZERO TO WS-NUM1-BASE.
           MOVE ZERO TO WS-NUM2-BASE.
           MOVE ZERO TO WS-TASA-APLICADA.
           MOVE WS-FECHA-CORRIDA TO TCV-FECHA.
           MOVE TRX-MONEDA TO TCV-MONEDA.
           MOVE TRX-NUM1 TO TCV-IMPORTE.
           CALL "TIPCONV" USING TCV-PARAMETRO.
           MOVE TCV-MONEDA-BASE TO WS-MONEDA-BASE.
           IF TCV-SIN-TASA
               GO TO 2070-SIN-TASA
           END-IF.
           IF TCV-FUERA-RANGO
               GO TO 2070-FUERA-RANGO
           END-IF.
           MOVE TCV-IMPORTE-BASE TO WS-NUM1-BASE.
           MOVE TCV-TASA TO WS-TASA-APLICADA.

           MOVE TRX-NUM2 TO TCV-IMPORTE.
           CALL "TIPCONV" USING TCV-PARAMETRO.
           IF TCV-FUERA-RANGO
               GO TO 2070-FUERA-RANGO
           END-IF.
           MOVE TCV-IMPORTE-BASE TO WS-NUM2-BASE.
           IF WS-NUM2-BASE = 0
               SET WS-DIVISOR-CERO TO TRUE
               SET WS-PAR-INVALIDO TO TRUE
               MOVE "SUM0202" TO MSJ-CODIGO
               SET MSJ-SEV-AVISO TO TRUE
               MOVE "PAR RECHAZADO, NUM2 CONVERTIDO ES CERO"
                 TO MSJ-TEXTO
               PERFORM 7900-EMITIR-MENSAJE
                   THRU 7900-EXIT
               MOVE TRX-NUM1-ALFA TO WS-ERR-NUM1
               MOVE TRX-NUM2-ALFA TO WS-ERR-NUM2
               MOVE "DIVISOR CONVERTIDO EN CERO" TO WS-ERR-RAZON
               WRITE ERROR-REC FROM WS-ERROR-LINE
               ADD 1 TO WS-GRB-ERROR
               SET RCH-RAZON-DIVISOR-CERO TO TRUE
               PERFORM 2060-GRABAR-RECHAZO
                   THRU 2060-EXIT
               GO TO 2070-EXIT
           END-IF.
      *    LA PARTIDA SIN MONEDA ES DE MONEDA BASE: EL CRUCE Y LA
      *    BITACORA LA LLEVAN CON EL CODIGO EXPLICITO.
           IF TRX-MONEDA = SPACES
               MOVE WS-MONEDA-BASE TO TRX-MONEDA
           END-IF.
           GO TO 2070-EXIT.

       2070-SIN-TASA.
           SET WS-PAR-INVALIDO TO TRUE.
           MOVE "SUM0205" TO MSJ-CODIGO.
           SET MSJ-SEV-AVISO TO TRUE.
           MOVE "PAR RECHAZADO, MONEDA SIN TIPO DE CAMBIO"
             TO MSJ-TEXTO.
           PERFORM 7900-EMITIR-MENSAJE
               THRU 7900-EXIT.
           MOVE TRX-NUM1-ALFA TO WS-ERR-NUM1.
           MOVE TRX-NUM2-ALFA TO WS-ERR-NUM2.
           MOVE SPACES TO WS-ERR-RAZON.
           STRING "SIN TIPO DE CAMBIO " DELIMITED BY SIZE
                  TRX-MONEDA DELIMITED BY SIZE
             INTO WS-ERR-RAZON.
           WRITE ERROR-REC FROM WS-ERROR-LINE.
           ADD 1 TO WS-GRB-ERROR.
           SET RCH-RAZON-SIN-TASA TO TRUE.
           PERFORM 2060-GRABAR-RECHAZO
               THRU 2060-EXIT.
           GO TO 2070-EXIT.

       2070-FUERA-RANGO.
           SET WS-PAR-INVALIDO TO TRUE.
           MOVE "SUM0206" TO MSJ-CODIGO.
           SET MSJ-SEV-AVISO TO TRUE.
           MOVE "PAR RECHAZADO, CONVERSION FUERA DE RANGO"
             TO MSJ-TEXTO.
           PERFORM 7900-EMITIR-MENSAJE
               THRU 7900-EXIT.
           MOVE TRX-NUM1-ALFA TO WS-ERR-NUM1.
           MOVE TRX-NUM2-ALFA TO WS-ERR-NUM2.
           MOVE "CONVERSION FUERA DE RANGO" TO WS-ERR-RAZON.
           WRITE ERROR-REC FROM WS-ERROR-LINE.
           ADD 1 TO WS-GRB-ERROR.
           SET RCH-RAZON-CONV-RANGO TO TRUE.
           PERFORM 2060-GRABAR-RECHAZO
               THRU 2060-EXIT.
       2070-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2080-ACUMULAR-SUCURSAL - SUMA EL PAR PROCESADO AL        *
      *  SUBTOTAL DE SU SUCURSAL DE ORIGEN, CREANDO LA ENTRADA LA *
       2080-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2085-ACUMULAR-MONEDA - SUMA EL PAR PROCESADO AL SUBTOTAL  *
      *  DE SU MONEDA DE ORIGEN (EN BLANCO ES LA MONEDA BASE),     *
      *  CREANDO LA ENTRADA LA PRIMERA VEZ QUE LA MONEDA APARECE.  *
      *-----------------------------------------------------------*
       2085-ACUMULAR-MONEDA.
           IF TRX-MONEDA = SPACES
               MOVE WS-MONEDA-BASE TO WS-MON-BUSCADA
           ELSE
               MOVE TRX-MONEDA TO WS-MON-BUSCADA
           END-IF.
           MOVE ZERO TO WS-MON-HALLADO.
           PERFORM 2095-BUSCAR-MONEDA
               THRU 2095-EXIT
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-CANT
                  OR WS-MON-HALLADO > 0.
           IF WS-MON-HALLADO = 0
               IF WS-MON-CANT < WS-MON-MAX
                   ADD 1 TO WS-MON-CANT
                   MOVE WS-MON-CANT TO WS-MON-HALLADO
                   MOVE WS-MON-BUSCADA
                     TO WS-MON-CODIGO (WS-MON-HALLADO)
                   MOVE ZERO TO WS-MON-PROCESADOS (WS-MON-HALLADO)
                   MOVE ZERO TO WS-MON-ORIGEN (WS-MON-HALLADO)
                   MOVE ZERO TO WS-MON-BASE (WS-MON-HALLADO)
               ELSE
                   IF NOT WS-MON-AVISADO
                       SET WS-MON-AVISADO TO TRUE
                       MOVE "SUM0404" TO MSJ-CODIGO
                       SET MSJ-SEV-AVISO TO TRUE
                       MOVE
                       "TABLA MONEDAS LLENA, MONEDA SIN SUBTOTAL"
                         TO MSJ-TEXTO
                       PERFORM 7900-EMITIR-MENSAJE
                           THRU 7900-EXIT
                   END-IF
                   GO TO 2085-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-MON-PROCESADOS (WS-MON-HALLADO).
           ADD TRX-NUM1 TRX-NUM2 TO WS-MON-ORIGEN (WS-MON-HALLADO).
           ADD TRX-RESULTADO2 TO WS-MON-BASE (WS-MON-HALLADO).
       2085-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2090-BUSCAR-SUCURSAL - DEJA EN WS-SUC-HALLADO EL          *
      *  SUBSCRIPTO DE LA ENTRADA DE LA SUCURSAL BUSCADA.          *
       2090-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2095-BUSCAR-MONEDA - DEJA EN WS-MON-HALLADO EL SUBSCRIPTO *
      *  DE LA ENTRADA DE LA MONEDA BUSCADA.                       *
      *-----------------------------------------------------------*
       2095-BUSCAR-MONEDA.
           IF WS-MON-CODIGO (WS-MON-SUB) = WS-MON-BUSCADA
               MOVE WS-MON-SUB TO WS-MON-HALLADO
           END-IF.
       2095-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-CALCULAR - REALIZA LAS CUATRO OPERACIONES SOBRE EL  *
      *  PAR CONVERTIDO A MONEDA BASE (WS-NUM1-BASE/WS-NUM2-BASE). *
      *  SOLO SE LLEGA AQUI CON UN PAR YA VALIDADO Y CONVERTIDO    *
      *  POR 2050-VALIDAR-PAR, ASI QUE WS-NUM2-BASE NUNCA ES       *
      *  CERO. EL DIVIDE Y EL MULTIPLY PUEDEN EXCEDER EL ANCHO DE  *
      *  TRX-RESULTADO/TRX-RESULTADO4 CON VALORES GRANDES O UN     *
      *  DIVISOR MUY CHICO; ON SIZE ERROR RECHAZA EL PAR EN VEZ DE  *
      *  DEJAR UN RESULTADO TRUNCADO SIN AVISO.                    *
      *-----------------------------------------------------------*
       2100-CALCULAR.
           DIVIDE WS-NUM1-BASE BY WS-NUM2-BASE
               GIVING TRX-RESULTADO
               ROUNDED
               ON SIZE ERROR
                   SET WS-PAR-INVALIDO TO TRUE
                   MOVE TRX-NUM2-ALFA TO WS-ERR-NUM2
                   MOVE "DIVISION FUERA DE RANGO" TO WS-ERR-RAZON
                   WRITE ERROR-REC FROM WS-ERROR-LINE
                   ADD 1 TO WS-GRB-ERROR
                   SET RCH-RAZON-DIV-RANGO TO TRUE
                   PERFORM 2060-GRABAR-RECHAZO
                       THRU 2060-EXIT
           PERFORM 7900-EMITIR-MENSAJE
               THRU 7900-EXIT.

           ADD WS-NUM1-BASE TO WS-NUM2-BASE
               GIVING TRX-RESULTADO2
               ROUNDED.
           MOVE "SUM0102" TO MSJ-CODIGO.
           SET MSJ-SEV-INFO TO TRUE.
           MOVE WS-MSJ-VALOR TO MSJ-TEXTO.
           PERFORM 7900-EMITIR-MENSAJE
               THRU 7900-EXIT.
           SUBTRACT WS-NUM1-BASE FROM WS-NUM2-BASE
               GIVING TRX-RESULTADO3
               ROUNDED.
           MOVE "SUM0103" TO MSJ-CODIGO.
           SET MSJ-SEV-INFO TO TRUE.
           MOVE WS-MSJ-VALOR TO MSJ-TEXTO.
           PERFORM 7900-EMITIR-MENSAJE
               THRU 7900-EXIT.
           MULTIPLY WS-NUM1-BASE BY WS-NUM2-BASE
               GIVING TRX-RESULTADO4
               ROUNDED
               ON SIZE ERROR
                   SET WS-PAR-INVALIDO TO TRUE
                   MOVE TRX-NUM2-ALFA TO WS-ERR-NUM2
                   MOVE "MULTIPLICACION FUERA DE RANGO" TO WS-ERR-RAZON
                   WRITE ERROR-REC FROM WS-ERROR-LINE
                   ADD 1 TO WS-GRB-ERROR
                   SET RCH-RAZON-MULT-RANGO TO TRUE
                   PERFORM 2060-GRABAR-RECHAZO
                       THRU 2060-EXIT
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2500-TOMAR-CHECKPOINT - FIJA EN DISCO LO GRABADO HASTA    *
      *  AHORA (CIERRA Y REABRE EN EXTEND LAS CINCO SALIDAS) Y     *
      *  REGRABA SUMACKPT EN ESTADO P CON LA POSICION, LOS         *
      *  GRABADOS, LOS TOTALES Y LAS TABLAS DE ESTE MOMENTO.       *
      *-----------------------------------------------------------*
       2500-TOMAR-CHECKPOINT.
           CLOSE DETALLE-FILE
                 XREF-FILE
                 ERROR-FILE
                 AUDIT-FILE
                 RECHAZO-FILE.
           OPEN EXTEND DETALLE-FILE
                       XREF-FILE
                       ERROR-FILE
                       AUDIT-FILE
                       RECHAZO-FILE.
           MOVE "P" TO WS-CKP-ESTADO.
           PERFORM 2550-ESCRIBIR-CHECKPOINT
               THRU 2550-EXIT.
           MOVE ZERO TO WS-CKP-DESDE-ULTIMO.
           MOVE "SUM0105" TO MSJ-CODIGO.
           SET MSJ-SEV-INFO TO TRUE.
           MOVE "CHECKPOINT TOMADO, PARES LEIDOS" TO WS-MCK-TEXTO.
           MOVE WS-CKP-LEIDOS TO WS-MCK-REGISTRO.
           MOVE WS-MSJ-CHECKPOINT TO MSJ-TEXTO.
           PERFORM 7900-EMITIR-MENSAJE
               THRU 7900-EXIT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2550-ESCRIBIR-CHECKPOINT - REGRABA SUMACKPT ENTERO EN EL  *
      *  ESTADO DE WS-CKP-ESTADO: CABECERA, TOTALES, UNA ENTRADA   *
      *  POR SUCURSAL Y POR MONEDA, Y EL CIERRE CON LA CANTIDAD DE *
      *  REGISTROS ESCRITOS ANTES DE EL.                           *
      *-----------------------------------------------------------*
       2550-ESCRIBIR-CHECKPOINT.
           MOVE ZERO TO WS-CKP-ESCRITOS.
           OPEN OUTPUT CKPT-FILE.

           MOVE SPACES TO CKP-REGISTRO.
           SET CKP-TIPO-CABECERA TO TRUE.
           MOVE "SUMAPGM" TO CKP-PROGRAMA.
           MOVE WS-FECHA-CORRIDA TO CKP-FECHA.
           MOVE WS-CKP-LOTE TO CKP-LOTE.
           MOVE WS-CKP-ESTADO TO CKP-ESTADO.
           ACCEPT CKP-HORA FROM TIME.
           MOVE WS-CKP-LEIDOS TO CKP-LEIDOS.
           MOVE WS-CKP-REANUDACIONES TO CKP-REANUDACIONES.
           MOVE WS-CKP-DESDE TO CKP-DESDE.
           PERFORM 2555-ANOTAR-GRABADOS
               THRU 2555-EXIT
               VARYING WS-CKP-SUB FROM 1 BY 1
               UNTIL WS-CKP-SUB > 5.
           MOVE PAG-LINEA-ACTUAL TO CKP-PAG-LINEA.
           MOVE PAG-NUMERO TO CKP-PAG-NUMERO.
           WRITE CKP-REGISTRO.
           ADD 1 TO WS-CKP-ESCRITOS.

           MOVE WS-CONT-PROCESADOS TO WS-CKT-PROCESADOS.
           MOVE WS-CONT-RECHAZADOS TO WS-CKT-RECHAZADOS.
           MOVE WS-SUBTOTAL-RESULTADO2 TO WS-CKT-SUBTOTAL-RESULTADO2.
           MOVE WS-SUBTOTAL-RESULTADO3 TO WS-CKT-SUBTOTAL-RESULTADO3.
           MOVE WS-SUBTOTAL-RESULTADO4 TO WS-CKT-SUBTOTAL-RESULTADO4.
           MOVE WS-HORA-CORRIDA TO WS-CKT-HORA-CORRIDA.
           MOVE WS-SUC-AVISADO-SW TO WS-CKT-SUC-AVISADO.
           MOVE WS-MON-AVISADO-SW TO WS-CKT-MON-AVISADO.
           MOVE WS-ADITIVO-SW TO WS-CKT-ADITIVO.
           MOVE SPACES TO CKP-REGISTRO.
           SET CKP-TIPO-TOTALES TO TRUE.
           MOVE WS-CKP-TOTALES TO CKP-CUERPO.
           WRITE CKP-REGISTRO.
           ADD 1 TO WS-CKP-ESCRITOS.

           PERFORM 2560-ESCRIBIR-SUCURSAL
               THRU 2560-EXIT
               VARYING WS-SUC-SUB FROM 1 BY 1
               UNTIL WS-SUC-SUB > WS-SUC-CANT.
           PERFORM 2570-ESCRIBIR-MONEDA
               THRU 2570-EXIT
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-CANT.

           MOVE SPACES TO CKP-REGISTRO.
           SET CKP-TIPO-CIERRE TO TRUE.
           MOVE WS-CKP-ESCRITOS TO CKP-CIE-REGISTROS.
           WRITE CKP-REGISTRO.
           CLOSE CKPT-FILE.
       2550-EXIT.
           EXIT.

       2555-ANOTAR-GRABADOS.
           MOVE WS-GRB-SALIDA (WS-CKP-SUB)
             TO CKP-SALIDA-REGISTROS (WS-CKP-SUB).
       2555-EXIT.
           EXIT.

       2560-ESCRIBIR-SUCURSAL.
           MOVE SPACES TO CKP-REGISTRO.
           SET CKP-TIPO-ENTRADA TO TRUE.
           MOVE "SUC" TO CKP-ENT-TABLA.
           MOVE WS-SUC-ENTRADA (WS-SUC-SUB) TO CKP-ENT-DATOS.
           WRITE CKP-REGISTRO.
           ADD 1 TO WS-CKP-ESCRITOS.
       2560-EXIT.
           EXIT.

       2570-ESCRIBIR-MONEDA.
           MOVE SPACES TO CKP-REGISTRO.
           SET CKP-TIPO-ENTRADA TO TRUE.
           MOVE "MON" TO CKP-ENT-TABLA.
           MOVE WS-MON-ENTRADA (WS-MON-SUB) TO CKP-ENT-DATOS.
           WRITE CKP-REGISTRO.
           ADD 1 TO WS-CKP-ESCRITOS.
       2570-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-READ-PARES - LECTURA DE UN REGISTRO DEL ARCHIVO DE  *
      *  PARES, CON MARCA DE FIN DE ARCHIVO.                      *
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2950-CONTROLAR-CHECKPOINT - CUENTA EL PAR TERMINADO Y     *
      *  TOMA EL CHECKPOINT AL CUMPLIRSE EL INTERVALO DE CKPTCTL.  *
      *-----------------------------------------------------------*
       2950-CONTROLAR-CHECKPOINT.
           IF WS-CKP-INTERVALO = 0
               GO TO 2950-EXIT
           END-IF.
           ADD 1 TO WS-CKP-DESDE-ULTIMO.
           IF WS-CKP-DESDE-ULTIMO NOT < WS-CKP-INTERVALO
               PERFORM 2500-TOMAR-CHECKPOINT
                   THRU 2500-EXIT
           END-IF.
       2950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - ESCRIBE LOS SUBTOTALES Y CIERRA LOS     *
      *  ARCHIVOS DE LA CORRIDA.                                  *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           PERFORM 8100-SUBTOTAL-MONEDA
               THRU 8100-EXIT
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > WS-MON-CANT.
           PERFORM 8150-SUBTOTAL-SUCURSAL
               THRU 8150-EXIT
               VARYING WS-SUC-SUB FROM 1 BY 1
           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-CONT-PROCESADOS TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-RECHAZADOS TO RPT-TRL-ERRORES.
           IF WS-CKP-REANUDACIONES > 0
               MOVE "  REANUDADO=" TO RPT-TRL-REANUDA-MARCA
               MOVE WS-CKP-DESDE TO RPT-TRL-REANUDA-DESDE
           END-IF.
           MOVE RPT-TRAILER-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-DETALLE
               THRU 7700-EXIT.
                 ERROR-FILE
                 AUDIT-FILE
                 RECHAZO-FILE.

      *    LA CORRIDA TERMINADA DEJA EL CHECKPOINT EN ESTADO F: UNA
      *    NUEVA CORRIDA DE LA MISMA FECHA ARRANCA DE CERO Y EL
      *    DRIVER PUEDE INFORMAR SI ESTA SE REANUDO.
           MOVE "F" TO WS-CKP-ESTADO.
           PERFORM 2550-ESCRIBIR-CHECKPOINT
               THRU 2550-EXIT.
       8000-EXIT.
           EXIT.

                   THRU 7750-EXIT
           END-IF.
           WRITE DETALLE-REC FROM WS-LINEA-IMPRESION.
           ADD 1 TO WS-GRB-DETALLE.
           ADD 1 TO PAG-LINEA-ACTUAL.
       7700-EXIT.
           EXIT.
       7750-SALTAR-PAGINA.
           IF PAG-NUMERO > 0
               WRITE DETALLE-REC FROM PAG-CONTINUA-LINE
               ADD 1 TO WS-GRB-DETALLE
           END-IF.
           ADD 1 TO PAG-NUMERO.
           MOVE PAG-NUMERO TO PAG-NUM-ED.
           WRITE DETALLE-REC FROM RPT-HEADER-LINE.
           WRITE DETALLE-REC FROM PAG-NUMERO-LINE.
           WRITE DETALLE-REC FROM WS-TITULOS-LINE.
           ADD 3 TO WS-GRB-DETALLE.
           MOVE 3 TO PAG-LINEA-ACTUAL.
       7750-EXIT.
           EXIT.
       8400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8100-SUBTOTAL-MONEDA - ESCRIBE AL DETALLE LA LINEA DE     *
      *  SUBTOTAL DE UNA MONEDA DE ORIGEN: PARES, NUM1+NUM2 EN LA  *
      *  MONEDA DE ORIGEN Y SUMA CONVERTIDA A MONEDA BASE.         *
      *-----------------------------------------------------------*
       8100-SUBTOTAL-MONEDA.
           MOVE WS-MON-CODIGO (WS-MON-SUB) TO WS-MOL-CODIGO.
           MOVE WS-MON-PROCESADOS (WS-MON-SUB) TO WS-MOL-PROCESADOS.
           MOVE WS-MON-ORIGEN (WS-MON-SUB) TO WS-MOL-ORIGEN.
           MOVE WS-MON-BASE (WS-MON-SUB) TO WS-MOL-BASE.
           MOVE WS-MONEDA-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-DETALLE
               THRU 7700-EXIT.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8150-SUBTOTAL-SUCURSAL - ESCRIBE AL DETALLE LA LINEA DE   *
      *  SUBTOTAL DE UNA SUCURSAL DE ORIGEN.                       *
