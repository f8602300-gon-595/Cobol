      *                en RECHPEND, y lo faltante se digitaba a mano
      *                dentro del PARESRAW del dia siguiente, sin
      *                validacion ni rastro. Aqui el operador digita
      *                TRX-ID, NUM1, NUM2, sucursal y moneda; el
      *                programa valida contra el maestro de cuentas y
      *                las reglas numericas que SUMAPGM va a aplicar
      *                (numerico, divisor distinto de cero y las
      *                pruebas de rango de la division y la
      *                multiplicacion), exige la
      *                oficina, y asienta cada captura en SUPLAUD con
      *                operador, supervisor y hora, igual que
      *                PARMMANT asienta los cambios de parametros.
      *                La captura y la aprobacion son sesiones
      *                distintas: lo capturado queda en PENDCAMB
      *                (copybook CBPENCAM) y solo entra al mini-lote
      *                cuando otro operador autorizado en OPERAUT lo
      *                aprueba en modo P.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *                  cero pero no el rango, y una captura
      *                  confirmada por el supervisor podia rebotar
      *                  igual a RECHPEND a la noche siguiente.
      *  2026-09-13 RMM  Doble control: el supervisor ya no se tipea
      *                  en la misma sesion del operador. El operador
      *                  se valida contra OPERAUT (rutina AUTORIZA) y
      *                  elige modo: C captura y deja cada
      *                  transaccion validada en PENDCAMB; P (otro
      *                  operador, nunca el que capturo) revalida,
      *                  aprueba o rechaza y arma el mini-lote con
      *                  lo aprobado. SUPLAUD pasa a 100 con la
      *                  decision; el supervisor es quien aprueba.
      *  2026-09-15 RMM  La sucursal se valida contra las oficinas
      *                  activas del maestro SUCMAE (rutina SUCCARGA)
      *                  en vez de 001/002/003 fijas.
      *  2026-09-16 RMM  Moneda de origen: la captura pide la moneda
      *                  (blanco = moneda base), la valida contra el
      *                  tipo de cambio de la fecha de proceso por
      *                  TIPCONV como hara SUMAPGM, hace las pruebas de
      *                  divisor y de rango sobre los importes en base
      *                  y la lleva en TRX-MONEDA del mini-lote, en
      *                  PENDCAMB y en SUPLAUD (pasa a 110).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPLENT.
           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "PENDCAMB"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY CBCUENTA.

       FD  SALIDA-FILE.
       01  SALIDA-REC                      PIC X(66).

       FD  AUDIT-FILE.
       01  AUDIT-REC                       PIC X(110).

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       FD  PENDIENTE-FILE.
       01  PENDIENTE-REC                   PIC X(134).

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-HORA-HOY                     PIC X(08).
       01  WS-OPERADOR                     PIC X(08).
       01  WS-SUPERVISOR                   PIC X(08).

       COPY CBAUTORI.
       COPY CBPENCAM.
       COPY CBSUCTAB.
       COPY CBTIPCON.

       01  WS-SUC-SUB                      PIC S9(4)   COMP.
       01  WS-SUC-SW                       PIC X(01)   VALUE "N".
           88  WS-SUC-ENCONTRADA                       VALUE "S".
           88  WS-SUC-NO-ENCONTRADA                    VALUE "N".

       01  WS-MODO                         PIC X(01)   VALUE SPACE.
           88  WS-MODO-CAPTURA                         VALUE "C".
           88  WS-MODO-APROBACION                      VALUE "P".

       01  WS-CUENTAS-FS                   PIC X(02)   VALUE SPACES.

       01  WS-CUENTAS-SW                   PIC X(01)   VALUE "N".
           05  WS-VALIDO-SW                PIC X(01)   VALUE "S".
               88  WS-VALIDO-SI                         VALUE "S".
               88  WS-VALIDO-NO                         VALUE "N".
           05  WS-AUTORIZ-SW               PIC X(01)   VALUE "S".
               88  WS-SESION-AUTORIZADA                VALUE "S".
               88  WS-SESION-NEGADA                    VALUE "N".
           05  WS-PND-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-PND-EOF-YES                      VALUE "Y".
               88  WS-PND-EOF-NO                        VALUE "N".
           05  WS-PND-FIN-SW               PIC X(01)   VALUE "N".
               88  WS-PND-FIN-YES                      VALUE "Y".
               88  WS-PND-FIN-NO                        VALUE "N".
           05  WS-PND-LLENA-SW             PIC X(01)   VALUE "N".
               88  WS-PND-LLENA                        VALUE "S".

       01  WS-CONTADORES.
           05  WS-CONT-CAPTURADAS          PIC 9(5)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(3)    VALUE ZERO.
           05  WS-CONT-PENDIENTES          PIC 9(5)    VALUE ZERO.
           05  WS-CONT-DESAPROBADAS        PIC 9(5)    VALUE ZERO.

       01  WS-HASH-LOTE                    PIC 9(10)V99 VALUE ZERO.

       01  WS-PRUEBA-RESULTADO             PIC 9(5)V99 VALUE ZERO.
       01  WS-PRUEBA-RESULTADO4            PIC 9(5)V99 VALUE ZERO.

      *    NUM1/NUM2 PASADOS A MONEDA BASE CON EL TIPO DE CAMBIO DE
      *    LA FECHA DE PROCESO: LAS PRUEBAS DE RANGO SE HACEN SOBRE
      *    ESTOS, QUE SON LOS QUE SUMAPGM VA A CALCULAR.
       01  WS-PRUEBA-NUM1-BASE             PIC 9(4)V99 VALUE ZERO.
       01  WS-PRUEBA-NUM2-BASE             PIC 9(4)V99 VALUE ZERO.

       01  WS-ENT-ID                       PIC X(10).
       01  WS-ENT-ID-9 REDEFINES WS-ENT-ID
                                            PIC 9(10).
       01  WS-ENT-NUM1                     PIC X(06).
       01  WS-ENT-NUM2                     PIC X(06).
       01  WS-ENT-SUCURSAL                 PIC X(03).
       01  WS-ENT-MONEDA                   PIC X(03).
       01  WS-ENT-SECUENCIA                PIC X(02).
       01  WS-ENT-CONFIRMA                 PIC X(01).
       01  WS-ENT-SIGUE                    PIC X(01).
       01  WS-ENT-NUMERO                   PIC X(03).
       01  WS-ENT-NUMERO-9 REDEFINES WS-ENT-NUMERO
                                            PIC 9(03).
       01  WS-ENT-DECISION                 PIC X(01).

      *    IMAGEN DE LA CAPTURA QUE VIAJA EN PCA-DESPUES HASTA LA
      *    APROBACION.
       01  WS-IMAGEN-CAPTURA.
           05  WS-IMG-NUM1                 PIC X(06).
           05  WS-IMG-NUM2                 PIC X(06).
           05  WS-IMG-SUCURSAL             PIC X(03).
           05  WS-IMG-MONEDA               PIC X(03).

       01  WS-AUDIT-LINE.
           05  WS-AUD-FECHA                PIC X(08).
           05  WS-AUD-NUM2                 PIC X(06).
           05  FILLER                      PIC X(05)   VALUE " SUC=".
           05  WS-AUD-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(05)   VALUE " MON=".
           05  WS-AUD-MONEDA               PIC X(03).
           05  FILLER                      PIC X(05)   VALUE " DEC=".
           05  WS-AUD-DECISION             PIC X(09).

      *    CAMBIOS PENDIENTES DE PENDCAMB (DE TODOS LOS PROGRAMAS)
      *    CARGADOS ENTEROS PARA LA APROBACION Y REESCRITOS AL
      *    TERMINARLA SIN LOS YA DECIDIDOS.
       01  WS-TABLA-PENDIENTES.
           05  WS-PND-MAX                  PIC S9(4)   COMP VALUE 200.
           05  WS-PND-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-PND-ENTRADA OCCURS 200 TIMES
                                           PIC X(134).

       01  WS-PND-SUB                      PIC S9(4)   COMP.
       01  WS-PND-LISTADOS                 PIC 9(3)    VALUE ZERO.

       01  WS-PENDIENTE-LINE.
           05  WS-PLS-NUMERO               PIC ZZ9.
           05  FILLER                      PIC X(04)   VALUE " ID=".
           05  WS-PLS-ID                   PIC X(10).
           05  FILLER                      PIC X(06)   VALUE " NUM1=".
           05  WS-PLS-NUM1                 PIC X(06).
           05  FILLER                      PIC X(06)   VALUE " NUM2=".
           05  WS-PLS-NUM2                 PIC X(06).
           05  FILLER                      PIC X(05)   VALUE " SUC=".
           05  WS-PLS-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(05)   VALUE " MON=".
           05  WS-PLS-MONEDA               PIC X(03).
           05  FILLER                      PIC X(05)   VALUE " POR ".
           05  WS-PLS-OPERADOR             PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PLS-FECHA                PIC X(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF WS-SESION-NEGADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-MODO-CAPTURA
               PERFORM 2000-CAPTURAR-TRANSACCION
                   THRU 2000-EXIT
                   UNTIL WS-SESION-TERMINA
           ELSE
               PERFORM 7600-APROBAR-PENDIENTES
                   THRU 7600-EXIT
           END-IF.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - IDENTIFICA AL OPERADOR Y LO VALIDA      *
      *  CONTRA OPERAUT PARA EL MODO ELEGIDO (C CAPTURA, P         *
      *  APRUEBA) Y ABRE EL MAESTRO. EN MODO P TOMA ADEMAS LA      *
      *  SECUENCIA DEL MINI-LOTE (02 POR DEFECTO: SE SUMA AL DIA   *
      *  ABIERTO EN MODO ADITIVO) Y DEJA LA CABECERA ESCRITA.      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
           DISPLAY "CAPTURA SUPERVISADA DE TRANSACCIONES".
           DISPLAY "OPERADOR: ".
           ACCEPT WS-OPERADOR.
           DISPLAY "C=CAPTURAR (QUEDA PENDIENTE DE APROBACION)".
           DISPLAY "P=APROBAR CAPTURAS PENDIENTES Y ARMAR EL "
                   "MINI-LOTE".
           DISPLAY "MODO: ".
           ACCEPT WS-MODO.
           IF NOT WS-MODO-CAPTURA AND NOT WS-MODO-APROBACION
               DISPLAY "MODO NO VALIDO: " WS-MODO
               SET WS-SESION-NEGADA TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "SUPLENT" TO AUT-PROGRAMA.
           MOVE WS-MODO TO AUT-OPCION.
           CALL "AUTORIZA" USING AUT-PARAMETRO.
           IF AUT-NO-AUTORIZADO
               DISPLAY "OPERADOR NO AUTORIZADO PARA SUPLENT MODO "
                       WS-MODO ": " WS-OPERADOR
               SET WS-SESION-NEGADA TO TRUE
               GO TO 1000-EXIT
           END-IF.

           CALL "SUCCARGA" USING SCT-PARAMETRO.
           IF NOT SCT-CARGADA
               DISPLAY "AVISO: SUCMAE SIN TABLA DE SUCURSALES "
                       "UTILIZABLE, TODA CAPTURA SE RECHAZA"
               MOVE ZERO TO SCT-CANT
           END-IF.

           OPEN INPUT CUENTAS-FILE.
               DISPLAY "CUENTAS NO DISPONIBLE, SE OMITE LA "
                       "VALIDACION DE CUENTA"
           END-IF.
           IF WS-MODO-CAPTURA
               GO TO 1000-EXIT
           END-IF.

           DISPLAY "SECUENCIA DEL LOTE (BLANCO=02): ".
           ACCEPT WS-ENT-SECUENCIA.
           IF WS-ENT-SECUENCIA = SPACES
               MOVE "02" TO WS-ENT-SECUENCIA
           END-IF.
           IF WS-ENT-SECUENCIA NOT NUMERIC
               DISPLAY "SECUENCIA NO NUMERICA, SE USA 02"
               MOVE "02" TO WS-ENT-SECUENCIA
           END-IF.

           OPEN OUTPUT SALIDA-FILE.
           MOVE "H" TO LOTE-CAB-TIPO.

      *-----------------------------------------------------------*
      *  2000-CAPTURAR-TRANSACCION - TOMA UNA TRANSACCION, LA      *
      *  VALIDA Y LA DEJA EN PENDCAMB A LA ESPERA DE QUE OTRO      *
      *  OPERADOR LA APRUEBE.                                      *
      *-----------------------------------------------------------*
       2000-CAPTURAR-TRANSACCION.
           DISPLAY " ".
           ACCEPT WS-ENT-NUM1.
           DISPLAY "NUM2 (6 DIGITOS, DOS DECIMALES IMPLICITOS): ".
           ACCEPT WS-ENT-NUM2.
           DISPLAY "SUCURSAL (CODIGO ACTIVO EN SUCMAE): ".
           ACCEPT WS-ENT-SUCURSAL.
           DISPLAY "MONEDA (BLANCO=MONEDA BASE): ".
           ACCEPT WS-ENT-MONEDA.

           PERFORM 3000-VALIDAR-CAPTURA
               THRU 3000-EXIT.
           DISPLAY "CAPTURA: ID=" WS-ENT-ID
                   " NUM1=" WS-ENT-NUM1
                   " NUM2=" WS-ENT-NUM2
                   " SUC=" WS-ENT-SUCURSAL
                   " MON=" WS-ENT-MONEDA.
           DISPLAY "CONFIRMA (S/N): ".
           ACCEPT WS-ENT-CONFIRMA.
           IF WS-ENT-CONFIRMA NOT = "S"
               DISPLAY "CAPTURA DESCARTADA POR EL OPERADOR"
               GO TO 2000-SIGUE
           END-IF.

           PERFORM 7200-REGISTRAR-PENDIENTE
               THRU 7200-EXIT.

       2000-SIGUE.
           DISPLAY "OTRA TRANSACCION (S/N): ".
      *  3000-VALIDAR-CAPTURA - APLICA LAS REGLAS QUE EL CICLO VA  *
      *  A APLICAR: TRX-ID NUMERICO DE 10, CUENTA EXISTENTE Y      *
      *  ACTIVA EN EL MAESTRO, NUM1/NUM2 NUMERICOS Y NUM2 DISTINTO *
      *  DE CERO (SUMAPGM RECHAZA EL DIVISOR EN CERO), MONEDA CON  *
      *  TIPO DE CAMBIO PARA LA FECHA DE PROCESO Y PRUEBAS DE      *
      *  RANGO SOBRE LOS IMPORTES YA EN MONEDA BASE. SUCURSAL      *
      *  ACTIVA EN EL MAESTRO SUCMAE.                              *
      *-----------------------------------------------------------*
       3000-VALIDAR-CAPTURA.
           SET WS-VALIDO-SI TO TRUE.
               GO TO 3000-EXIT
           END-IF.

      *    LA MISMA CONVERSION QUE SUMAPGM (MOTIVOS 06 Y 07) POR
      *    LA RUTINA TIPCONV, CON LA FECHA DE PROCESO.
           MOVE WS-FECHA-CORRIDA TO TCV-FECHA.
           MOVE WS-ENT-MONEDA TO TCV-MONEDA.
           MOVE TRX-NUM1 TO TCV-IMPORTE.
           CALL "TIPCONV" USING TCV-PARAMETRO.
           IF TCV-SIN-TASA
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: MONEDA " WS-ENT-MONEDA
                       " SIN TIPO DE CAMBIO PARA " WS-FECHA-CORRIDA
               GO TO 3000-EXIT
           END-IF.
           IF TCV-FUERA-RANGO
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: CONVERSION FUERA DE RANGO"
               GO TO 3000-EXIT
           END-IF.
           MOVE TCV-IMPORTE-BASE TO WS-PRUEBA-NUM1-BASE.
           MOVE TRX-NUM2 TO TCV-IMPORTE.
           CALL "TIPCONV" USING TCV-PARAMETRO.
           IF TCV-FUERA-RANGO
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: CONVERSION FUERA DE RANGO"
               GO TO 3000-EXIT
           END-IF.
           MOVE TCV-IMPORTE-BASE TO WS-PRUEBA-NUM2-BASE.
           IF WS-PRUEBA-NUM2-BASE = 0
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: NUM2 CONVERTIDO ES CERO (DIVISOR)"
               GO TO 3000-EXIT
           END-IF.

      *    LAS MISMAS PRUEBAS DE RANGO QUE SUMAPGM VA A APLICAR
      *    (MOTIVOS 03 Y 04): UNA CAPTURA CONFIRMADA NO DEBE
      *    REBOTAR A RECHPEND A LA NOCHE SIGUIENTE.
           DIVIDE WS-PRUEBA-NUM1-BASE BY WS-PRUEBA-NUM2-BASE
               GIVING WS-PRUEBA-RESULTADO ROUNDED
               ON SIZE ERROR
                   SET WS-VALIDO-NO TO TRUE
           IF WS-VALIDO-NO
               GO TO 3000-EXIT
           END-IF.
           MULTIPLY WS-PRUEBA-NUM1-BASE BY WS-PRUEBA-NUM2-BASE
               GIVING WS-PRUEBA-RESULTADO4 ROUNDED
               ON SIZE ERROR
                   SET WS-VALIDO-NO TO TRUE
               GO TO 3000-EXIT
           END-IF.

           SET WS-SUC-NO-ENCONTRADA TO TRUE.
           PERFORM 3100-BUSCAR-SUCURSAL
               THRU 3100-EXIT
               VARYING WS-SUC-SUB FROM 1 BY 1
               UNTIL WS-SUC-SUB > SCT-CANT
                  OR WS-SUC-ENCONTRADA.
           IF WS-SUC-NO-ENCONTRADA
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: SUCURSAL NO ACTIVA EN SUCMAE"
           END-IF.
       3000-EXIT.
           EXIT.

       3100-BUSCAR-SUCURSAL.
           IF SCT-CODIGO (WS-SUC-SUB) = WS-ENT-SUCURSAL
               SET WS-SUC-ENCONTRADA TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-GRABAR-CAPTURA - ESCRIBE EL DETALLE CBTRANS DE LA    *
      *  CAPTURA APROBADA AL MINI-LOTE, LO SUMA AL TOTAL DE        *
      *  CONTROL Y DEJA EL ASIENTO EN LA BITACORA CON OPERADOR Y   *
      *  SUPERVISOR (EL APROBADOR).                                *
      *-----------------------------------------------------------*
       4000-GRABAR-CAPTURA.
           MOVE SPACES TO TRX-REGISTRO.
                        TRX-RESULTADO4.
           MOVE SPACES TO TRX-CLASIFICACION.
           MOVE WS-ENT-SUCURSAL TO TRX-SUCURSAL.
           MOVE WS-ENT-MONEDA TO TRX-MONEDA.
           WRITE SALIDA-REC FROM TRX-REGISTRO.
           ADD 1 TO WS-CONT-CAPTURADAS.
           ADD TRX-NUM1 TO WS-HASH-LOTE.
           ADD TRX-NUM2 TO WS-HASH-LOTE.

           MOVE "APLICADO" TO WS-AUD-DECISION.
           PERFORM 7000-ASENTAR-BITACORA
               THRU 7000-EXIT.
           DISPLAY "CAPTURADA " WS-ENT-ID " POR " PCA-OPERADOR
                   " CON VISTO DE " WS-SUPERVISOR.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-ASENTAR-BITACORA - AGREGA A SUPLAUD EL ASIENTO DE LA *
      *  CAPTURA RECIEN DECIDIDA CON FECHA, HORA, EL OPERADOR QUE  *
      *  LA CAPTURO, EL SUPERVISOR QUE LA DECIDIO, LOS DATOS Y LA  *
      *  DECISION.                                                 *
      *-----------------------------------------------------------*
       7000-ASENTAR-BITACORA.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-FECHA-CORRIDA TO WS-AUD-FECHA.
           MOVE WS-HORA-HOY TO WS-AUD-HORA.
           MOVE PCA-OPERADOR TO WS-AUD-OPERADOR.
           MOVE WS-SUPERVISOR TO WS-AUD-SUPERVISOR.
           MOVE WS-ENT-ID TO WS-AUD-ID.
           MOVE WS-ENT-NUM1 TO WS-AUD-NUM1.
           MOVE WS-ENT-NUM2 TO WS-AUD-NUM2.
           MOVE WS-ENT-SUCURSAL TO WS-AUD-SUCURSAL.
           MOVE WS-ENT-MONEDA TO WS-AUD-MONEDA.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.
           CLOSE AUDIT-FILE.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7200-REGISTRAR-PENDIENTE - AGREGA A PENDCAMB LA CAPTURA   *
      *  RECIEN VALIDADA CON EL OPERADOR QUE LA CARGA. NO ENTRA AL *
      *  MINI-LOTE HASTA QUE OTRO OPERADOR LA APRUEBE EN MODO P.   *
      *-----------------------------------------------------------*
       7200-REGISTRAR-PENDIENTE.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-ENT-NUM1 TO WS-IMG-NUM1.
           MOVE WS-ENT-NUM2 TO WS-IMG-NUM2.
           MOVE WS-ENT-SUCURSAL TO WS-IMG-SUCURSAL.
           MOVE WS-ENT-MONEDA TO WS-IMG-MONEDA.
           MOVE SPACES TO PCA-REGISTRO.
           MOVE "SUPLENT" TO PCA-PROGRAMA.
           MOVE WS-MODO TO PCA-OPCION.
           MOVE "CAPTURA" TO PCA-ACCION.
           MOVE WS-ENT-ID TO PCA-CLAVE.
           MOVE WS-IMAGEN-CAPTURA TO PCA-DESPUES.
           MOVE WS-OPERADOR TO PCA-OPERADOR.
           MOVE WS-FECHA-CORRIDA TO PCA-FECHA-ALTA.
           MOVE WS-HORA-HOY TO PCA-HORA-ALTA.
           SET PCA-PENDIENTE TO TRUE.
           OPEN EXTEND PENDIENTE-FILE.
           WRITE PENDIENTE-REC FROM PCA-REGISTRO.
           CLOSE PENDIENTE-FILE.
           ADD 1 TO WS-CONT-PENDIENTES.
           DISPLAY "PENDIENTE DE APROBACION: " WS-ENT-ID
                   " POR " WS-OPERADOR.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7600-APROBAR-PENDIENTES - CARGA PENDCAMB, LISTA LAS       *
      *  CAPTURAS PENDIENTES Y TOMA UNA DECISION POR NUMERO HASTA  *
      *  QUE EL SUPERVISOR TERMINA; AL FINAL REESCRIBE PENDCAMB    *
      *  SIN LAS DECIDIDAS. CON PENDCAMB DESBORDADO NO SE DECIDE   *
      *  NADA: SE PERDERIAN LAS QUE NO CUPIERON.                   *
      *-----------------------------------------------------------*
       7600-APROBAR-PENDIENTES.
           MOVE WS-OPERADOR TO WS-SUPERVISOR.
           PERFORM 7610-CARGAR-PENDIENTES
               THRU 7610-EXIT.
           IF WS-PND-LLENA
               DISPLAY "RECHAZADO: PENDCAMB DESBORDA LA TABLA DE "
                       "PENDIENTES"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7600-EXIT
           END-IF.
           SET WS-PND-FIN-NO TO TRUE.
           PERFORM 7620-DECIDIR-PENDIENTE
               THRU 7620-EXIT
               UNTIL WS-PND-FIN-YES.
           PERFORM 7690-REESCRIBIR-PENDIENTES
               THRU 7690-EXIT.
       7600-EXIT.
           EXIT.

       7610-CARGAR-PENDIENTES.
           MOVE ZERO TO WS-PND-CANT.
           MOVE "N" TO WS-PND-LLENA-SW.
           SET WS-PND-EOF-NO TO TRUE.
           OPEN INPUT PENDIENTE-FILE.
           PERFORM 7615-CARGAR-PENDIENTE
               THRU 7615-EXIT
               UNTIL WS-PND-EOF-YES.
           CLOSE PENDIENTE-FILE.
       7610-EXIT.
           EXIT.

       7615-CARGAR-PENDIENTE.
           READ PENDIENTE-FILE
               AT END
                   SET WS-PND-EOF-YES TO TRUE
               NOT AT END
                   IF WS-PND-CANT < WS-PND-MAX
                       ADD 1 TO WS-PND-CANT
                       MOVE PENDIENTE-REC
                         TO WS-PND-ENTRADA (WS-PND-CANT)
                   ELSE
                       SET WS-PND-LLENA TO TRUE
                   END-IF
           END-READ.
       7615-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7620-DECIDIR-PENDIENTE - LISTA LAS CAPTURAS PENDIENTES,   *
      *  TOMA EL NUMERO Y LA DECISION. QUIEN CAPTURO NO PUEDE      *
      *  DECIDIR. A REVALIDA (LA CUENTA PUDO CERRARSE DESDE LA     *
      *  CAPTURA) Y LA PASA AL MINI-LOTE, R LA RECHAZA, OTRA TECLA *
      *  LA DEJA PENDIENTE.                                        *
      *-----------------------------------------------------------*
       7620-DECIDIR-PENDIENTE.
           MOVE ZERO TO WS-PND-LISTADOS.
           PERFORM 7630-MOSTRAR-PENDIENTE
               THRU 7630-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-CANT.
           IF WS-PND-LISTADOS = 0
               DISPLAY "SIN CAPTURAS PENDIENTES"
               SET WS-PND-FIN-YES TO TRUE
               GO TO 7620-EXIT
           END-IF.

           DISPLAY "NUMERO DE CAPTURA (BLANCO=FIN): ".
           ACCEPT WS-ENT-NUMERO.
           IF WS-ENT-NUMERO = SPACES
               SET WS-PND-FIN-YES TO TRUE
               GO TO 7620-EXIT
           END-IF.
           IF WS-ENT-NUMERO-9 NOT NUMERIC
               DISPLAY "RECHAZADO: NUMERO NO NUMERICO"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7620-EXIT
           END-IF.
           IF WS-ENT-NUMERO-9 = ZERO
              OR WS-ENT-NUMERO-9 > WS-PND-CANT
               DISPLAY "RECHAZADO: NUMERO FUERA DE LA LISTA"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7620-EXIT
           END-IF.
           MOVE WS-ENT-NUMERO-9 TO WS-PND-SUB.
           MOVE WS-PND-ENTRADA (WS-PND-SUB) TO PCA-REGISTRO.
           IF PCA-PROGRAMA NOT = "SUPLENT"
              OR NOT PCA-PENDIENTE
               DISPLAY "RECHAZADO: NUMERO FUERA DE LA LISTA"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7620-EXIT
           END-IF.
           IF PCA-OPERADOR = WS-OPERADOR
               DISPLAY "RECHAZADO: LA CAPTURA ES DE " PCA-OPERADOR
                       ", LA DEBE DECIDIR OTRO OPERADOR"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7620-EXIT
           END-IF.

           MOVE PCA-CLAVE TO WS-ENT-ID.
           MOVE PCA-DESPUES TO WS-IMAGEN-CAPTURA.
           MOVE WS-IMG-NUM1 TO WS-ENT-NUM1.
           MOVE WS-IMG-NUM2 TO WS-ENT-NUM2.
           MOVE WS-IMG-SUCURSAL TO WS-ENT-SUCURSAL.
           MOVE WS-IMG-MONEDA TO WS-ENT-MONEDA.
           DISPLAY "A=APROBAR AL MINI-LOTE, R=RECHAZAR, "
                   "OTRO=DEJAR PENDIENTE: ".
           ACCEPT WS-ENT-DECISION.

           EVALUATE WS-ENT-DECISION
               WHEN "A"
                   PERFORM 3000-VALIDAR-CAPTURA
                       THRU 3000-EXIT
                   IF WS-VALIDO-SI
                       SET PCA-APLICADO TO TRUE
                       PERFORM 4000-GRABAR-CAPTURA
                           THRU 4000-EXIT
                   ELSE
                       DISPLAY "NO APROBADA: " WS-ENT-ID
                               " YA NO PASA LA VALIDACION"
                       ADD 1 TO WS-CONT-ERRORES
                   END-IF
               WHEN "R"
                   SET PCA-RECHAZADO TO TRUE
                   MOVE "RECHAZADO" TO WS-AUD-DECISION
                   PERFORM 7000-ASENTAR-BITACORA
                       THRU 7000-EXIT
                   ADD 1 TO WS-CONT-DESAPROBADAS
                   DISPLAY "RECHAZADA " WS-ENT-ID " POR "
                           WS-SUPERVISOR
               WHEN OTHER
                   DISPLAY "QUEDA PENDIENTE: " WS-ENT-ID
           END-EVALUATE.
           MOVE PCA-REGISTRO TO WS-PND-ENTRADA (WS-PND-SUB).
       7620-EXIT.
           EXIT.

       7630-MOSTRAR-PENDIENTE.
           MOVE WS-PND-ENTRADA (WS-PND-SUB) TO PCA-REGISTRO.
           IF PCA-PROGRAMA = "SUPLENT" AND PCA-PENDIENTE
               ADD 1 TO WS-PND-LISTADOS
               MOVE PCA-DESPUES TO WS-IMAGEN-CAPTURA
               MOVE WS-PND-SUB TO WS-PLS-NUMERO
               MOVE PCA-CLAVE TO WS-PLS-ID
               MOVE WS-IMG-NUM1 TO WS-PLS-NUM1
               MOVE WS-IMG-NUM2 TO WS-PLS-NUM2
               MOVE WS-IMG-SUCURSAL TO WS-PLS-SUCURSAL
               MOVE WS-IMG-MONEDA TO WS-PLS-MONEDA
               MOVE PCA-OPERADOR TO WS-PLS-OPERADOR
               MOVE PCA-FECHA-ALTA TO WS-PLS-FECHA
               DISPLAY WS-PENDIENTE-LINE
           END-IF.
       7630-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7690-REESCRIBIR-PENDIENTES - REESCRIBE PENDCAMB DESDE LA  *
      *  TABLA CON LOS CAMBIOS QUE SIGUEN PENDIENTES (DE ESTE Y DE *
      *  LOS DEMAS PROGRAMAS); LOS DECIDIDOS YA ESTAN EN SUPLAUD.  *
      *-----------------------------------------------------------*
       7690-REESCRIBIR-PENDIENTES.
           OPEN OUTPUT PENDIENTE-FILE.
           PERFORM 7695-GRABAR-PENDIENTE
               THRU 7695-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-CANT.
           CLOSE PENDIENTE-FILE.
       7690-EXIT.
           EXIT.

       7695-GRABAR-PENDIENTE.
           MOVE WS-PND-ENTRADA (WS-PND-SUB) TO PCA-REGISTRO.
           IF PCA-PENDIENTE
               WRITE PENDIENTE-REC FROM PCA-REGISTRO
           END-IF.
       7695-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - EN MODO P CIERRA EL MINI-LOTE CON SU     *
      *  COLA DE CANTIDAD Y TOTAL DE CONTROL; EN LOS DOS MODOS     *
      *  RESUME LA SESION.                                         *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-CUENTAS-ACTIVO
               CLOSE CUENTAS-FILE
           END-IF.
           IF WS-MODO-CAPTURA
               DISPLAY "PENDIENTES DE APROBACION: "
                       WS-CONT-PENDIENTES
                       "  RECHAZADAS: " WS-CONT-ERRORES
               GO TO 8000-EXIT
           END-IF.
           MOVE "T" TO LOTE-COLA-TIPO.
           MOVE WS-CONT-CAPTURADAS TO LOTE-COLA-CANTIDAD.
           MOVE WS-HASH-LOTE TO LOTE-COLA-HASH.
           WRITE SALIDA-REC FROM LOTE-COLA.
           CLOSE SALIDA-FILE.
           DISPLAY "CAPTURADAS: " WS-CONT-CAPTURADAS
                   "  DESAPROBADAS: " WS-CONT-DESAPROBADAS
                   "  RECHAZADAS: " WS-CONT-ERRORES.
           IF WS-CONT-CAPTURADAS = 0
               DISPLAY "AVISO: MINI-LOTE VACIO, NO MONTARLO AL CICLO"
