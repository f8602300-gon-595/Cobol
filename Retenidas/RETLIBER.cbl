      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-04
      * Purpose:       Consola del supervisor para las transacciones
      *                retenidas por limite diario (maestro RETENTRX,
      *                copybook CBRETEN). CONDIF retiene la
      *                transaccion que haria pasar a su cuenta el
      *                limite del dia de LIMDIAR y MAYOREXT no la
      *                pasa al mayor mientras siga retenida. Aqui el
      *                supervisor lista las pendientes y libera o
      *                rechaza cada una con sus iniciales y un
      *                motivo: la liberada queda para la interfase
      *                de la fecha de proceso en curso (FECHAPRO) y
      *                la rechazada pasa al maestro de rechazos
      *                pendientes RECHPEND con el motivo 05, donde
      *                sigue el circuito de correccion y reenvio de
      *                siempre. Cada decision se asienta en la
      *                bitacora RETAUD. Al salir el maestro se
      *                reescribe sin las que ya cumplieron su ciclo.
      *                El operador se valida contra OPERAUT (rutina
      *                AUTORIZA) al entrar y en cada opcion.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-04 RMM  Version inicial de la consola de retenidas.
      *  2026-09-16 RMM  La imagen de la retenida crece a 66 por el
      *                  TRX-MONEDA agregado a CBTRANS.
      *  2026-10-15 RMM  El operador se valida contra OPERAUT (rutina
      *                  AUTORIZA) al entrar y en cada opcion; ya no
      *                  hay SIN-ID y una sesion negada termina con
      *                  RC=8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETLIBER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETEN-FILE ASSIGN TO "RETENTRX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "RECHPEND"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "RETAUD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETEN-FILE.
       COPY CBRETEN.

       FD  PENDIENTE-FILE.
       COPY CBRECHAZ.

       FD  AUDIT-FILE.
       01  AUDIT-REC                       PIC X(110).

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       WORKING-STORAGE SECTION.
       01  WS-FECHA-HOY                    PIC X(08).
       01  WS-HORA-HOY                     PIC X(08).
       01  WS-FECHA-PROCESO                PIC X(08).
       01  WS-OPERADOR                     PIC X(08).

      *    IMAGEN DE LA TRANSACCION RETENIDA (RET-TRX).
       COPY CBTRANS.

       01  WS-OPCION                       PIC X(01)   VALUE SPACE.
           88  WS-OPCION-LISTAR                        VALUE "L".
           88  WS-OPCION-LIBERAR                       VALUE "B".
           88  WS-OPCION-RECHAZAR                      VALUE "R".
           88  WS-OPCION-SALIR                         VALUE "S".
           88  WS-OPCION-VALIDA                        VALUE "L" "B"
                                                     "R" "S".

       COPY CBAUTORI.

       01  WS-SWITCHES.
           05  WS-RTN-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-RTN-EOF-YES                      VALUE "Y".
               88  WS-RTN-EOF-NO                        VALUE "N".
           05  WS-SESION-SW                PIC X(01)   VALUE "S".
               88  WS-SESION-AUTORIZADA                VALUE "S".
               88  WS-SESION-NEGADA                    VALUE "N".

       01  WS-TABLA-LLENA-SW               PIC X(01)   VALUE "N".
           88  WS-TABLA-LLENA                          VALUE "S".

       01  WS-CONTADORES.
           05  WS-CONT-LIBERADAS           PIC 9(3)    VALUE ZERO.
           05  WS-CONT-RECHAZADAS          PIC 9(3)    VALUE ZERO.
           05  WS-CONT-PENDIENTES          PIC 9(3)    VALUE ZERO.
           05  WS-CONT-DEPURADAS           PIC 9(3)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(3)    VALUE ZERO.

      *    TABLA DE TRABAJO DEL MAESTRO DE RETENIDAS, CARGADA ENTERA
      *    AL COMIENZO Y REESCRITA AL SALIR, IGUAL QUE LA CONSOLA DE
      *    ALERTAS HACE CON ALERTREG.
       01  WS-TABLA-RETENIDAS.
           05  WS-RTN-MAX                  PIC S9(4)   COMP VALUE 500.
           05  WS-RTN-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-RTN-ENTRADA OCCURS 500 TIMES.
               10  WS-RTN-FECHA            PIC X(08).
               10  WS-RTN-TRX-ID           PIC X(10).
               10  WS-RTN-TRX              PIC X(66).
               10  WS-RTN-CATEGORIA        PIC X(03).
               10  WS-RTN-TIPO-LIMITE      PIC X(01).
               10  WS-RTN-LIMITE           PIC 9(7)V99.
               10  WS-RTN-ACUMULADO        PIC 9(9)V99.
               10  WS-RTN-ESTADO           PIC X(01).
               10  WS-RTN-OPERADOR         PIC X(08).
               10  WS-RTN-INICIALES        PIC X(03).
               10  WS-RTN-MOTIVO           PIC X(30).
               10  WS-RTN-FECHA-DECISION   PIC X(08).
               10  WS-RTN-FECHA-EXTRACCION PIC X(08).

       01  WS-SUB                          PIC S9(4)   COMP.
       01  WS-SUB-DESTINO                  PIC S9(4)   COMP.

       01  WS-ENT-NUMERO                   PIC X(03).
       01  WS-ENT-NUMERO-9 REDEFINES WS-ENT-NUMERO
                                            PIC 9(03).
       01  WS-ENT-INICIALES                PIC X(03).
       01  WS-ENT-MOTIVO                   PIC X(30).

       01  WS-ACCION                       PIC X(08).

       01  WS-LISTA-LINE.
           05  WS-LIS-NUMERO               PIC ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-TRX-ID               PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(05)   VALUE " RES=".
           05  WS-LIS-RESULTADO            PIC Z(4)9.99.
           05  FILLER                      PIC X(05)   VALUE " ACU=".
           05  WS-LIS-ACUMULADO            PIC Z(8)9.99.
           05  FILLER                      PIC X(05)   VALUE " LIM=".
           05  WS-LIS-LIMITE               PIC Z(6)9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-TIPO-LIMITE          PIC X(01).

       01  WS-AUDIT-LINE.
           05  WS-AUD-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-HORA                 PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-OPERADOR             PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-ACCION               PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-FECHA-TRX            PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-ID                   PIC X(10).
           05  FILLER                      PIC X(05)   VALUE " INI=".
           05  WS-AUD-INICIALES            PIC X(03).
           05  FILLER                      PIC X(05)   VALUE " RES=".
           05  WS-AUD-RESULTADO            PIC Z(4)9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-MOTIVO               PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF WS-SESION-NEGADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-PROCESAR-OPCION
               THRU 2000-EXIT
               UNTIL WS-OPCION-SALIR.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           IF WS-CONT-ERRORES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - FIJA FECHA Y HORA DE LA SESION Y LA     *
      *  FECHA DE PROCESO DEL CICLO, PIDE LA IDENTIFICACION DEL    *
      *  OPERADOR, LA VALIDA CONTRA OPERAUT (EN BLANCO O SIN       *
      *  AUTORIDAD EN RETLIBER NO ENTRA) Y CARGA EL MAESTRO DE     *
      *  RETENIDAS EN LA TABLA.                                    *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-FECHA-HOY TO WS-FECHA-PROCESO.
           OPEN INPUT FECHA-PRO-FILE.
           READ FECHA-PRO-FILE
               AT END
                   DISPLAY "FECHAPRO SIN REGISTRO - SE USA LA FECHA "
                           "DEL SISTEMA"
               NOT AT END
                   MOVE FPR-FECHA TO WS-FECHA-PROCESO
           END-READ.
           CLOSE FECHA-PRO-FILE.

           DISPLAY "CONSOLA DE TRANSACCIONES RETENIDAS".
           DISPLAY "OPERADOR: ".
           ACCEPT WS-OPERADOR.
           IF WS-OPERADOR = SPACES
               DISPLAY "OPERADOR EN BLANCO - SESION NEGADA"
               SET WS-SESION-NEGADA TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "RETLIBER" TO AUT-PROGRAMA.
           MOVE SPACE TO AUT-OPCION.
           CALL "AUTORIZA" USING AUT-PARAMETRO.
           IF AUT-NO-AUTORIZADO
               DISPLAY "OPERADOR NO AUTORIZADO PARA RETLIBER: "
                       WS-OPERADOR
               SET WS-SESION-NEGADA TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT RETEN-FILE.
           PERFORM 1100-CARGAR-RETENIDA
               THRU 1100-EXIT
               UNTIL WS-RTN-EOF-YES.
           CLOSE RETEN-FILE.
           IF WS-TABLA-LLENA
               DISPLAY "TABLA DE RETENIDAS DESBORDADA: NO SE ADMITEN "
                       "DECISIONES, AMPLIAR LA TABLA"
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CARGAR-RETENIDA.
           READ RETEN-FILE
               AT END
                   SET WS-RTN-EOF-YES TO TRUE
               NOT AT END
                   IF WS-RTN-CANT < WS-RTN-MAX
                       ADD 1 TO WS-RTN-CANT
                       MOVE RET-REGISTRO
                         TO WS-RTN-ENTRADA (WS-RTN-CANT)
                   ELSE
                       DISPLAY "AVISO: TABLA DE RETENIDAS LLENA, SE "
                               "DESCARTA " RET-CLAVE
                       SET WS-TABLA-LLENA TO TRUE
                       ADD 1 TO WS-CONT-ERRORES
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESAR-OPCION - MUESTRA EL MENU, TOMA LA OPCION Y  *
      *  DESPACHA.                                                 *
      *-----------------------------------------------------------*
       2000-PROCESAR-OPCION.
           DISPLAY " ".
           DISPLAY "L=LISTAR RETENIDAS PENDIENTES".
           DISPLAY "B=LIBERAR UNA RETENIDA".
           DISPLAY "R=RECHAZAR UNA RETENIDA".
           DISPLAY "S=SALIR".
           DISPLAY "OPCION: ".
           ACCEPT WS-OPCION.

           IF WS-OPCION-VALIDA AND NOT WS-OPCION-SALIR
               PERFORM 2100-AUTORIZAR-OPCION
                   THRU 2100-EXIT
               IF AUT-NO-AUTORIZADO
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPCION-LISTAR
                   PERFORM 3000-LISTAR-PENDIENTES
                       THRU 3000-EXIT
               WHEN WS-OPCION-LIBERAR
                   MOVE "LIBERA" TO WS-ACCION
                   PERFORM 4000-DECIDIR-RETENIDA
                       THRU 4000-EXIT
               WHEN WS-OPCION-RECHAZAR
                   MOVE "RECHAZA" TO WS-ACCION
                   PERFORM 4000-DECIDIR-RETENIDA
                       THRU 4000-EXIT
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA: " WS-OPCION
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-AUTORIZAR-OPCION - CONFIRMA EN OPERAUT QUE EL        *
      *  OPERADOR DE LA SESION PUEDE USAR LA OPCION ELEGIDA (B     *
      *  LIBERA, R RECHAZA) ANTES DE TOCAR UNA RETENIDA.           *
      *-----------------------------------------------------------*
       2100-AUTORIZAR-OPCION.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "RETLIBER" TO AUT-PROGRAMA.
           MOVE WS-OPCION TO AUT-OPCION.
           CALL "AUTORIZA" USING AUT-PARAMETRO.
           IF AUT-NO-AUTORIZADO
               DISPLAY "RECHAZADO: OPCION " WS-OPCION
                       " NO AUTORIZADA PARA " WS-OPERADOR
               ADD 1 TO WS-CONT-ERRORES
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-LISTAR-PENDIENTES - MUESTRA LAS RETENIDAS SIN        *
      *  DECISION CON SU NUMERO DE ITEM, EL ACUMULADO QUE LA       *
      *  CUENTA YA LLEVABA Y EL LIMITE (C=DE LA CUENTA,            *
      *  K=DE LA CATEGORIA).                                       *
      *-----------------------------------------------------------*
       3000-LISTAR-PENDIENTES.
           MOVE ZERO TO WS-CONT-PENDIENTES.
           PERFORM 3100-MOSTRAR-PENDIENTE
               THRU 3100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RTN-CANT.
           IF WS-CONT-PENDIENTES = 0
               DISPLAY "SIN RETENIDAS PENDIENTES"
           END-IF.
       3000-EXIT.
           EXIT.

       3100-MOSTRAR-PENDIENTE.
           IF WS-RTN-ESTADO (WS-SUB) = "R"
               ADD 1 TO WS-CONT-PENDIENTES
               MOVE WS-RTN-TRX (WS-SUB) TO TRX-REGISTRO
               MOVE WS-SUB TO WS-LIS-NUMERO
               MOVE WS-RTN-FECHA (WS-SUB) TO WS-LIS-FECHA
               MOVE WS-RTN-TRX-ID (WS-SUB) TO WS-LIS-TRX-ID
               MOVE TRX-SUCURSAL TO WS-LIS-SUCURSAL
               MOVE TRX-RESULTADO TO WS-LIS-RESULTADO
               MOVE WS-RTN-ACUMULADO (WS-SUB) TO WS-LIS-ACUMULADO
               MOVE WS-RTN-LIMITE (WS-SUB) TO WS-LIS-LIMITE
               MOVE WS-RTN-TIPO-LIMITE (WS-SUB) TO WS-LIS-TIPO-LIMITE
               DISPLAY WS-LISTA-LINE
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-DECIDIR-RETENIDA - LIBERA O RECHAZA (SEGUN           *
      *  WS-ACCION) UNA RETENIDA PENDIENTE CON LAS INICIALES DEL   *
      *  SUPERVISOR Y EL MOTIVO, AMBOS OBLIGATORIOS. LA LIBERADA   *
      *  QUEDA PARA LA INTERFASE DE LA FECHA DE PROCESO; LA        *
      *  RECHAZADA SE AGREGA EN EL ACTO A RECHPEND. LA DECISION SE *
      *  ASIENTA EN RETAUD.                                        *
      *-----------------------------------------------------------*
       4000-DECIDIR-RETENIDA.
           IF WS-TABLA-LLENA
               DISPLAY "RECHAZADO: TABLA DESBORDADA, SIN DECISIONES"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "NUMERO DE RETENIDA (DE LA LISTA L): ".
           ACCEPT WS-ENT-NUMERO.
           IF WS-ENT-NUMERO-9 NOT NUMERIC
               DISPLAY "RECHAZADO: NUMERO NO NUMERICO"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.
           IF WS-ENT-NUMERO-9 = ZERO
              OR WS-ENT-NUMERO-9 > WS-RTN-CANT
               DISPLAY "RECHAZADO: NUMERO FUERA DE LA LISTA"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-ENT-NUMERO-9 TO WS-SUB.
           IF WS-RTN-ESTADO (WS-SUB) NOT = "R"
               DISPLAY "RECHAZADO: LA RETENIDA YA TIENE DECISION"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.

           DISPLAY "INICIALES DEL SUPERVISOR (3 POSICIONES): ".
           ACCEPT WS-ENT-INICIALES.
           IF WS-ENT-INICIALES = SPACES
               DISPLAY "RECHAZADO: INICIALES VACIAS"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "MOTIVO (30 POSICIONES): ".
           ACCEPT WS-ENT-MOTIVO.
           IF WS-ENT-MOTIVO = SPACES
               DISPLAY "RECHAZADO: MOTIVO VACIO"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-OPERADOR TO WS-RTN-OPERADOR (WS-SUB).
           MOVE WS-ENT-INICIALES TO WS-RTN-INICIALES (WS-SUB).
           MOVE WS-ENT-MOTIVO TO WS-RTN-MOTIVO (WS-SUB).
           MOVE WS-FECHA-HOY TO WS-RTN-FECHA-DECISION (WS-SUB).
           IF WS-OPCION-LIBERAR
               MOVE "L" TO WS-RTN-ESTADO (WS-SUB)
               MOVE WS-FECHA-PROCESO
                 TO WS-RTN-FECHA-EXTRACCION (WS-SUB)
               ADD 1 TO WS-CONT-LIBERADAS
               DISPLAY "LIBERADA " WS-RTN-TRX-ID (WS-SUB)
                       " PARA LA INTERFASE DEL " WS-FECHA-PROCESO
           ELSE
               MOVE "X" TO WS-RTN-ESTADO (WS-SUB)
               PERFORM 4100-PASAR-A-PENDIENTES
                   THRU 4100-EXIT
               ADD 1 TO WS-CONT-RECHAZADAS
               DISPLAY "RECHAZADA " WS-RTN-TRX-ID (WS-SUB)
                       " - PASA A RECHAZOS PENDIENTES"
           END-IF.
           PERFORM 7000-ASENTAR-BITACORA
               THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-PASAR-A-PENDIENTES - AGREGA LA RETENIDA RECHAZADA AL *
      *  MAESTRO RECHPEND CON EL MOTIVO 05, LA FECHA DE PROCESO    *
      *  COMO FECHA DE RECHAZO Y SIN RECICLOS. LA IMAGEN VA SIN    *
      *  CLASIFICACION, IGUAL QUE LOS RECHAZOS DE SUMAPGM.         *
      *-----------------------------------------------------------*
       4100-PASAR-A-PENDIENTES.
           MOVE WS-RTN-TRX (WS-SUB) TO TRX-REGISTRO.
           MOVE SPACES TO TRX-CLASIFICACION.
           MOVE TRX-REGISTRO TO RCH-TRX.
           SET RCH-RAZON-LIMITE-DIARIO TO TRUE.
           MOVE WS-FECHA-PROCESO TO RCH-FECHA.
           MOVE ZERO TO RCH-CONT-RECICLA.
           OPEN EXTEND PENDIENTE-FILE.
           WRITE RCH-REGISTRO.
           CLOSE PENDIENTE-FILE.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-ASENTAR-BITACORA - AGREGA A RETAUD LA DECISION CON   *
      *  FECHA, HORA, OPERADOR, ACCION, LA TRANSACCION, LAS        *
      *  INICIALES DEL SUPERVISOR Y EL MOTIVO.                     *
      *-----------------------------------------------------------*
       7000-ASENTAR-BITACORA.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-RTN-TRX (WS-SUB) TO TRX-REGISTRO.
           MOVE WS-FECHA-HOY TO WS-AUD-FECHA.
           MOVE WS-HORA-HOY TO WS-AUD-HORA.
           MOVE WS-OPERADOR TO WS-AUD-OPERADOR.
           MOVE WS-ACCION TO WS-AUD-ACCION.
           MOVE WS-RTN-FECHA (WS-SUB) TO WS-AUD-FECHA-TRX.
           MOVE WS-RTN-TRX-ID (WS-SUB) TO WS-AUD-ID.
           MOVE WS-RTN-INICIALES (WS-SUB) TO WS-AUD-INICIALES.
           MOVE TRX-RESULTADO TO WS-AUD-RESULTADO.
           MOVE WS-RTN-MOTIVO (WS-SUB) TO WS-AUD-MOTIVO.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.
           CLOSE AUDIT-FILE.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - REESCRIBE EL MAESTRO DE RETENIDAS SIN    *
      *  LAS QUE YA CUMPLIERON SU CICLO (ANTES DE LA FECHA DE      *
      *  PROCESO: LIBERADAS YA LLEVADAS AL MAYOR Y RECHAZADAS YA   *
      *  PASADAS A RECHPEND) Y RESUME LA SESION. LAS DE LA FECHA   *
      *  EN CURSO SE CONSERVAN PARA QUE UNA RECORRIDA DEL CICLO    *
      *  LAS SIGA VIENDO. CON LA TABLA DESBORDADA NO SE REESCRIBE  *
      *  NADA: SE BORRARIAN LAS QUE NO CUPIERON.                   *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-TABLA-LLENA
               DISPLAY "RETENTRX SIN REESCRIBIR: TABLA DESBORDADA"
               GO TO 8000-RESUMEN
           END-IF.
           MOVE ZERO TO WS-SUB-DESTINO.
           PERFORM 8100-FILTRAR-RETENIDA
               THRU 8100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RTN-CANT.
           MOVE WS-SUB-DESTINO TO WS-RTN-CANT.

           OPEN OUTPUT RETEN-FILE.
           PERFORM 8200-GRABAR-RETENIDA
               THRU 8200-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-RTN-CANT.
           CLOSE RETEN-FILE.

       8000-RESUMEN.
           DISPLAY "LIBERADAS: " WS-CONT-LIBERADAS
                   "  RECHAZADAS: " WS-CONT-RECHAZADAS
                   "  DEPURADAS: " WS-CONT-DEPURADAS
                   "  ERRORES: " WS-CONT-ERRORES.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8100-FILTRAR-RETENIDA - CONSERVA LA ENTRADA (COMPACTANDO  *
      *  LA TABLA HACIA ADELANTE) SALVO QUE YA HAYA CUMPLIDO SU    *
      *  CICLO ANTES DE LA FECHA DE PROCESO.                       *
      *-----------------------------------------------------------*
       8100-FILTRAR-RETENIDA.
           IF WS-RTN-ESTADO (WS-SUB) = "L"
              AND WS-RTN-FECHA-EXTRACCION (WS-SUB) < WS-FECHA-PROCESO
               ADD 1 TO WS-CONT-DEPURADAS
               GO TO 8100-EXIT
           END-IF.
           IF WS-RTN-ESTADO (WS-SUB) = "X"
              AND WS-RTN-FECHA (WS-SUB) < WS-FECHA-PROCESO
               ADD 1 TO WS-CONT-DEPURADAS
               GO TO 8100-EXIT
           END-IF.
           ADD 1 TO WS-SUB-DESTINO.
           IF WS-SUB-DESTINO NOT = WS-SUB
               MOVE WS-RTN-ENTRADA (WS-SUB)
                 TO WS-RTN-ENTRADA (WS-SUB-DESTINO)
           END-IF.
       8100-EXIT.
           EXIT.

       8200-GRABAR-RETENIDA.
           MOVE WS-RTN-ENTRADA (WS-SUB) TO RET-REGISTRO.
           WRITE RET-REGISTRO.
       8200-EXIT.
           EXIT.

       END PROGRAM RETLIBER.
