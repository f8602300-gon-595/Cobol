      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-19
      * Purpose:       Consola de Auditoria Interna para el registro
      *                de revision de la muestra (AUDREV, copybook
      *                CBAUDREV). AUDMUEST asienta cada item de la
      *                muestra en estado P (pendiente); aqui el
      *                auditor consulta los items de una muestra y,
      *                cotejado cada uno contra su documento fuente,
      *                lo cierra como R (revisado sin observaciones)
      *                o E (excepcion, con la observacion que la
      *                explica), con sus iniciales. El operador se
      *                valida contra OPERAUT por la rutina AUTORIZA,
      *                igual que en los demas mantenimientos. Cada
      *                cierre se asienta en la bitacora AUDMAUD con el
      *                operador, las iniciales, el estado anterior y
      *                el nuevo y la observacion. Lo que sigue en P lo
      *                lista AUDPEND.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-19 RMM  Version inicial de la consola de revision de
      *                  la muestra de auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDMANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-FILE ASSIGN TO "AUDREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-CLAVE
               FILE STATUS IS WS-REGISTRO-FS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDMAUD"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-FILE.
       COPY CBAUDREV.

       FD  AUDIT-FILE.
       01  AUDIT-REC                       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FECHA-HOY                    PIC X(08).
       01  WS-HORA-HOY                     PIC X(08).
       01  WS-OPERADOR                     PIC X(08).
       01  WS-INICIALES                    PIC X(03).
       01  WS-REGISTRO-FS                  PIC X(02)   VALUE SPACES.

       COPY CBAUTORI.

       01  WS-OPCION                       PIC X(01)   VALUE SPACE.
           88  WS-OPCION-CONSULTAR                     VALUE "C".
           88  WS-OPCION-REVISAR                       VALUE "R".
           88  WS-OPCION-EXCEPCION                     VALUE "E".
           88  WS-OPCION-SALIR                         VALUE "S".
           88  WS-OPCION-VALIDA                        VALUE "C" "R"
                                                     "E" "S".

       01  WS-SWITCHES.
           05  WS-REV-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-REV-EOF-YES                      VALUE "Y".
               88  WS-REV-EOF-NO                        VALUE "N".
           05  WS-SESION-SW                PIC X(01)   VALUE "S".
               88  WS-SESION-AUTORIZADA                VALUE "S".
               88  WS-SESION-NEGADA                    VALUE "N".
           05  WS-REGISTRO-SW              PIC X(01)   VALUE "N".
               88  WS-REGISTRO-ABIERTO                 VALUE "S".

       01  WS-CONTADORES.
           05  WS-CONT-CIERRES             PIC 9(4)    VALUE ZERO.
           05  WS-CONT-LISTADOS            PIC 9(4)    VALUE ZERO.
           05  WS-CONT-PENDIENTES          PIC 9(4)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(3)    VALUE ZERO.

       01  WS-ENT-MUESTRA                  PIC X(12).
       01  WS-ENT-ITEM                     PIC X(04).
       01  WS-ENT-ITEM-9 REDEFINES WS-ENT-ITEM
                                            PIC 9(04).
       01  WS-ENT-OBSERVACION              PIC X(30).

       01  WS-ESTADO-ANTERIOR              PIC X(01).
       01  WS-ESTADO-NUEVO                 PIC X(01).
       01  WS-ACCION                       PIC X(08).

       01  WS-LISTA-LINE.
           05  WS-LIS-ITEM                 PIC 9(04).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-FECHA-DATOS          PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-TRX-ID               PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-CLASIFICACION        PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-SELECCION            PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-ESTADO               PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-INICIALES            PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-OBSERVACION          PIC X(30).

       01  WS-AUDIT-LINE.
           05  WS-AUD-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-HORA                 PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-OPERADOR             PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-INICIALES            PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-ACCION               PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-MUESTRA              PIC X(12).
           05  FILLER                      PIC X(01)   VALUE "/".
           05  WS-AUD-ITEM                 PIC 9(04).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-TRX-ID               PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-ESTADO-ANTERIOR      PIC X(01).
           05  FILLER                      PIC X(01)   VALUE ">".
           05  WS-AUD-ESTADO-NUEVO         PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-OBSERVACION          PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF WS-SESION-NEGADA
              OR NOT WS-REGISTRO-ABIERTO
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
      *  1000-INITIALIZE - FIJA FECHA Y HORA DE LA SESION, PIDE LA*
      *  IDENTIFICACION DEL OPERADOR Y LA VALIDA CONTRA OPERAUT,  *
      *  PIDE LAS INICIALES CON QUE FIRMA LOS CIERRES Y ABRE EL   *
      *  REGISTRO DE REVISION.                                    *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           DISPLAY "REVISION DE LA MUESTRA DE AUDITORIA".
           DISPLAY "OPERADOR: ".
           ACCEPT WS-OPERADOR.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "AUDMANT" TO AUT-PROGRAMA.
           MOVE SPACE TO AUT-OPCION.
           CALL "AUTORIZA" USING AUT-PARAMETRO.
           IF AUT-NO-AUTORIZADO
               DISPLAY "OPERADOR NO AUTORIZADO PARA AUDMANT: "
                       WS-OPERADOR
               SET WS-SESION-NEGADA TO TRUE
               GO TO 1000-EXIT
           END-IF.

           DISPLAY "INICIALES DEL AUDITOR: ".
           ACCEPT WS-INICIALES.
           IF WS-INICIALES = SPACES
               DISPLAY "RECHAZADO: LOS CIERRES REQUIEREN LAS "
                       "INICIALES DEL AUDITOR"
               SET WS-SESION-NEGADA TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O REGISTRO-FILE.
           IF WS-REGISTRO-FS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR AUDREV, ESTADO="
                       WS-REGISTRO-FS
               GO TO 1000-EXIT
           END-IF.
           SET WS-REGISTRO-ABIERTO TO TRUE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESAR-OPCION - MUESTRA EL MENU, TOMA LA OPCION Y *
      *  DESPACHA.                                                *
      *-----------------------------------------------------------*
       2000-PROCESAR-OPCION.
           DISPLAY " ".
           DISPLAY "C=CONSULTAR ITEMS DE UNA MUESTRA".
           DISPLAY "R=MARCAR ITEM REVISADO SIN OBSERVACIONES".
           DISPLAY "E=MARCAR ITEM CON EXCEPCION".
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
               WHEN WS-OPCION-CONSULTAR
                   PERFORM 3000-CONSULTAR-MUESTRA
                       THRU 3000-EXIT
               WHEN WS-OPCION-REVISAR
                   MOVE "REVISA" TO WS-ACCION
                   MOVE "R" TO WS-ESTADO-NUEVO
                   PERFORM 4000-CERRAR-ITEM
                       THRU 4000-EXIT
               WHEN WS-OPCION-EXCEPCION
                   MOVE "EXCEPCIO" TO WS-ACCION
                   MOVE "E" TO WS-ESTADO-NUEVO
                   PERFORM 4000-CERRAR-ITEM
                       THRU 4000-EXIT
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA: " WS-OPCION
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-AUTORIZAR-OPCION - CONFIRMA EN OPERAUT QUE EL       *
      *  OPERADOR DE LA SESION PUEDE USAR LA OPCION ELEGIDA.      *
      *-----------------------------------------------------------*
       2100-AUTORIZAR-OPCION.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "AUDMANT" TO AUT-PROGRAMA.
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
      *  3000-CONSULTAR-MUESTRA - LISTA LOS ITEMS DE UNA MUESTRA  *
      *  EN ORDEN DE ITEM CON SU ESTADO, INICIALES Y OBSERVACION, *
      *  Y CUANTOS SIGUEN PENDIENTES.                             *
      *-----------------------------------------------------------*
       3000-CONSULTAR-MUESTRA.
           DISPLAY "MUESTRA (AMAAAAMMDDNN): ".
           ACCEPT WS-ENT-MUESTRA.
           MOVE ZERO TO WS-CONT-LISTADOS
                        WS-CONT-PENDIENTES.
           SET WS-REV-EOF-NO TO TRUE.
           MOVE WS-ENT-MUESTRA TO REV-MUESTRA.
           MOVE ZERO TO REV-ITEM.
           START REGISTRO-FILE KEY NOT < REV-CLAVE
               INVALID KEY
                   SET WS-REV-EOF-YES TO TRUE
           END-START.
           PERFORM 3100-MOSTRAR-ITEM
               THRU 3100-EXIT
               UNTIL WS-REV-EOF-YES.
           IF WS-CONT-LISTADOS = 0
               DISPLAY "SIN ITEMS PARA LA MUESTRA " WS-ENT-MUESTRA
           ELSE
               DISPLAY "ITEMS: " WS-CONT-LISTADOS
                       "  PENDIENTES: " WS-CONT-PENDIENTES
           END-IF.
       3000-EXIT.
           EXIT.

       3100-MOSTRAR-ITEM.
           READ REGISTRO-FILE NEXT
               AT END
                   SET WS-REV-EOF-YES TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF REV-MUESTRA NOT = WS-ENT-MUESTRA
               SET WS-REV-EOF-YES TO TRUE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-CONT-LISTADOS.
           IF REV-PENDIENTE
               ADD 1 TO WS-CONT-PENDIENTES
           END-IF.
           MOVE REV-ITEM TO WS-LIS-ITEM.
           MOVE REV-FECHA-DATOS TO WS-LIS-FECHA-DATOS.
           MOVE REV-TRX-ID TO WS-LIS-TRX-ID.
           MOVE REV-SUCURSAL TO WS-LIS-SUCURSAL.
           MOVE REV-CLASIFICACION TO WS-LIS-CLASIFICACION.
           MOVE REV-SELECCION TO WS-LIS-SELECCION.
           MOVE REV-ESTADO TO WS-LIS-ESTADO.
           MOVE REV-INICIALES TO WS-LIS-INICIALES.
           MOVE REV-OBSERVACION TO WS-LIS-OBSERVACION.
           DISPLAY WS-LISTA-LINE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-CERRAR-ITEM - LLEVA UN ITEM PENDIENTE A REVISADO O A*
      *  EXCEPCION CON LAS INICIALES DEL AUDITOR. LA EXCEPCION    *
      *  EXIGE OBSERVACION CON LO QUE NO COINCIDIO. UN ITEM YA    *
      *  CERRADO O ANULADO NO SE TOCA. EL CIERRE SE ASIENTA EN    *
      *  AUDMAUD.                                                 *
      *-----------------------------------------------------------*
       4000-CERRAR-ITEM.
           DISPLAY "MUESTRA (AMAAAAMMDDNN): ".
           ACCEPT WS-ENT-MUESTRA.
           DISPLAY "ITEM (NNNN): ".
           ACCEPT WS-ENT-ITEM.
           IF WS-ENT-ITEM-9 NOT NUMERIC
               DISPLAY "RECHAZADO: ITEM NO NUMERICO"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-ENT-MUESTRA TO REV-MUESTRA.
           MOVE WS-ENT-ITEM-9 TO REV-ITEM.
           READ REGISTRO-FILE
               INVALID KEY
                   DISPLAY "RECHAZADO: ITEM INEXISTENTE "
                           WS-ENT-MUESTRA "/" WS-ENT-ITEM
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 4000-EXIT
           END-READ.
           IF NOT REV-PENDIENTE
               DISPLAY "RECHAZADO: EL ITEM ESTA EN ESTADO "
                       REV-ESTADO ", SOLO SE CIERRA UNO PENDIENTE"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.

           DISPLAY "TRX-ID " REV-TRX-ID " FECHA " REV-FECHA-DATOS
                   " SUCURSAL " REV-SUCURSAL.
           DISPLAY "OBSERVACION (30 POSICIONES): ".
           ACCEPT WS-ENT-OBSERVACION.
           IF WS-OPCION-EXCEPCION
              AND WS-ENT-OBSERVACION = SPACES
               DISPLAY "RECHAZADO: LA EXCEPCION REQUIERE LA "
                       "OBSERVACION"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.

           MOVE REV-ESTADO TO WS-ESTADO-ANTERIOR.
           MOVE WS-ESTADO-NUEVO TO REV-ESTADO.
           MOVE WS-FECHA-HOY TO REV-FECHA-ESTADO.
           MOVE WS-INICIALES TO REV-INICIALES.
           MOVE WS-OPERADOR TO REV-OPERADOR.
           MOVE WS-ENT-OBSERVACION TO REV-OBSERVACION.
           REWRITE REV-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO ACTUALIZAR "
                           REV-CLAVE ", ESTADO=" WS-REGISTRO-FS
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 4000-EXIT
           END-REWRITE.
           ADD 1 TO WS-CONT-CIERRES.
           DISPLAY "ITEM " REV-MUESTRA "/" REV-ITEM " PASA DE "
                   WS-ESTADO-ANTERIOR " A " REV-ESTADO.
           PERFORM 7000-ASENTAR-BITACORA
               THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-ASENTAR-BITACORA - AGREGA A AUDMAUD EL CIERRE CON   *
      *  FECHA, HORA, OPERADOR, INICIALES, ACCION, MUESTRA E ITEM,*
      *  TRX-ID, ESTADO ANTERIOR Y NUEVO Y OBSERVACION.           *
      *-----------------------------------------------------------*
       7000-ASENTAR-BITACORA.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-FECHA-HOY TO WS-AUD-FECHA.
           MOVE WS-HORA-HOY TO WS-AUD-HORA.
           MOVE WS-OPERADOR TO WS-AUD-OPERADOR.
           MOVE WS-INICIALES TO WS-AUD-INICIALES.
           MOVE WS-ACCION TO WS-AUD-ACCION.
           MOVE REV-MUESTRA TO WS-AUD-MUESTRA.
           MOVE REV-ITEM TO WS-AUD-ITEM.
           MOVE REV-TRX-ID TO WS-AUD-TRX-ID.
           MOVE WS-ESTADO-ANTERIOR TO WS-AUD-ESTADO-ANTERIOR.
           MOVE REV-ESTADO TO WS-AUD-ESTADO-NUEVO.
           MOVE REV-OBSERVACION TO WS-AUD-OBSERVACION.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.
           CLOSE AUDIT-FILE.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - CIERRA EL REGISTRO Y RESUME LA SESION.  *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-REGISTRO-ABIERTO
               CLOSE REGISTRO-FILE
           END-IF.
           DISPLAY "ITEMS CERRADOS: " WS-CONT-CIERRES
                   "  ERRORES: " WS-CONT-ERRORES.
       8000-EXIT.
           EXIT.

       END PROGRAM AUDMANT.
