      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-08
      * Purpose:       Consola de Cumplimiento para el registro de
      *                presentaciones al regulador (REGPRES, copybook
      *                CBREGPRE). REGVALOR asienta cada presentacion
      *                de alto valor en estado G (generada); aqui el
      *                operador consulta las de una fecha y lleva cada
      *                una por su ciclo: E (enviada) cuando sale al
      *                regulador, y A (aceptada) o R (rechazada) segun
      *                su respuesta. Una vez enviada o aceptada,
      *                REGVALOR ya no genera otra para esa fecha; la
      *                rechazada libera la fecha para presentarla de
      *                nuevo. Cada cambio de estado se asienta en la
      *                bitacora REGAUD con el operador, el estado
      *                anterior y el nuevo y la observacion. El
      *                operador se valida contra OPERAUT (rutina
      *                AUTORIZA) al entrar y en cada opcion.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-08 RMM  Version inicial de la consola de
      *                  presentaciones.
      *  2026-10-15 RMM  El operador se valida contra OPERAUT (rutina
      *                  AUTORIZA) al entrar y en cada opcion; ya no
      *                  hay SIN-ID y una sesion negada termina con
      *                  RC=8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGMANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-FILE ASSIGN TO "REGPRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-REFERENCIA
               FILE STATUS IS WS-REGISTRO-FS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "REGAUD"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-FILE.
       COPY CBREGPRE.

       FD  AUDIT-FILE.
       01  AUDIT-REC                       PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-FECHA-HOY                    PIC X(08).
       01  WS-HORA-HOY                     PIC X(08).
       01  WS-OPERADOR                     PIC X(08).
       01  WS-REGISTRO-FS                  PIC X(02)   VALUE SPACES.

       01  WS-OPCION                       PIC X(01)   VALUE SPACE.
           88  WS-OPCION-CONSULTAR                     VALUE "C".
           88  WS-OPCION-ENVIAR                        VALUE "E".
           88  WS-OPCION-ACEPTAR                       VALUE "A".
           88  WS-OPCION-RECHAZAR                      VALUE "R".
           88  WS-OPCION-SALIR                         VALUE "S".
           88  WS-OPCION-VALIDA                        VALUE "C" "E"
                                                     "A" "R" "S".

       COPY CBAUTORI.

       01  WS-SWITCHES.
           05  WS-PRE-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-PRE-EOF-YES                      VALUE "Y".
               88  WS-PRE-EOF-NO                        VALUE "N".
           05  WS-REGISTRO-SW              PIC X(01)   VALUE "N".
               88  WS-REGISTRO-ABIERTO                 VALUE "S".
           05  WS-SESION-SW                PIC X(01)   VALUE "S".
               88  WS-SESION-AUTORIZADA                VALUE "S".
               88  WS-SESION-NEGADA                    VALUE "N".

       01  WS-CONTADORES.
           05  WS-CONT-CAMBIOS             PIC 9(3)    VALUE ZERO.
           05  WS-CONT-LISTADAS            PIC 9(3)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(3)    VALUE ZERO.

       01  WS-ENT-FECHA                    PIC X(08).
       01  WS-ENT-FECHA-9 REDEFINES WS-ENT-FECHA
                                            PIC 9(08).
       01  WS-ENT-REFERENCIA               PIC X(12).
       01  WS-ENT-OBSERVACION              PIC X(30).

      *    ESTADO QUE LA PRESENTACION DEBE TENER PARA ADMITIR EL
      *    CAMBIO PEDIDO Y ESTADO AL QUE PASA.
       01  WS-ESTADO-REQUERIDO             PIC X(01).
       01  WS-ESTADO-ANTERIOR              PIC X(01).
       01  WS-ESTADO-NUEVO                 PIC X(01).

       01  WS-ACCION                       PIC X(08).

       01  WS-LISTA-LINE.
           05  WS-LIS-REFERENCIA           PIC X(12).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-ESTADO               PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-FECHA-ESTADO         PIC X(08).
           05  FILLER                      PIC X(05)   VALUE " REG=".
           05  WS-LIS-REGISTROS            PIC Z(6)9.
           05  FILLER                      PIC X(05)   VALUE " IMP=".
           05  WS-LIS-IMPORTE              PIC Z(10)9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-OBSERVACION          PIC X(30).

       01  WS-AUDIT-LINE.
           05  WS-AUD-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-HORA                 PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-OPERADOR             PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-ACCION               PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-REFERENCIA           PIC X(12).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-ESTADO-ANTERIOR      PIC X(01).
           05  FILLER                      PIC X(01)   VALUE ">".
           05  WS-AUD-ESTADO-NUEVO         PIC X(01).
           05  FILLER                      PIC X(05)   VALUE " IMP=".
           05  WS-AUD-IMPORTE              PIC Z(10)9.99.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-OBSERVACION          PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF WS-SESION-NEGADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-REGISTRO-ABIERTO
               PERFORM 2000-PROCESAR-OPCION
                   THRU 2000-EXIT
                   UNTIL WS-OPCION-SALIR
           END-IF.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           EVALUATE TRUE
               WHEN NOT WS-REGISTRO-ABIERTO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONT-ERRORES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - FIJA FECHA Y HORA DE LA SESION, PIDE LA *
      *  IDENTIFICACION DEL OPERADOR, LA VALIDA CONTRA OPERAUT (EN *
      *  BLANCO O SIN AUTORIDAD EN REGMANT NO ENTRA) Y ABRE EL     *
      *  REGISTRO DE PRESENTACIONES.                               *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.

           DISPLAY "CONSOLA DE PRESENTACIONES AL REGULADOR".
           DISPLAY "OPERADOR: ".
           ACCEPT WS-OPERADOR.
           IF WS-OPERADOR = SPACES
               DISPLAY "OPERADOR EN BLANCO - SESION NEGADA"
               SET WS-SESION-NEGADA TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "REGMANT" TO AUT-PROGRAMA.
           MOVE SPACE TO AUT-OPCION.
           CALL "AUTORIZA" USING AUT-PARAMETRO.
           IF AUT-NO-AUTORIZADO
               DISPLAY "OPERADOR NO AUTORIZADO PARA REGMANT: "
                       WS-OPERADOR
               SET WS-SESION-NEGADA TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN I-O REGISTRO-FILE.
           IF WS-REGISTRO-FS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR REGPRES, ESTADO="
                       WS-REGISTRO-FS
               GO TO 1000-EXIT
           END-IF.
           SET WS-REGISTRO-ABIERTO TO TRUE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESAR-OPCION - MUESTRA EL MENU, TOMA LA OPCION Y  *
      *  DESPACHA.                                                 *
      *-----------------------------------------------------------*
       2000-PROCESAR-OPCION.
           DISPLAY " ".
           DISPLAY "C=CONSULTAR PRESENTACIONES DE UNA FECHA".
           DISPLAY "E=MARCAR ENVIADA AL REGULADOR".
           DISPLAY "A=MARCAR ACEPTADA POR EL REGULADOR".
           DISPLAY "R=MARCAR RECHAZADA POR EL REGULADOR".
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
                   PERFORM 3000-CONSULTAR-FECHA
                       THRU 3000-EXIT
               WHEN WS-OPCION-ENVIAR
                   MOVE "ENVIA" TO WS-ACCION
                   MOVE "G" TO WS-ESTADO-REQUERIDO
                   MOVE "E" TO WS-ESTADO-NUEVO
                   PERFORM 4000-CAMBIAR-ESTADO
                       THRU 4000-EXIT
               WHEN WS-OPCION-ACEPTAR
                   MOVE "ACEPTA" TO WS-ACCION
                   MOVE "E" TO WS-ESTADO-REQUERIDO
                   MOVE "A" TO WS-ESTADO-NUEVO
                   PERFORM 4000-CAMBIAR-ESTADO
                       THRU 4000-EXIT
               WHEN WS-OPCION-RECHAZAR
                   MOVE "RECHAZA" TO WS-ACCION
                   MOVE "E" TO WS-ESTADO-REQUERIDO
                   MOVE "R" TO WS-ESTADO-NUEVO
                   PERFORM 4000-CAMBIAR-ESTADO
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
      *  OPERADOR DE LA SESION PUEDE USAR LA OPCION ELEGIDA ANTES  *
      *  DE CAMBIAR LO PRESENTADO AL REGULADOR.                    *
      *-----------------------------------------------------------*
       2100-AUTORIZAR-OPCION.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "REGMANT" TO AUT-PROGRAMA.
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
      *  3000-CONSULTAR-FECHA - LISTA TODAS LAS PRESENTACIONES DE  *
      *  UNA FECHA DE DATOS CON SU ESTADO, CANTIDAD, IMPORTE Y     *
      *  OBSERVACION, EN ORDEN DE REFERENCIA.                      *
      *-----------------------------------------------------------*
       3000-CONSULTAR-FECHA.
           DISPLAY "FECHA DE DATOS (AAAAMMDD): ".
           ACCEPT WS-ENT-FECHA.
           IF WS-ENT-FECHA-9 NOT NUMERIC
               DISPLAY "RECHAZADO: FECHA NO NUMERICA"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO WS-CONT-LISTADAS.
           SET WS-PRE-EOF-NO TO TRUE.
           MOVE "RV" TO PRE-REF-PREFIJO.
           MOVE WS-ENT-FECHA TO PRE-REF-FECHA.
           MOVE ZERO TO PRE-REF-SECUENCIA.
           START REGISTRO-FILE KEY NOT < PRE-REFERENCIA
               INVALID KEY
                   SET WS-PRE-EOF-YES TO TRUE
           END-START.
           PERFORM 3100-MOSTRAR-PRESENTACION
               THRU 3100-EXIT
               UNTIL WS-PRE-EOF-YES.
           IF WS-CONT-LISTADAS = 0
               DISPLAY "SIN PRESENTACIONES PARA LA FECHA "
                       WS-ENT-FECHA
           END-IF.
       3000-EXIT.
           EXIT.

       3100-MOSTRAR-PRESENTACION.
           READ REGISTRO-FILE NEXT
               AT END
                   SET WS-PRE-EOF-YES TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF PRE-REF-PREFIJO NOT = "RV"
              OR PRE-REF-FECHA NOT = WS-ENT-FECHA
               SET WS-PRE-EOF-YES TO TRUE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-CONT-LISTADAS.
           MOVE PRE-REFERENCIA TO WS-LIS-REFERENCIA.
           MOVE PRE-ESTADO TO WS-LIS-ESTADO.
           MOVE PRE-FECHA-ESTADO TO WS-LIS-FECHA-ESTADO.
           MOVE PRE-REGISTROS TO WS-LIS-REGISTROS.
           MOVE PRE-IMPORTE TO WS-LIS-IMPORTE.
           MOVE PRE-OBSERVACION TO WS-LIS-OBSERVACION.
           DISPLAY WS-LISTA-LINE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-CAMBIAR-ESTADO - LLEVA UNA PRESENTACION DEL ESTADO   *
      *  REQUERIDO AL NUEVO (G A E, O E A A/R). EL RECHAZO EXIGE   *
      *  OBSERVACION CON EL MOTIVO DEL REGULADOR. EL CAMBIO SE     *
      *  ASIENTA EN REGAUD.                                        *
      *-----------------------------------------------------------*
       4000-CAMBIAR-ESTADO.
           DISPLAY "REFERENCIA (RVAAAAMMDDNN): ".
           ACCEPT WS-ENT-REFERENCIA.
           MOVE WS-ENT-REFERENCIA TO PRE-REFERENCIA.
           READ REGISTRO-FILE
               INVALID KEY
                   DISPLAY "RECHAZADO: REFERENCIA INEXISTENTE "
                           WS-ENT-REFERENCIA
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 4000-EXIT
           END-READ.
           IF PRE-ESTADO NOT = WS-ESTADO-REQUERIDO
               DISPLAY "RECHAZADO: LA PRESENTACION ESTA EN ESTADO "
                       PRE-ESTADO ", SE REQUIERE "
                       WS-ESTADO-REQUERIDO
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.

           DISPLAY "OBSERVACION (30 POSICIONES): ".
           ACCEPT WS-ENT-OBSERVACION.
           IF WS-OPCION-RECHAZAR
              AND WS-ENT-OBSERVACION = SPACES
               DISPLAY "RECHAZADO: EL RECHAZO REQUIERE EL MOTIVO"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.

           MOVE PRE-ESTADO TO WS-ESTADO-ANTERIOR.
           MOVE WS-ESTADO-NUEVO TO PRE-ESTADO.
           MOVE WS-FECHA-HOY TO PRE-FECHA-ESTADO.
           MOVE WS-OPERADOR TO PRE-OPERADOR.
           MOVE WS-ENT-OBSERVACION TO PRE-OBSERVACION.
           REWRITE PRE-REGISTRO
               INVALID KEY
                   DISPLAY "ERROR: NO SE PUDO ACTUALIZAR "
                           PRE-REFERENCIA ", ESTADO=" WS-REGISTRO-FS
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 4000-EXIT
           END-REWRITE.
           ADD 1 TO WS-CONT-CAMBIOS.
           DISPLAY "PRESENTACION " PRE-REFERENCIA " PASA DE "
                   WS-ESTADO-ANTERIOR " A " PRE-ESTADO.
           PERFORM 7000-ASENTAR-BITACORA
               THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-ASENTAR-BITACORA - AGREGA A REGAUD EL CAMBIO CON     *
      *  FECHA, HORA, OPERADOR, ACCION, REFERENCIA, ESTADO         *
      *  ANTERIOR Y NUEVO, IMPORTE Y OBSERVACION.                  *
      *-----------------------------------------------------------*
       7000-ASENTAR-BITACORA.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-FECHA-HOY TO WS-AUD-FECHA.
           MOVE WS-HORA-HOY TO WS-AUD-HORA.
           MOVE WS-OPERADOR TO WS-AUD-OPERADOR.
           MOVE WS-ACCION TO WS-AUD-ACCION.
           MOVE PRE-REFERENCIA TO WS-AUD-REFERENCIA.
           MOVE WS-ESTADO-ANTERIOR TO WS-AUD-ESTADO-ANTERIOR.
           MOVE PRE-ESTADO TO WS-AUD-ESTADO-NUEVO.
           MOVE PRE-IMPORTE TO WS-AUD-IMPORTE.
           MOVE PRE-OBSERVACION TO WS-AUD-OBSERVACION.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.
           CLOSE AUDIT-FILE.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - CIERRA EL REGISTRO Y RESUME LA SESION.   *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-REGISTRO-ABIERTO
               CLOSE REGISTRO-FILE
           END-IF.
           DISPLAY "CAMBIOS DE ESTADO: " WS-CONT-CAMBIOS
                   "  ERRORES: " WS-CONT-ERRORES.
       8000-EXIT.
           EXIT.

       END PROGRAM REGMANT.
