      *                transacciones a EXCEPOUT esa misma noche.
      *                Editar el cluster a mano dejaba cuentas
      *                cerradas sin autor cuando preguntaba
      *                auditoria. La opcion L aplica el archivo de
      *                candidatas a cierre por inactividad (CTACAND,
      *                copybook CBCANDID) que arma CTADORM, pidiendo
      *                confirmacion cuenta por cuenta. Ningun cambio
      *                se graba en la sesion que lo carga: queda en
      *                PENDCAMB (copybook CBPENCAM) y recien se
      *                aplica cuando otro operador autorizado lo
      *                aprueba con la opcion P; el operador debe
      *                figurar en OPERAUT para el programa y para
      *                cada opcion que use.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *                  globales) y la opcion G la cambia en una
      *                  cuenta existente, con su asiento en la
      *                  bitacora como cualquier otro cambio.
      *  2026-09-06 RMM  Opcion L: cierre por lote supervisado de las
      *                  candidatas por inactividad de CTADORM
      *                  (CTACAND), una confirmacion por cuenta y cada
      *                  cierre asentado en CTAAUD como CIERRELOTE.
      *  2026-09-13 RMM  Doble control: el operador se valida contra
      *                  OPERAUT (rutina AUTORIZA) al entrar y en
      *                  cada opcion, ya no hay SIN-ID. Alta, cierre,
      *                  reapertura, renombre, categoria y cierre por
      *                  lote dejan el cambio en PENDCAMB; la nueva
      *                  opcion P lo aprueba (y aplica) o lo rechaza,
      *                  y no la puede usar quien cargo el cambio. Al
      *                  aplicar se exige que la cuenta siga como
      *                  estaba al cargarlo. CTAAUD pasa a 140 con el
      *                  aprobador y la decision.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTAMANT.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "CTAAUD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CANDIDATA-FILE ASSIGN TO "CTACAND"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "PENDCAMB"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-FILE.
       COPY CBCONIDX.

       FD  AUDIT-FILE.
       01  AUDIT-REC                       PIC X(140).

       FD  CANDIDATA-FILE.
       COPY CBCANDID.

       FD  PENDIENTE-FILE.
       01  PENDIENTE-REC                   PIC X(134).

       WORKING-STORAGE SECTION.
       01  WS-FECHA-HOY                    PIC X(08).

       01  WS-CUENTAS-FS                   PIC X(02)   VALUE SPACES.

       COPY CBAUTORI.
       COPY CBPENCAM.

       01  WS-OPCION                       PIC X(01)   VALUE SPACE.
           88  WS-OPCION-ALTA                          VALUE "A".
           88  WS-OPCION-CIERRE                        VALUE "C".
           88  WS-OPCION-REAPERTURA                    VALUE "R".
           88  WS-OPCION-RENOMBRE                      VALUE "N".
           88  WS-OPCION-CATEGORIA                     VALUE "G".
           88  WS-OPCION-LOTE                          VALUE "L".
           88  WS-OPCION-APROBAR                       VALUE "P".
           88  WS-OPCION-SALIR                         VALUE "S".
           88  WS-OPCION-VALIDA                        VALUE "A" "C"
                                               "R" "N" "G" "L" "P" "S".

       01  WS-SWITCHES.
           05  WS-VALIDO-SW                PIC X(01)   VALUE "S".
           05  WS-IDX-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-IDX-EOF-YES                      VALUE "Y".
               88  WS-IDX-EOF-NO                        VALUE "N".
           05  WS-CAN-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-CAN-EOF-YES                      VALUE "Y".
               88  WS-CAN-EOF-NO                        VALUE "N".
           05  WS-SESION-SW                PIC X(01)   VALUE "S".
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

       01  WS-CONT-CAMBIOS                 PIC 9(3)    VALUE ZERO.
       01  WS-CONT-ERRORES                 PIC 9(3)    VALUE ZERO.
       01  WS-CONT-PENDIENTES              PIC 9(3)    VALUE ZERO.
       01  WS-CONT-DESAPROBADOS            PIC 9(3)    VALUE ZERO.

       01  WS-ENT-ID                       PIC X(10).
       01  WS-ENT-ID-9 REDEFINES WS-ENT-ID
       01  WS-ENT-NOMBRE                   PIC X(20).
       01  WS-ENT-CATEGORIA                PIC X(03).
       01  WS-ENT-CONFIRMA                 PIC X(01).
       01  WS-ENT-NUMERO                   PIC X(03).
       01  WS-ENT-NUMERO-9 REDEFINES WS-ENT-NUMERO
                                            PIC 9(03).
       01  WS-ENT-DECISION                 PIC X(01).

      *    ACTIVIDAD DE LA CUENTA DENTRO DE LOS DIAS RETENIDOS EN
      *    EL INDICE DE RESULTADOS: SE CUENTA ANTES DE PERMITIR EL
      *    SUS TRANSACCIONES A EXCEPOUT ESA MISMA NOCHE.
       01  WS-CONT-ACTIVIDAD               PIC 9(5)    VALUE ZERO.

      *    CONTADORES DEL CIERRE POR LOTE DE CANDIDATAS.
       01  WS-LOTE-LEIDAS                  PIC 9(5)    VALUE ZERO.
       01  WS-LOTE-PROPUESTAS              PIC 9(5)    VALUE ZERO.
       01  WS-LOTE-OMITIDAS                PIC 9(5)    VALUE ZERO.

       01  WS-ANTES                        PIC X(24)   VALUE SPACES.
       01  WS-DESPUES                      PIC X(24)   VALUE SPACES.

           05  WS-AUD-ANTES                PIC X(24).
           05  FILLER                      PIC X(06)   VALUE " DESP=".
           05  WS-AUD-DESPUES              PIC X(24).
           05  FILLER                      PIC X(07)   VALUE " APROB=".
           05  WS-AUD-APROBADOR            PIC X(08).
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
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PLS-ACCION               PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PLS-CLAVE                PIC X(10).
           05  FILLER                      PIC X(05)   VALUE " POR ".
           05  WS-PLS-OPERADOR             PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PLS-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PLS-HORA                 PIC X(08).

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

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - FIJA FECHA Y HORA DE LA SESION, PIDE LA *
      *  IDENTIFICACION DEL OPERADOR, LA VALIDA CONTRA OPERAUT (UN *
      *  OPERADOR SIN AUTORIDAD EN CTAMANT NO ENTRA) Y ABRE EL     *
      *  MAESTRO DE CUENTAS.                                       *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "MANTENIMIENTO DEL MAESTRO DE CUENTAS".
           DISPLAY "OPERADOR: ".
           ACCEPT WS-OPERADOR.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "CTAMANT" TO AUT-PROGRAMA.
           MOVE SPACE TO AUT-OPCION.
           CALL "AUTORIZA" USING AUT-PARAMETRO.
           IF AUT-NO-AUTORIZADO
               DISPLAY "OPERADOR NO AUTORIZADO PARA CTAMANT: "
                       WS-OPERADOR
               SET WS-SESION-NEGADA TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CUENTAS-FILE.
           IF WS-CUENTAS-FS NOT = "00"
           DISPLAY "R=REAPERTURA DE CUENTA".
           DISPLAY "N=RENOMBRE DE CUENTA".
           DISPLAY "G=CAMBIO DE CATEGORIA".
           DISPLAY "L=CIERRE POR LOTE DE CANDIDATAS (CTACAND)".
           DISPLAY "P=APROBAR O RECHAZAR CAMBIOS PENDIENTES".
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
               WHEN WS-OPCION-ALTA
                   PERFORM 3000-ALTA-CUENTA
               WHEN WS-OPCION-CATEGORIA
                   PERFORM 6500-CATEGORIZAR-CUENTA
                       THRU 6500-EXIT
               WHEN WS-OPCION-LOTE
                   PERFORM 6700-CERRAR-LOTE
                       THRU 6700-EXIT
               WHEN WS-OPCION-APROBAR
                   PERFORM 7600-APROBAR-PENDIENTES
                       THRU 7600-EXIT
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-AUTORIZAR-OPCION - CONFIRMA EN OPERAUT QUE EL        *
      *  OPERADOR DE LA SESION PUEDE USAR LA OPCION ELEGIDA.       *
      *-----------------------------------------------------------*
       2100-AUTORIZAR-OPCION.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "CTAMANT" TO AUT-PROGRAMA.
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
      *  2500-PEDIR-ID - TOMA EL TRX-ID DE LA CUENTA Y VALIDA SU   *
      *  FORMATO (NUMERICO DE 10, LA CONVENCION DEL CICLO); UN ID  *
           EXIT.

      *-----------------------------------------------------------*
      *  3000-ALTA-CUENTA - CARGA EL ALTA DE UNA CUENTA NUEVA EN   *
      *  ESTADO ACTIVA COMO CAMBIO PENDIENTE; UN ID YA EXISTENTE   *
      *  SE RECHAZA (PARA REVIVIRLO ESTA LA REAPERTURA).           *
      *-----------------------------------------------------------*
       3000-ALTA-CUENTA.
           PERFORM 2500-PEDIR-ID
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-ENT-ID TO CTA-TRX-ID.
           READ CUENTAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "RECHAZADO: LA CUENTA YA EXISTE"
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 3000-EXIT
           END-READ.

           DISPLAY "NOMBRE DE LA CUENTA (20 POSICIONES): ".
           ACCEPT WS-ENT-NOMBRE.
           IF WS-ENT-NOMBRE = SPACES
           MOVE WS-ENT-NOMBRE TO CTA-NOMBRE.
           MOVE WS-ENT-CATEGORIA TO CTA-CATEGORIA.
           SET CTA-ACTIVA TO TRUE.
           PERFORM 7500-ARMAR-DESPUES
               THRU 7500-EXIT.
           MOVE "ALTA" TO WS-AUD-ACCION.
           PERFORM 7200-REGISTRAR-PENDIENTE
               THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-CERRAR-CUENTA - CARGA EL CIERRE DE UNA CUENTA        *
      *  ACTIVA COMO CAMBIO PENDIENTE. ANTES SE CUENTA SU          *
      *  ACTIVIDAD EN LOS DIAS RETENIDOS DE CONDIDX: CON           *
      *  MOVIMIENTO, EL CIERRE EXIGE CONFIRMACION EXPRESA,         *
      *  PORQUE LAS TRANSACCIONES DE LA CUENTA IRAN A EXCEPOUT     *
      *  ESA MISMA NOCHE.                                          *
      *-----------------------------------------------------------*
       4000-CERRAR-CUENTA.
           PERFORM 2500-PEDIR-ID
           END-IF.

           SET CTA-CERRADA TO TRUE.
           PERFORM 7500-ARMAR-DESPUES
               THRU 7500-EXIT.
           MOVE "CIERRE" TO WS-AUD-ACCION.
           PERFORM 7200-REGISTRAR-PENDIENTE
               THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

           EXIT.

      *-----------------------------------------------------------*
      *  5000-REABRIR-CUENTA - CARGA LA VUELTA A ACTIVA DE UNA     *
      *  CUENTA CERRADA COMO CAMBIO PENDIENTE.                     *
      *-----------------------------------------------------------*
       5000-REABRIR-CUENTA.
           PERFORM 2500-PEDIR-ID
                   " ESTADO=" CTA-ESTADO.

           SET CTA-ACTIVA TO TRUE.
           PERFORM 7500-ARMAR-DESPUES
               THRU 7500-EXIT.
           MOVE "REAPERTURA" TO WS-AUD-ACCION.
           PERFORM 7200-REGISTRAR-PENDIENTE
               THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-RENOMBRAR-CUENTA - CARGA EL CAMBIO DE NOMBRE DE UNA  *
      *  CUENTA EXISTENTE, SIN TOCAR SU ESTADO.                    *
      *-----------------------------------------------------------*
       6000-RENOMBRAR-CUENTA.
           PERFORM 2500-PEDIR-ID
           END-IF.

           MOVE WS-ENT-NOMBRE TO CTA-NOMBRE.
           PERFORM 7500-ARMAR-DESPUES
               THRU 7500-EXIT.
           MOVE "RENOMBRE" TO WS-AUD-ACCION.
           PERFORM 7200-REGISTRAR-PENDIENTE
               THRU 7200-EXIT.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6500-CATEGORIZAR-CUENTA - CARGA EL CAMBIO DE CATEGORIA    *
      *  DE NEGOCIO DE UNA CUENTA EXISTENTE (EN BLANCO = SIN       *
      *  CATEGORIA, LOS QUIEBRES GLOBALES), SIN TOCAR NOMBRE NI    *
      *  ESTADO.                                                   *
      *-----------------------------------------------------------*
       6500-CATEGORIZAR-CUENTA.
           PERFORM 2500-PEDIR-ID
           ACCEPT WS-ENT-CATEGORIA.

           MOVE WS-ENT-CATEGORIA TO CTA-CATEGORIA.
           PERFORM 7500-ARMAR-DESPUES
               THRU 7500-EXIT.
           MOVE "CATEGORIA" TO WS-AUD-ACCION.
           PERFORM 7200-REGISTRAR-PENDIENTE
               THRU 7200-EXIT.
       6500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6700-CERRAR-LOTE - RECORRE EL ARCHIVO DE CANDIDATAS A     *
      *  CIERRE POR INACTIVIDAD DE CTADORM Y PIDE AL OPERADOR UNA  *
      *  DECISION POR CUENTA: S CARGA EL CIERRE COMO PENDIENTE, N  *
      *  LA OMITE, F TERMINA EL LOTE SIN VER EL RESTO. AL FINAL    *
      *  RESUME LO HECHO.                                          *
      *-----------------------------------------------------------*
       6700-CERRAR-LOTE.
           MOVE ZERO TO WS-LOTE-LEIDAS
                        WS-LOTE-PROPUESTAS
                        WS-LOTE-OMITIDAS.
           SET WS-CAN-EOF-NO TO TRUE.
           OPEN INPUT CANDIDATA-FILE.
           PERFORM 6750-LEER-CANDIDATA
               THRU 6750-EXIT.
           IF WS-CAN-EOF-YES
               DISPLAY "CTACAND SIN CANDIDATAS A CIERRE"
           END-IF.
           PERFORM 6800-DECIDIR-CANDIDATA
               THRU 6800-EXIT
               UNTIL WS-CAN-EOF-YES.
           CLOSE CANDIDATA-FILE.
           DISPLAY "LOTE: LEIDAS=" WS-LOTE-LEIDAS
                   " PENDIENTES=" WS-LOTE-PROPUESTAS
                   " OMITIDAS=" WS-LOTE-OMITIDAS.
       6700-EXIT.
           EXIT.

       6750-LEER-CANDIDATA.
           READ CANDIDATA-FILE
               AT END
                   SET WS-CAN-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-LOTE-LEIDAS
           END-READ.
       6750-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6800-DECIDIR-CANDIDATA - RELEE LA CUENTA EN EL MAESTRO    *
      *  (PUDO CAMBIAR DESDE QUE SE ARMO EL ARCHIVO), MUESTRA SUS  *
      *  DATOS, LA INACTIVIDAD INFORMADA Y LA ACTIVIDAD QUE HOY    *
      *  TENGA EN CONDIDX, Y CARGA EL CIERRE SOLO CON              *
      *  CONFIRMACION.                                             *
      *-----------------------------------------------------------*
       6800-DECIDIR-CANDIDATA.
           MOVE CAN-TRX-ID TO WS-ENT-ID.
           MOVE WS-ENT-ID TO CTA-TRX-ID.
           READ CUENTAS-FILE
               INVALID KEY
                   DISPLAY "OMITIDA: " WS-ENT-ID " INEXISTENTE"
                   ADD 1 TO WS-LOTE-OMITIDAS
                   GO TO 6800-LEER
           END-READ.
           IF CTA-CERRADA
               DISPLAY "OMITIDA: " WS-ENT-ID " YA ESTA CERRADA"
               ADD 1 TO WS-LOTE-OMITIDAS
               GO TO 6800-LEER
           END-IF.
           PERFORM 7400-ARMAR-ANTES
               THRU 7400-EXIT.
           DISPLAY " ".
           DISPLAY "CANDIDATA: " CTA-TRX-ID " " CTA-NOMBRE
                   " CATEGORIA=" CTA-CATEGORIA
                   " SUCURSAL=" CAN-SUCURSAL.
           DISPLAY "ULTIMO MOVIMIENTO=" CAN-FECHA-ULT-MOV
                   " DIAS SIN MOVIMIENTO=" CAN-DIAS-INACTIVA
                   " DETECTADA=" CAN-FECHA-DETECCION.
           PERFORM 4500-CONTAR-ACTIVIDAD
               THRU 4500-EXIT.
           IF WS-CONT-ACTIVIDAD > 0
               DISPLAY "AVISO: LA CUENTA TIENE " WS-CONT-ACTIVIDAD
                       " MOVIMIENTOS EN LOS DIAS RETENIDOS"
               DISPLAY "CERRARLA MANDA SUS TRANSACCIONES A EXCEPOUT"
           END-IF.
           DISPLAY "CERRAR (S=SI, N=OMITIR, F=FIN DEL LOTE): ".
           ACCEPT WS-ENT-CONFIRMA.

           EVALUATE WS-ENT-CONFIRMA
               WHEN "S"
                   CONTINUE
               WHEN "F"
                   DISPLAY "LOTE TERMINADO POR EL OPERADOR"
                   SET WS-CAN-EOF-YES TO TRUE
                   GO TO 6800-EXIT
               WHEN OTHER
                   DISPLAY "OMITIDA POR EL OPERADOR: " WS-ENT-ID
                   ADD 1 TO WS-LOTE-OMITIDAS
                   GO TO 6800-LEER
           END-EVALUATE.

           SET CTA-CERRADA TO TRUE.
           PERFORM 7500-ARMAR-DESPUES
               THRU 7500-EXIT.
           MOVE "CIERRELOTE" TO WS-AUD-ACCION.
           PERFORM 7200-REGISTRAR-PENDIENTE
               THRU 7200-EXIT.
           ADD 1 TO WS-LOTE-PROPUESTAS.

       6800-LEER.
           PERFORM 6750-LEER-CANDIDATA
               THRU 6750-EXIT.
       6800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-ASENTAR-BITACORA - AGREGA A CTAAUD EL ASIENTO DEL    *
      *  CAMBIO PENDIENTE RECIEN DECIDIDO CON FECHA, HORA, EL      *
      *  OPERADOR QUE LO CARGO, ACCION, TRX-ID, LOS VALORES ANTES  *
      *  Y DESPUES, EL APROBADOR Y LA DECISION.                    *
      *-----------------------------------------------------------*
       7000-ASENTAR-BITACORA.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-FECHA-HOY TO WS-AUD-FECHA.
           MOVE WS-HORA-HOY TO WS-AUD-HORA.
           MOVE PCA-OPERADOR TO WS-AUD-OPERADOR.
           MOVE PCA-ACCION TO WS-AUD-ACCION.
           MOVE PCA-CLAVE TO WS-AUD-ID.
           MOVE PCA-ANTES TO WS-AUD-ANTES.
           MOVE PCA-DESPUES TO WS-AUD-DESPUES.
           MOVE WS-OPERADOR TO WS-AUD-APROBADOR.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.
           CLOSE AUDIT-FILE.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7200-REGISTRAR-PENDIENTE - AGREGA A PENDCAMB EL CAMBIO    *
      *  RECIEN VALIDADO (ACCION, TRX-ID, ANTES Y DESPUES) CON EL  *
      *  OPERADOR QUE LO CARGA. EL MAESTRO NO SE TOCA HASTA QUE    *
      *  OTRO OPERADOR LO APRUEBE CON LA OPCION P.                 *
      *-----------------------------------------------------------*
       7200-REGISTRAR-PENDIENTE.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE SPACES TO PCA-REGISTRO.
           MOVE "CTAMANT" TO PCA-PROGRAMA.
           MOVE WS-OPCION TO PCA-OPCION.
           MOVE WS-AUD-ACCION TO PCA-ACCION.
           MOVE WS-ENT-ID TO PCA-CLAVE.
           MOVE WS-ANTES TO PCA-ANTES.
           MOVE WS-DESPUES TO PCA-DESPUES.
           MOVE WS-OPERADOR TO PCA-OPERADOR.
           MOVE WS-FECHA-HOY TO PCA-FECHA-ALTA.
           MOVE WS-HORA-HOY TO PCA-HORA-ALTA.
           SET PCA-PENDIENTE TO TRUE.
           OPEN EXTEND PENDIENTE-FILE.
           WRITE PENDIENTE-REC FROM PCA-REGISTRO.
           CLOSE PENDIENTE-FILE.
           ADD 1 TO WS-CONT-PENDIENTES.
           DISPLAY "PENDIENTE DE APROBACION: " PCA-ACCION
                   " " PCA-CLAVE " DESP=" WS-DESPUES.
           MOVE SPACES TO WS-ANTES
                          WS-DESPUES.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7400-ARMAR-ANTES - RETIENE LA IMAGEN ESTADO+NOMBRE+       *
      *  CATEGORIA DE LA CUENTA LEIDA PARA EL CAMBIO PENDIENTE.    *
      *-----------------------------------------------------------*
       7400-ARMAR-ANTES.
           MOVE CTA-ESTADO TO WS-IMG-ESTADO.

      *-----------------------------------------------------------*
      *  7500-ARMAR-DESPUES - RETIENE LA IMAGEN ESTADO+NOMBRE+     *
      *  CATEGORIA PROPUESTA PARA EL CAMBIO PENDIENTE.             *
      *-----------------------------------------------------------*
       7500-ARMAR-DESPUES.
           MOVE CTA-ESTADO TO WS-IMG-ESTADO.
           EXIT.

      *-----------------------------------------------------------*
      *  7600-APROBAR-PENDIENTES - CARGA PENDCAMB, LISTA LOS       *
      *  CAMBIOS DE CTAMANT PENDIENTES Y TOMA UNA DECISION POR     *
      *  NUMERO HASTA QUE EL APROBADOR TERMINA; AL FINAL REESCRIBE *
      *  PENDCAMB SIN LOS DECIDIDOS. CON PENDCAMB DESBORDADO NO SE *
      *  DECIDE NADA: SE PERDERIAN LOS QUE NO CUPIERON.            *
      *-----------------------------------------------------------*
       7600-APROBAR-PENDIENTES.
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
      *  7620-DECIDIR-PENDIENTE - LISTA LOS PENDIENTES, TOMA EL    *
      *  NUMERO Y LA DECISION. EL OPERADOR QUE CARGO EL CAMBIO NO  *
      *  PUEDE DECIDIRLO. A APLICA (SI LA CUENTA SIGUE COMO ESTABA *
      *  AL CARGARLO), R RECHAZA, OTRA TECLA LO DEJA PENDIENTE.    *
      *-----------------------------------------------------------*
       7620-DECIDIR-PENDIENTE.
           MOVE ZERO TO WS-PND-LISTADOS.
           PERFORM 7630-MOSTRAR-PENDIENTE
               THRU 7630-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-CANT.
           IF WS-PND-LISTADOS = 0
               DISPLAY "SIN CAMBIOS DE CTAMANT PENDIENTES"
               SET WS-PND-FIN-YES TO TRUE
               GO TO 7620-EXIT
           END-IF.

           DISPLAY "NUMERO DE CAMBIO (BLANCO=FIN): ".
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
           IF PCA-PROGRAMA NOT = "CTAMANT"
              OR NOT PCA-PENDIENTE
               DISPLAY "RECHAZADO: NUMERO FUERA DE LA LISTA"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7620-EXIT
           END-IF.
           IF PCA-OPERADOR = WS-OPERADOR
               DISPLAY "RECHAZADO: EL CAMBIO LO CARGO " PCA-OPERADOR
                       ", LO DEBE DECIDIR OTRO OPERADOR"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7620-EXIT
           END-IF.

           MOVE PCA-CLAVE TO WS-ENT-ID.
           IF PCA-ACCION = "CIERRE" OR PCA-ACCION = "CIERRELOTE"
               PERFORM 4500-CONTAR-ACTIVIDAD
                   THRU 4500-EXIT
               IF WS-CONT-ACTIVIDAD > 0
                   DISPLAY "AVISO: LA CUENTA TIENE "
                           WS-CONT-ACTIVIDAD
                           " MOVIMIENTOS EN LOS DIAS RETENIDOS"
                   DISPLAY "CERRARLA MANDA SUS TRANSACCIONES A "
                           "EXCEPOUT"
               END-IF
           END-IF.
           DISPLAY "A=APROBAR Y APLICAR, R=RECHAZAR, "
                   "OTRO=DEJAR PENDIENTE: ".
           ACCEPT WS-ENT-DECISION.

           EVALUATE WS-ENT-DECISION
               WHEN "A"
                   PERFORM 7700-APLICAR-PENDIENTE
                       THRU 7700-EXIT
                   IF WS-VALIDO-SI
                       SET PCA-APLICADO TO TRUE
                       MOVE "APLICADO" TO WS-AUD-DECISION
                       PERFORM 7000-ASENTAR-BITACORA
                           THRU 7000-EXIT
                       ADD 1 TO WS-CONT-CAMBIOS
                   END-IF
               WHEN "R"
                   SET PCA-RECHAZADO TO TRUE
                   MOVE "RECHAZADO" TO WS-AUD-DECISION
                   PERFORM 7000-ASENTAR-BITACORA
                       THRU 7000-EXIT
                   ADD 1 TO WS-CONT-DESAPROBADOS
                   DISPLAY "RECHAZADO POR " WS-OPERADOR ": "
                           PCA-ACCION " " PCA-CLAVE
               WHEN OTHER
                   DISPLAY "QUEDA PENDIENTE: " PCA-ACCION
                           " " PCA-CLAVE
           END-EVALUATE.
           MOVE PCA-REGISTRO TO WS-PND-ENTRADA (WS-PND-SUB).
       7620-EXIT.
           EXIT.

       7630-MOSTRAR-PENDIENTE.
           MOVE WS-PND-ENTRADA (WS-PND-SUB) TO PCA-REGISTRO.
           IF PCA-PROGRAMA = "CTAMANT" AND PCA-PENDIENTE
               ADD 1 TO WS-PND-LISTADOS
               MOVE WS-PND-SUB TO WS-PLS-NUMERO
               MOVE PCA-ACCION TO WS-PLS-ACCION
               MOVE PCA-CLAVE TO WS-PLS-CLAVE
               MOVE PCA-OPERADOR TO WS-PLS-OPERADOR
               MOVE PCA-FECHA-ALTA TO WS-PLS-FECHA
               MOVE PCA-HORA-ALTA TO WS-PLS-HORA
               DISPLAY WS-PENDIENTE-LINE
               DISPLAY "    ANTES=" PCA-ANTES (1:24)
                       " DESP=" PCA-DESPUES (1:24)
           END-IF.
       7630-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7690-REESCRIBIR-PENDIENTES - REESCRIBE PENDCAMB DESDE LA  *
      *  TABLA CON LOS CAMBIOS QUE SIGUEN PENDIENTES (DE ESTE Y DE *
      *  LOS DEMAS PROGRAMAS); LOS DECIDIDOS YA ESTAN EN CTAAUD.   *
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
      *  7700-APLICAR-PENDIENTE - GRABA EN EL MAESTRO EL CAMBIO    *
      *  APROBADO. EL ALTA SE ESCRIBE (SE NIEGA SI LA CUENTA YA    *
      *  APARECIO); LOS DEMAS SE RELEEN Y SOLO SE REGRABAN SI LA   *
      *  CUENTA SIGUE IGUAL AL ANTES DEL PENDIENTE: SI OTRO CAMBIO *
      *  LA TOCO EN EL MEDIO, ESTE DEBE RECHAZARSE Y RECARGARSE.   *
      *-----------------------------------------------------------*
       7700-APLICAR-PENDIENTE.
           SET WS-VALIDO-SI TO TRUE.
           MOVE PCA-CLAVE TO CTA-TRX-ID.
           IF PCA-ACCION NOT = "ALTA"
               GO TO 7700-REGRABAR
           END-IF.
           MOVE PCA-DESPUES TO WS-IMAGEN-CUENTA.
           MOVE WS-IMG-ESTADO TO CTA-ESTADO.
           MOVE WS-IMG-NOMBRE TO CTA-NOMBRE.
           MOVE WS-IMG-CATEGORIA TO CTA-CATEGORIA.
           WRITE CTA-REGISTRO
               INVALID KEY
                   DISPLAY "NO APLICADO: LA CUENTA YA EXISTE"
                   SET WS-VALIDO-NO TO TRUE
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 7700-EXIT
           END-WRITE.
           GO TO 7700-INFORMAR.

       7700-REGRABAR.
           READ CUENTAS-FILE
               INVALID KEY
                   DISPLAY "NO APLICADO: CUENTA INEXISTENTE"
                   SET WS-VALIDO-NO TO TRUE
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 7700-EXIT
           END-READ.
           PERFORM 7400-ARMAR-ANTES
               THRU 7400-EXIT.
           IF WS-ANTES NOT = PCA-ANTES (1:24)
               DISPLAY "NO APLICADO: LA CUENTA CAMBIO DESDE QUE SE "
                       "CARGO EL PENDIENTE, ACTUAL=" WS-ANTES
               SET WS-VALIDO-NO TO TRUE
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7700-EXIT
           END-IF.
           MOVE PCA-DESPUES TO WS-IMAGEN-CUENTA.
           MOVE WS-IMG-ESTADO TO CTA-ESTADO.
           MOVE WS-IMG-NOMBRE TO CTA-NOMBRE.
           MOVE WS-IMG-CATEGORIA TO CTA-CATEGORIA.
           REWRITE CTA-REGISTRO.

       7700-INFORMAR.
           DISPLAY "GRABADA: " CTA-TRX-ID " " CTA-NOMBRE
                   " ESTADO=" CTA-ESTADO
                   " CATEGORIA=" CTA-CATEGORIA.
           MOVE SPACES TO WS-ANTES.
       7700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       8000-TERMINATE.
           CLOSE CUENTAS-FILE.
           DISPLAY "CAMBIOS APLICADOS: " WS-CONT-CAMBIOS
                   "  PENDIENTES CARGADOS: " WS-CONT-PENDIENTES.
           DISPLAY "DESAPROBADOS: " WS-CONT-DESAPROBADOS
                   "  RECHAZADOS: " WS-CONT-ERRORES.
       8000-EXIT.
           EXIT.
