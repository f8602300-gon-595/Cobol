      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-10-15
      * Purpose:       Mantenimiento de la tabla de reglas de
      *                imputacion contable (REGLACON, copybook
      *                CBREGLA) que MAYOREXT usa para armar los
      *                asientos de la interfase al mayor. Es la unica
      *                via sancionada para cambiarla: lista las reglas
      *                vigentes, valida cada alta o cambio (sucursal
      *                no vacia, clasificacion BAJO, MEDIO o ALTO,
      *                numero de importe 1 a 4, cuentas del debe y
      *                del haber informadas y distintas) y cada baja,
      *                y deja el cambio en PENDCAMB (copybook
      *                CBPENCAM): la tabla recien se graba cuando otro
      *                operador autorizado en OPERAUT lo aprueba con
      *                la opcion P, igual que en PARMMANT. Cada
      *                decision queda en la bitacora REGLAUD con
      *                fecha, hora, los dos operadores y las imagenes
      *                antes y despues de la regla.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-10-15 RMM  Version inicial del mantenimiento de reglas
      *                  de imputacion con doble control.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGLAMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGLA-FILE ASSIGN TO "REGLACON"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "REGLAUD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "PENDCAMB"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGLA-FILE.
       COPY CBREGLA.

       FD  AUDIT-FILE.
       01  AUDIT-REC                       PIC X(150).

       FD  PENDIENTE-FILE.
       01  PENDIENTE-REC                   PIC X(134).

       WORKING-STORAGE SECTION.
       01  WS-FECHA-HOY                    PIC X(08).
       01  WS-HORA-HOY                     PIC X(08).
       01  WS-OPERADOR                     PIC X(08).

       COPY CBAUTORI.
       COPY CBPENCAM.

       01  WS-OPCION                       PIC X(01)   VALUE SPACE.
           88  WS-OPCION-CONSULTAR                     VALUE "C".
           88  WS-OPCION-ALTA                          VALUE "A".
           88  WS-OPCION-BAJA                          VALUE "B".
           88  WS-OPCION-APROBAR                       VALUE "P".
           88  WS-OPCION-SALIR                         VALUE "S".
           88  WS-OPCION-VALIDA                        VALUE "C" "A"
                                                       "B" "P" "S".

       01  WS-SWITCHES.
           05  WS-VALIDO-SW                PIC X(01)   VALUE "S".
               88  WS-VALIDO-SI                         VALUE "S".
               88  WS-VALIDO-NO                         VALUE "N".
           05  WS-SESION-SW                PIC X(01)   VALUE "S".
               88  WS-SESION-AUTORIZADA                VALUE "S".
               88  WS-SESION-NEGADA                    VALUE "N".
           05  WS-REG-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-REG-EOF-YES                      VALUE "Y".
               88  WS-REG-EOF-NO                        VALUE "N".
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

      *    IMAGENES ANTES Y DESPUES DE LA REGLA, CON LA FORMA DE
      *    REG-REGISTRO. UNA ALTA NO TIENE ANTES; UNA BAJA LLEVA EN
      *    EL DESPUES SOLO LA CLAVE Y EL NUMERO DE IMPORTE.
       01  WS-ANTES                        PIC X(32).
       01  WS-DESPUES                      PIC X(32).
       01  WS-ACCION                       PIC X(10).

       01  WS-ENT-CATEGORIA                PIC X(03).
       01  WS-ENT-SUCURSAL                 PIC X(03).
       01  WS-ENT-CLASIFICACION            PIC X(05).
           88  WS-ENT-CLASIF-VALIDA                    VALUE "BAJO"
                                                       "MEDIO" "ALTO".
       01  WS-ENT-IMPORTE                  PIC X(01).
           88  WS-ENT-IMPORTE-VALIDO                   VALUE "1" "2"
                                                       "3" "4".
       01  WS-ENT-DEBE                     PIC X(10).
       01  WS-ENT-HABER                    PIC X(10).
       01  WS-ENT-NUMERO-PEN               PIC X(03).
       01  WS-ENT-NUMERO-PEN-9 REDEFINES WS-ENT-NUMERO-PEN
                                            PIC 9(03).
       01  WS-ENT-DECISION                 PIC X(01).

      *    TABLA DE TRABAJO DE LAS REGLAS: SE CARGA ENTERA, SE
      *    ACTUALIZA, AGREGA O QUITA LA REGLA APROBADA Y SE REESCRIBE
      *    EL ARCHIVO. UN NUMERO DE IMPORTE EN BLANCO SE CARGA COMO
      *    1, IGUAL QUE LO LEE MAYOREXT.
       01  WS-TABLA-REGLAS.
           05  WS-RGL-MAX                  PIC S9(4)   COMP VALUE 200.
           05  WS-RGL-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-RGL-ENTRADA OCCURS 200 TIMES.
               10  WS-RGL-CLAVE.
                   15  WS-RGL-REGLA        PIC X(11).
                   15  WS-RGL-IMPORTE      PIC X(01).
               10  WS-RGL-DEBE             PIC X(10).
               10  WS-RGL-HABER            PIC X(10).
               10  WS-RGL-BAJA             PIC X(01).

       01  WS-RGL-SUB                      PIC S9(4)   COMP.
       01  WS-RGL-HALLADO                  PIC S9(4)   COMP.

      *    CLAVE DE LA REGLA PEDIDA, CON LA MISMA FORMA QUE
      *    WS-RGL-CLAVE.
       01  WS-CLAVE-BUSCADA.
           05  WS-CLB-CATEGORIA            PIC X(03).
           05  WS-CLB-SUCURSAL             PIC X(03).
           05  WS-CLB-CLASIFICACION        PIC X(05).
           05  WS-CLB-IMPORTE              PIC X(01).

       01  WS-AUDIT-LINE.
           05  WS-AUD-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-HORA                 PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-OPERADOR             PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-ACCION               PIC X(10).
           05  FILLER                      PIC X(07)   VALUE " ANTES=".
           05  WS-AUD-ANTES                PIC X(32).
           05  FILLER                      PIC X(06)   VALUE " DESP=".
           05  WS-AUD-DESPUES              PIC X(32).
           05  FILLER                      PIC X(07)   VALUE " APROB=".
           05  WS-AUD-APROBADOR            PIC X(08).
           05  FILLER                      PIC X(05)   VALUE " DEC=".
           05  WS-AUD-DECISION             PIC X(09).

       01  WS-REGLA-LINE.
           05  FILLER                      PIC X(05)   VALUE "CAT=".
           05  WS-RLN-CATEGORIA            PIC X(03).
           05  FILLER                      PIC X(05)   VALUE " SUC=".
           05  WS-RLN-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(06)   VALUE " CLAS=".
           05  WS-RLN-CLASIFICACION        PIC X(05).
           05  FILLER                      PIC X(05)   VALUE " IMP=".
           05  WS-RLN-IMPORTE              PIC X(01).
           05  FILLER                      PIC X(06)   VALUE " DEBE=".
           05  WS-RLN-DEBE                 PIC X(10).
           05  FILLER                      PIC X(07)   VALUE " HABER=".
           05  WS-RLN-HABER                PIC X(10).

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
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           IF WS-CONT-ERRORES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - FIJA FECHA Y HORA DE LA SESION, PIDE LA *
      *  IDENTIFICACION DEL OPERADOR Y LA VALIDA CONTRA OPERAUT:   *
      *  EN BLANCO O SIN AUTORIDAD EN REGLAMNT NO ENTRA.           *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           DISPLAY "MANTENIMIENTO DE REGLAS DE IMPUTACION".
           DISPLAY "OPERADOR: ".
           ACCEPT WS-OPERADOR.
           IF WS-OPERADOR = SPACES
               DISPLAY "OPERADOR EN BLANCO - SESION NEGADA"
               SET WS-SESION-NEGADA TO TRUE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "REGLAMNT" TO AUT-PROGRAMA.
           MOVE SPACE TO AUT-OPCION.
           CALL "AUTORIZA" USING AUT-PARAMETRO.
           IF AUT-NO-AUTORIZADO
               DISPLAY "OPERADOR NO AUTORIZADO PARA REGLAMNT: "
                       WS-OPERADOR
               SET WS-SESION-NEGADA TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESAR-OPCION - MUESTRA EL MENU, TOMA LA OPCION Y  *
      *  DESPACHA.                                                 *
      *-----------------------------------------------------------*
       2000-PROCESAR-OPCION.
           DISPLAY " ".
           DISPLAY "C=CONSULTAR REGLAS VIGENTES".
           DISPLAY "A=ALTA O CAMBIO DE UNA REGLA".
           DISPLAY "B=BAJA DE UNA REGLA".
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
               WHEN WS-OPCION-CONSULTAR
                   PERFORM 3000-CONSULTAR-REGLAS
                       THRU 3000-EXIT
               WHEN WS-OPCION-ALTA
                   PERFORM 4000-ALTA-REGLA
                       THRU 4000-EXIT
               WHEN WS-OPCION-BAJA
                   PERFORM 5000-BAJA-REGLA
                       THRU 5000-EXIT
               WHEN WS-OPCION-APROBAR
                   PERFORM 7600-APROBAR-PENDIENTES
                       THRU 7600-EXIT
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA: " WS-OPCION
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-AUTORIZAR-OPCION - CONFIRMA EN OPERAUT QUE EL        *
      *  OPERADOR DE LA SESION PUEDE USAR LA OPCION ELEGIDA.       *
      *-----------------------------------------------------------*
       2100-AUTORIZAR-OPCION.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "REGLAMNT" TO AUT-PROGRAMA.
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
      *  3000-CONSULTAR-REGLAS - LISTA LAS REGLAS VIGENTES DE      *
      *  REGLACON.                                                 *
      *-----------------------------------------------------------*
       3000-CONSULTAR-REGLAS.
           PERFORM 6050-CARGAR-TABLA
               THRU 6050-EXIT.
           IF WS-RGL-CANT = 0
               DISPLAY "REGLACON SIN REGLAS"
           ELSE
               PERFORM 6200-MOSTRAR-REGLA
                   THRU 6200-EXIT
                   VARYING WS-RGL-SUB FROM 1 BY 1
                   UNTIL WS-RGL-SUB > WS-RGL-CANT
               DISPLAY "REGLAS VIGENTES: " WS-RGL-CANT
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-ALTA-REGLA - TOMA LA CLAVE Y LAS CUENTAS DE UNA      *
      *  REGLA, LAS VALIDA Y CARGA COMO CAMBIO PENDIENTE LA REGLA  *
      *  NUEVA (ALTA) O LA ACTUALIZADA (CAMBIO, CON SU ANTES).     *
      *-----------------------------------------------------------*
       4000-ALTA-REGLA.
           PERFORM 6050-CARGAR-TABLA
               THRU 6050-EXIT.
           PERFORM 4100-TOMAR-CLAVE
               THRU 4100-EXIT.
           DISPLAY "CUENTA DEL DEBE (10 POSICIONES): ".
           ACCEPT WS-ENT-DEBE.
           DISPLAY "CUENTA DEL HABER (10 POSICIONES): ".
           ACCEPT WS-ENT-HABER.
           IF WS-ENT-DEBE = SPACES OR WS-ENT-HABER = SPACES
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: CUENTAS DEL DEBE Y DEL HABER "
                       "OBLIGATORIAS"
           ELSE
               IF WS-ENT-DEBE = WS-ENT-HABER
                   SET WS-VALIDO-NO TO TRUE
                   DISPLAY "RECHAZADO: DEBE Y HABER A LA MISMA CUENTA"
               END-IF
           END-IF.
           IF WS-VALIDO-NO
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACES TO WS-ANTES.
           PERFORM 6300-UBICAR-REGLA
               THRU 6300-EXIT.
           IF WS-RGL-HALLADO = 0
               IF WS-RGL-CANT NOT < WS-RGL-MAX
                   DISPLAY "RECHAZADO: TABLA DE REGLAS LLENA"
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 4000-EXIT
               END-IF
               MOVE "ALTA" TO WS-ACCION
           ELSE
               PERFORM 6400-ARMAR-IMAGEN
                   THRU 6400-EXIT
               MOVE REG-REGISTRO TO WS-ANTES
               MOVE "CAMBIO" TO WS-ACCION
           END-IF.

           PERFORM 4200-ARMAR-CLAVE
               THRU 4200-EXIT.
           MOVE WS-ENT-DEBE TO REG-CUENTA-DEBE.
           MOVE WS-ENT-HABER TO REG-CUENTA-HABER.
           MOVE REG-REGISTRO TO WS-DESPUES.
           IF WS-DESPUES = WS-ANTES
               DISPLAY "RECHAZADO: LA REGLA YA TIENE ESAS CUENTAS"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.
           PERFORM 7200-REGISTRAR-PENDIENTE
               THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-TOMAR-CLAVE - TOMA CATEGORIA (EN BLANCO = CUENTAS    *
      *  SIN CATEGORIA), SUCURSAL, CLASIFICACION Y NUMERO DE       *
      *  IMPORTE DE LA REGLA Y LOS VALIDA.                         *
      *-----------------------------------------------------------*
       4100-TOMAR-CLAVE.
           DISPLAY "CATEGORIA DE CUENTA (3 POSICIONES, BLANCO=SIN "
                   "CATEGORIA): ".
           ACCEPT WS-ENT-CATEGORIA.
           DISPLAY "SUCURSAL (3 POSICIONES): ".
           ACCEPT WS-ENT-SUCURSAL.
           DISPLAY "CLASIFICACION (BAJO, MEDIO O ALTO): ".
           ACCEPT WS-ENT-CLASIFICACION.
           DISPLAY "IMPORTE (1=RESULTADO, 2-4=RESULTADO2 A 4): ".
           ACCEPT WS-ENT-IMPORTE.

           SET WS-VALIDO-SI TO TRUE.
           IF WS-ENT-SUCURSAL = SPACES
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: SUCURSAL VACIA"
           END-IF.
           IF NOT WS-ENT-CLASIF-VALIDA
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: CLASIFICACION DEBE SER BAJO, "
                       "MEDIO O ALTO"
           END-IF.
           IF NOT WS-ENT-IMPORTE-VALIDO
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: IMPORTE DEBE SER 1 A 4"
           END-IF.
           MOVE WS-ENT-CATEGORIA TO WS-CLB-CATEGORIA.
           MOVE WS-ENT-SUCURSAL TO WS-CLB-SUCURSAL.
           MOVE WS-ENT-CLASIFICACION TO WS-CLB-CLASIFICACION.
           MOVE WS-ENT-IMPORTE TO WS-CLB-IMPORTE.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4200-ARMAR-CLAVE - DEJA EN REG-REGISTRO LA CLAVE PEDIDA   *
      *  CON LAS CUENTAS EN BLANCO.                                *
      *-----------------------------------------------------------*
       4200-ARMAR-CLAVE.
           MOVE SPACES TO REG-REGISTRO.
           MOVE WS-CLB-CATEGORIA TO REG-CATEGORIA.
           MOVE WS-CLB-SUCURSAL TO REG-SUCURSAL.
           MOVE WS-CLB-CLASIFICACION TO REG-CLASIFICACION.
           MOVE WS-CLB-IMPORTE TO REG-IMPORTE.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-BAJA-REGLA - TOMA LA CLAVE DE UNA REGLA VIGENTE Y    *
      *  CARGA SU BAJA COMO CAMBIO PENDIENTE. MIENTRAS NO SE       *
      *  APRUEBE, MAYOREXT LA SIGUE USANDO.                        *
      *-----------------------------------------------------------*
       5000-BAJA-REGLA.
           PERFORM 6050-CARGAR-TABLA
               THRU 6050-EXIT.
           PERFORM 4100-TOMAR-CLAVE
               THRU 4100-EXIT.
           IF WS-VALIDO-NO
               ADD 1 TO WS-CONT-ERRORES
               GO TO 5000-EXIT
           END-IF.
           PERFORM 6300-UBICAR-REGLA
               THRU 6300-EXIT.
           IF WS-RGL-HALLADO = 0
               DISPLAY "RECHAZADO: REGLA INEXISTENTE " WS-CLAVE-BUSCADA
               ADD 1 TO WS-CONT-ERRORES
               GO TO 5000-EXIT
           END-IF.
           PERFORM 6400-ARMAR-IMAGEN
               THRU 6400-EXIT.
           MOVE REG-REGISTRO TO WS-ANTES.
           PERFORM 4200-ARMAR-CLAVE
               THRU 4200-EXIT.
           MOVE REG-REGISTRO TO WS-DESPUES.
           MOVE "BAJA" TO WS-ACCION.
           PERFORM 7200-REGISTRAR-PENDIENTE
               THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6050-CARGAR-TABLA - CARGA REGLACON ENTERO EN LA TABLA DE  *
      *  TRABAJO.                                                  *
      *-----------------------------------------------------------*
       6050-CARGAR-TABLA.
           MOVE ZERO TO WS-RGL-CANT.
           SET WS-REG-EOF-NO TO TRUE.
           OPEN INPUT REGLA-FILE.
           PERFORM 6100-CARGAR-REGLA
               THRU 6100-EXIT
               UNTIL WS-REG-EOF-YES.
           CLOSE REGLA-FILE.
       6050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6100-CARGAR-REGLA - CARGA UNA REGLA DE REGLACON EN LA     *
      *  TABLA DE TRABAJO.                                         *
      *-----------------------------------------------------------*
       6100-CARGAR-REGLA.
           READ REGLA-FILE
               AT END
                   SET WS-REG-EOF-YES TO TRUE
               NOT AT END
                   IF WS-RGL-CANT < WS-RGL-MAX
                       ADD 1 TO WS-RGL-CANT
                       MOVE REG-CLAVE TO WS-RGL-REGLA (WS-RGL-CANT)
                       IF REG-IMPORTE = SPACE
                           MOVE "1" TO WS-RGL-IMPORTE (WS-RGL-CANT)
                       ELSE
                           MOVE REG-IMPORTE
                             TO WS-RGL-IMPORTE (WS-RGL-CANT)
                       END-IF
                       MOVE REG-CUENTA-DEBE
                         TO WS-RGL-DEBE (WS-RGL-CANT)
                       MOVE REG-CUENTA-HABER
                         TO WS-RGL-HABER (WS-RGL-CANT)
                       MOVE "N" TO WS-RGL-BAJA (WS-RGL-CANT)
                   ELSE
                       DISPLAY "AVISO: TABLA DE REGLAS LLENA"
                   END-IF
           END-READ.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6200-MOSTRAR-REGLA - MUESTRA UNA REGLA VIGENTE.           *
      *-----------------------------------------------------------*
       6200-MOSTRAR-REGLA.
           MOVE WS-RGL-SUB TO WS-RGL-HALLADO.
           PERFORM 6400-ARMAR-IMAGEN
               THRU 6400-EXIT.
           MOVE REG-CATEGORIA TO WS-RLN-CATEGORIA.
           MOVE REG-SUCURSAL TO WS-RLN-SUCURSAL.
           MOVE REG-CLASIFICACION TO WS-RLN-CLASIFICACION.
           MOVE REG-IMPORTE TO WS-RLN-IMPORTE.
           MOVE REG-CUENTA-DEBE TO WS-RLN-DEBE.
           MOVE REG-CUENTA-HABER TO WS-RLN-HABER.
           DISPLAY WS-REGLA-LINE.
       6200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6300-UBICAR-REGLA - DEJA EN WS-RGL-HALLADO EL SUBSCRIPTO  *
      *  DE LA REGLA DE LA CLAVE BUSCADA, O CERO SI NO ESTA.       *
      *-----------------------------------------------------------*
       6300-UBICAR-REGLA.
           MOVE ZERO TO WS-RGL-HALLADO.
           PERFORM 6350-COMPARAR-REGLA
               THRU 6350-EXIT
               VARYING WS-RGL-SUB FROM 1 BY 1
               UNTIL WS-RGL-SUB > WS-RGL-CANT
                  OR WS-RGL-HALLADO > 0.
       6300-EXIT.
           EXIT.

       6350-COMPARAR-REGLA.
           IF WS-RGL-CLAVE (WS-RGL-SUB) = WS-CLAVE-BUSCADA
               MOVE WS-RGL-SUB TO WS-RGL-HALLADO
           END-IF.
       6350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6400-ARMAR-IMAGEN - DEJA EN REG-REGISTRO LA IMAGEN DE LA  *
      *  REGLA DE LA TABLA EN WS-RGL-HALLADO.                      *
      *-----------------------------------------------------------*
       6400-ARMAR-IMAGEN.
           MOVE SPACES TO REG-REGISTRO.
           MOVE WS-RGL-REGLA (WS-RGL-HALLADO) TO REG-CLAVE.
           MOVE WS-RGL-DEBE (WS-RGL-HALLADO) TO REG-CUENTA-DEBE.
           MOVE WS-RGL-HABER (WS-RGL-HALLADO) TO REG-CUENTA-HABER.
           MOVE WS-RGL-IMPORTE (WS-RGL-HALLADO) TO REG-IMPORTE.
       6400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6500-GRABAR-REGLA - GRABA AL ARCHIVO UNA REGLA DE LA      *
      *  TABLA, SALVO LA QUE SE ACABA DE DAR DE BAJA.              *
      *-----------------------------------------------------------*
       6500-GRABAR-REGLA.
           IF WS-RGL-BAJA (WS-RGL-SUB) = "S"
               GO TO 6500-EXIT
           END-IF.
           MOVE WS-RGL-SUB TO WS-RGL-HALLADO.
           PERFORM 6400-ARMAR-IMAGEN
               THRU 6400-EXIT.
           WRITE REG-REGISTRO.
       6500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-ASENTAR-BITACORA - AGREGA A REGLAUD EL ASIENTO DEL   *
      *  CAMBIO PENDIENTE RECIEN DECIDIDO CON FECHA, HORA, EL      *
      *  OPERADOR QUE LO CARGO, LA ACCION, LAS IMAGENES ANTES Y    *
      *  DESPUES DE LA REGLA, EL APROBADOR Y LA DECISION.          *
      *-----------------------------------------------------------*
       7000-ASENTAR-BITACORA.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-FECHA-HOY TO WS-AUD-FECHA.
           MOVE WS-HORA-HOY TO WS-AUD-HORA.
           MOVE PCA-OPERADOR TO WS-AUD-OPERADOR.
           MOVE PCA-ACCION TO WS-AUD-ACCION.
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
      *  RECIEN VALIDADO (ACCION, ANTES Y DESPUES) CON EL OPERADOR *
      *  QUE LO CARGA. REGLACON NO SE TOCA HASTA QUE OTRO OPERADOR *
      *  LO APRUEBE CON LA OPCION P.                               *
      *-----------------------------------------------------------*
       7200-REGISTRAR-PENDIENTE.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE SPACES TO PCA-REGISTRO.
           MOVE "REGLAMNT" TO PCA-PROGRAMA.
           MOVE WS-OPCION TO PCA-OPCION.
           MOVE WS-ACCION TO PCA-ACCION.
           MOVE "REGLACON" TO PCA-CLAVE.
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
                   " DESP=" WS-DESPUES.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7600-APROBAR-PENDIENTES - CARGA PENDCAMB, LISTA LOS       *
      *  CAMBIOS DE REGLAMNT PENDIENTES Y TOMA UNA DECISION POR    *
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
      *  PUEDE DECIDIRLO. A GRABA (SI LA REGLA SIGUE COMO ESTABA   *
      *  AL CARGARLO), R RECHAZA, OTRA TECLA LO DEJA PENDIENTE.    *
      *-----------------------------------------------------------*
       7620-DECIDIR-PENDIENTE.
           MOVE ZERO TO WS-PND-LISTADOS.
           PERFORM 7630-MOSTRAR-PENDIENTE
               THRU 7630-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-CANT.
           IF WS-PND-LISTADOS = 0
               DISPLAY "SIN CAMBIOS DE REGLAMNT PENDIENTES"
               SET WS-PND-FIN-YES TO TRUE
               GO TO 7620-EXIT
           END-IF.

           DISPLAY "NUMERO DE CAMBIO (BLANCO=FIN): ".
           ACCEPT WS-ENT-NUMERO-PEN.
           IF WS-ENT-NUMERO-PEN = SPACES
               SET WS-PND-FIN-YES TO TRUE
               GO TO 7620-EXIT
           END-IF.
           IF WS-ENT-NUMERO-PEN-9 NOT NUMERIC
               DISPLAY "RECHAZADO: NUMERO NO NUMERICO"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7620-EXIT
           END-IF.
           IF WS-ENT-NUMERO-PEN-9 = ZERO
              OR WS-ENT-NUMERO-PEN-9 > WS-PND-CANT
               DISPLAY "RECHAZADO: NUMERO FUERA DE LA LISTA"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7620-EXIT
           END-IF.
           MOVE WS-ENT-NUMERO-PEN-9 TO WS-PND-SUB.
           MOVE WS-PND-ENTRADA (WS-PND-SUB) TO PCA-REGISTRO.
           IF PCA-PROGRAMA NOT = "REGLAMNT"
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

           DISPLAY "A=APROBAR Y GRABAR, R=RECHAZAR, "
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
                           PCA-ACCION " DESP=" PCA-DESPUES (1:32)
               WHEN OTHER
                   DISPLAY "QUEDA PENDIENTE: " PCA-ACCION
                           " DESP=" PCA-DESPUES (1:32)
           END-EVALUATE.
           MOVE PCA-REGISTRO TO WS-PND-ENTRADA (WS-PND-SUB).
       7620-EXIT.
           EXIT.

       7630-MOSTRAR-PENDIENTE.
           MOVE WS-PND-ENTRADA (WS-PND-SUB) TO PCA-REGISTRO.
           IF PCA-PROGRAMA = "REGLAMNT" AND PCA-PENDIENTE
               ADD 1 TO WS-PND-LISTADOS
               MOVE WS-PND-SUB TO WS-PLS-NUMERO
               MOVE PCA-ACCION TO WS-PLS-ACCION
               MOVE PCA-OPERADOR TO WS-PLS-OPERADOR
               MOVE PCA-FECHA-ALTA TO WS-PLS-FECHA
               MOVE PCA-HORA-ALTA TO WS-PLS-HORA
               DISPLAY WS-PENDIENTE-LINE
               DISPLAY "    ANTES=" PCA-ANTES (1:32)
                       " DESP=" PCA-DESPUES (1:32)
           END-IF.
       7630-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7690-REESCRIBIR-PENDIENTES - REESCRIBE PENDCAMB DESDE LA  *
      *  TABLA CON LOS CAMBIOS QUE SIGUEN PENDIENTES (DE ESTE Y DE *
      *  LOS DEMAS PROGRAMAS); LOS DECIDIDOS YA ESTAN EN REGLAUD.  *
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
      *  7700-APLICAR-PENDIENTE - RECARGA REGLACON, UBICA LA REGLA *
      *  DEL CAMBIO APROBADO Y SOLO GRABA SI SIGUE IGUAL AL ANTES  *
      *  DEL PENDIENTE (AUSENTE PARA UNA ALTA): SI OTRO CAMBIO LA  *
      *  TOCO EN EL MEDIO, ESTE DEBE RECHAZARSE Y RECARGARSE. LA   *
      *  ALTA SE AGREGA, EL CAMBIO REEMPLAZA LAS CUENTAS Y LA BAJA *
      *  QUITA LA REGLA; LUEGO SE REESCRIBE EL ARCHIVO ENTERO.     *
      *-----------------------------------------------------------*
       7700-APLICAR-PENDIENTE.
           SET WS-VALIDO-SI TO TRUE.
           PERFORM 6050-CARGAR-TABLA
               THRU 6050-EXIT.
           MOVE PCA-DESPUES TO REG-REGISTRO.
           MOVE REG-CATEGORIA TO WS-CLB-CATEGORIA.
           MOVE REG-SUCURSAL TO WS-CLB-SUCURSAL.
           MOVE REG-CLASIFICACION TO WS-CLB-CLASIFICACION.
           MOVE REG-IMPORTE TO WS-CLB-IMPORTE.
           PERFORM 6300-UBICAR-REGLA
               THRU 6300-EXIT.

           MOVE SPACES TO WS-ANTES.
           IF WS-RGL-HALLADO > 0
               PERFORM 6400-ARMAR-IMAGEN
                   THRU 6400-EXIT
               MOVE REG-REGISTRO TO WS-ANTES
           END-IF.
           IF WS-ANTES NOT = PCA-ANTES (1:32)
               DISPLAY "NO APLICADO: LA REGLA CAMBIO DESDE QUE SE "
                       "CARGO EL PENDIENTE, ACTUAL=" WS-ANTES
               SET WS-VALIDO-NO TO TRUE
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7700-EXIT
           END-IF.

           MOVE PCA-DESPUES TO REG-REGISTRO.
           EVALUATE PCA-ACCION
               WHEN "ALTA"
                   IF WS-RGL-CANT NOT < WS-RGL-MAX
                       DISPLAY "NO APLICADO: TABLA DE REGLAS LLENA"
                       SET WS-VALIDO-NO TO TRUE
                       ADD 1 TO WS-CONT-ERRORES
                       GO TO 7700-EXIT
                   END-IF
                   ADD 1 TO WS-RGL-CANT
                   MOVE WS-RGL-CANT TO WS-RGL-HALLADO
                   MOVE REG-CLAVE TO WS-RGL-REGLA (WS-RGL-HALLADO)
                   MOVE REG-IMPORTE TO WS-RGL-IMPORTE (WS-RGL-HALLADO)
                   MOVE REG-CUENTA-DEBE TO WS-RGL-DEBE (WS-RGL-HALLADO)
                   MOVE REG-CUENTA-HABER
                     TO WS-RGL-HABER (WS-RGL-HALLADO)
                   MOVE "N" TO WS-RGL-BAJA (WS-RGL-HALLADO)
               WHEN "CAMBIO"
                   MOVE REG-CUENTA-DEBE TO WS-RGL-DEBE (WS-RGL-HALLADO)
                   MOVE REG-CUENTA-HABER
                     TO WS-RGL-HABER (WS-RGL-HALLADO)
               WHEN "BAJA"
                   MOVE "S" TO WS-RGL-BAJA (WS-RGL-HALLADO)
               WHEN OTHER
                   DISPLAY "NO APLICADO: ACCION DESCONOCIDA "
                           PCA-ACCION
                   SET WS-VALIDO-NO TO TRUE
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 7700-EXIT
           END-EVALUATE.

           OPEN OUTPUT REGLA-FILE.
           PERFORM 6500-GRABAR-REGLA
               THRU 6500-EXIT
               VARYING WS-RGL-SUB FROM 1 BY 1
               UNTIL WS-RGL-SUB > WS-RGL-CANT.
           CLOSE REGLA-FILE.
           DISPLAY "GRABADO: " PCA-ACCION " " PCA-DESPUES (1:32).
       7700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - RESUME LA SESION EN CONSOLA.             *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           DISPLAY "CAMBIOS GRABADOS: " WS-CONT-CAMBIOS
                   "  PENDIENTES CARGADOS: " WS-CONT-PENDIENTES.
           DISPLAY "DESAPROBADOS: " WS-CONT-DESAPROBADOS
                   "  RECHAZADOS: " WS-CONT-ERRORES.
       8000-EXIT.
           EXIT.

       END PROGRAM REGLAMNT.
