      *                  reescribir y la unica salida era editar el
      *                  registro a mano - la practica que este
      *                  programa existe para terminar.
      *  2026-09-13 RMM  El operador se valida contra OPERAUT (rutina
      *                  AUTORIZA) al entrar y en cada opcion; ya no
      *                  hay SIN-ID y una sesion negada termina con
      *                  RC=8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTMNT.

       COPY CBRPTHDR.
       COPY CBALERTA.
       COPY CBAUTORI.

       01  WS-OPCION                       PIC X(01)   VALUE SPACE.
           88  WS-OPCION-CARGAR                        VALUE "C".
           88  WS-OPCION-HISTORIA                      VALUE "H".
           88  WS-OPCION-DEPURAR                       VALUE "D".
           88  WS-OPCION-SALIR                         VALUE "S".
           88  WS-OPCION-VALIDA                        VALUE "C" "L"
                                                     "A" "H" "D" "S".

       01  WS-SWITCHES.
           05  WS-REG-EOF-SW               PIC X(01)   VALUE "N".
           05  WS-ALR-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-ALR-EOF-YES                      VALUE "Y".
               88  WS-ALR-EOF-NO                        VALUE "N".
           05  WS-SESION-SW                PIC X(01)   VALUE "S".
               88  WS-SESION-AUTORIZADA                VALUE "S".
               88  WS-SESION-NEGADA                    VALUE "N".

       01  WS-TABLA-LLENA-SW               PIC X(01)   VALUE "N".
           88  WS-TABLA-LLENA                          VALUE "S".
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
      *  IDENTIFICACION DEL OPERADOR, LA VALIDA CONTRA OPERAUT Y   *
      *  CARGA EL REGISTRO DE ALERTAS EN LA TABLA DE TRABAJO.      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "CONSOLA DE ALERTAS DEL CICLO".
           DISPLAY "OPERADOR: ".
           ACCEPT WS-OPERADOR.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "ALERTMNT" TO AUT-PROGRAMA.
           MOVE SPACE TO AUT-OPCION.
           CALL "AUTORIZA" USING AUT-PARAMETRO.
           IF AUT-NO-AUTORIZADO
               DISPLAY "OPERADOR NO AUTORIZADO PARA ALERTMNT: "
                       WS-OPERADOR
               SET WS-SESION-NEGADA TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT REGISTRO-FILE.
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
               WHEN WS-OPCION-CARGAR
                   PERFORM 3000-CARGAR-ALERTOUT
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-AUTORIZAR-OPCION - CONFIRMA EN OPERAUT QUE EL        *
      *  OPERADOR DE LA SESION PUEDE USAR LA OPCION ELEGIDA.       *
      *-----------------------------------------------------------*
       2100-AUTORIZAR-OPCION.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "ALERTMNT" TO AUT-PROGRAMA.
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
      *  3000-CARGAR-ALERTOUT - PASA LAS LINEAS DE ALERTOUT AL     *
      *  REGISTRO COMO ALERTAS ABIERTAS (UNA YA REGISTRADA CON LA  *
