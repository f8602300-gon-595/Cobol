      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-13
      * Purpose:       Rutina comun de autorizacion de operadores:
      *                recibe de cada programa de mantenimiento (area
      *                CBAUTORI) el operador, el programa y la opcion
      *                de menu, y contesta si el operador figura
      *                activo para ellos en el archivo de autoridad
      *                OPERAUT (copybook CBOPERAU), que se carga una
      *                sola vez en la primera llamada. Hasta hoy
      *                CTAMANT, PARMMANT, SUPLENT y ALERTMNT tomaban
      *                cualquier identificacion tipeada (en blanco
      *                quedaba SIN-ID) y auditoria no podia saber si
      *                quien cambio el maestro tenia por que hacerlo.
      *                Sin OPERAUT nadie queda autorizado.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-13 RMM  Version inicial de la rutina de
      *                  autorizacion de operadores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUTORIZ-FILE ASSIGN TO "OPERAUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTORIZ-FILE.
       COPY CBOPERAU.

       WORKING-STORAGE SECTION.
       01  WS-INICIALIZADO-SW              PIC X(01)   VALUE "N".
           88  WS-INICIALIZADO                          VALUE "S".

       01  WS-AUT-EOF-SW                   PIC X(01)   VALUE "N".
           88  WS-AUT-EOF-YES                          VALUE "Y".
           88  WS-AUT-EOF-NO                            VALUE "N".

      *    AUTORIZACIONES ACTIVAS CARGADAS DE OPERAUT EN LA PRIMERA
      *    LLAMADA DE LA SESION.
       01  WS-TABLA-AUTORIZ.
           05  WS-OPA-MAX                  PIC S9(4)   COMP VALUE 300.
           05  WS-OPA-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-OPA-ENTRADA OCCURS 300 TIMES.
               10  WS-OPA-OPERADOR         PIC X(08).
               10  WS-OPA-PROGRAMA         PIC X(08).
               10  WS-OPA-OPCION           PIC X(01).

       01  WS-SUB                          PIC S9(4)   COMP.

       LINKAGE SECTION.
       COPY CBAUTORI.

       PROCEDURE DIVISION USING AUT-PARAMETRO.

       0000-MAINLINE.
           IF NOT WS-INICIALIZADO
               PERFORM 1000-CARGAR-AUTORIZACIONES
                   THRU 1000-EXIT
           END-IF.

           SET AUT-NO-AUTORIZADO TO TRUE.
           IF AUT-OPERADOR = SPACES
               GOBACK
           END-IF.
           PERFORM 2000-BUSCAR-AUTORIZACION
               THRU 2000-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-OPA-CANT
                  OR AUT-AUTORIZADO.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-CARGAR-AUTORIZACIONES - CARGA LAS AUTORIZACIONES     *
      *  ACTIVAS DE OPERAUT EN LA TABLA; LAS DADAS DE BAJA SE      *
      *  SALTEAN. SIN ARCHIVO LA TABLA QUEDA VACIA Y NADIE ENTRA.  *
      *-----------------------------------------------------------*
       1000-CARGAR-AUTORIZACIONES.
           OPEN INPUT AUTORIZ-FILE.
           PERFORM 1100-CARGAR-AUTORIZACION
               THRU 1100-EXIT
               UNTIL WS-AUT-EOF-YES.
           CLOSE AUTORIZ-FILE.
           IF WS-OPA-CANT = 0
               DISPLAY "OPERAUT SIN REGISTROS - NINGUN OPERADOR "
                       "AUTORIZADO"
           END-IF.
           MOVE "S" TO WS-INICIALIZADO-SW.
       1000-EXIT.
           EXIT.

       1100-CARGAR-AUTORIZACION.
           READ AUTORIZ-FILE
               AT END
                   SET WS-AUT-EOF-YES TO TRUE
               NOT AT END
                   IF OPA-ACTIVO
                       IF WS-OPA-CANT < WS-OPA-MAX
                           ADD 1 TO WS-OPA-CANT
                           MOVE OPA-OPERADOR
                             TO WS-OPA-OPERADOR (WS-OPA-CANT)
                           MOVE OPA-PROGRAMA
                             TO WS-OPA-PROGRAMA (WS-OPA-CANT)
                           MOVE OPA-OPCION
                             TO WS-OPA-OPCION (WS-OPA-CANT)
                       ELSE
                           DISPLAY "AVISO: TABLA DE AUTORIZACIONES "
                                   "LLENA, SE DESCARTA "
                                   OPA-OPERADOR " " OPA-PROGRAMA
                       END-IF
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-BUSCAR-AUTORIZACION - AUTORIZA SI LA ENTRADA ES DEL  *
      *  OPERADOR Y DEL PROGRAMA PEDIDOS Y HABILITA LA OPCION      *
      *  PEDIDA (O TODAS); OPCION PEDIDA EN BLANCO ES SOLO LA      *
      *  ENTRADA AL PROGRAMA.                                      *
      *-----------------------------------------------------------*
       2000-BUSCAR-AUTORIZACION.
           IF WS-OPA-OPERADOR (WS-SUB) = AUT-OPERADOR
              AND WS-OPA-PROGRAMA (WS-SUB) = AUT-PROGRAMA
               IF AUT-OPCION = SPACE
                  OR WS-OPA-OPCION (WS-SUB) = "*"
                  OR WS-OPA-OPCION (WS-SUB) = AUT-OPCION
                   SET AUT-AUTORIZADO TO TRUE
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       END PROGRAM AUTORIZA.
