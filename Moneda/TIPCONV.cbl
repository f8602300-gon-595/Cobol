      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-16
      * Purpose:       Rutina comun de conversion a moneda base:
      *                recibe (area CBTIPCON) la fecha de proceso, la
      *                moneda y un importe en moneda de origen y
      *                devuelve el importe en moneda base con la tasa
      *                del maestro de tipos de cambio TIPCAMB (copybook
      *                CBTIPCAM), que se carga una sola vez en la
      *                primera llamada. La moneda base (o una moneda en
      *                blanco, que es como llegan las partidas de las
      *                sucursales locales) se convierte con tasa 1.
      *                Solo vale la tasa de la misma fecha de proceso:
      *                una moneda sin cotizacion del dia vuelve
      *                SIN-TASA y el llamador rechaza la partida. Sin
      *                TIPCAMB solo se convierte la moneda base.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-16 RMM  Version inicial de la rutina de conversion
      *                  a moneda base.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIPCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TIPCAMB-FILE ASSIGN TO "TIPCAMB"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TIPCAMB-FILE.
       COPY CBTIPCAM.

       WORKING-STORAGE SECTION.
       01  WS-INICIALIZADO-SW              PIC X(01)   VALUE "N".
           88  WS-INICIALIZADO                          VALUE "S".

       01  WS-TCA-EOF-SW                   PIC X(01)   VALUE "N".
           88  WS-TCA-EOF-YES                          VALUE "Y".
           88  WS-TCA-EOF-NO                            VALUE "N".

       01  WS-ENCONTRADA-SW                PIC X(01)   VALUE "N".
           88  WS-ENCONTRADA                            VALUE "S".
           88  WS-NO-ENCONTRADA                         VALUE "N".

      *    MONEDA DE CONTABILIDAD; ES LA MISMA CONSTANTE QUE USA
      *    TIPCARGA PARA NO ACEPTAR COTIZACIONES DE LA PROPIA BASE.
       01  WS-MONEDA-BASE                  PIC X(03)   VALUE "ARS".

      *    TIPOS DE CAMBIO CARGADOS DE TIPCAMB EN LA PRIMERA LLAMADA
      *    DE LA SESION.
       01  WS-TABLA-TASAS.
           05  WS-TCA-MAX                  PIC S9(4)   COMP VALUE 3000.
           05  WS-TCA-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-TCA-ENTRADA OCCURS 3000 TIMES.
               10  WS-TCA-FECHA            PIC X(08).
               10  WS-TCA-MONEDA           PIC X(03).
               10  WS-TCA-TASA             PIC 9(5)V9(6).

      *    ULTIMA TASA ENCONTRADA: LOS DOS IMPORTES DE UN PAR PIDEN
      *    LA MISMA FECHA Y MONEDA UNO DETRAS DEL OTRO.
       01  WS-ULTIMA-CLAVE.
           05  WS-ULT-FECHA                PIC X(08)   VALUE SPACES.
           05  WS-ULT-MONEDA               PIC X(03)   VALUE SPACES.
       01  WS-ULT-TASA                     PIC 9(5)V9(6) VALUE ZERO.

       01  WS-SUB                          PIC S9(4)   COMP.

       LINKAGE SECTION.
       COPY CBTIPCON.

       PROCEDURE DIVISION USING TCV-PARAMETRO.

       0000-MAINLINE.
           IF NOT WS-INICIALIZADO
               PERFORM 1000-CARGAR-TASAS
                   THRU 1000-EXIT
           END-IF.

           MOVE WS-MONEDA-BASE TO TCV-MONEDA-BASE.
           MOVE ZERO TO TCV-IMPORTE-BASE.
           MOVE ZERO TO TCV-TASA.
           IF TCV-MONEDA = SPACES
              OR TCV-MONEDA = WS-MONEDA-BASE
               MOVE 1 TO TCV-TASA
               MOVE TCV-IMPORTE TO TCV-IMPORTE-BASE
               SET TCV-CONVERTIDO TO TRUE
               GOBACK
           END-IF.

           IF TCV-FECHA = WS-ULT-FECHA
              AND TCV-MONEDA = WS-ULT-MONEDA
               SET WS-ENCONTRADA TO TRUE
           ELSE
               SET WS-NO-ENCONTRADA TO TRUE
               PERFORM 2000-BUSCAR-TASA
                   THRU 2000-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TCA-CANT
                      OR WS-ENCONTRADA
           END-IF.
           IF WS-NO-ENCONTRADA
               SET TCV-SIN-TASA TO TRUE
               GOBACK
           END-IF.

           MOVE WS-ULT-TASA TO TCV-TASA.
           SET TCV-CONVERTIDO TO TRUE.
           MULTIPLY TCV-IMPORTE BY TCV-TASA
               GIVING TCV-IMPORTE-BASE ROUNDED
               ON SIZE ERROR
                   MOVE ZERO TO TCV-IMPORTE-BASE
                   SET TCV-FUERA-RANGO TO TRUE
           END-MULTIPLY.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-CARGAR-TASAS - CARGA EL MAESTRO DE TIPOS DE CAMBIO   *
      *  EN LA TABLA. SIN ARCHIVO LA TABLA QUEDA VACIA Y SOLO SE   *
      *  CONVIERTE LA MONEDA BASE.                                 *
      *-----------------------------------------------------------*
       1000-CARGAR-TASAS.
           OPEN INPUT TIPCAMB-FILE.
           PERFORM 1100-CARGAR-TASA
               THRU 1100-EXIT
               UNTIL WS-TCA-EOF-YES.
           CLOSE TIPCAMB-FILE.
           IF WS-TCA-CANT = 0
               DISPLAY "TIPCAMB SIN REGISTROS - SOLO SE ACEPTA "
                       "LA MONEDA BASE " WS-MONEDA-BASE
           END-IF.
           MOVE "S" TO WS-INICIALIZADO-SW.
       1000-EXIT.
           EXIT.

       1100-CARGAR-TASA.
           READ TIPCAMB-FILE
               AT END
                   SET WS-TCA-EOF-YES TO TRUE
               NOT AT END
                   IF WS-TCA-CANT < WS-TCA-MAX
                       ADD 1 TO WS-TCA-CANT
                       MOVE TCA-FECHA
                         TO WS-TCA-FECHA (WS-TCA-CANT)
                       MOVE TCA-MONEDA
                         TO WS-TCA-MONEDA (WS-TCA-CANT)
                       MOVE TCA-TASA
                         TO WS-TCA-TASA (WS-TCA-CANT)
                   ELSE
                       DISPLAY "AVISO: TABLA DE TIPOS DE CAMBIO "
                               "LLENA, SE DESCARTA "
                               TCA-FECHA " " TCA-MONEDA
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-BUSCAR-TASA - UBICA LA COTIZACION DE LA MONEDA PARA  *
      *  LA FECHA PEDIDA Y LA GUARDA COMO ULTIMA ENCONTRADA.       *
      *-----------------------------------------------------------*
       2000-BUSCAR-TASA.
           IF WS-TCA-FECHA (WS-SUB) = TCV-FECHA
              AND WS-TCA-MONEDA (WS-SUB) = TCV-MONEDA
               SET WS-ENCONTRADA TO TRUE
               MOVE TCV-FECHA TO WS-ULT-FECHA
               MOVE TCV-MONEDA TO WS-ULT-MONEDA
               MOVE WS-TCA-TASA (WS-SUB) TO WS-ULT-TASA
           END-IF.
       2000-EXIT.
           EXIT.

       END PROGRAM TIPCONV.
