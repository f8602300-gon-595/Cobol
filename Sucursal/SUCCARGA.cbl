      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-15
      * Purpose:       Rutina comun de carga de sucursales activas:
      *                lee el maestro de sucursales SUCMAE (copybook
      *                CBSUCMAE) y devuelve en el area CBSUCTAB las
      *                oficinas en estado A con su nombre, datasets
      *                de entrada y de retorno, hora limite de
      *                llegada y contacto. CONSOSUC, ARRIBMON,
      *                RETORSUC y SUPLENT trabajan sobre esa tabla en
      *                vez de llevar tres oficinas fijas en el
      *                codigo: abrir o cerrar una oficina es un
      *                cambio de datos en SUCMANT, no una version de
      *                programa. Sin maestro o sin ninguna oficina
      *                activa la tabla vuelve vacia; si el maestro
      *                desborda la tabla se avisa y la carga se
      *                marca desbordada.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-15 RMM  Version inicial de la carga de sucursales.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCCARGA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUCURSAL-FILE ASSIGN TO "SUCMAE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUCURSAL-FILE.
       COPY CBSUCMAE.

       WORKING-STORAGE SECTION.
       01  WS-SMA-EOF-SW                   PIC X(01)   VALUE "N".
           88  WS-SMA-EOF-YES                          VALUE "Y".
           88  WS-SMA-EOF-NO                            VALUE "N".

      *    CAPACIDAD DE LA TABLA DE CBSUCTAB.
       01  WS-SCT-MAX                      PIC S9(4)   COMP VALUE 50.

       LINKAGE SECTION.
       COPY CBSUCTAB.

       PROCEDURE DIVISION USING SCT-PARAMETRO.

       0000-MAINLINE.
           MOVE ZERO TO SCT-CANT.
           SET SCT-CARGADA TO TRUE.
           SET WS-SMA-EOF-NO TO TRUE.
           OPEN INPUT SUCURSAL-FILE.
           PERFORM 1000-CARGAR-SUCURSAL
               THRU 1000-EXIT
               UNTIL WS-SMA-EOF-YES.
           CLOSE SUCURSAL-FILE.

           IF SCT-CARGADA
              AND SCT-CANT = 0
               SET SCT-SIN-SUCURSALES TO TRUE
               DISPLAY "SUCMAE SIN SUCURSALES ACTIVAS"
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-CARGAR-SUCURSAL - PASA A LA TABLA UNA OFICINA ACTIVA *
      *  DEL MAESTRO; LAS INACTIVAS SE SALTEAN.                    *
      *-----------------------------------------------------------*
       1000-CARGAR-SUCURSAL.
           READ SUCURSAL-FILE
               AT END
                   SET WS-SMA-EOF-YES TO TRUE
                   GO TO 1000-EXIT
           END-READ.
           IF NOT SMA-ACTIVA
               GO TO 1000-EXIT
           END-IF.
           IF SCT-CANT NOT < WS-SCT-MAX
               IF NOT SCT-DESBORDADA
                   DISPLAY "AVISO: SUCMAE DESBORDA LA TABLA DE "
                           "SUCURSALES, SE DESCARTA " SMA-CODIGO
               END-IF
               SET SCT-DESBORDADA TO TRUE
               GO TO 1000-EXIT
           END-IF.
           ADD 1 TO SCT-CANT.
           MOVE SMA-CODIGO TO SCT-CODIGO (SCT-CANT).
           MOVE SMA-NOMBRE TO SCT-NOMBRE (SCT-CANT).
           MOVE SMA-ARCHIVO-ENTRADA TO SCT-ARCHIVO-ENTRADA (SCT-CANT).
           MOVE SMA-ARCHIVO-RETORNO TO SCT-ARCHIVO-RETORNO (SCT-CANT).
           MOVE SMA-HORA-CORTE TO SCT-HORA-CORTE (SCT-CANT).
           MOVE SMA-CONTACTO TO SCT-CONTACTO (SCT-CANT).
       1000-EXIT.
           EXIT.

       END PROGRAM SUCCARGA.
