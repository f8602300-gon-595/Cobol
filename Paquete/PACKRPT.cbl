      * Date-Written:  2026-08-30
      * Purpose:       Armado del paquete de reportes de la manana:
      *                concatena en un solo dataset de impresion
      *                (PACKOUT) los ocho listados de la noche -
      *                RPTOUT, SUMADET, EDITOUT, CONSORPT, BALROUT,
      *                VAROUT, RESUMOUT y ANOMOUT, en ese orden fijo -
      *                con una caratula por reporte, una portada que
      *                resume el pie de cada uno (el REGISTROS/ERRORES
      *                del patron CBRPTHDR, con marca * cuando el pie
      *                falta o trae errores) y una tabla de contenido
      *                con la pagina de arranque de cada reporte.
      *                Cada seccion se completa a pagina entera (60
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-08-30 RMM  Version inicial del armado del paquete.
      *  2026-09-07 RMM  Se agrega la seccion ANOMOUT (PERFCTA), los
      *                  movimientos fuera del perfil propio de cada
      *                  cuenta, como octavo reporte del paquete.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PACKRPT.
           SELECT OPTIONAL RPT7-FILE ASSIGN TO "RESUMOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RPT8-FILE ASSIGN TO "ANOMOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAQUETE-FILE ASSIGN TO "PACKOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  RPT7-FILE.
       01  RPT7-REC                        PIC X(80).

       FD  RPT8-FILE.
       01  RPT8-REC                        PIC X(80).

       FD  PAQUETE-FILE.
       01  PAQUETE-REC                     PIC X(80).

               88  WS-EOF-YES                          VALUE "Y".
               88  WS-EOF-NO                            VALUE "N".

      *    REPORTE EN CURSO DEL RECORRIDO GENERICO (1 A 8); LOS
      *    PARRAFOS COMUNES DESPACHAN LA LECTURA POR ESTE NUMERO.
       01  WS-RPT-ACTUAL                   PIC S9(4)   COMP VALUE 1.

                                            PIC 9(07).
           05  FILLER                      PIC X(21).

      *    INVENTARIO DE LOS OCHO REPORTES DEL PAQUETE, EN EL
      *    ORDEN FIJO DEL REPARTO.
       01  WS-TABLA-REPORTES.
           05  WS-REP-ENTRADA OCCURS 8 TIMES.
               10  WS-REP-NOMBRE           PIC X(08).
               10  WS-REP-LINEAS           PIC 9(7).
               10  WS-REP-PAGINA           PIC 9(4).
           PERFORM 2000-MEDIR-REPORTE
               THRU 2000-EXIT
               VARYING WS-RPT-ACTUAL FROM 1 BY 1
               UNTIL WS-RPT-ACTUAL > 8.
           PERFORM 2500-CALCULAR-PAGINAS
               THRU 2500-EXIT.
           PERFORM 3000-ESCRIBIR-PORTADA
           PERFORM 4000-EMPAQUETAR-REPORTE
               THRU 4000-EXIT
               VARYING WS-RPT-ACTUAL FROM 1 BY 1
               UNTIL WS-RPT-ACTUAL > 8.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.
           MOVE ZERO TO RETURN-CODE.
           MOVE "BALROUT" TO WS-REP-NOMBRE (5).
           MOVE "VAROUT" TO WS-REP-NOMBRE (6).
           MOVE "RESUMOUT" TO WS-REP-NOMBRE (7).
           MOVE "ANOMOUT" TO WS-REP-NOMBRE (8).
           PERFORM 1100-LIMPIAR-ENTRADA
               THRU 1100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 8.
           OPEN OUTPUT PAQUETE-FILE.
       1000-EXIT.
           EXIT.
           PERFORM 2600-UBICAR-REPORTE
               THRU 2600-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 8.
       2500-EXIT.
           EXIT.

           PERFORM 3100-RESUMIR-PIE
               THRU 3100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 8.

           MOVE SPACES TO WS-LINEA-LEIDA.
           PERFORM 7700-ESCRIBIR-LINEA
           PERFORM 3200-ANOTAR-CONTENIDO
               THRU 3200-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 8.

           PERFORM 7800-COMPLETAR-PAGINA
               THRU 7800-EXIT.
                   OPEN INPUT RPT6-FILE
               WHEN 7
                   OPEN INPUT RPT7-FILE
               WHEN 8
                   OPEN INPUT RPT8-FILE
           END-EVALUATE.
       7100-EXIT.
           EXIT.
                       AT END
                           SET WS-EOF-YES TO TRUE
                   END-READ
               WHEN 8
                   READ RPT8-FILE INTO WS-LINEA-LEIDA
                       AT END
                           SET WS-EOF-YES TO TRUE
                   END-READ
           END-EVALUATE.
       7200-EXIT.
           EXIT.
                   CLOSE RPT6-FILE
               WHEN 7
                   CLOSE RPT7-FILE
               WHEN 8
                   CLOSE RPT8-FILE
           END-EVALUATE.
       7300-EXIT.
           EXIT.
