      *                registro de esa fecha en el maestro, no lo
      *                duplica. El mes a cerrar se toma de MESCTL
      *                (AAAAMM); sin registro se cierra el mes de la
      *                fecha de proceso (FECHAPRO).
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *                  advertencia y la corrida termina con
      *                  RETURN-CODE 8 para que operaciones depure o
      *                  amplie antes de volver a cerrar.
      *  2026-09-18 RMM  El mes a cerrar por omision sale de la fecha
      *                  de proceso FECHAPRO (copybook CBFECHAP) en vez
      *                  del reloj del sistema: el ciclo nocturno lo
      *                  corre en la noche del ultimo dia habil del
      *                  mes, que puede terminar pasada la medianoche,
      *                  y una recorrida posterior debe cerrar el mes
      *                  de negocio y no el del dia en que se la lanza.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRMES.
           SELECT REPORT-FILE ASSIGN TO "MESRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TOTHIST-FILE.
       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-MES-CIERRE                   PIC X(06).
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      *  0900-FIJAR-FECHA-PROCESO - TOMA LA FECHA DE NEGOCIO DE   *
      *  FECHAPRO EN VEZ DEL RELOJ DEL SISTEMA; SIN REGISTRO SE   *
      *  USA LA DEL SISTEMA CON AVISO, PARA NO FRENAR LA CORRIDA. *
      *-----------------------------------------------------------*
       0900-FIJAR-FECHA-PROCESO.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           OPEN INPUT FECHA-PRO-FILE.
           READ FECHA-PRO-FILE
               AT END
                   DISPLAY "FECHAPRO SIN REGISTRO - SE USA LA "
                           "FECHA DEL SISTEMA"
               NOT AT END
                   MOVE FPR-FECHA TO WS-FECHA-CORRIDA
           END-READ.
           CLOSE FECHA-PRO-FILE.
       0900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - FIJA EL MES A CERRAR (MESCTL O EL MES   *
      *  DE LA FECHA DE PROCESO), ABRE LOS ARCHIVOS Y HACE LA      *
      *  PRIMERA LECTURA DE CADA MAESTRO.                          *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.
           MOVE WS-FECHA-CORRIDA (1:6) TO WS-MES-CIERRE.

           OPEN INPUT CTRL-FILE.
