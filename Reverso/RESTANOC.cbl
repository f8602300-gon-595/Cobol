      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-14
      * Purpose:       Restauracion de una noche entera desde el
      *                resguardo previo al ciclo (RESGUARD, copybook
      *                CBRESGUA, que deja RESGUNOC antes de EDITLOTE).
      *                Devuelve en una sola corrida controlada todos
      *                los maestros del resguardo al estado de antes
      *                de la noche, deja la fecha de proceso abierta
      *                en la fecha de esa noche y vacia los
      *                checkpoints del ciclo, de RUTINAS y los por
      *                registro de SUMAPGM y CONDIF, para que la
      *                noche se vuelva a correr limpia desde el primer
      *                paso. El pedido viene en RESTCTL (fecha de la
      *                noche, operador y motivo); el operador se
      *                valida contra OPERAUT (rutina AUTORIZA). Se
      *                niega (RC=8) sin pedido completo, con operador
      *                no autorizado, con un resguardo incompleto o de
      *                otra fecha, y cuando contabilidad ya acuso la
      *                interfase de esa noche en TRANSREG: ahi la
      *                noche ya esta en el mayor y se deshace con
      *                REVERPGM. Una interfase enviada y todavia sin
      *                acuse no frena la restauracion pero queda
      *                como aviso (RC=2). Cada corrida, restaurada o
      *                negada, queda en el registro RESTREG con
      *                quien la pidio y por que.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-14 RMM  Version inicial de la restauracion de la
      *                  noche.
      *  2026-09-17 RMM  Tambien vacia los checkpoints por registro de
      *                  SUMAPGM (SUMACKPT) y CONDIF (CONDCKPT), para
      *                  que la noche restaurada no se reanude a mitad
      *                  de un paso.
      *  2026-09-18 RMM  El maestro mensual MAESTMES pasa a ser el
      *                  maestro 14 del resguardo, igual que en
      *                  RESGUNOC: la noche del ultimo dia habil del
      *                  mes el ciclo lo reescribe con el cierre de
      *                  mes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTANOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESGUARDO-FILE ASSIGN TO "RESGUARD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CTRL-FILE ASSIGN TO "RESTCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRANSMISION-FILE ASSIGN TO "TRANSREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REGISTRO-FILE ASSIGN TO "RESTREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "RESTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CICLO-CKPT-FILE ASSIGN TO "CICLCKPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUTINA-CKPT-FILE ASSIGN TO "RUTACKPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUMA-CKPT-FILE ASSIGN TO "SUMACKPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COND-CKPT-FILE ASSIGN TO "CONDCKPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOTE-ACT-FILE ASSIGN TO "LOTEACT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOTE-REG-FILE ASSIGN TO "LOTEREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUMA-HIST-FILE ASSIGN TO "SUMAHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RESULTS-INDEXED ASSIGN TO "CONDIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-CLAVE
               ALTERNATE RECORD KEY IS RI-TRX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CONDIDX-FS.

           SELECT OPTIONAL HIST-FILE ASSIGN TO "TOTHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETEN-FILE ASSIGN TO "RETENTRX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "RECHPEND"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ALERTA-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ALERTA-REG-FILE ASSIGN TO "ALERTREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POSICION-FILE ASSIGN TO "POSICION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-TRX-ID
               FILE STATUS IS WS-POSICION-FS.

           SELECT OPTIONAL POSIREV-FILE ASSIGN TO "POSIREV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUC-HIST-FILE ASSIGN TO "SUCHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MAESTRO-FILE ASSIGN TO "MAESTMES"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESGUARDO-FILE.
       COPY CBRESGUA.

       FD  CTRL-FILE.
       01  CTRL-REC.
           05  CTRL-FECHA                  PIC X(08).
           05  CTRL-OPERADOR               PIC X(08).
           05  CTRL-MOTIVO                 PIC X(40).

       FD  TRANSMISION-FILE.
       01  TRG-REGISTRO.
           05  TRG-FECHA                   PIC X(08).
           05  TRG-ENV-CANTIDAD            PIC 9(07).
           05  TRG-ENV-TOTAL               PIC 9(9)V99.
           05  TRG-ACK-CANTIDAD            PIC 9(07).
           05  TRG-ACK-TOTAL               PIC 9(9)V99.
           05  TRG-ESTADO                  PIC X(01).
               88  TRG-ENVIADA                         VALUE "S".
               88  TRG-ACUSADA                         VALUE "A".
               88  TRG-RECHAZADA                       VALUE "R".
           05  TRG-FECHA-ACK               PIC X(08).

      *    UN REGISTRO POR CORRIDA, RESTAURADA O NEGADA.
       FD  REGISTRO-FILE.
       01  RST-REGISTRO.
           05  RST-FECHA-NOCHE             PIC X(08).
           05  RST-FECHA                   PIC X(08).
           05  RST-HORA                    PIC X(08).
           05  RST-OPERADOR                PIC X(08).
           05  RST-MOTIVO                  PIC X(40).
           05  RST-RESULTADO               PIC X(01).
               88  RST-RESTAURADA                      VALUE "R".
               88  RST-CON-ERRORES                     VALUE "E".
               88  RST-NEGADA                          VALUE "N".
           05  RST-REGISTROS               PIC 9(09).
           05  RST-CAUSA                   PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       FD  CICLO-CKPT-FILE.
       01  CICLO-CKPT-REC                  PIC X(02).

       FD  RUTINA-CKPT-FILE.
       01  RUTINA-CKPT-REC                 PIC X(02).

       FD  SUMA-CKPT-FILE.
       01  SUMA-CKPT-REC                   PIC X(181).

       FD  COND-CKPT-FILE.
       01  COND-CKPT-REC                   PIC X(181).

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       FD  LOTE-ACT-FILE.
       01  LOTE-ACT-REC                    PIC X(10).

       FD  LOTE-REG-FILE.
       01  LOTE-REG-REC                    PIC X(34).

       FD  SUMA-HIST-FILE.
       COPY CBSUMHIS.

       FD  RESULTS-INDEXED.
       COPY CBCONIDX.

       FD  HIST-FILE.
       COPY CBTOTHIS.

       FD  RETEN-FILE.
       COPY CBRETEN.

       FD  PENDIENTE-FILE.
       COPY CBRECHAZ.

       FD  ALERTA-FILE.
       01  ALERTA-REC                      PIC X(46).

       FD  ALERTA-REG-FILE.
       01  ALERTA-REG-REC                  PIC X(93).

       FD  POSICION-FILE.
       COPY CBPOSIC.

       FD  POSIREV-FILE.
       01  POSIREV-REC                     PIC X(35).

       FD  SUC-HIST-FILE.
       COPY CBSUCEST.

       FD  MAESTRO-FILE.
       COPY CBMESMAE.

       WORKING-STORAGE SECTION.
       01  WS-FECHA-HOY                    PIC X(08).
       01  WS-HORA-HOY                     PIC X(08).
       01  WS-FECHA-NOCHE                  PIC X(08)   VALUE SPACES.
       01  WS-CONDIDX-FS                   PIC X(02)   VALUE "00".
       01  WS-POSICION-FS                  PIC X(02)   VALUE "00".

       COPY CBRPTHDR.
       COPY CBAUTORI.

       01  WS-PEDIDO.
           05  WS-PED-FECHA                PIC X(08)   VALUE SPACES.
           05  WS-PED-OPERADOR             PIC X(08)   VALUE SPACES.
           05  WS-PED-MOTIVO               PIC X(40)   VALUE SPACES.

      *    MAESTROS QUE EL RESGUARDO DEBE TRAER, EN EL MISMO ORDEN
      *    EN QUE RESGUNOC LOS COPIA.
       01  WS-NOMBRES-ARCHIVOS.
           05  FILLER                      PIC X(08)   VALUE "FECHAPRO".
           05  FILLER                      PIC X(08)   VALUE "LOTEACT".
           05  FILLER                      PIC X(08)   VALUE "LOTEREG".
           05  FILLER                      PIC X(08)   VALUE "SUMAHIST".
           05  FILLER                      PIC X(08)   VALUE "CONDIDX".
           05  FILLER                      PIC X(08)   VALUE "TOTHIST".
           05  FILLER                      PIC X(08)   VALUE "RETENTRX".
           05  FILLER                      PIC X(08)   VALUE "RECHPEND".
           05  FILLER                      PIC X(08)   VALUE "ALERTOUT".
           05  FILLER                      PIC X(08)   VALUE "ALERTREG".
           05  FILLER                      PIC X(08)   VALUE "POSICION".
           05  FILLER                      PIC X(08)   VALUE "POSIREV".
           05  FILLER                      PIC X(08)   VALUE "SUCHIST".
           05  FILLER                      PIC X(08)   VALUE "MAESTMES".
       01  WS-TABLA-ARCHIVOS REDEFINES WS-NOMBRES-ARCHIVOS.
           05  WS-ARC-NOMBRE OCCURS 14 TIMES
                                           PIC X(08).
       01  WS-ARC-CANT                     PIC S9(4)   COMP VALUE 14.
       01  WS-ARC-SUB                      PIC S9(4)   COMP.
       01  WS-ARC-VISTOS                   PIC S9(4)   COMP VALUE ZERO.

      *    MAESTRO EN CURSO DEL RECORRIDO GENERICO: LOS PARRAFOS
      *    COMUNES DESPACHAN APERTURA, GRABACION Y CIERRE SEGUN
      *    ESTE NOMBRE.
       01  WS-ARCHIVO-ACTUAL               PIC X(08)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-RGU-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-RGU-EOF-YES                      VALUE "Y".
               88  WS-RGU-EOF-NO                        VALUE "N".
           05  WS-TRG-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-TRG-EOF-YES                      VALUE "Y".
           05  WS-IDX-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-IDX-EOF-YES                      VALUE "Y".
               88  WS-IDX-EOF-NO                        VALUE "N".
           05  WS-PERMISO-SW               PIC X(01)   VALUE "S".
               88  WS-RESTAURACION-PERMITIDA           VALUE "S".
               88  WS-RESTAURACION-NEGADA              VALUE "N".
           05  WS-RESGUARDO-SW             PIC X(01)   VALUE "S".
               88  WS-RESGUARDO-SANO                   VALUE "S".
               88  WS-RESGUARDO-MAL                    VALUE "N".
           05  WS-FIN-SW                   PIC X(01)   VALUE "N".
               88  WS-FIN-VISTO                        VALUE "S".
           05  WS-ACUSE-SW                 PIC X(01)   VALUE "N".
               88  WS-NOCHE-ACUSADA                    VALUE "A".
               88  WS-NOCHE-ENVIADA                    VALUE "S".
               88  WS-NOCHE-SIN-ENVIO                  VALUE "N".

       01  WS-CAUSA                        PIC X(40)   VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-CONT-ARCHIVO             PIC 9(09)   VALUE ZERO.
           05  WS-CONT-TOTAL               PIC 9(09)   VALUE ZERO.
           05  WS-CONT-RESTAURADOS         PIC 9(03)   VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(03)   VALUE ZERO.
           05  WS-CONT-AVISOS              PIC 9(03)   VALUE ZERO.

       01  WS-PEDIDO-LINE.
           05  FILLER                      PIC X(06)   VALUE "NOCHE=".
           05  WS-PDL-FECHA                PIC X(08).
           05  FILLER                      PIC X(10)
               VALUE " OPERADOR=".
           05  WS-PDL-OPERADOR             PIC X(08).
           05  FILLER                      PIC X(08)   VALUE " MOTIVO=".
           05  WS-PDL-MOTIVO               PIC X(40).

       01  WS-RESGUARDO-LINE.
           05  FILLER                      PIC X(19)
               VALUE "RESGUARDO DE NOCHE ".
           05  WS-RGL-FECHA                PIC X(08).
           05  FILLER                      PIC X(11)
               VALUE " TOMADO EL ".
           05  WS-RGL-FECHA-TOMA           PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-RGL-HORA-TOMA            PIC X(08).

       01  WS-TITULOS-LINE.
           05  FILLER                      PIC X(10)   VALUE "ARCHIVO".
           05  FILLER                      PIC X(14)
               VALUE "     REGISTROS".
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(06)   VALUE "ESTADO".

       01  WS-ARCHIVO-LINE.
           05  WS-ARL-ARCHIVO              PIC X(08).
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  WS-ARL-REGISTROS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(05)   VALUE SPACES.
           05  WS-ARL-ESTADO               PIC X(30).

       01  WS-MENSAJE-LINE                 PIC X(80).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-VERIFICAR-RESGUARDO
               THRU 2000-EXIT.
           PERFORM 3000-VERIFICAR-TRANSMISION
               THRU 3000-EXIT.
           PERFORM 4000-RESTAURAR-MAESTROS
               THRU 4000-EXIT.
           PERFORM 5000-REABRIR-NOCHE
               THRU 5000-EXIT.
           PERFORM 7000-REGISTRAR-CORRIDA
               THRU 7000-EXIT.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           EVALUATE TRUE
               WHEN WS-RESTAURACION-NEGADA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONT-ERRORES > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONT-AVISOS > 0
                   MOVE 2 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - ABRE EL REPORTE, LEE EL PEDIDO DE       *
      *  RESTCTL (FECHA DE LA NOCHE, OPERADOR Y MOTIVO, LOS TRES   *
      *  OBLIGATORIOS) Y VALIDA AL OPERADOR CONTRA OPERAUT.        *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.

           OPEN OUTPUT REPORT-FILE.
           MOVE "RESTAURACION NOCHE" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-HOY TO RPT-HDR-FECHA.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.

           OPEN INPUT CTRL-FILE.
           READ CTRL-FILE
               AT END
                   MOVE SPACES TO CTRL-REC
           END-READ.
           CLOSE CTRL-FILE.
           MOVE CTRL-FECHA TO WS-PED-FECHA.
           MOVE CTRL-OPERADOR TO WS-PED-OPERADOR.
           MOVE CTRL-MOTIVO TO WS-PED-MOTIVO.
           MOVE WS-PED-FECHA TO WS-PDL-FECHA.
           MOVE WS-PED-OPERADOR TO WS-PDL-OPERADOR.
           MOVE WS-PED-MOTIVO TO WS-PDL-MOTIVO.
           WRITE REPORT-REC FROM WS-PEDIDO-LINE.

           IF WS-PED-FECHA = SPACES
              OR WS-PED-OPERADOR = SPACES
              OR WS-PED-MOTIVO = SPACES
               MOVE "RESTCTL SIN FECHA, OPERADOR O MOTIVO"
                 TO WS-CAUSA
               PERFORM 1900-NEGAR-RESTAURACION
                   THRU 1900-EXIT
               GO TO 1000-EXIT
           END-IF.

           MOVE WS-PED-OPERADOR TO AUT-OPERADOR.
           MOVE "RESTANOC" TO AUT-PROGRAMA.
           MOVE SPACE TO AUT-OPCION.
           CALL "AUTORIZA" USING AUT-PARAMETRO.
           IF AUT-NO-AUTORIZADO
               MOVE "OPERADOR NO AUTORIZADO EN OPERAUT"
                 TO WS-CAUSA
               PERFORM 1900-NEGAR-RESTAURACION
                   THRU 1900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1900-NEGAR-RESTAURACION - DEJA LA CORRIDA NEGADA CON LA   *
      *  CAUSA EN WS-CAUSA Y LA ANOTA EN EL REPORTE. NINGUN        *
      *  MAESTRO SE TOCA DESPUES DE UNA NEGACION.                  *
      *-----------------------------------------------------------*
       1900-NEGAR-RESTAURACION.
           SET WS-RESTAURACION-NEGADA TO TRUE.
           MOVE SPACES TO WS-MENSAJE-LINE.
           STRING "RESTAURACION NEGADA: " DELIMITED BY SIZE
                  WS-CAUSA DELIMITED BY SIZE
               INTO WS-MENSAJE-LINE
           END-STRING.
           WRITE REPORT-REC FROM WS-MENSAJE-LINE.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-VERIFICAR-RESGUARDO - RECORRE EL RESGUARDO ENTERO    *
      *  ANTES DE TOCAR NADA: DEBE ABRIR CON SU REGISTRO DE INICIO *
      *  DE LA NOCHE PEDIDA, TRAER LOS MAESTROS ESPERADOS EN ORDEN *
      *  CON TANTOS DETALLES COMO DICE CADA CONTROL, Y CERRAR CON  *
      *  SU REGISTRO FINAL. UN RESGUARDO CORTADO NO SE RESTAURA.   *
      *-----------------------------------------------------------*
       2000-VERIFICAR-RESGUARDO.
           IF WS-RESTAURACION-NEGADA
               GO TO 2000-EXIT
           END-IF.
           SET WS-RGU-EOF-NO TO TRUE.
           OPEN INPUT RESGUARDO-FILE.
           PERFORM 2900-LEER-RESGUARDO
               THRU 2900-EXIT.
           IF WS-RGU-EOF-YES
              OR NOT RGU-INICIO
               CLOSE RESGUARDO-FILE
               MOVE "RESGUARDO VACIO O SIN REGISTRO DE INICIO"
                 TO WS-CAUSA
               PERFORM 1900-NEGAR-RESTAURACION
                   THRU 1900-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE RGU-FECHA TO WS-FECHA-NOCHE.
           MOVE RGU-FECHA TO WS-RGL-FECHA.
           MOVE RGU-FECHA-TOMA TO WS-RGL-FECHA-TOMA.
           MOVE RGU-HORA-TOMA TO WS-RGL-HORA-TOMA.
           WRITE REPORT-REC FROM WS-RESGUARDO-LINE.
           IF WS-FECHA-NOCHE NOT = WS-PED-FECHA
               CLOSE RESGUARDO-FILE
               MOVE "EL RESGUARDO ES DE OTRA NOCHE" TO WS-CAUSA
               PERFORM 1900-NEGAR-RESTAURACION
                   THRU 1900-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE ZERO TO WS-ARC-VISTOS.
           MOVE ZERO TO WS-CONT-ARCHIVO.
           PERFORM 2900-LEER-RESGUARDO
               THRU 2900-EXIT.
           PERFORM 2100-VERIFICAR-REGISTRO
               THRU 2100-EXIT
               UNTIL WS-RGU-EOF-YES
                  OR WS-RESGUARDO-MAL.
           CLOSE RESGUARDO-FILE.

           IF WS-RESGUARDO-MAL
              OR NOT WS-FIN-VISTO
               MOVE "RESGUARDO INCOMPLETO O INCONSISTENTE"
                 TO WS-CAUSA
               PERFORM 1900-NEGAR-RESTAURACION
                   THRU 1900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-VERIFICAR-REGISTRO - UN DETALLE DEBE SER DEL MAESTRO *
      *  QUE SIGUE EN EL ORDEN; UN CONTROL CIERRA ESE MAESTRO CON  *
      *  SU CANTIDAD; EL FINAL DEBE LLEGAR CON TODOS LOS MAESTROS  *
      *  Y SER EL ULTIMO REGISTRO.                                 *
      *-----------------------------------------------------------*
       2100-VERIFICAR-REGISTRO.
           IF WS-FIN-VISTO
              OR RGU-FECHA NOT = WS-FECHA-NOCHE
               SET WS-RESGUARDO-MAL TO TRUE
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WS-ARC-SUB = WS-ARC-VISTOS + 1.

           EVALUATE TRUE
               WHEN RGU-DETALLE
                   IF WS-ARC-SUB > WS-ARC-CANT
                       SET WS-RESGUARDO-MAL TO TRUE
                   ELSE
                       IF RGU-ARCHIVO NOT = WS-ARC-NOMBRE (WS-ARC-SUB)
                           SET WS-RESGUARDO-MAL TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT-ARCHIVO
                       END-IF
                   END-IF
               WHEN RGU-CONTROL
                   IF WS-ARC-SUB > WS-ARC-CANT
                       SET WS-RESGUARDO-MAL TO TRUE
                   ELSE
                       IF RGU-ARCHIVO NOT = WS-ARC-NOMBRE (WS-ARC-SUB)
                          OR RGU-CANTIDAD NOT = WS-CONT-ARCHIVO
                           SET WS-RESGUARDO-MAL TO TRUE
                       ELSE
                           ADD 1 TO WS-ARC-VISTOS
                           MOVE ZERO TO WS-CONT-ARCHIVO
                       END-IF
                   END-IF
               WHEN RGU-FIN
                   IF WS-ARC-VISTOS NOT = WS-ARC-CANT
                      OR RGU-CANTIDAD NOT = WS-ARC-CANT
                       SET WS-RESGUARDO-MAL TO TRUE
                   ELSE
                       SET WS-FIN-VISTO TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-RESGUARDO-MAL TO TRUE
           END-EVALUATE.

           PERFORM 2900-LEER-RESGUARDO
               THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

       2900-LEER-RESGUARDO.
           READ RESGUARDO-FILE
               AT END
                   SET WS-RGU-EOF-YES TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-VERIFICAR-TRANSMISION - BUSCA LA NOCHE EN EL MAESTRO *
      *  DE TRANSMISIONES AL MAYOR. ACUSADA: LA NOCHE YA ESTA EN   *
      *  CONTABILIDAD Y NO SE RESTAURA (SE DESHACE CON REVERPGM).  *
      *  ENVIADA SIN ACUSE: SE RESTAURA CON AVISO, CONTABILIDAD    *
      *  DEBE DESCARTAR LA INTERFASE RECIBIDA.                     *
      *-----------------------------------------------------------*
       3000-VERIFICAR-TRANSMISION.
           IF WS-RESTAURACION-NEGADA
               GO TO 3000-EXIT
           END-IF.
           SET WS-NOCHE-SIN-ENVIO TO TRUE.
           OPEN INPUT TRANSMISION-FILE.
           PERFORM 3100-LEER-TRANSMISION
               THRU 3100-EXIT
               UNTIL WS-TRG-EOF-YES.
           CLOSE TRANSMISION-FILE.

           IF WS-NOCHE-ACUSADA
               MOVE "EL MAYOR YA ACUSO LA INTERFASE DE LA NOCHE"
                 TO WS-CAUSA
               PERFORM 1900-NEGAR-RESTAURACION
                   THRU 1900-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF WS-NOCHE-ENVIADA
               ADD 1 TO WS-CONT-AVISOS
               MOVE "AVISO: INTERFASE DE LA NOCHE ENVIADA SIN ACUSE - "
                 TO WS-MENSAJE-LINE
               MOVE "AVISAR A CONTABILIDAD"
                 TO WS-MENSAJE-LINE (50:21)
               WRITE REPORT-REC FROM WS-MENSAJE-LINE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LEER-TRANSMISION.
           READ TRANSMISION-FILE
               AT END
                   SET WS-TRG-EOF-YES TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF TRG-FECHA = WS-FECHA-NOCHE
               IF TRG-ACUSADA
                   SET WS-NOCHE-ACUSADA TO TRUE
               ELSE
                   IF TRG-ENVIADA
                      AND NOT WS-NOCHE-ACUSADA
                       SET WS-NOCHE-ENVIADA TO TRUE
                   END-IF
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-RESTAURAR-MAESTROS - SEGUNDA PASADA DEL RESGUARDO:   *
      *  CADA MAESTRO SE REESCRIBE CON SUS IMAGENES; UN MAESTRO SIN *
      *  DETALLES QUEDA VACIO, COMO ESTABA ANTES DE LA NOCHE.      *
      *-----------------------------------------------------------*
       4000-RESTAURAR-MAESTROS.
           IF WS-RESTAURACION-NEGADA
               GO TO 4000-EXIT
           END-IF.
           WRITE REPORT-REC FROM WS-TITULOS-LINE.
           MOVE SPACES TO WS-ARCHIVO-ACTUAL.
           SET WS-RGU-EOF-NO TO TRUE.
           OPEN INPUT RESGUARDO-FILE.
           PERFORM 2900-LEER-RESGUARDO
               THRU 2900-EXIT.
           PERFORM 4100-RESTAURAR-REGISTRO
               THRU 4100-EXIT
               UNTIL WS-RGU-EOF-YES.
           CLOSE RESGUARDO-FILE.
       4000-EXIT.
           EXIT.

       4100-RESTAURAR-REGISTRO.
           EVALUATE TRUE
               WHEN RGU-DETALLE
                   IF RGU-ARCHIVO NOT = WS-ARCHIVO-ACTUAL
                       PERFORM 4200-ABRIR-DESTINO
                           THRU 4200-EXIT
                   END-IF
                   PERFORM 4300-GRABAR-IMAGEN
                       THRU 4300-EXIT
               WHEN RGU-CONTROL
                   IF RGU-ARCHIVO NOT = WS-ARCHIVO-ACTUAL
                       PERFORM 4200-ABRIR-DESTINO
                           THRU 4200-EXIT
                   END-IF
                   PERFORM 4400-CERRAR-DESTINO
                       THRU 4400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2900-LEER-RESGUARDO
               THRU 2900-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4200-ABRIR-DESTINO - ABRE PARA REESCRIBIR EL MAESTRO QUE  *
      *  EMPIEZA EN EL RESGUARDO. LOS SECUENCIALES SE ABREN EN     *
      *  OUTPUT; LOS INDEXADOS SE ABREN EN I-O Y SE VACIAN        *
      *  REGISTRO POR REGISTRO (EL CLUSTER NO SE REDEFINE, IGUAL   *
      *  QUE EN LA PURGA) ANTES DE GRABAR LAS IMAGENES.            *
      *-----------------------------------------------------------*
       4200-ABRIR-DESTINO.
           MOVE RGU-ARCHIVO TO WS-ARCHIVO-ACTUAL.
           MOVE ZERO TO WS-CONT-ARCHIVO.
           EVALUATE WS-ARCHIVO-ACTUAL
               WHEN "FECHAPRO"
                   OPEN OUTPUT FECHA-PRO-FILE
               WHEN "LOTEACT"
                   OPEN OUTPUT LOTE-ACT-FILE
               WHEN "LOTEREG"
                   OPEN OUTPUT LOTE-REG-FILE
               WHEN "SUMAHIST"
                   OPEN OUTPUT SUMA-HIST-FILE
               WHEN "CONDIDX"
                   OPEN I-O RESULTS-INDEXED
                   IF WS-CONDIDX-FS NOT = "00"
                      AND WS-CONDIDX-FS NOT = "05"
                       ADD 1 TO WS-CONT-ERRORES
                       DISPLAY "CONDIDX NO ABRE, FS=" WS-CONDIDX-FS
                   ELSE
                       SET WS-IDX-EOF-NO TO TRUE
                       PERFORM 4210-VACIAR-CONDIDX
                           THRU 4210-EXIT
                           UNTIL WS-IDX-EOF-YES
                   END-IF
               WHEN "TOTHIST"
                   OPEN OUTPUT HIST-FILE
               WHEN "RETENTRX"
                   OPEN OUTPUT RETEN-FILE
               WHEN "RECHPEND"
                   OPEN OUTPUT PENDIENTE-FILE
               WHEN "ALERTOUT"
                   OPEN OUTPUT ALERTA-FILE
               WHEN "ALERTREG"
                   OPEN OUTPUT ALERTA-REG-FILE
               WHEN "POSICION"
                   OPEN I-O POSICION-FILE
                   IF WS-POSICION-FS NOT = "00"
                      AND WS-POSICION-FS NOT = "05"
                       ADD 1 TO WS-CONT-ERRORES
                       DISPLAY "POSICION NO ABRE, FS=" WS-POSICION-FS
                   ELSE
                       SET WS-IDX-EOF-NO TO TRUE
                       PERFORM 4220-VACIAR-POSICION
                           THRU 4220-EXIT
                           UNTIL WS-IDX-EOF-YES
                   END-IF
               WHEN "POSIREV"
                   OPEN OUTPUT POSIREV-FILE
               WHEN "SUCHIST"
                   OPEN OUTPUT SUC-HIST-FILE
               WHEN "MAESTMES"
                   OPEN OUTPUT MAESTRO-FILE
           END-EVALUATE.
       4200-EXIT.
           EXIT.

       4210-VACIAR-CONDIDX.
           READ RESULTS-INDEXED NEXT RECORD
               AT END
                   SET WS-IDX-EOF-YES TO TRUE
               NOT AT END
                   DELETE RESULTS-INDEXED RECORD
                       INVALID KEY
                           ADD 1 TO WS-CONT-ERRORES
                   END-DELETE
           END-READ.
       4210-EXIT.
           EXIT.

       4220-VACIAR-POSICION.
           READ POSICION-FILE NEXT RECORD
               AT END
                   SET WS-IDX-EOF-YES TO TRUE
               NOT AT END
                   DELETE POSICION-FILE RECORD
                       INVALID KEY
                           ADD 1 TO WS-CONT-ERRORES
                   END-DELETE
           END-READ.
       4220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4300-GRABAR-IMAGEN - GRABA EN EL MAESTRO EN CURSO LA      *
      *  IMAGEN DEL DETALLE. LA FECHA DE PROCESO SE GRABA ABIERTA. *
      *-----------------------------------------------------------*
       4300-GRABAR-IMAGEN.
           EVALUATE WS-ARCHIVO-ACTUAL
               WHEN "FECHAPRO"
                   MOVE RGU-IMAGEN TO FPR-REGISTRO
                   SET FPR-ABIERTA TO TRUE
                   WRITE FPR-REGISTRO
               WHEN "LOTEACT"
                   MOVE RGU-IMAGEN TO LOTE-ACT-REC
                   WRITE LOTE-ACT-REC
               WHEN "LOTEREG"
                   MOVE RGU-IMAGEN TO LOTE-REG-REC
                   WRITE LOTE-REG-REC
               WHEN "SUMAHIST"
                   MOVE RGU-IMAGEN TO SHI-REGISTRO
                   WRITE SHI-REGISTRO
               WHEN "CONDIDX"
                   MOVE RGU-IMAGEN TO RI-REGISTRO
                   WRITE RI-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-CONT-ERRORES
                   END-WRITE
               WHEN "TOTHIST"
                   MOVE RGU-IMAGEN TO HIS-REGISTRO
                   WRITE HIS-REGISTRO
               WHEN "RETENTRX"
                   MOVE RGU-IMAGEN TO RET-REGISTRO
                   WRITE RET-REGISTRO
               WHEN "RECHPEND"
                   MOVE RGU-IMAGEN TO RCH-REGISTRO
                   WRITE RCH-REGISTRO
               WHEN "ALERTOUT"
                   MOVE RGU-IMAGEN TO ALERTA-REC
                   WRITE ALERTA-REC
               WHEN "ALERTREG"
                   MOVE RGU-IMAGEN TO ALERTA-REG-REC
                   WRITE ALERTA-REG-REC
               WHEN "POSICION"
                   MOVE RGU-IMAGEN TO POS-REGISTRO
                   WRITE POS-REGISTRO
                       INVALID KEY
                           ADD 1 TO WS-CONT-ERRORES
                   END-WRITE
               WHEN "POSIREV"
                   MOVE RGU-IMAGEN TO POSIREV-REC
                   WRITE POSIREV-REC
               WHEN "SUCHIST"
                   MOVE RGU-IMAGEN TO EST-REGISTRO
                   WRITE EST-REGISTRO
               WHEN "MAESTMES"
                   MOVE RGU-IMAGEN TO MES-REGISTRO
                   WRITE MES-REGISTRO
           END-EVALUATE.
           ADD 1 TO WS-CONT-ARCHIVO.
           ADD 1 TO WS-CONT-TOTAL.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4400-CERRAR-DESTINO - CIERRA EL MAESTRO EN CURSO Y LO     *
      *  ANOTA EN EL REPORTE. SI LA NOCHE NO TENIA FECHAPRO SE     *
      *  GRABA UNO CON LA FECHA DEL RESGUARDO, ABIERTA, PARA QUE   *
      *  EL CICLO REPITA ESA MISMA FECHA.                          *
      *-----------------------------------------------------------*
       4400-CERRAR-DESTINO.
           EVALUATE WS-ARCHIVO-ACTUAL
               WHEN "FECHAPRO"
                   IF WS-CONT-ARCHIVO = 0
                       MOVE WS-FECHA-NOCHE TO FPR-FECHA
                       SET FPR-ABIERTA TO TRUE
                       WRITE FPR-REGISTRO
                   END-IF
                   CLOSE FECHA-PRO-FILE
               WHEN "LOTEACT"
                   CLOSE LOTE-ACT-FILE
               WHEN "LOTEREG"
                   CLOSE LOTE-REG-FILE
               WHEN "SUMAHIST"
                   CLOSE SUMA-HIST-FILE
               WHEN "CONDIDX"
                   CLOSE RESULTS-INDEXED
               WHEN "TOTHIST"
                   CLOSE HIST-FILE
               WHEN "RETENTRX"
                   CLOSE RETEN-FILE
               WHEN "RECHPEND"
                   CLOSE PENDIENTE-FILE
               WHEN "ALERTOUT"
                   CLOSE ALERTA-FILE
               WHEN "ALERTREG"
                   CLOSE ALERTA-REG-FILE
               WHEN "POSICION"
                   CLOSE POSICION-FILE
               WHEN "POSIREV"
                   CLOSE POSIREV-FILE
               WHEN "SUCHIST"
                   CLOSE SUC-HIST-FILE
               WHEN "MAESTMES"
                   CLOSE MAESTRO-FILE
           END-EVALUATE.
           ADD 1 TO WS-CONT-RESTAURADOS.
           MOVE WS-ARCHIVO-ACTUAL TO WS-ARL-ARCHIVO.
           MOVE WS-CONT-ARCHIVO TO WS-ARL-REGISTROS.
           MOVE "RESTAURADO" TO WS-ARL-ESTADO.
           WRITE REPORT-REC FROM WS-ARCHIVO-LINE.
           MOVE SPACES TO WS-ARCHIVO-ACTUAL.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-REABRIR-NOCHE - VACIA LOS CHECKPOINTS DEL CICLO, DE  *
      *  RUTINAS Y LOS POR REGISTRO DE SUMAPGM Y CONDIF: UN        *
      *  REINICIO "R" NO DEBE SALTEAR PASOS NI REGISTROS DE LA     *
      *  NOCHE DESHECHA. LA FECHA DE PROCESO YA QUEDO ABIERTA EN   *
      *  LA FECHA DE LA NOCHE AL RESTAURAR FECHAPRO.               *
      *-----------------------------------------------------------*
       5000-REABRIR-NOCHE.
           IF WS-RESTAURACION-NEGADA
               GO TO 5000-EXIT
           END-IF.
           OPEN OUTPUT CICLO-CKPT-FILE.
           CLOSE CICLO-CKPT-FILE.
           OPEN OUTPUT RUTINA-CKPT-FILE.
           CLOSE RUTINA-CKPT-FILE.
           OPEN OUTPUT SUMA-CKPT-FILE.
           CLOSE SUMA-CKPT-FILE.
           OPEN OUTPUT COND-CKPT-FILE.
           CLOSE COND-CKPT-FILE.
           MOVE SPACES TO WS-MENSAJE-LINE.
           STRING "FECHA DE PROCESO ABIERTA EN " DELIMITED BY SIZE
                  WS-FECHA-NOCHE DELIMITED BY SIZE
                  " - CHECKPOINTS VACIADOS" DELIMITED BY SIZE
               INTO WS-MENSAJE-LINE
           END-STRING.
           WRITE REPORT-REC FROM WS-MENSAJE-LINE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-REGISTRAR-CORRIDA - AGREGA A RESTREG QUIEN PIDIO LA  *
      *  RESTAURACION, POR QUE, CUANDO Y CON QUE RESULTADO.        *
      *-----------------------------------------------------------*
       7000-REGISTRAR-CORRIDA.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE SPACES TO RST-REGISTRO.
           IF WS-FECHA-NOCHE = SPACES
               MOVE WS-PED-FECHA TO RST-FECHA-NOCHE
           ELSE
               MOVE WS-FECHA-NOCHE TO RST-FECHA-NOCHE
           END-IF.
           MOVE WS-FECHA-HOY TO RST-FECHA.
           MOVE WS-HORA-HOY TO RST-HORA.
           MOVE WS-PED-OPERADOR TO RST-OPERADOR.
           MOVE WS-PED-MOTIVO TO RST-MOTIVO.
           MOVE WS-CONT-TOTAL TO RST-REGISTROS.
           EVALUATE TRUE
               WHEN WS-RESTAURACION-NEGADA
                   SET RST-NEGADA TO TRUE
                   MOVE WS-CAUSA TO RST-CAUSA
               WHEN WS-CONT-ERRORES > 0
                   SET RST-CON-ERRORES TO TRUE
                   MOVE "ERRORES AL GRABAR LOS MAESTROS"
                     TO RST-CAUSA
               WHEN OTHER
                   SET RST-RESTAURADA TO TRUE
           END-EVALUATE.
           OPEN EXTEND REGISTRO-FILE.
           WRITE RST-REGISTRO.
           CLOSE REGISTRO-FILE.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - CIERRA EL REPORTE CON SU PIE ESTANDAR.   *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-CONT-ERRORES > 0
               MOVE "RESTAURACION CON ERRORES - REVISAR LOS MAESTROS "
                 TO WS-MENSAJE-LINE
               MOVE "ANTES DE CORRER LA NOCHE"
                 TO WS-MENSAJE-LINE (49:24)
               WRITE REPORT-REC FROM WS-MENSAJE-LINE
           END-IF.
           MOVE WS-FECHA-NOCHE TO RPT-TRL-FECHA.
           MOVE WS-CONT-TOTAL TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-ERRORES TO RPT-TRL-ERRORES.
           WRITE REPORT-REC FROM RPT-TRAILER-LINE.
           CLOSE REPORT-FILE.
           IF WS-RESTAURACION-NEGADA
               DISPLAY "RESTAURACION NEGADA: " WS-CAUSA
           ELSE
               DISPLAY "RESTAURACION DE LA NOCHE " WS-FECHA-NOCHE
                       " ARCHIVOS=" WS-CONT-RESTAURADOS
                       " REGISTROS=" WS-CONT-TOTAL
                       " ERRORES=" WS-CONT-ERRORES
           END-IF.
       8000-EXIT.
           EXIT.

       END PROGRAM RESTANOC.
