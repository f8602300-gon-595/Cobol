      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-21
      * Purpose:       Comparacion de corrida paralela. Cada cambio a
      *                un programa del ciclo se prueba recorriendo una
      *                noche en el ambiente de prueba, y hasta ahora
      *                el resultado se cotejaba contra produccion
      *                mirando listados. Este programa toma las dos
      *                versiones (produccion y prueba) de los archivos
      *                de la misma noche: el cruce SUMAXREF, CONDIDX
      *                de la fecha, los rechazos RECHSUMA, la
      *                interfase MAYORINT, el registro de la fecha en
      *                TOTHIST y en SUMAHIST y el pie de cada listado
      *                de la noche. Aparea registro por registro por
      *                TRX-ID (o la clave propia del archivo) y lista
      *                los registros agregados en prueba, los que
      *                faltan en prueba y los cambiados, campo por
      *                campo con el valor de cada lado; por archivo
      *                deja la diferencia de cantidad y de importe. Al
      *                final da el veredicto: PASS sin diferencias
      *                (RC=0), FAIL con diferencias (RC=4) o FAIL por
      *                comparacion incompleta (RC=8), para firmar el
      *                cambio con evidencia en vez de a ojo.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-21 RMM  Version inicial de la comparacion de corrida
      *                  paralela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARALELO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRD-XREF-FILE ASSIGN TO "PRDXREF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TST-XREF-FILE ASSIGN TO "TSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRD-INDICE-FILE ASSIGN TO "PRDCIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-CLAVE
               ALTERNATE RECORD KEY IS RI-TRX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PRD-CIDX-FS.
           SELECT TST-INDICE-FILE ASSIGN TO "TSTCIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRI-CLAVE
               ALTERNATE RECORD KEY IS TRI-TRX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TST-CIDX-FS.

           SELECT OPTIONAL PRD-RECH-FILE ASSIGN TO "PRDRECH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TST-RECH-FILE ASSIGN TO "TSTRECH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRD-MAYOR-FILE ASSIGN TO "PRDMAYOR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TST-MAYOR-FILE ASSIGN TO "TSTMAYOR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRD-TOTH-FILE ASSIGN TO "PRDTOTH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TST-TOTH-FILE ASSIGN TO "TSTTOTH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRD-SHIS-FILE ASSIGN TO "PRDSHIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TST-SHIS-FILE ASSIGN TO "TSTSHIS"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    LISTADOS DE LA NOCHE DE CADA AMBIENTE, CONCATENADOS EN UNA
      *    SOLA DD; DE CADA UNO SE TOMA EL PIE ESTANDAR (CBRPTHDR) CON
      *    EL NOMBRE DE SU ENCABEZADO.
           SELECT OPTIONAL PRD-RPTS-FILE ASSIGN TO "PRDRPTS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TST-RPTS-FILE ASSIGN TO "TSTRPTS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CTRL-FILE ASSIGN TO "PARACTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "PARARPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRD-XREF-FILE.
       01  PRD-XREF-REC                    PIC X(80).
       FD  TST-XREF-FILE.
       01  TST-XREF-REC                    PIC X(80).

       FD  PRD-INDICE-FILE.
       COPY CBCONIDX.
       FD  TST-INDICE-FILE.
           COPY CBCONIDX
               REPLACING ==RI-REGISTRO==       BY ==TRI-REGISTRO==
                         ==RI-CLAVE==          BY ==TRI-CLAVE==
                         ==RI-FECHA==          BY ==TRI-FECHA==
                         ==RI-TRX-ID==         BY ==TRI-TRX-ID==
                         ==RI-NUM1==           BY ==TRI-NUM1==
                         ==RI-NUM2==           BY ==TRI-NUM2==
                         ==RI-RESULTADO==      BY ==TRI-RESULTADO==
                         ==RI-CLASIFICACION==  BY ==TRI-CLASIFICACION==.

       FD  PRD-RECH-FILE.
       01  PRD-RECH-REC                    PIC X(80).
       FD  TST-RECH-FILE.
       01  TST-RECH-REC                    PIC X(80).

       FD  PRD-MAYOR-FILE.
       01  PRD-MAYOR-REC                   PIC X(80).
       FD  TST-MAYOR-FILE.
       01  TST-MAYOR-REC                   PIC X(80).

       FD  PRD-TOTH-FILE.
       01  PRD-TOTH-REC                    PIC X(80).
       FD  TST-TOTH-FILE.
       01  TST-TOTH-REC                    PIC X(80).

       FD  PRD-SHIS-FILE.
       01  PRD-SHIS-REC                    PIC X(80).
       FD  TST-SHIS-FILE.
       01  TST-SHIS-REC                    PIC X(80).

       FD  PRD-RPTS-FILE.
       01  PRD-RPTS-REC                    PIC X(80).
       FD  TST-RPTS-FILE.
       01  TST-RPTS-REC                    PIC X(80).

       FD  CTRL-FILE.
       01  CTRL-REC.
           05  CTRL-FECHA                  PIC X(08).

       FD  REPORT-FILE.
       01  REPORT-REC                      PIC X(80).

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       WORKING-STORAGE SECTION.
      *    NOCHE A COMPARAR: LA DE PARACTL; EN BLANCO, LA FECHA DE
      *    PROCESO DE FECHAPRO.
       01  WS-FECHA-CORRIDA                PIC X(08).

       01  WS-PRD-CIDX-FS                  PIC X(02)   VALUE SPACES.
       01  WS-TST-CIDX-FS                  PIC X(02)   VALUE SPACES.

       COPY CBRPTHDR.
       COPY CBPAGINA.

      *    ARCHIVO EN COMPARACION (1 A 7, EN EL ORDEN DE
      *    WS-NOMBRES-ARCHIVO) Y LADO QUE SE ESTA LEYENDO.
       01  WS-ARCHIVO                      PIC 9(01)   VALUE ZERO.
       01  WS-ARCHIVO-MAX                  PIC 9(01)   VALUE 7.
       01  WS-LADO                         PIC X(01)   VALUE "P".
           88  WS-LADO-PROD                            VALUE "P".
           88  WS-LADO-PRUEBA                          VALUE "T".

       01  WS-NOMBRES-ARCHIVO.
           05  FILLER                      PIC X(08)   VALUE "SUMAXREF".
           05  FILLER                      PIC X(08)   VALUE "CONDIDX".
           05  FILLER                      PIC X(08)   VALUE "RECHSUMA".
           05  FILLER                      PIC X(08)   VALUE "MAYORINT".
           05  FILLER                      PIC X(08)   VALUE "TOTHIST".
           05  FILLER                      PIC X(08)   VALUE "SUMAHIST".
           05  FILLER                      PIC X(08)   VALUE "REPORTES".
       01  WS-NOMBRES-TABLA REDEFINES WS-NOMBRES-ARCHIVO.
           05  WS-NOMBRE-ARCHIVO OCCURS 7 TIMES
                                            PIC X(08).

      *    CAMPOS COMPARADOS DE CADA ARCHIVO: ARCHIVO, TIPO DE
      *    REGISTRO ("*" CUALQUIERA; EN MAYORINT H/D/J/M/T), NOMBRE,
      *    POSICION Y LARGO DENTRO DE LA IMAGEN, Y "S" EN EL IMPORTE
      *    QUE SE SUMA POR ARCHIVO. LA IMAGEN ES EL REGISTRO TAL
      *    CUAL; EN REPORTES, EL NOMBRE DEL LISTADO (20) SEGUIDO DEL
      *    PIE.
       01  WS-CAMPOS-VALORES.
           05  FILLER  PIC X(20)   VALUE "1*NUM1        01106N".
           05  FILLER  PIC X(20)   VALUE "1*NUM2        01706N".
           05  FILLER  PIC X(20)   VALUE "1*RESULTADO   02307S".
           05  FILLER  PIC X(20)   VALUE "1*RESULTADO2  03007N".
           05  FILLER  PIC X(20)   VALUE "1*RESULTADO3  03707N".
           05  FILLER  PIC X(20)   VALUE "1*RESULTADO4  04407N".
           05  FILLER  PIC X(20)   VALUE "1*CLASIFICAC  05110N".
           05  FILLER  PIC X(20)   VALUE "1*SUCURSAL    06103N".
           05  FILLER  PIC X(20)   VALUE "1*MONEDA      06403N".
           05  FILLER  PIC X(20)   VALUE "2*NUM1        01906N".
           05  FILLER  PIC X(20)   VALUE "2*NUM2        02506N".
           05  FILLER  PIC X(20)   VALUE "2*RESULTADO   03107S".
           05  FILLER  PIC X(20)   VALUE "2*CLASIFICAC  03810N".
           05  FILLER  PIC X(20)   VALUE "3*NUM1        01106N".
           05  FILLER  PIC X(20)   VALUE "3*NUM2        01706N".
           05  FILLER  PIC X(20)   VALUE "3*SUCURSAL    06103N".
           05  FILLER  PIC X(20)   VALUE "3*MONEDA      06403N".
           05  FILLER  PIC X(20)   VALUE "3*RAZON       06702N".
           05  FILLER  PIC X(20)   VALUE "3*FECHA-RECH  06908N".
           05  FILLER  PIC X(20)   VALUE "3*RECICLADO   07702N".
           05  FILLER  PIC X(20)   VALUE "4HFECHA       00208N".
           05  FILLER  PIC X(20)   VALUE "4DRESULTADO   02007S".
           05  FILLER  PIC X(20)   VALUE "4DRESULTADO2  02707N".
           05  FILLER  PIC X(20)   VALUE "4DRESULTADO3  03407N".
           05  FILLER  PIC X(20)   VALUE "4DRESULTADO4  04107N".
           05  FILLER  PIC X(20)   VALUE "4DMONEDA      04803N".
           05  FILLER  PIC X(20)   VALUE "4JIMPORTE     02411N".
           05  FILLER  PIC X(20)   VALUE "4JCANTIDAD    03507N".
           05  FILLER  PIC X(20)   VALUE "4MCANTIDAD    00507N".
           05  FILLER  PIC X(20)   VALUE "4MRESULTADO   01211N".
           05  FILLER  PIC X(20)   VALUE "4MRESULTADO2  02311N".
           05  FILLER  PIC X(20)   VALUE "4MRESULTADO3  03411N".
           05  FILLER  PIC X(20)   VALUE "4MRESULTADO4  04511N".
           05  FILLER  PIC X(20)   VALUE "4TCANTIDAD    00207N".
           05  FILLER  PIC X(20)   VALUE "4THASH        00912N".
           05  FILLER  PIC X(20)   VALUE "4TRESULTADO   02111N".
           05  FILLER  PIC X(20)   VALUE "4TRESULTADO2  03211N".
           05  FILLER  PIC X(20)   VALUE "4TRESULTADO3  04311N".
           05  FILLER  PIC X(20)   VALUE "4TRESULTADO4  05411N".
           05  FILLER  PIC X(20)   VALUE "5*CONT-BAJO   00907N".
           05  FILLER  PIC X(20)   VALUE "5*CONT-MEDIO  01607N".
           05  FILLER  PIC X(20)   VALUE "5*CONT-ALTO   02307N".
           05  FILLER  PIC X(20)   VALUE "5*REGISTROS   03007N".
           05  FILLER  PIC X(20)   VALUE "5*TOTAL       03711S".
           05  FILLER  PIC X(20)   VALUE "6*PROCESADOS  00907N".
           05  FILLER  PIC X(20)   VALUE "6*RECHAZADOS  01607N".
           05  FILLER  PIC X(20)   VALUE "6*SUBTOTAL2   02311S".
           05  FILLER  PIC X(20)   VALUE "6*SUBTOTAL3   03411N".
           05  FILLER  PIC X(20)   VALUE "6*SUBTOTAL4   04511N".
           05  FILLER  PIC X(20)   VALUE "7*FECHA       03608N".
           05  FILLER  PIC X(20)   VALUE "7*REGISTROS   05607N".
           05  FILLER  PIC X(20)   VALUE "7*ERRORES     07307N".
           05  FILLER  PIC X(20)   VALUE "7*REANUDACION 08012N".
           05  FILLER  PIC X(20)   VALUE "7*REANUDA-DES 09207N".
       01  WS-CAMPOS-TABLA REDEFINES WS-CAMPOS-VALORES.
           05  WS-CAM-ENTRADA OCCURS 54 TIMES.
               10  WS-CAM-ARCHIVO          PIC 9(01).
               10  WS-CAM-TIPO             PIC X(01).
               10  WS-CAM-NOMBRE           PIC X(12).
               10  WS-CAM-DESDE            PIC 9(03).
               10  WS-CAM-LARGO            PIC 9(02).
               10  WS-CAM-IMPORTE          PIC X(01).
       01  WS-CAM-CANT                     PIC S9(4)   COMP VALUE 54.
       01  WS-CAM-SUB                      PIC S9(4)   COMP.
       01  WS-DESDE                        PIC S9(4)   COMP.
       01  WS-LARGO                        PIC S9(4)   COMP.

      *    REGISTROS DE PRODUCCION DEL ARCHIVO EN COMPARACION CON SU
      *    MARCA DE COTEJADO; LOS QUE QUEDAN SIN COTEJAR FALTAN EN
      *    PRUEBA.
       01  WS-TABLA-PROD.
           05  WS-TAB-MAX                  PIC S9(4)   COMP
                                           VALUE 5000.
           05  WS-TAB-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-TAB-ENTRADA OCCURS 5000 TIMES.
               10  WS-TAB-CLAVE            PIC X(24).
               10  WS-TAB-IMAGEN           PIC X(100).
               10  WS-TAB-COTEJADO         PIC X(01).
       01  WS-TAB-SUB                      PIC S9(4)   COMP.
       01  WS-TAB-HALLADO                  PIC S9(4)   COMP.

      *    RESULTADO DE LA COMPARACION DE CADA ARCHIVO.
       01  WS-TABLA-RESULTADO.
           05  WS-RES-ENTRADA OCCURS 7 TIMES.
               10  WS-RES-CANT-PRD         PIC 9(07).
               10  WS-RES-CANT-TST         PIC 9(07).
               10  WS-RES-IMP-PRD          PIC 9(11)V99.
               10  WS-RES-IMP-TST          PIC 9(11)V99.
               10  WS-RES-AGREGADOS        PIC 9(07).
               10  WS-RES-FALTANTES        PIC 9(07).
               10  WS-RES-CAMBIADOS        PIC 9(07).
               10  WS-RES-ESTADO           PIC X(01).
                   88  WS-RES-COMPLETO                 VALUE "C".
                   88  WS-RES-INCOMPLETO               VALUE "I".
               10  WS-RES-MOTIVO           PIC X(40).

      *    REGISTRO LEIDO DEL LADO EN CURSO: LINEA CRUDA, IMAGEN QUE
      *    SE COMPARA Y SU CLAVE DE APAREO.
       01  WS-CRUDO                        PIC X(100).
       01  WS-IMAGEN-LEIDA                 PIC X(100).
       01  WS-CLAVE-LEIDA                  PIC X(24).

      *    TOTHIST Y SUMAHIST ACUMULAN UN REGISTRO POR CORRIDA: VALE
      *    EL ULTIMO DE LA FECHA, IGUAL QUE PARA SUS LECTORES.
       01  WS-HIS-ULTIMO                   PIC X(100).
       01  WS-HIS-SW                       PIC X(01)   VALUE "N".
           88  WS-HIS-HALLADO                          VALUE "S".
           88  WS-HIS-NO-HALLADO                        VALUE "N".
       01  WS-HIS-ENTREGA-SW               PIC X(01)   VALUE "N".
           88  WS-HIS-ENTREGADO                        VALUE "S".
           88  WS-HIS-NO-ENTREGADO                      VALUE "N".

      *    NOMBRE DEL ULTIMO ENCABEZADO ESTANDAR LEIDO EN LA
      *    CONCATENACION DE LISTADOS.
       01  WS-RPT-NOMBRE                   PIC X(20)   VALUE SPACES.
       01  WS-COLA-SW                      PIC X(01)   VALUE "N".
           88  WS-COLA-HALLADA                         VALUE "S".
           88  WS-COLA-NO-HALLADA                       VALUE "N".

       01  WS-IMPORTE-ENTERO               PIC 9(11).
       01  WS-IMPORTE                      PIC 9(09)V99.

       01  WS-SWITCHES.
           05  WS-CRUDO-EOF-SW             PIC X(01)   VALUE "N".
               88  WS-CRUDO-EOF-YES                    VALUE "Y".
               88  WS-CRUDO-EOF-NO                      VALUE "N".
           05  WS-LEC-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-LEC-EOF-YES                      VALUE "Y".
               88  WS-LEC-EOF-NO                        VALUE "N".

       01  WS-CONTADORES.
           05  WS-CONT-DIFERENCIAS         PIC 9(07)   VALUE ZERO.
           05  WS-CONT-INCOMPLETOS         PIC 9(03)   VALUE ZERO.

       01  WS-LINEA-IMPRESION              PIC X(80).

       01  WS-PARAM-LINE.
           05  FILLER                      PIC X(16)
               VALUE "NOCHE COMPARADA=".
           05  WS-PAR-FECHA                PIC X(08).
           05  FILLER                      PIC X(36)
               VALUE "  PRODUCCION CONTRA PRUEBA".

       01  WS-TITULOS-LINE.
           05  FILLER                      PIC X(09)   VALUE "ARCHIVO".
           05  FILLER                      PIC X(09)   VALUE "DIFEREN.".
           05  FILLER                      PIC X(24)   VALUE "CLAVE".
           05  FILLER                      PIC X(13)   VALUE "CAMPO".
           05  FILLER                      PIC X(13)
               VALUE "PRODUCCION".
           05  FILLER                      PIC X(12)   VALUE "PRUEBA".

       01  WS-DIFERENCIA-LINE.
           05  WS-DIF-ARCHIVO              PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DIF-TIPO                 PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DIF-CLAVE                PIC X(23).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DIF-CAMPO                PIC X(12).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DIF-PROD                 PIC X(12).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-DIF-PRUEBA               PIC X(12).

       01  WS-CANTIDAD-LINE.
           05  WS-CNL-ARCHIVO              PIC X(08).
           05  FILLER                      PIC X(16)
               VALUE "  REGISTROS PRD=".
           05  WS-CNL-PROD                 PIC Z(6)9.
           05  FILLER                      PIC X(08)   VALUE " PRUEBA=".
           05  WS-CNL-PRUEBA               PIC Z(6)9.
           05  FILLER                      PIC X(05)   VALUE " DIF=".
           05  WS-CNL-DIF                  PIC -(7)9.

       01  WS-IMPORTE-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(12)
               VALUE "IMPORTE PRD=".
           05  WS-IML-PROD                 PIC Z(9)9.99.
           05  FILLER                      PIC X(08)   VALUE " PRUEBA=".
           05  WS-IML-PRUEBA               PIC Z(9)9.99.
           05  FILLER                      PIC X(05)   VALUE " DIF=".
           05  WS-IML-DIF                  PIC -(10)9.99.

       01  WS-APAREO-LINE.
           05  FILLER                      PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(10)
               VALUE "AGREGADOS=".
           05  WS-APL-AGREGADOS            PIC Z(6)9.
           05  FILLER                      PIC X(11)
               VALUE " FALTANTES=".
           05  WS-APL-FALTANTES            PIC Z(6)9.
           05  FILLER                      PIC X(11)
               VALUE " CAMBIADOS=".
           05  WS-APL-CAMBIADOS            PIC Z(6)9.

       01  WS-INCOMPLETO-LINE.
           05  WS-INL-ARCHIVO              PIC X(08).
           05  FILLER                      PIC X(26)
               VALUE "  COMPARACION INCOMPLETA: ".
           05  WS-INL-MOTIVO               PIC X(40).

       01  WS-VEREDICTO-LINE.
           05  FILLER                      PIC X(11)
               VALUE "VEREDICTO: ".
           05  WS-VER-RESULTADO            PIC X(04).
           05  FILLER                      PIC X(03)   VALUE " - ".
           05  WS-VER-TEXTO                PIC X(40).

       01  WS-VER-DIFERENCIAS.
           05  WS-VED-CANT                 PIC Z(6)9.
           05  FILLER                      PIC X(33)
               VALUE " DIFERENCIAS ENTRE LOS AMBIENTES".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-COMPARAR-ARCHIVO
               THRU 2000-EXIT
               VARYING WS-ARCHIVO FROM 1 BY 1
               UNTIL WS-ARCHIVO > WS-ARCHIVO-MAX.
           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           PERFORM 7000-RESUMIR-ARCHIVO
               THRU 7000-EXIT
               VARYING WS-ARCHIVO FROM 1 BY 1
               UNTIL WS-ARCHIVO > WS-ARCHIVO-MAX.
           PERFORM 7100-VEREDICTO
               THRU 7100-EXIT.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           EVALUATE TRUE
               WHEN WS-CONT-INCOMPLETOS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONT-DIFERENCIAS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
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
      *  1000-INITIALIZE - FIJA LA NOCHE A COMPARAR (PARACTL O,   *
      *  EN BLANCO, FECHAPRO), DEJA TODOS LOS ARCHIVOS COMO       *
      *  COMPLETOS Y EN CERO Y ABRE EL LISTADO.                   *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.
           OPEN INPUT CTRL-FILE.
           READ CTRL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CTRL-FECHA NOT = SPACES
                       MOVE CTRL-FECHA TO WS-FECHA-CORRIDA
                   END-IF
           END-READ.
           CLOSE CTRL-FILE.

           PERFORM 1100-LIMPIAR-RESULTADO
               THRU 1100-EXIT
               VARYING WS-ARCHIVO FROM 1 BY 1
               UNTIL WS-ARCHIVO > WS-ARCHIVO-MAX.

           OPEN OUTPUT REPORT-FILE.
           MOVE "CORRIDA PARALELA" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           MOVE WS-FECHA-CORRIDA TO WS-PAR-FECHA.
           MOVE WS-PARAM-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
       1000-EXIT.
           EXIT.

       1100-LIMPIAR-RESULTADO.
           MOVE ZERO TO WS-RES-CANT-PRD (WS-ARCHIVO)
                        WS-RES-CANT-TST (WS-ARCHIVO)
                        WS-RES-IMP-PRD (WS-ARCHIVO)
                        WS-RES-IMP-TST (WS-ARCHIVO)
                        WS-RES-AGREGADOS (WS-ARCHIVO)
                        WS-RES-FALTANTES (WS-ARCHIVO)
                        WS-RES-CAMBIADOS (WS-ARCHIVO).
           SET WS-RES-COMPLETO (WS-ARCHIVO) TO TRUE.
           MOVE SPACES TO WS-RES-MOTIVO (WS-ARCHIVO).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-COMPARAR-ARCHIVO - CARGA EN LA TABLA LOS REGISTROS  *
      *  DE PRODUCCION DEL ARCHIVO, APAREA CONTRA ELLOS LOS DE    *
      *  PRUEBA UNO POR UNO Y LISTA COMO FALTANTES LOS QUE        *
      *  QUEDARON SIN COTEJAR. UN LADO QUE NO SE PUEDE LEER ENTERO*
      *  DEJA EL ARCHIVO COMO COMPARACION INCOMPLETA.             *
      *-----------------------------------------------------------*
       2000-COMPARAR-ARCHIVO.
           MOVE ZERO TO WS-TAB-CANT.
           SET WS-LADO-PROD TO TRUE.
           PERFORM 2700-ABRIR-ARCHIVO
               THRU 2700-EXIT.
           IF WS-RES-INCOMPLETO (WS-ARCHIVO)
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2800-SIGUIENTE-REGISTRO
               THRU 2800-EXIT.
           PERFORM 2100-CARGAR-PRODUCCION
               THRU 2100-EXIT
               UNTIL WS-LEC-EOF-YES.
           PERFORM 2750-CERRAR-ARCHIVO
               THRU 2750-EXIT.
           IF WS-RES-INCOMPLETO (WS-ARCHIVO)
               GO TO 2000-EXIT
           END-IF.

           SET WS-LADO-PRUEBA TO TRUE.
           PERFORM 2700-ABRIR-ARCHIVO
               THRU 2700-EXIT.
           IF WS-RES-INCOMPLETO (WS-ARCHIVO)
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2800-SIGUIENTE-REGISTRO
               THRU 2800-EXIT.
           PERFORM 2200-COTEJAR-PRUEBA
               THRU 2200-EXIT
               UNTIL WS-LEC-EOF-YES.
           PERFORM 2750-CERRAR-ARCHIVO
               THRU 2750-EXIT.

           PERFORM 2400-INFORMAR-FALTANTE
               THRU 2400-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-TAB-CANT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-CARGAR-PRODUCCION - GUARDA EL REGISTRO DE           *
      *  PRODUCCION EN LA TABLA Y LO SUMA A LA CANTIDAD Y AL      *
      *  IMPORTE DEL ARCHIVO. CON LA TABLA LLENA EL ARCHIVO NO SE *
      *  PUEDE APAREAR ENTERO Y QUEDA INCOMPLETO.                 *
      *-----------------------------------------------------------*
       2100-CARGAR-PRODUCCION.
           IF WS-TAB-CANT = WS-TAB-MAX
               DISPLAY "ERROR: " WS-NOMBRE-ARCHIVO (WS-ARCHIVO)
                       " DE PRODUCCION SUPERA " WS-TAB-MAX
                       " REGISTROS"
               SET WS-RES-INCOMPLETO (WS-ARCHIVO) TO TRUE
               MOVE "TABLA DE PRODUCCION LLENA"
                 TO WS-RES-MOTIVO (WS-ARCHIVO)
               SET WS-LEC-EOF-YES TO TRUE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-TAB-CANT.
           MOVE WS-CLAVE-LEIDA TO WS-TAB-CLAVE (WS-TAB-CANT).
           MOVE WS-IMAGEN-LEIDA TO WS-TAB-IMAGEN (WS-TAB-CANT).
           MOVE "N" TO WS-TAB-COTEJADO (WS-TAB-CANT).
           ADD 1 TO WS-RES-CANT-PRD (WS-ARCHIVO).
           PERFORM 2350-SUMAR-IMPORTE
               THRU 2350-EXIT
               VARYING WS-CAM-SUB FROM 1 BY 1
               UNTIL WS-CAM-SUB > WS-CAM-CANT.
           PERFORM 2800-SIGUIENTE-REGISTRO
               THRU 2800-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-COTEJAR-PRUEBA - BUSCA EL REGISTRO DE PRUEBA EN LA  *
      *  TABLA POR SU CLAVE (EL PRIMERO SIN COTEJAR, POR SI LA    *
      *  CLAVE SE REPITE). SIN PAR ES AGREGADO; CON PAR DE OTRA   *
      *  IMAGEN ES CAMBIADO Y SE LISTA CADA CAMPO QUE DIFIERE.    *
      *-----------------------------------------------------------*
       2200-COTEJAR-PRUEBA.
           ADD 1 TO WS-RES-CANT-TST (WS-ARCHIVO).
           PERFORM 2350-SUMAR-IMPORTE
               THRU 2350-EXIT
               VARYING WS-CAM-SUB FROM 1 BY 1
               UNTIL WS-CAM-SUB > WS-CAM-CANT.

           MOVE ZERO TO WS-TAB-HALLADO.
           PERFORM 2250-BUSCAR-CLAVE
               THRU 2250-EXIT
               VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-TAB-CANT
                  OR WS-TAB-HALLADO > 0.
           IF WS-TAB-HALLADO = 0
               ADD 1 TO WS-RES-AGREGADOS (WS-ARCHIVO)
               MOVE "AGREGADO" TO WS-DIF-TIPO
               MOVE WS-CLAVE-LEIDA TO WS-DIF-CLAVE
               PERFORM 2500-LISTAR-REGISTRO
                   THRU 2500-EXIT
           ELSE
               MOVE "S" TO WS-TAB-COTEJADO (WS-TAB-HALLADO)
               IF WS-TAB-IMAGEN (WS-TAB-HALLADO) NOT = WS-IMAGEN-LEIDA
                   ADD 1 TO WS-RES-CAMBIADOS (WS-ARCHIVO)
                   PERFORM 2300-COMPARAR-CAMPO
                       THRU 2300-EXIT
                       VARYING WS-CAM-SUB FROM 1 BY 1
                       UNTIL WS-CAM-SUB > WS-CAM-CANT
               END-IF
           END-IF.
           PERFORM 2800-SIGUIENTE-REGISTRO
               THRU 2800-EXIT.
       2200-EXIT.
           EXIT.

       2250-BUSCAR-CLAVE.
           IF WS-TAB-CLAVE (WS-TAB-SUB) = WS-CLAVE-LEIDA
              AND WS-TAB-COTEJADO (WS-TAB-SUB) = "N"
               MOVE WS-TAB-SUB TO WS-TAB-HALLADO
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-COMPARAR-CAMPO - SI EL CAMPO ES DE ESTE ARCHIVO Y   *
      *  TIPO DE REGISTRO Y SU VALOR DIFIERE ENTRE PRODUCCION Y   *
      *  PRUEBA, LISTA LA CLAVE, EL CAMPO Y LOS DOS VALORES.      *
      *-----------------------------------------------------------*
       2300-COMPARAR-CAMPO.
           IF WS-CAM-ARCHIVO (WS-CAM-SUB) NOT = WS-ARCHIVO
               GO TO 2300-EXIT
           END-IF.
           IF WS-CAM-TIPO (WS-CAM-SUB) NOT = "*"
              AND WS-CAM-TIPO (WS-CAM-SUB) NOT = WS-IMAGEN-LEIDA (1:1)
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-CAM-DESDE (WS-CAM-SUB) TO WS-DESDE.
           MOVE WS-CAM-LARGO (WS-CAM-SUB) TO WS-LARGO.
           IF WS-TAB-IMAGEN (WS-TAB-HALLADO) (WS-DESDE:WS-LARGO)
              = WS-IMAGEN-LEIDA (WS-DESDE:WS-LARGO)
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-NOMBRE-ARCHIVO (WS-ARCHIVO) TO WS-DIF-ARCHIVO.
           MOVE "CAMBIADO" TO WS-DIF-TIPO.
           MOVE WS-CLAVE-LEIDA TO WS-DIF-CLAVE.
           MOVE WS-CAM-NOMBRE (WS-CAM-SUB) TO WS-DIF-CAMPO.
           MOVE WS-TAB-IMAGEN (WS-TAB-HALLADO) (WS-DESDE:WS-LARGO)
             TO WS-DIF-PROD.
           MOVE WS-IMAGEN-LEIDA (WS-DESDE:WS-LARGO) TO WS-DIF-PRUEBA.
           MOVE WS-DIFERENCIA-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2350-SUMAR-IMPORTE - SUMA AL LADO EN CURSO EL CAMPO DE   *
      *  IMPORTE DEL ARCHIVO (DOS DECIMALES) CUANDO CORRESPONDE   *
      *  AL TIPO DE REGISTRO LEIDO.                               *
      *-----------------------------------------------------------*
       2350-SUMAR-IMPORTE.
           IF WS-CAM-ARCHIVO (WS-CAM-SUB) NOT = WS-ARCHIVO
              OR WS-CAM-IMPORTE (WS-CAM-SUB) NOT = "S"
               GO TO 2350-EXIT
           END-IF.
           IF WS-CAM-TIPO (WS-CAM-SUB) NOT = "*"
              AND WS-CAM-TIPO (WS-CAM-SUB) NOT = WS-IMAGEN-LEIDA (1:1)
               GO TO 2350-EXIT
           END-IF.
           MOVE WS-CAM-DESDE (WS-CAM-SUB) TO WS-DESDE.
           MOVE WS-CAM-LARGO (WS-CAM-SUB) TO WS-LARGO.
           IF WS-IMAGEN-LEIDA (WS-DESDE:WS-LARGO) NOT NUMERIC
               GO TO 2350-EXIT
           END-IF.
           MOVE WS-IMAGEN-LEIDA (WS-DESDE:WS-LARGO)
             TO WS-IMPORTE-ENTERO.
           COMPUTE WS-IMPORTE = WS-IMPORTE-ENTERO / 100.
           IF WS-LADO-PROD
               ADD WS-IMPORTE TO WS-RES-IMP-PRD (WS-ARCHIVO)
           ELSE
               ADD WS-IMPORTE TO WS-RES-IMP-TST (WS-ARCHIVO)
           END-IF.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2400-INFORMAR-FALTANTE - LISTA EL REGISTRO DE PRODUCCION *
      *  QUE NINGUN REGISTRO DE PRUEBA COTEJO.                    *
      *-----------------------------------------------------------*
       2400-INFORMAR-FALTANTE.
           IF WS-TAB-COTEJADO (WS-TAB-SUB) NOT = "N"
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WS-RES-FALTANTES (WS-ARCHIVO).
           MOVE "FALTANTE" TO WS-DIF-TIPO.
           MOVE WS-TAB-CLAVE (WS-TAB-SUB) TO WS-DIF-CLAVE.
           PERFORM 2500-LISTAR-REGISTRO
               THRU 2500-EXIT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2500-LISTAR-REGISTRO - LINEA DE UN REGISTRO AGREGADO O   *
      *  FALTANTE ENTERO, SIN CAMPO NI VALORES.                   *
      *-----------------------------------------------------------*
       2500-LISTAR-REGISTRO.
           MOVE WS-NOMBRE-ARCHIVO (WS-ARCHIVO) TO WS-DIF-ARCHIVO.
           MOVE SPACES TO WS-DIF-CAMPO
                          WS-DIF-PROD
                          WS-DIF-PRUEBA.
           MOVE WS-DIFERENCIA-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2700-ABRIR-ARCHIVO - ABRE EL ARCHIVO EN COMPARACION DEL  *
      *  LADO EN CURSO. CONDIDX SE POSICIONA EN LA NOCHE A        *
      *  COMPARAR; SIN EL INDICE LA COMPARACION QUEDA INCOMPLETA. *
      *-----------------------------------------------------------*
       2700-ABRIR-ARCHIVO.
           SET WS-CRUDO-EOF-NO TO TRUE.
           SET WS-LEC-EOF-NO TO TRUE.
           SET WS-HIS-NO-ENTREGADO TO TRUE.
           MOVE "SIN NOMBRE" TO WS-RPT-NOMBRE.
           EVALUATE TRUE
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 1
                   OPEN INPUT PRD-XREF-FILE
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 1
                   OPEN INPUT TST-XREF-FILE
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 2
                   PERFORM 2710-ABRIR-INDICE-PROD
                       THRU 2710-EXIT
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 2
                   PERFORM 2720-ABRIR-INDICE-PRUEBA
                       THRU 2720-EXIT
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 3
                   OPEN INPUT PRD-RECH-FILE
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 3
                   OPEN INPUT TST-RECH-FILE
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 4
                   OPEN INPUT PRD-MAYOR-FILE
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 4
                   OPEN INPUT TST-MAYOR-FILE
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 5
                   OPEN INPUT PRD-TOTH-FILE
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 5
                   OPEN INPUT TST-TOTH-FILE
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 6
                   OPEN INPUT PRD-SHIS-FILE
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 6
                   OPEN INPUT TST-SHIS-FILE
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 7
                   OPEN INPUT PRD-RPTS-FILE
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 7
                   OPEN INPUT TST-RPTS-FILE
           END-EVALUATE.
       2700-EXIT.
           EXIT.

       2710-ABRIR-INDICE-PROD.
           OPEN INPUT PRD-INDICE-FILE.
           IF WS-PRD-CIDX-FS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR PRDCIDX, ESTADO="
                       WS-PRD-CIDX-FS
               SET WS-RES-INCOMPLETO (WS-ARCHIVO) TO TRUE
               MOVE "CONDIDX DE PRODUCCION NO DISPONIBLE"
                 TO WS-RES-MOTIVO (WS-ARCHIVO)
               GO TO 2710-EXIT
           END-IF.
           MOVE WS-FECHA-CORRIDA TO RI-FECHA.
           MOVE LOW-VALUES TO RI-TRX-ID.
           START PRD-INDICE-FILE KEY NOT < RI-CLAVE
               INVALID KEY
                   SET WS-CRUDO-EOF-YES TO TRUE
           END-START.
       2710-EXIT.
           EXIT.

       2720-ABRIR-INDICE-PRUEBA.
           OPEN INPUT TST-INDICE-FILE.
           IF WS-TST-CIDX-FS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR TSTCIDX, ESTADO="
                       WS-TST-CIDX-FS
               SET WS-RES-INCOMPLETO (WS-ARCHIVO) TO TRUE
               MOVE "CONDIDX DE PRUEBA NO DISPONIBLE"
                 TO WS-RES-MOTIVO (WS-ARCHIVO)
               GO TO 2720-EXIT
           END-IF.
           MOVE WS-FECHA-CORRIDA TO TRI-FECHA.
           MOVE LOW-VALUES TO TRI-TRX-ID.
           START TST-INDICE-FILE KEY NOT < TRI-CLAVE
               INVALID KEY
                   SET WS-CRUDO-EOF-YES TO TRUE
           END-START.
       2720-EXIT.
           EXIT.

       2750-CERRAR-ARCHIVO.
           EVALUATE TRUE
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 1
                   CLOSE PRD-XREF-FILE
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 1
                   CLOSE TST-XREF-FILE
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 2
                   CLOSE PRD-INDICE-FILE
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 2
                   CLOSE TST-INDICE-FILE
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 3
                   CLOSE PRD-RECH-FILE
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 3
                   CLOSE TST-RECH-FILE
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 4
                   CLOSE PRD-MAYOR-FILE
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 4
                   CLOSE TST-MAYOR-FILE
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 5
                   CLOSE PRD-TOTH-FILE
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 5
                   CLOSE TST-TOTH-FILE
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 6
                   CLOSE PRD-SHIS-FILE
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 6
                   CLOSE TST-SHIS-FILE
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 7
                   CLOSE PRD-RPTS-FILE
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 7
                   CLOSE TST-RPTS-FILE
           END-EVALUATE.
       2750-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2800-SIGUIENTE-REGISTRO - DEJA EN WS-IMAGEN-LEIDA Y      *
      *  WS-CLAVE-LEIDA EL PROXIMO REGISTRO A APAREAR DEL LADO EN *
      *  CURSO: CONDIDX HASTA QUE CAMBIA LA FECHA, DE TOTHIST Y   *
      *  SUMAHIST SOLO EL ULTIMO REGISTRO DE LA FECHA, DE LOS     *
      *  LISTADOS CADA PIE CON SU NOMBRE, Y DEL RESTO CADA LINEA  *
      *  NO EN BLANCO.                                            *
      *-----------------------------------------------------------*
       2800-SIGUIENTE-REGISTRO.
           MOVE SPACES TO WS-IMAGEN-LEIDA.
           EVALUATE WS-ARCHIVO
               WHEN 5
               WHEN 6
                   IF WS-HIS-ENTREGADO
                       SET WS-LEC-EOF-YES TO TRUE
                       GO TO 2800-EXIT
                   END-IF
                   SET WS-HIS-ENTREGADO TO TRUE
                   SET WS-HIS-NO-HALLADO TO TRUE
                   PERFORM 2820-ULTIMO-DE-LA-FECHA
                       THRU 2820-EXIT
                       UNTIL WS-CRUDO-EOF-YES
                   IF WS-HIS-HALLADO
                       MOVE WS-HIS-ULTIMO TO WS-IMAGEN-LEIDA
                   ELSE
                       SET WS-LEC-EOF-YES TO TRUE
                   END-IF
               WHEN 7
                   SET WS-COLA-NO-HALLADA TO TRUE
                   PERFORM 2840-BUSCAR-COLA
                       THRU 2840-EXIT
                       UNTIL WS-CRUDO-EOF-YES
                          OR WS-COLA-HALLADA
                   IF WS-COLA-NO-HALLADA
                       SET WS-LEC-EOF-YES TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-CRUDO
                   PERFORM 2900-LEER-CRUDO
                       THRU 2900-EXIT
                       UNTIL WS-CRUDO-EOF-YES
                          OR WS-CRUDO NOT = SPACES
                   IF WS-CRUDO-EOF-YES
                       SET WS-LEC-EOF-YES TO TRUE
                   ELSE
                       IF WS-ARCHIVO = 2
                          AND WS-CRUDO (1:8) NOT = WS-FECHA-CORRIDA
                           SET WS-LEC-EOF-YES TO TRUE
                       ELSE
                           MOVE WS-CRUDO TO WS-IMAGEN-LEIDA
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-LEC-EOF-NO
               PERFORM 2860-ARMAR-CLAVE
                   THRU 2860-EXIT
           END-IF.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2820-ULTIMO-DE-LA-FECHA - RECORRE LA HISTORIA Y RETIENE  *
      *  EL ULTIMO REGISTRO DE LA NOCHE A COMPARAR.               *
      *-----------------------------------------------------------*
       2820-ULTIMO-DE-LA-FECHA.
           PERFORM 2900-LEER-CRUDO
               THRU 2900-EXIT.
           IF WS-CRUDO-EOF-NO
              AND WS-CRUDO (1:8) = WS-FECHA-CORRIDA
               MOVE WS-CRUDO TO WS-HIS-ULTIMO
               SET WS-HIS-HALLADO TO TRUE
           END-IF.
       2820-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2840-BUSCAR-COLA - AVANZA EN LA CONCATENACION DE         *
      *  LISTADOS RECORDANDO EL NOMBRE DEL ULTIMO ENCABEZADO,     *
      *  HASTA EL PROXIMO PIE, QUE SE ENTREGA CON ESE NOMBRE      *
      *  DELANTE.                                                 *
      *-----------------------------------------------------------*
       2840-BUSCAR-COLA.
           PERFORM 2900-LEER-CRUDO
               THRU 2900-EXIT.
           IF WS-CRUDO-EOF-YES
               GO TO 2840-EXIT
           END-IF.
           IF WS-CRUDO (1:9) = "REPORTE: "
               MOVE WS-CRUDO (10:20) TO WS-RPT-NOMBRE
               GO TO 2840-EXIT
           END-IF.
           IF WS-CRUDO (1:15) = "FIN DE REPORTE "
               MOVE WS-RPT-NOMBRE TO WS-IMAGEN-LEIDA (1:20)
               MOVE WS-CRUDO (1:80) TO WS-IMAGEN-LEIDA (21:80)
               MOVE "SIN NOMBRE" TO WS-RPT-NOMBRE
               SET WS-COLA-HALLADA TO TRUE
           END-IF.
       2840-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2860-ARMAR-CLAVE - CLAVE DE APAREO DE CADA ARCHIVO:      *
      *  TRX-ID EN EL CRUCE, EL INDICE Y LOS RECHAZOS; EN         *
      *  MAYORINT EL TIPO MAS TRX-ID Y FECHA EN EL DETALLE, MAS   *
      *  FECHA, SUCURSAL, CUENTA Y LADO EN EL ASIENTO, MAS LA     *
      *  MONEDA EN EL TOTAL POR MONEDA; LA FECHA EN LAS HISTORIAS *
      *  Y EL NOMBRE EN LOS LISTADOS.                             *
      *-----------------------------------------------------------*
       2860-ARMAR-CLAVE.
           MOVE SPACES TO WS-CLAVE-LEIDA.
           EVALUATE WS-ARCHIVO
               WHEN 1
               WHEN 3
                   MOVE WS-IMAGEN-LEIDA (1:10) TO WS-CLAVE-LEIDA
               WHEN 2
                   MOVE WS-IMAGEN-LEIDA (9:10) TO WS-CLAVE-LEIDA
               WHEN 4
                   EVALUATE WS-IMAGEN-LEIDA (1:1)
                       WHEN "D"
                           MOVE WS-IMAGEN-LEIDA (1:19)
                             TO WS-CLAVE-LEIDA
                       WHEN "J"
                           MOVE WS-IMAGEN-LEIDA (1:23)
                             TO WS-CLAVE-LEIDA
                       WHEN "M"
                           MOVE WS-IMAGEN-LEIDA (1:4)
                             TO WS-CLAVE-LEIDA
                       WHEN "H"
                       WHEN "T"
                           MOVE WS-IMAGEN-LEIDA (1:1)
                             TO WS-CLAVE-LEIDA
                       WHEN OTHER
                           MOVE WS-IMAGEN-LEIDA (1:24)
                             TO WS-CLAVE-LEIDA
                   END-EVALUATE
               WHEN 5
               WHEN 6
                   MOVE WS-IMAGEN-LEIDA (1:8) TO WS-CLAVE-LEIDA
               WHEN 7
                   MOVE WS-IMAGEN-LEIDA (1:20) TO WS-CLAVE-LEIDA
           END-EVALUATE.
       2860-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-LEER-CRUDO - LECTURA DE UNA LINEA DEL ARCHIVO EN    *
      *  COMPARACION DEL LADO EN CURSO, CON MARCA DE FIN.         *
      *-----------------------------------------------------------*
       2900-LEER-CRUDO.
           IF WS-CRUDO-EOF-YES
               GO TO 2900-EXIT
           END-IF.
           MOVE SPACES TO WS-CRUDO.
           EVALUATE TRUE
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 1
                   READ PRD-XREF-FILE INTO WS-CRUDO
                       AT END
                           SET WS-CRUDO-EOF-YES TO TRUE
                   END-READ
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 1
                   READ TST-XREF-FILE INTO WS-CRUDO
                       AT END
                           SET WS-CRUDO-EOF-YES TO TRUE
                   END-READ
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 2
                   READ PRD-INDICE-FILE NEXT INTO WS-CRUDO
                       AT END
                           SET WS-CRUDO-EOF-YES TO TRUE
                   END-READ
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 2
                   READ TST-INDICE-FILE NEXT INTO WS-CRUDO
                       AT END
                           SET WS-CRUDO-EOF-YES TO TRUE
                   END-READ
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 3
                   READ PRD-RECH-FILE INTO WS-CRUDO
                       AT END
                           SET WS-CRUDO-EOF-YES TO TRUE
                   END-READ
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 3
                   READ TST-RECH-FILE INTO WS-CRUDO
                       AT END
                           SET WS-CRUDO-EOF-YES TO TRUE
                   END-READ
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 4
                   READ PRD-MAYOR-FILE INTO WS-CRUDO
                       AT END
                           SET WS-CRUDO-EOF-YES TO TRUE
                   END-READ
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 4
                   READ TST-MAYOR-FILE INTO WS-CRUDO
                       AT END
                           SET WS-CRUDO-EOF-YES TO TRUE
                   END-READ
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 5
                   READ PRD-TOTH-FILE INTO WS-CRUDO
                       AT END
                           SET WS-CRUDO-EOF-YES TO TRUE
                   END-READ
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 5
                   READ TST-TOTH-FILE INTO WS-CRUDO
                       AT END
                           SET WS-CRUDO-EOF-YES TO TRUE
                   END-READ
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 6
                   READ PRD-SHIS-FILE INTO WS-CRUDO
                       AT END
                           SET WS-CRUDO-EOF-YES TO TRUE
                   END-READ
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 6
                   READ TST-SHIS-FILE INTO WS-CRUDO
                       AT END
                           SET WS-CRUDO-EOF-YES TO TRUE
                   END-READ
               WHEN WS-LADO-PROD AND WS-ARCHIVO = 7
                   READ PRD-RPTS-FILE INTO WS-CRUDO
                       AT END
                           SET WS-CRUDO-EOF-YES TO TRUE
                   END-READ
               WHEN WS-LADO-PRUEBA AND WS-ARCHIVO = 7
                   READ TST-RPTS-FILE INTO WS-CRUDO
                       AT END
                           SET WS-CRUDO-EOF-YES TO TRUE
                   END-READ
           END-EVALUATE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-RESUMIR-ARCHIVO - CANTIDAD E IMPORTE DE CADA LADO   *
      *  CON SU DIFERENCIA (PRUEBA MENOS PRODUCCION) Y LOS        *
      *  AGREGADOS, FALTANTES Y CAMBIADOS DEL ARCHIVO, O EL       *
      *  MOTIVO POR EL QUE NO SE PUDO COMPARAR ENTERO.            *
      *-----------------------------------------------------------*
       7000-RESUMIR-ARCHIVO.
           IF WS-RES-INCOMPLETO (WS-ARCHIVO)
               ADD 1 TO WS-CONT-INCOMPLETOS
               MOVE WS-NOMBRE-ARCHIVO (WS-ARCHIVO) TO WS-INL-ARCHIVO
               MOVE WS-RES-MOTIVO (WS-ARCHIVO) TO WS-INL-MOTIVO
               MOVE WS-INCOMPLETO-LINE TO WS-LINEA-IMPRESION
               PERFORM 7700-ESCRIBIR-REPORTE
                   THRU 7700-EXIT
               DISPLAY WS-INCOMPLETO-LINE
               GO TO 7000-EXIT
           END-IF.
           ADD WS-RES-AGREGADOS (WS-ARCHIVO)
               WS-RES-FALTANTES (WS-ARCHIVO)
               WS-RES-CAMBIADOS (WS-ARCHIVO)
               TO WS-CONT-DIFERENCIAS.

           MOVE WS-NOMBRE-ARCHIVO (WS-ARCHIVO) TO WS-CNL-ARCHIVO.
           MOVE WS-RES-CANT-PRD (WS-ARCHIVO) TO WS-CNL-PROD.
           MOVE WS-RES-CANT-TST (WS-ARCHIVO) TO WS-CNL-PRUEBA.
           COMPUTE WS-CNL-DIF = WS-RES-CANT-TST (WS-ARCHIVO)
                              - WS-RES-CANT-PRD (WS-ARCHIVO).
           MOVE WS-CANTIDAD-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.

           MOVE WS-RES-IMP-PRD (WS-ARCHIVO) TO WS-IML-PROD.
           MOVE WS-RES-IMP-TST (WS-ARCHIVO) TO WS-IML-PRUEBA.
           COMPUTE WS-IML-DIF = WS-RES-IMP-TST (WS-ARCHIVO)
                              - WS-RES-IMP-PRD (WS-ARCHIVO).
           MOVE WS-IMPORTE-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.

           MOVE WS-RES-AGREGADOS (WS-ARCHIVO) TO WS-APL-AGREGADOS.
           MOVE WS-RES-FALTANTES (WS-ARCHIVO) TO WS-APL-FALTANTES.
           MOVE WS-RES-CAMBIADOS (WS-ARCHIVO) TO WS-APL-CAMBIADOS.
           MOVE WS-APAREO-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7100-VEREDICTO - PASS SOLO SI TODOS LOS ARCHIVOS SE      *
      *  COMPARARON ENTEROS Y SIN UNA SOLA DIFERENCIA.            *
      *-----------------------------------------------------------*
       7100-VEREDICTO.
           EVALUATE TRUE
               WHEN WS-CONT-INCOMPLETOS > 0
                   MOVE "FAIL" TO WS-VER-RESULTADO
                   MOVE "COMPARACION INCOMPLETA" TO WS-VER-TEXTO
               WHEN WS-CONT-DIFERENCIAS > 0
                   MOVE "FAIL" TO WS-VER-RESULTADO
                   MOVE WS-CONT-DIFERENCIAS TO WS-VED-CANT
                   MOVE WS-VER-DIFERENCIAS TO WS-VER-TEXTO
               WHEN OTHER
                   MOVE "PASS" TO WS-VER-RESULTADO
                   MOVE "SIN DIFERENCIAS ENTRE LOS AMBIENTES"
                     TO WS-VER-TEXTO
           END-EVALUATE.
           MOVE SPACES TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           MOVE WS-VEREDICTO-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           DISPLAY WS-VEREDICTO-LINE.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7700-ESCRIBIR-REPORTE - ESCRIBE LA LINEA PREPARADA EN    *
      *  WS-LINEA-IMPRESION CORTANDO PAGINA CADA 60 LINEAS, CON   *
      *  ENCABEZADO, NUMERO DE PAGINA Y TITULOS DE COLUMNA        *
      *  REPETIDOS EN CADA CORTE.                                 *
      *-----------------------------------------------------------*
       7700-ESCRIBIR-REPORTE.
           IF PAG-LINEA-ACTUAL >= PAG-LINEAS-POR-PAGINA
               PERFORM 7750-SALTAR-PAGINA
                   THRU 7750-EXIT
           END-IF.
           WRITE REPORT-REC FROM WS-LINEA-IMPRESION.
           ADD 1 TO PAG-LINEA-ACTUAL.
       7700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7750-SALTAR-PAGINA - CIERRA LA PAGINA EN CURSO CON LA    *
      *  MARCA CONTINUA Y ABRE LA SIGUIENTE CON EL ENCABEZADO     *
      *  ESTANDAR, EL NUMERO DE PAGINA Y LOS TITULOS DE COLUMNA.  *
      *-----------------------------------------------------------*
       7750-SALTAR-PAGINA.
           IF PAG-NUMERO > 0
               WRITE REPORT-REC FROM PAG-CONTINUA-LINE
           END-IF.
           ADD 1 TO PAG-NUMERO.
           MOVE PAG-NUMERO TO PAG-NUM-ED.
           WRITE REPORT-REC FROM RPT-HEADER-LINE.
           WRITE REPORT-REC FROM PAG-NUMERO-LINE.
           WRITE REPORT-REC FROM WS-TITULOS-LINE.
           MOVE 3 TO PAG-LINEA-ACTUAL.
       7750-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - ESCRIBE LA MARCA DE ULTIMA PAGINA Y EL  *
      *  PIE (REGISTROS = DIFERENCIAS, ERRORES = ARCHIVOS NO      *
      *  COMPARADOS ENTEROS) Y CIERRA EL LISTADO.                 *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           MOVE PAG-FINAL-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-CONT-DIFERENCIAS TO RPT-TRL-REGISTROS.
           MOVE WS-CONT-INCOMPLETOS TO RPT-TRL-ERRORES.
           MOVE RPT-TRAILER-LINE TO WS-LINEA-IMPRESION.
           PERFORM 7700-ESCRIBIR-REPORTE
               THRU 7700-EXIT.
           CLOSE REPORT-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM PARALELO.
