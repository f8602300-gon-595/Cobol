      *                  recorrida de otro dia lleven la fecha de
      *                  negocio de sus datos; sin registro se usa la
      *                  del sistema con aviso.
      *  2026-09-18 RMM  La depuracion de RUTINA03 pasa a ser paso de
      *                  fin de periodo: consulta el plan de la noche
      *                  (CICLOPLA, copybook CBPERPLA) y, si el plan no
      *                  la programa (semanal por omision), la omite
      *                  con el mensaje RUT0206 y su motivo; la traza,
      *                  el checkpoint y el encadenamiento siguen
      *                  igual. Sin plan de la fecha de proceso, o con
      *                  la fase pedida sola (modo 3), se depura como
      *                  siempre.
      *  2026-09-19 RMM  La imagen de SUMAAUD en AUDARCH (y el archivo
      *                  de trabajo de la depuracion) pasa de 80 a 100
      *                  posiciones: el registro CBAUDIT crecio a 95
      *                  con la moneda, la tasa y los importes en
      *                  moneda base, que quedaban cortados en el
      *                  historico. La muestra de auditoria (AUDMUEST)
      *                  lee el calculo desde AUDARCH. El dataset se
      *                  reasigna con el LRECL nuevo; las generaciones
      *                  viejas se leen igual, rellenas con blancos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTINAS.
           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PLAN-FILE ASSIGN TO "CICLOPLA"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTRL-FILE.
       01  DET-IN-REC                      PIC X(80).

       FD  AUD-IN-FILE.
       01  AUD-IN-REC                      PIC X(100).

       FD  LOG-IN-FILE.
       01  LOG-IN-REC                      PIC X(80).
       FD  ARCH-AUD-FILE.
       01  ARCH-AUD-REG.
           05  ARA-FECHA                   PIC X(08).
           05  ARA-TEXTO                   PIC X(100).

       FD  ARCH-LOG-FILE.
       01  ARCH-LOG-REG.
       FD  TEMP-FILE.
       01  TEMP-REG.
           05  TMP-FECHA                   PIC X(08).
           05  TMP-TEXTO                   PIC X(100).

       FD  HSKP-CTL-FILE.
       01  HSKP-CTL-REC.
       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       FD  PLAN-FILE.
       COPY CBPERPLA.

       WORKING-STORAGE SECTION.
       01  WS-MODO-CORRIDA                 PIC X(01)   VALUE "C".
           88  WS-MODO-CADENA-COMPLETA                 VALUE "C".
       01  WS-SERIE-FECHA                  PIC 9(7)    VALUE ZERO.
       01  WS-SERIE-CORTE                  PIC 9(7)    VALUE ZERO.

      *    LA DEPURACION DE RUTINA03 ES PASO DE PERIODO: EL PLAN DE
      *    LA NOCHE (CICLOPLA) DICE SI CORRE. SIN PLAN DE LA FECHA
      *    DE PROCESO, O CON LA FASE PEDIDA SOLA, SE DEPURA.
       01  WS-DEPURAR-SW                   PIC X(01)   VALUE "S".
           88  WS-DEPURAR-SI                            VALUE "S".
           88  WS-DEPURAR-NO                            VALUE "N".
       01  WS-PLAN-EOF-SW                  PIC X(01)   VALUE "N".
           88  WS-PLAN-EOF-YES                          VALUE "Y".
       01  WS-PLAN-MOTIVO                  PIC X(40)   VALUE SPACES.

       01  WS-TRAILER-SW                   PIC X(01)   VALUE "N".
           88  WS-TRAILER-SI                            VALUE "Y".
           88  WS-TRAILER-NO                             VALUE "N".
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7050-CONSULTAR-PLAN - BUSCA EN EL PLAN DE LA NOCHE       *
      *  (CICLOPLA) EL PASO RUTINA03 DE LA FECHA DE PROCESO. SI EL*
      *  PLAN NO LO PROGRAMA LA DEPURACION SE OMITE CON SU MOTIVO;*
      *  SIN PLAN O SIN EL PASO SE DEPURA COMO SIEMPRE.           *
      *-----------------------------------------------------------*
       7050-CONSULTAR-PLAN.
           OPEN INPUT PLAN-FILE.
           PERFORM 7060-LEER-PLAN
               THRU 7060-EXIT
               UNTIL WS-PLAN-EOF-YES.
           CLOSE PLAN-FILE.
           IF WS-DEPURAR-NO
               MOVE "RUT0206" TO MSJ-CODIGO
               SET MSJ-SEV-INFO TO TRUE
               MOVE "RUTINA03 DEPURACION OMITIDA - " TO MSJ-TEXTO
               MOVE WS-PLAN-MOTIVO TO MSJ-TEXTO (31:40)
               PERFORM 7900-EMITIR-MENSAJE
                   THRU 7900-EXIT
           END-IF.
       7050-EXIT.
           EXIT.

       7060-LEER-PLAN.
           READ PLAN-FILE
               AT END
                   SET WS-PLAN-EOF-YES TO TRUE
                   GO TO 7060-EXIT
           END-READ.
           IF PLA-PROGRAMA = "RUTINA03"
              AND PLA-FECHA = WS-FECHA-CORRIDA
               MOVE PLA-CORRE-SW TO WS-DEPURAR-SW
               MOVE PLA-MOTIVO TO WS-PLAN-MOTIVO
           END-IF.
       7060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7100-ARCHIVAR-RPTOUT - AGREGA EL REPORTE DE LA NOCHE AL   *
      *  ARCHIVO HISTORICO RPTARCH COMO GENERACION FECHADA.        *
      *-----------------------------------------------------------*
      *  RUTINA03 - DEPURACION DE LOS ARCHIVOS HISTORICOS: BORRA  *
      *  LAS GENERACIONES MAS VIEJAS QUE LA RETENCION DE HSKPCTL  *
      *  (SIN REGISTRO SE ASUMEN 30 DIAS), LAS NOCHES QUE EL PLAN *
      *  DE FIN DE PERIODO LA PROGRAMA. ENCADENA A RUTINA02.      *
      *-----------------------------------------------------------*
       RUTINA03.
           OPEN INPUT HSKP-CTL-FILE.
               MOVE ZERO TO WS-SERIE-CORTE
           END-IF.

           IF NOT WS-MODO-SOLO-RUTINA03
               PERFORM 7050-CONSULTAR-PLAN
                   THRU 7050-EXIT
           END-IF.
           IF WS-DEPURAR-SI
               PERFORM 7500-DEPURAR-RPTARCH
                   THRU 7500-EXIT
               PERFORM 7520-DEPURAR-SUMARCH
                   THRU 7520-EXIT
               PERFORM 7530-DEPURAR-AUDARCH
                   THRU 7530-EXIT
               PERFORM 7540-DEPURAR-LOGARCH
                   THRU 7540-EXIT
           END-IF.
           MOVE "RUT0202" TO MSJ-CODIGO.
           SET MSJ-SEV-INFO TO TRUE.
           MOVE "RUTINA03 REGISTROS PURGAD" TO WS-MSJ-CONTEO-TEXTO.
