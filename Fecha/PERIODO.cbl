      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-18
      * Purpose:       Plan de fin de periodo del ciclo nocturno:
      *                decide, con la fecha de proceso (FECHAPRO) y
      *                el calendario de feriados (CALENFER), que pasos
      *                de periodo corren esta noche y por que. Busca
      *                el dia habil siguiente igual que FECHROLL
      *                (sabados, domingos y feriados excluidos) y con
      *                el marca la noche como ultimo dia habil de la
      *                semana (el siguiente cae en otra semana), del
      *                mes (el siguiente cae en otro mes) y del
      *                trimestre (ultimo del mes en marzo, junio,
      *                setiembre o diciembre). Cada paso de periodo
      *                tiene su frecuencia (por omision la purga del
      *                indice PURGAIDX y la depuracion de RUTINA03
      *                son semanales, el cierre de mes CIERRMES
      *                mensual y el control de cuentas dormidas
      *                CTADORM trimestral), que operaciones puede
      *                cambiar con una linea por programa en PERIOCTL.
      *                Deja el plan de la noche en CICLOPLA (copybook
      *                CBPERPLA), que el driver anota en su log y
      *                consulta antes de cada paso de periodo. Con un
      *                programa en PERIPASO responde solo por ese
      *                paso: RC=0 si corre esta noche y RC=1 si no,
      *                para condicionar el paso en el JCL. Sin dia
      *                habil siguiente en el calendario ningun paso
      *                de periodo corre y termina con RC=4.
      *                El dia de la semana se calcula con la
      *                congruencia de Zeller y el ano bisiesto con
      *                la regla 4/100/400, sin depender del reloj.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-18 RMM  Version inicial del plan de fin de periodo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CALENDARIO-FILE ASSIGN TO "CALENFER"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CTRL-FILE ASSIGN TO "PERIOCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONSULTA-FILE ASSIGN TO "PERIPASO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PLAN-FILE ASSIGN TO "CICLOPLA"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       FD  CALENDARIO-FILE.
       01  CALENDARIO-REC.
           05  CAL-FECHA                   PIC X(08).

       FD  CTRL-FILE.
       01  CTRL-REC.
           05  CTRL-PROGRAMA               PIC X(08).
           05  CTRL-FRECUENCIA             PIC X(01).

       FD  CONSULTA-FILE.
       01  CONSULTA-REC.
           05  CNS-PROGRAMA                PIC X(08).

       FD  PLAN-FILE.
       COPY CBPERPLA.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                   PIC X(01)   VALUE "N".
               88  WS-EOF-YES                          VALUE "Y".
               88  WS-EOF-NO                            VALUE "N".
           05  WS-HABIL-SW                 PIC X(01)   VALUE "N".
               88  WS-ES-HABIL                          VALUE "S".
               88  WS-NO-HABIL                          VALUE "N".
           05  WS-CALENDARIO-SW            PIC X(01)   VALUE "S".
               88  WS-CALENDARIO-OK                     VALUE "S".
               88  WS-CALENDARIO-AGOTADO                VALUE "N".
           05  WS-FIN-SEMANA-SW            PIC X(01)   VALUE "N".
               88  WS-FIN-SEMANA                        VALUE "S".
           05  WS-FIN-MES-SW               PIC X(01)   VALUE "N".
               88  WS-FIN-MES                           VALUE "S".
           05  WS-FIN-TRIMESTRE-SW         PIC X(01)   VALUE "N".
               88  WS-FIN-TRIMESTRE                     VALUE "S".

       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-FECHA-SIGUIENTE              PIC X(08)   VALUE SPACES.

       01  WS-TABLA-FERIADOS.
           05  WS-FER-MAX                  PIC S9(4)   COMP VALUE 200.
           05  WS-FER-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-FER-FECHA OCCURS 200 TIMES
                                            PIC X(08).

      *    PASOS DE PERIODO CON SU FRECUENCIA POR OMISION (S SEMANAL,
      *    M MENSUAL, T TRIMESTRAL). PERIOCTL LA CAMBIA POR PROGRAMA;
      *    UN PROGRAMA QUE NO ESTE EN ESTA TABLA NO LO CORRE EL
      *    DRIVER Y SE IGNORA CON AVISO.
       01  WS-PASOS-INICIALES.
           05  FILLER                      PIC X(09)
               VALUE "PURGAIDXS".
           05  FILLER                      PIC X(09)
               VALUE "RUTINA03S".
           05  FILLER                      PIC X(09)
               VALUE "CIERRMESM".
           05  FILLER                      PIC X(09)
               VALUE "CTADORM T".
       01  WS-TABLA-PASOS REDEFINES WS-PASOS-INICIALES.
           05  WS-PAS-ENTRADA OCCURS 4 TIMES.
               10  WS-PAS-PROGRAMA         PIC X(08).
               10  WS-PAS-FRECUENCIA       PIC X(01).
       01  WS-PAS-CANT                     PIC S9(4)   COMP VALUE 4.
       01  WS-PAS-SUB                      PIC S9(4)   COMP.
       01  WS-PAS-HALLADO                  PIC S9(4)   COMP.
       01  WS-PROGRAMA-BUSCADO             PIC X(08).

      *    RESULTADO DEL PLAN POR PASO, EN EL ORDEN DE LA TABLA, PARA
      *    RESPONDER LA CONSULTA DE PERIPASO.
       01  WS-TABLA-CORRE.
           05  WS-PAS-CORRE OCCURS 4 TIMES PIC X(01).

       01  WS-SUB                          PIC S9(4)   COMP.
       01  WS-CONT-INTENTOS                PIC 9(3)    VALUE ZERO.
       01  WS-CONT-AVISOS                  PIC 9(3)    VALUE ZERO.
       01  WS-CONT-PROGRAMADOS             PIC 9(3)    VALUE ZERO.
       01  WS-RC-PERIODO                   PIC 9(02)   VALUE ZERO.

       01  WS-FECHA-TRABAJO.
           05  WS-FT-AA                    PIC 9(04).
           05  WS-FT-MM                    PIC 9(02).
           05  WS-FT-DD                    PIC 9(02).

       01  WS-DIAS-DEL-MES                 PIC 9(02)   VALUE ZERO.
       01  WS-RESTO                        PIC 9(04)   VALUE ZERO.
       01  WS-COCIENTE                     PIC 9(04)   VALUE ZERO.
       01  WS-BISIESTO-SW                  PIC X(01)   VALUE "N".
           88  WS-BISIESTO                              VALUE "S".

      *    CAMPOS DE LA CONGRUENCIA DE ZELLER: H QUEDA 0=SABADO,
      *    1=DOMINGO, 2=LUNES ... 6=VIERNES (IGUAL QUE FECHROLL).
      *    EL DIA DE LA SEMANA SE PASA A 1=LUNES ... 7=DOMINGO PARA
      *    COMPARAR SI EL DIA HABIL SIGUIENTE CAE EN OTRA SEMANA.
       01  WS-ZELLER.
           05  WS-ZEL-Q                    PIC 9(02).
           05  WS-ZEL-M                    PIC 9(02).
           05  WS-ZEL-AA                   PIC 9(04).
           05  WS-ZEL-K                    PIC 9(02).
           05  WS-ZEL-J                    PIC 9(02).
           05  WS-ZEL-H                    PIC 9(01).
           05  WS-ZEL-TRABAJO              PIC 9(06).
       01  WS-DIA-SEMANA                   PIC 9(01).
       01  WS-DIA-SEMANA-HOY               PIC 9(01).
       01  WS-DIA-SEMANA-SIG               PIC 9(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-AVANZAR-DIA
               THRU 2000-EXIT
               UNTIL WS-ES-HABIL
                  OR WS-CONT-INTENTOS > 60.
           PERFORM 3000-CLASIFICAR-FECHA
               THRU 3000-EXIT.

           OPEN OUTPUT PLAN-FILE.
           PERFORM 4000-PLANIFICAR-PASO
               THRU 4000-EXIT
               VARYING WS-PAS-SUB FROM 1 BY 1
               UNTIL WS-PAS-SUB > WS-PAS-CANT.
           CLOSE PLAN-FILE.

           EVALUATE TRUE
               WHEN WS-CALENDARIO-AGOTADO
                   MOVE 4 TO WS-RC-PERIODO
               WHEN WS-CONT-AVISOS > 0
                   MOVE 2 TO WS-RC-PERIODO
               WHEN OTHER
                   MOVE ZERO TO WS-RC-PERIODO
           END-EVALUATE.
           PERFORM 5000-ATENDER-CONSULTA
               THRU 5000-EXIT.

           DISPLAY "PLAN DE FIN DE PERIODO " WS-FECHA-CORRIDA
                   " PASOS PROGRAMADOS=" WS-CONT-PROGRAMADOS.
           MOVE WS-RC-PERIODO TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - LEE LA FECHA DE PROCESO (SIN ARCHIVO SE*
      *  PARTE DE LA FECHA DEL SISTEMA, CON AVISO), CARGA LOS     *
      *  FERIADOS DE CALENFER, APLICA LAS FRECUENCIAS DE PERIOCTL *
      *  Y CALCULA EL DIA DE LA SEMANA DE LA NOCHE.               *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.

           OPEN INPUT FECHA-PRO-FILE.
           READ FECHA-PRO-FILE
               AT END
                   DISPLAY "FECHAPRO SIN REGISTRO - SE PARTE DE LA "
                           "FECHA DEL SISTEMA"
               NOT AT END
                   MOVE FPR-FECHA TO WS-FECHA-CORRIDA
           END-READ.
           CLOSE FECHA-PRO-FILE.

           OPEN INPUT CALENDARIO-FILE.
           PERFORM 1100-CARGAR-FERIADO
               THRU 1100-EXIT
               UNTIL WS-EOF-YES.
           CLOSE CALENDARIO-FILE.

           SET WS-EOF-NO TO TRUE.
           OPEN INPUT CTRL-FILE.
           PERFORM 1200-LEER-CONTROL
               THRU 1200-EXIT
               UNTIL WS-EOF-YES.
           CLOSE CTRL-FILE.

           MOVE WS-FECHA-CORRIDA TO WS-FECHA-TRABAJO.
           PERFORM 2200-EVALUAR-HABIL
               THRU 2200-EXIT.
           MOVE WS-DIA-SEMANA TO WS-DIA-SEMANA-HOY.
           SET WS-NO-HABIL TO TRUE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-CARGAR-FERIADO - CARGA UNA FECHA DE FERIADO EN LA   *
      *  TABLA DEL CALENDARIO.                                    *
      *-----------------------------------------------------------*
       1100-CARGAR-FERIADO.
           READ CALENDARIO-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
               NOT AT END
                   IF WS-FER-CANT < WS-FER-MAX
                       ADD 1 TO WS-FER-CANT
                       MOVE CAL-FECHA TO WS-FER-FECHA (WS-FER-CANT)
                   ELSE
                       DISPLAY "AVISO: TABLA DE FERIADOS LLENA"
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-LEER-CONTROL - LEE UNA LINEA DE PERIOCTL (PROGRAMA Y*
      *  FRECUENCIA) Y LA APLICA AL PASO DE LA TABLA. UNA         *
      *  FRECUENCIA INVALIDA O UN PROGRAMA QUE NO ES PASO DE      *
      *  PERIODO SE IGNORAN CON AVISO Y EL PASO QUEDA CON LA      *
      *  FRECUENCIA QUE TENIA.                                    *
      *-----------------------------------------------------------*
       1200-LEER-CONTROL.
           READ CTRL-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 1200-EXIT
           END-READ.
           IF CTRL-FRECUENCIA NOT = "D"
              AND CTRL-FRECUENCIA NOT = "S"
              AND CTRL-FRECUENCIA NOT = "M"
              AND CTRL-FRECUENCIA NOT = "T"
               DISPLAY "AVISO: PERIOCTL FRECUENCIA INVALIDA PARA "
                       CTRL-PROGRAMA
               ADD 1 TO WS-CONT-AVISOS
               GO TO 1200-EXIT
           END-IF.
           MOVE CTRL-PROGRAMA TO WS-PROGRAMA-BUSCADO.
           PERFORM 1300-UBICAR-PASO
               THRU 1300-EXIT.
           IF WS-PAS-HALLADO = 0
               DISPLAY "AVISO: PERIOCTL PROGRAMA SIN PASO DE "
                       "PERIODO " CTRL-PROGRAMA
               ADD 1 TO WS-CONT-AVISOS
               GO TO 1200-EXIT
           END-IF.
           MOVE CTRL-FRECUENCIA TO WS-PAS-FRECUENCIA (WS-PAS-HALLADO).
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1300-UBICAR-PASO - DEJA EN WS-PAS-HALLADO LA POSICION DEL*
      *  PROGRAMA BUSCADO EN LA TABLA DE PASOS, O CERO.           *
      *-----------------------------------------------------------*
       1300-UBICAR-PASO.
           MOVE ZERO TO WS-PAS-HALLADO.
           PERFORM 1350-COMPARAR-PASO
               THRU 1350-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PAS-CANT
                  OR WS-PAS-HALLADO > 0.
       1300-EXIT.
           EXIT.

       1350-COMPARAR-PASO.
           IF WS-PAS-PROGRAMA (WS-SUB) = WS-PROGRAMA-BUSCADO
               MOVE WS-SUB TO WS-PAS-HALLADO
           END-IF.
       1350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-AVANZAR-DIA - SUMA UN DIA DE CALENDARIO A LA FECHA  *
      *  DE TRABAJO Y MARCA SI EL DIA RESULTANTE ES HABIL (NI     *
      *  SABADO NI DOMINGO NI FERIADO), IGUAL QUE FECHROLL.       *
      *-----------------------------------------------------------*
       2000-AVANZAR-DIA.
           ADD 1 TO WS-CONT-INTENTOS.
           PERFORM 2100-SUMAR-UN-DIA
               THRU 2100-EXIT.
           PERFORM 2200-EVALUAR-HABIL
               THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-SUMAR-UN-DIA - AVANZA LA FECHA DE TRABAJO UN DIA DE *
      *  CALENDARIO, CON LARGO DE MES Y ANO BISIESTO (REGLA       *
      *  4/100/400) RESUELTOS SIN FUNCIONES DEL COMPILADOR.       *
      *-----------------------------------------------------------*
       2100-SUMAR-UN-DIA.
           PERFORM 2150-DIAS-DEL-MES
               THRU 2150-EXIT.
           IF WS-FT-DD < WS-DIAS-DEL-MES
               ADD 1 TO WS-FT-DD
           ELSE
               MOVE 1 TO WS-FT-DD
               IF WS-FT-MM < 12
                   ADD 1 TO WS-FT-MM
               ELSE
                   MOVE 1 TO WS-FT-MM
                   ADD 1 TO WS-FT-AA
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2150-DIAS-DEL-MES - DEJA EN WS-DIAS-DEL-MES EL LARGO DEL *
      *  MES DE LA FECHA DE TRABAJO.                              *
      *-----------------------------------------------------------*
       2150-DIAS-DEL-MES.
           MOVE "N" TO WS-BISIESTO-SW.
           DIVIDE WS-FT-AA BY 4 GIVING WS-COCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO = ZERO
               SET WS-BISIESTO TO TRUE
               DIVIDE WS-FT-AA BY 100 GIVING WS-COCIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   MOVE "N" TO WS-BISIESTO-SW
                   DIVIDE WS-FT-AA BY 400 GIVING WS-COCIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO = ZERO
                       SET WS-BISIESTO TO TRUE
                   END-IF
               END-IF
           END-IF.

           EVALUATE WS-FT-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIAS-DEL-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DIAS-DEL-MES
               WHEN 02
                   IF WS-BISIESTO
                       MOVE 29 TO WS-DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-DEL-MES
                   END-IF
           END-EVALUATE.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-EVALUAR-HABIL - APLICA LA CONGRUENCIA DE ZELLER A LA*
      *  FECHA DE TRABAJO (H: 0=SABADO, 1=DOMINGO), DEJA EL DIA DE*
      *  LA SEMANA 1=LUNES ... 7=DOMINGO Y LUEGO BUSCA LA FECHA EN*
      *  LA TABLA DE FERIADOS.                                    *
      *-----------------------------------------------------------*
       2200-EVALUAR-HABIL.
           SET WS-ES-HABIL TO TRUE.

           MOVE WS-FT-DD TO WS-ZEL-Q.
           IF WS-FT-MM < 3
               ADD 12 TO WS-FT-MM GIVING WS-ZEL-M
               SUBTRACT 1 FROM WS-FT-AA GIVING WS-ZEL-AA
           ELSE
               MOVE WS-FT-MM TO WS-ZEL-M
               MOVE WS-FT-AA TO WS-ZEL-AA
           END-IF.
           DIVIDE WS-ZEL-AA BY 100 GIVING WS-ZEL-J
               REMAINDER WS-ZEL-K.
           COMPUTE WS-ZEL-TRABAJO =
               WS-ZEL-Q
               + ((13 * (WS-ZEL-M + 1)) / 5)
               + WS-ZEL-K
               + (WS-ZEL-K / 4)
               + (WS-ZEL-J / 4)
               + (5 * WS-ZEL-J).
           DIVIDE WS-ZEL-TRABAJO BY 7 GIVING WS-COCIENTE
               REMAINDER WS-ZEL-H.
           ADD 5 TO WS-ZEL-H GIVING WS-ZEL-TRABAJO.
           DIVIDE WS-ZEL-TRABAJO BY 7 GIVING WS-COCIENTE
               REMAINDER WS-DIA-SEMANA.
           ADD 1 TO WS-DIA-SEMANA.

           IF WS-ZEL-H = 0 OR WS-ZEL-H = 1
               SET WS-NO-HABIL TO TRUE
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2250-BUSCAR-FERIADO
               THRU 2250-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-FER-CANT
                  OR WS-NO-HABIL.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2250-BUSCAR-FERIADO - MARCA NO HABIL SI LA FECHA DE      *
      *  TRABAJO APARECE EN LA TABLA DE FERIADOS.                 *
      *-----------------------------------------------------------*
       2250-BUSCAR-FERIADO.
           IF WS-FER-FECHA (WS-SUB) = WS-FECHA-TRABAJO
               SET WS-NO-HABIL TO TRUE
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-CLASIFICAR-FECHA - CON EL DIA HABIL SIGUIENTE YA    *
      *  UBICADO, MARCA LA NOCHE COMO FIN DE SEMANA (EL SIGUIENTE *
      *  CAE EN OTRA SEMANA: SU DIA NO ES POSTERIOR AL DE HOY O   *
      *  ESTA A UNA SEMANA O MAS), FIN DE MES (CAE EN OTRO MES) Y *
      *  FIN DE TRIMESTRE (FIN DE MES DE MARZO, JUNIO, SETIEMBRE O*
      *  DICIEMBRE). SIN DIA HABIL EN 60 DIAS EL CALENDARIO ESTA  *
      *  AGOTADO Y NO SE MARCA NADA.                              *
      *-----------------------------------------------------------*
       3000-CLASIFICAR-FECHA.
           IF WS-NO-HABIL
               SET WS-CALENDARIO-AGOTADO TO TRUE
               DISPLAY "AVISO: SIN DIA HABIL SIGUIENTE EN CALENFER, "
                       "NINGUN PASO DE PERIODO CORRE"
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-FECHA-TRABAJO TO WS-FECHA-SIGUIENTE.
           MOVE WS-DIA-SEMANA TO WS-DIA-SEMANA-SIG.

           IF WS-CONT-INTENTOS NOT < 7
              OR WS-DIA-SEMANA-SIG NOT > WS-DIA-SEMANA-HOY
               SET WS-FIN-SEMANA TO TRUE
           END-IF.
           IF WS-FECHA-SIGUIENTE (1:6) NOT = WS-FECHA-CORRIDA (1:6)
               SET WS-FIN-MES TO TRUE
               IF WS-FECHA-CORRIDA (5:2) = "03"
                  OR WS-FECHA-CORRIDA (5:2) = "06"
                  OR WS-FECHA-CORRIDA (5:2) = "09"
                  OR WS-FECHA-CORRIDA (5:2) = "12"
                   SET WS-FIN-TRIMESTRE TO TRUE
               END-IF
           END-IF.
           DISPLAY "FECHA " WS-FECHA-CORRIDA
                   " SIGUIENTE HABIL " WS-FECHA-SIGUIENTE
                   " FIN SEMANA=" WS-FIN-SEMANA-SW
                   " MES=" WS-FIN-MES-SW
                   " TRIMESTRE=" WS-FIN-TRIMESTRE-SW.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-PLANIFICAR-PASO - DECIDE SI EL PASO DE LA TABLA     *
      *  CORRE ESTA NOCHE SEGUN SU FRECUENCIA Y GRABA SU REGISTRO *
      *  EN EL PLAN CON EL MOTIVO.                                *
      *-----------------------------------------------------------*
       4000-PLANIFICAR-PASO.
           MOVE SPACES TO PLA-REGISTRO.
           MOVE WS-FECHA-CORRIDA TO PLA-FECHA.
           MOVE WS-PAS-PROGRAMA (WS-PAS-SUB) TO PLA-PROGRAMA.
           MOVE WS-PAS-FRECUENCIA (WS-PAS-SUB) TO PLA-FRECUENCIA.
           MOVE WS-FECHA-SIGUIENTE TO PLA-SIGUIENTE.
           SET PLA-NO-CORRE TO TRUE.

           EVALUATE TRUE
               WHEN WS-CALENDARIO-AGOTADO
                   MOVE "CALENDARIO SIN DIA HABIL SIGUIENTE"
                     TO PLA-MOTIVO
               WHEN PLA-DIARIA
                   SET PLA-CORRE TO TRUE
                   MOVE "FRECUENCIA DIARIA POR PERIOCTL"
                     TO PLA-MOTIVO
               WHEN PLA-SEMANAL
                   IF WS-FIN-SEMANA
                       SET PLA-CORRE TO TRUE
                       MOVE "ULTIMO DIA HABIL DE LA SEMANA"
                         TO PLA-MOTIVO
                   ELSE
                       MOVE "NO ES ULTIMO DIA HABIL DE LA SEMANA"
                         TO PLA-MOTIVO
                   END-IF
               WHEN PLA-MENSUAL
                   IF WS-FIN-MES
                       SET PLA-CORRE TO TRUE
                       MOVE "ULTIMO DIA HABIL DEL MES"
                         TO PLA-MOTIVO
                   ELSE
                       MOVE "NO ES ULTIMO DIA HABIL DEL MES"
                         TO PLA-MOTIVO
                   END-IF
               WHEN PLA-TRIMESTRAL
                   IF WS-FIN-TRIMESTRE
                       SET PLA-CORRE TO TRUE
                       MOVE "ULTIMO DIA HABIL DEL TRIMESTRE"
                         TO PLA-MOTIVO
                   ELSE
                       MOVE "NO ES ULTIMO DIA HABIL DEL TRIMESTRE"
                         TO PLA-MOTIVO
                   END-IF
           END-EVALUATE.

           IF PLA-CORRE
               ADD 1 TO WS-CONT-PROGRAMADOS
           END-IF.
           MOVE PLA-CORRE-SW TO WS-PAS-CORRE (WS-PAS-SUB).
           WRITE PLA-REGISTRO.
           DISPLAY "PLAN " PLA-PROGRAMA " " PLA-FRECUENCIA
                   " CORRE=" PLA-CORRE-SW " " PLA-MOTIVO.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-ATENDER-CONSULTA - CON UN PROGRAMA EN PERIPASO (EL  *
      *  JCL PREGUNTA ASI POR UN PASO DE PERIODO) EL RETURN-CODE  *
      *  ES LA RESPUESTA: 0 SI EL PASO CORRE ESTA NOCHE, 1 SI NO  *
      *  CORRE O NO ES PASO DE PERIODO. SIN CONSULTA EL           *
      *  RETURN-CODE QUEDA EL DEL PLAN.                           *
      *-----------------------------------------------------------*
       5000-ATENDER-CONSULTA.
           OPEN INPUT CONSULTA-FILE.
           READ CONSULTA-FILE
               AT END
                   MOVE SPACES TO CNS-PROGRAMA
           END-READ.
           CLOSE CONSULTA-FILE.
           IF CNS-PROGRAMA = SPACES
               GO TO 5000-EXIT
           END-IF.

           MOVE CNS-PROGRAMA TO WS-PROGRAMA-BUSCADO.
           PERFORM 1300-UBICAR-PASO
               THRU 1300-EXIT.
           IF WS-PAS-HALLADO = 0
               DISPLAY "AVISO: PERIPASO PROGRAMA SIN PASO DE "
                       "PERIODO " CNS-PROGRAMA
               MOVE 1 TO WS-RC-PERIODO
               GO TO 5000-EXIT
           END-IF.
           IF WS-PAS-CORRE (WS-PAS-HALLADO) = "S"
               DISPLAY "CONSULTA " CNS-PROGRAMA ": CORRE ESTA NOCHE"
               MOVE ZERO TO WS-RC-PERIODO
           ELSE
               DISPLAY "CONSULTA " CNS-PROGRAMA
                       ": NO CORRE ESTA NOCHE"
               MOVE 1 TO WS-RC-PERIODO
           END-IF.
       5000-EXIT.
           EXIT.

       END PROGRAM PERIODO.
