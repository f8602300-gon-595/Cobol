      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-09
      * Purpose:       Estadisticas diarias por sucursal: junta en un
      *                registro por oficina (copybook CBSUCEST) lo que
      *                la noche deja repartido en varios listados y
      *                lo agrega a la historia SUCHIST, que alimenta
      *                el cuadro mensual de calidad SUCMENS. Toma la
      *                llegada del archivo del veredicto de ARRIBMON
      *                (ARRIBRPT), el cuadre de la consolidacion de
      *                CONSOSUC (CONSORPT), lo procesado e importe
      *                del cruce (SUMAXREF), los rechazos de la noche
      *                por motivo (RECHSUMA), las excepciones de
      *                cuenta (EXCEPOUT) y la foto de los rechazos
      *                pendientes de la oficina en RECHPEND, con los
      *                reciclos y los vencidos segun los limites de
      *                RECHACTL (los mismos del envejecimiento
      *                RECHAGE). Un listado ausente deja la llegada o
      *                el cuadre sin dato, no en contra de la oficina.
      *                Una recorrida del mismo dia agrega otro juego
      *                de registros con la misma fecha: vale el
      *                ultimo, igual que en TOTHIST.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-09 RMM  Version inicial de las estadisticas diarias
      *                  por sucursal.
      *  2026-09-16 RMM  La imagen de la transaccion rechazada crece a
      *                  66 por el TRX-MONEDA de CBTRANS; los motivos
      *                  06 (sin tipo de cambio) y 07 (conversion fuera
      *                  de rango) se renombran tambien en la copia de
      *                  RECHPEND y se cuentan como los demas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCESTAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL XREF-FILE ASSIGN TO "SUMAXREF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECHAZO-FILE ASSIGN TO "RECHSUMA"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPCION-FILE ASSIGN TO "EXCEPOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "RECHPEND"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECHA-CTL-FILE ASSIGN TO "RECHACTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LLEGADA-FILE ASSIGN TO "ARRIBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONSOLIDA-FILE ASSIGN TO "CONSORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HIST-FILE ASSIGN TO "SUCHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       COPY CBTRANS.

       FD  RECHAZO-FILE.
       COPY CBRECHAZ.

       FD  EXCEPCION-FILE.
       01  EXCEPCION-REC                   PIC X(80).

       FD  PENDIENTE-FILE.
           COPY CBRECHAZ
               REPLACING ==RCH-REGISTRO==      BY ==PEN-REGISTRO==
                         ==RCH-TRX==           BY ==PEN-TRX==
                         ==RCH-RAZON-COD==     BY ==PEN-RAZON-COD==
                         ==RCH-RAZON-NO-NUMERICO==
                             BY ==PEN-RAZON-NO-NUMERICO==
                         ==RCH-RAZON-DIVISOR-CERO==
                             BY ==PEN-RAZON-DIVISOR-CERO==
                         ==RCH-RAZON-DIV-RANGO==
                             BY ==PEN-RAZON-DIV-RANGO==
                         ==RCH-RAZON-MULT-RANGO==
                             BY ==PEN-RAZON-MULT-RANGO==
                         ==RCH-RAZON-LIMITE-DIARIO==
                             BY ==PEN-RAZON-LIMITE-DIARIO==
                         ==RCH-RAZON-SIN-TASA==
                             BY ==PEN-RAZON-SIN-TASA==
                         ==RCH-RAZON-CONV-RANGO==
                             BY ==PEN-RAZON-CONV-RANGO==
                         ==RCH-FECHA==         BY ==PEN-FECHA==
                         ==RCH-CONT-RECICLA==  BY ==PEN-CONT-RECICLA==.

       FD  RECHA-CTL-FILE.
       01  RECHA-CTL-REC.
           05  CTRL-DIAS-LIMITE            PIC 9(3).
           05  CTRL-RECICLA-LIMITE         PIC 9(2).

       FD  LLEGADA-FILE.
       01  LLEGADA-REC                     PIC X(80).

       FD  CONSOLIDA-FILE.
       01  CONSOLIDA-REC                   PIC X(80).

       FD  HIST-FILE.
       COPY CBSUCEST.

       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-DIAS-LIMITE                  PIC 9(3)    VALUE 5.
       01  WS-RECICLA-LIMITE               PIC 9(2)    VALUE 3.

       01  WS-SWITCHES.
           05  WS-EOF-SW                   PIC X(01)   VALUE "N".
               88  WS-EOF-YES                          VALUE "Y".
               88  WS-EOF-NO                            VALUE "N".
           05  WS-TABLA-AVISO-SW           PIC X(01)   VALUE "N".
               88  WS-TABLA-AVISADA                    VALUE "S".

       01  WS-CONTADORES.
           05  WS-CONT-LEIDOS              PIC 9(7)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(5)    VALUE ZERO.

      *    IMAGEN DE LA TRANSACCION EMBEBIDA EN LOS RECHAZOS, PARA
      *    LEER SU SUCURSAL DE ORIGEN.
       01  WS-TRX-RECHAZADA.
           05  FILLER                      PIC X(60).
           05  WS-TRR-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(03).

      *    IMAGEN DE LA LINEA DE EXCEPCION DE CONDIF, CON LA
      *    SUCURSAL DE ORIGEN AL FINAL (LA MISMA QUE LEE RETORSUC).
       01  WS-LINEA-EXCEPCION.
           05  WS-LEX-ID                   PIC X(10).
           05  FILLER                      PIC X(02).
           05  WS-LEX-MOTIVO               PIC X(30).
           05  WS-LEX-RESULTADO            PIC 9(5)V99.
           05  FILLER                      PIC X(01).
           05  WS-LEX-SUCURSAL             PIC X(03).
           05  FILLER                      PIC X(27).

      *    LINEAS DEL MONITOR DE LLEGADA: EL VEREDICTO LLEVA UN
      *    BLANCO DESPUES DEL CODIGO; LA OBSERVACION, DOS PUNTOS.
       01  WS-LINEA-LLEGADA.
           05  WS-LLE-ROTULO               PIC X(09).
           05  WS-LLE-CODIGO               PIC X(03).
           05  WS-LLE-SEPARADOR            PIC X(01).
           05  WS-LLE-VEREDICTO            PIC X(10).
           05  FILLER                      PIC X(57).

      *    LINEAS DE LA CONSOLIDACION: EL RESUMEN DE LA OFICINA
      *    CONSOLIDADA Y LA LINEA DE ERROR DE LA OFICINA.
       01  WS-LINEA-CONSOLIDA              PIC X(80).
       01  WS-LCO-RESUMEN REDEFINES WS-LINEA-CONSOLIDA.
           05  WS-LCR-ROTULO               PIC X(09).
           05  WS-LCR-CODIGO               PIC X(03).
           05  FILLER                      PIC X(68).
       01  WS-LCO-ERROR REDEFINES WS-LINEA-CONSOLIDA.
           05  WS-LCE-ROTULO               PIC X(16).
           05  WS-LCE-CODIGO               PIC X(03).
           05  FILLER                      PIC X(01).
           05  WS-LCE-DETALLE              PIC X(45).
           05  FILLER                      PIC X(15).

      *    UNA ENTRADA POR OFICINA VISTA EN CUALQUIERA DE LAS
      *    FUENTES; EL ORDEN DE LOS CAMPOS ES EL DE EST-REGISTRO A
      *    PARTIR DE LA SUCURSAL. LA SUCURSAL EN BLANCO SE AGRUPA
      *    COMO "---", IGUAL QUE EN LOS TOTALES DEL CICLO.
       01  WS-TABLA-SUCURSALES.
           05  WS-SUC-MAX                  PIC S9(4)   COMP VALUE 50.
           05  WS-SUC-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-SUC-ENTRADA OCCURS 50 TIMES.
               10  WS-SUC-CODIGO           PIC X(03).
               10  WS-SUC-LLEGADA          PIC X(01).
               10  WS-SUC-CUADRE           PIC X(01).
               10  WS-SUC-CIFRAS.
                   15  WS-SUC-PROCESADOS   PIC 9(07).
                   15  WS-SUC-IMPORTE      PIC 9(11)V99.
                   15  WS-SUC-RECHAZADOS   PIC 9(07).
                   15  WS-SUC-MOTIVO OCCURS 9 TIMES
                                            PIC 9(05).
                   15  WS-SUC-EXCEPCIONES  PIC 9(05).
                   15  WS-SUC-PEND-CANT    PIC 9(05).
                   15  WS-SUC-PEND-RECICLOS
                                            PIC 9(07).
                   15  WS-SUC-PEND-VENCIDOS
                                            PIC 9(05).

       01  WS-SUB                          PIC S9(4)   COMP.
       01  WS-SUC-SUB                      PIC S9(4)   COMP.
       01  WS-SUC-HALLADO                  PIC S9(4)   COMP.
       01  WS-SUC-BUSCADA                  PIC X(03)   VALUE SPACES.
       01  WS-MOTIVO-NUM                   PIC 9(02).

       01  WS-FECHA-NUM.
           05  WS-FEC-AA                   PIC 9(04).
           05  WS-FEC-MM                   PIC 9(02).
           05  WS-FEC-DD                   PIC 9(02).
       01  WS-SERIE-FECHA                  PIC 9(7)    VALUE ZERO.
       01  WS-SERIE-HOY                    PIC 9(7)    VALUE ZERO.
       01  WS-DIAS-PENDIENTE               PIC 9(5)    VALUE ZERO.

       01  WS-SUCURSAL-LINE.
           05  FILLER                      PIC X(09)
               VALUE "SUCURSAL ".
           05  WS-SUL-CODIGO               PIC X(03).
           05  FILLER                      PIC X(05)   VALUE " LLE=".
           05  WS-SUL-LLEGADA              PIC X(01).
           05  FILLER                      PIC X(05)   VALUE " CUA=".
           05  WS-SUL-CUADRE               PIC X(01).
           05  FILLER                      PIC X(05)   VALUE " PRO=".
           05  WS-SUL-PROCESADOS           PIC Z(6)9.
           05  FILLER                      PIC X(05)   VALUE " RCH=".
           05  WS-SUL-RECHAZADOS           PIC Z(4)9.
           05  FILLER                      PIC X(05)   VALUE " PEN=".
           05  WS-SUL-PENDIENTES           PIC Z(4)9.
           05  FILLER                      PIC X(05)   VALUE " VEN=".
           05  WS-SUL-VENCIDOS             PIC Z(4)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-CONTAR-CRUCE
               THRU 2000-EXIT.
           PERFORM 2200-CONTAR-RECHAZOS
               THRU 2200-EXIT.
           PERFORM 2400-CONTAR-EXCEPCIONES
               THRU 2400-EXIT.
           PERFORM 2600-FOTO-PENDIENTES
               THRU 2600-EXIT.
           PERFORM 3000-LEER-LLEGADA
               THRU 3000-EXIT.
           PERFORM 3200-LEER-CONSOLIDACION
               THRU 3200-EXIT.
           OPEN EXTEND HIST-FILE.
           PERFORM 4000-GRABAR-SUCURSAL
               THRU 4000-EXIT
               VARYING WS-SUC-SUB FROM 1 BY 1
               UNTIL WS-SUC-SUB > WS-SUC-CANT.
           CLOSE HIST-FILE.
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           IF WS-CONT-ERRORES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
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
      *  1000-INITIALIZE - FIJA LA FECHA Y SU SERIE DE DIAS Y LEE  *
      *  LOS LIMITES DE RECHACTL (SIN REGISTRO SE ASUMEN 5 DIAS Y  *
      *  3 RECICLOS, COMO EN RECHAGE).                             *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 0900-FIJAR-FECHA-PROCESO
               THRU 0900-EXIT.
           MOVE WS-FECHA-CORRIDA TO WS-FECHA-NUM.
           PERFORM 7000-CALCULAR-SERIE
               THRU 7000-EXIT.
           MOVE WS-SERIE-FECHA TO WS-SERIE-HOY.

           OPEN INPUT RECHA-CTL-FILE.
           READ RECHA-CTL-FILE
               AT END
                   DISPLAY "RECHACTL SIN REGISTRO - SE USAN "
                           WS-DIAS-LIMITE " DIAS Y "
                           WS-RECICLA-LIMITE " RECICLOS"
               NOT AT END
                   MOVE CTRL-DIAS-LIMITE TO WS-DIAS-LIMITE
                   MOVE CTRL-RECICLA-LIMITE TO WS-RECICLA-LIMITE
           END-READ.
           CLOSE RECHA-CTL-FILE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-CONTAR-CRUCE - PROCESADOS E IMPORTE (RESULTADO) DE   *
      *  CADA OFICINA EN EL CRUCE DE LA NOCHE.                     *
      *-----------------------------------------------------------*
       2000-CONTAR-CRUCE.
           SET WS-EOF-NO TO TRUE.
           OPEN INPUT XREF-FILE.
           PERFORM 2100-SUMAR-CRUCE
               THRU 2100-EXIT
               UNTIL WS-EOF-YES.
           CLOSE XREF-FILE.
       2000-EXIT.
           EXIT.

       2100-SUMAR-CRUCE.
           READ XREF-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-CONT-LEIDOS.
           MOVE TRX-SUCURSAL TO WS-SUC-BUSCADA.
           PERFORM 7100-UBICAR-SUCURSAL
               THRU 7100-EXIT.
           IF WS-SUC-HALLADO = 0
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-SUC-PROCESADOS (WS-SUC-HALLADO).
           ADD TRX-RESULTADO TO WS-SUC-IMPORTE (WS-SUC-HALLADO).
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-CONTAR-RECHAZOS - RECHAZOS DE LA NOCHE POR OFICINA Y *
      *  POR MOTIVO. UN MOTIVO FUERA DE 01-09 CUENTA EN EL TOTAL   *
      *  DE LA OFICINA PERO EN NINGUN MOTIVO.                      *
      *-----------------------------------------------------------*
       2200-CONTAR-RECHAZOS.
           SET WS-EOF-NO TO TRUE.
           OPEN INPUT RECHAZO-FILE.
           PERFORM 2300-SUMAR-RECHAZO
               THRU 2300-EXIT
               UNTIL WS-EOF-YES.
           CLOSE RECHAZO-FILE.
       2200-EXIT.
           EXIT.

       2300-SUMAR-RECHAZO.
           READ RECHAZO-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 2300-EXIT
           END-READ.
           MOVE RCH-TRX TO WS-TRX-RECHAZADA.
           MOVE WS-TRR-SUCURSAL TO WS-SUC-BUSCADA.
           PERFORM 7100-UBICAR-SUCURSAL
               THRU 7100-EXIT.
           IF WS-SUC-HALLADO = 0
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-SUC-RECHAZADOS (WS-SUC-HALLADO).
           IF RCH-RAZON-COD NUMERIC
               MOVE RCH-RAZON-COD TO WS-MOTIVO-NUM
               IF WS-MOTIVO-NUM > 0
                  AND WS-MOTIVO-NUM < 10
                   ADD 1 TO WS-SUC-MOTIVO (WS-SUC-HALLADO,
                                           WS-MOTIVO-NUM)
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2400-CONTAR-EXCEPCIONES - EXCEPCIONES DE CUENTA DE CONDIF *
      *  POR OFICINA DE ORIGEN.                                    *
      *-----------------------------------------------------------*
       2400-CONTAR-EXCEPCIONES.
           SET WS-EOF-NO TO TRUE.
           OPEN INPUT EXCEPCION-FILE.
           PERFORM 2500-SUMAR-EXCEPCION
               THRU 2500-EXIT
               UNTIL WS-EOF-YES.
           CLOSE EXCEPCION-FILE.
       2400-EXIT.
           EXIT.

       2500-SUMAR-EXCEPCION.
           READ EXCEPCION-FILE INTO WS-LINEA-EXCEPCION
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 2500-EXIT
           END-READ.
           MOVE WS-LEX-SUCURSAL TO WS-SUC-BUSCADA.
           PERFORM 7100-UBICAR-SUCURSAL
               THRU 7100-EXIT.
           IF WS-SUC-HALLADO > 0
               ADD 1 TO WS-SUC-EXCEPCIONES (WS-SUC-HALLADO)
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2600-FOTO-PENDIENTES - RECHAZOS PENDIENTES DE CADA        *
      *  OFICINA EN RECHPEND: CANTIDAD, RECICLOS ACUMULADOS Y      *
      *  VENCIDOS (MAS DIAS O MAS RECICLOS QUE EL LIMITE, CON EL   *
      *  MISMO CRITERIO DEL ENVEJECIMIENTO RECHAGE).               *
      *-----------------------------------------------------------*
       2600-FOTO-PENDIENTES.
           SET WS-EOF-NO TO TRUE.
           OPEN INPUT PENDIENTE-FILE.
           PERFORM 2700-SUMAR-PENDIENTE
               THRU 2700-EXIT
               UNTIL WS-EOF-YES.
           CLOSE PENDIENTE-FILE.
       2600-EXIT.
           EXIT.

       2700-SUMAR-PENDIENTE.
           READ PENDIENTE-FILE
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 2700-EXIT
           END-READ.
           MOVE PEN-TRX TO WS-TRX-RECHAZADA.
           MOVE WS-TRR-SUCURSAL TO WS-SUC-BUSCADA.
           PERFORM 7100-UBICAR-SUCURSAL
               THRU 7100-EXIT.
           IF WS-SUC-HALLADO = 0
               GO TO 2700-EXIT
           END-IF.
           ADD 1 TO WS-SUC-PEND-CANT (WS-SUC-HALLADO).
           ADD PEN-CONT-RECICLA
             TO WS-SUC-PEND-RECICLOS (WS-SUC-HALLADO).

           MOVE PEN-FECHA TO WS-FECHA-NUM.
           PERFORM 7000-CALCULAR-SERIE
               THRU 7000-EXIT.
           IF WS-SERIE-HOY > WS-SERIE-FECHA
               SUBTRACT WS-SERIE-FECHA FROM WS-SERIE-HOY
                   GIVING WS-DIAS-PENDIENTE
           ELSE
               MOVE ZERO TO WS-DIAS-PENDIENTE
           END-IF.
           IF WS-DIAS-PENDIENTE > WS-DIAS-LIMITE
              OR PEN-CONT-RECICLA > WS-RECICLA-LIMITE
               ADD 1 TO WS-SUC-PEND-VENCIDOS (WS-SUC-HALLADO)
           END-IF.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-LEER-LLEGADA - TOMA DEL LISTADO DEL MONITOR ARRIBMON *
      *  EL VEREDICTO DE CADA OFICINA: B = LLEGO BIEN Y A TIEMPO,  *
      *  M = LLEGO MAL, A = AUSENTE. SIN LISTADO NO HAY DATO.      *
      *-----------------------------------------------------------*
       3000-LEER-LLEGADA.
           SET WS-EOF-NO TO TRUE.
           OPEN INPUT LLEGADA-FILE.
           PERFORM 3100-TOMAR-VEREDICTO
               THRU 3100-EXIT
               UNTIL WS-EOF-YES.
           CLOSE LLEGADA-FILE.
       3000-EXIT.
           EXIT.

       3100-TOMAR-VEREDICTO.
           READ LLEGADA-FILE INTO WS-LINEA-LLEGADA
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF WS-LLE-ROTULO NOT = "SUCURSAL "
              OR WS-LLE-SEPARADOR NOT = SPACE
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-LLE-CODIGO TO WS-SUC-BUSCADA.
           PERFORM 7100-UBICAR-SUCURSAL
               THRU 7100-EXIT.
           IF WS-SUC-HALLADO = 0
               GO TO 3100-EXIT
           END-IF.
           EVALUATE WS-LLE-VEREDICTO
               WHEN "LLEGO-BIEN"
                   MOVE "B" TO WS-SUC-LLEGADA (WS-SUC-HALLADO)
               WHEN "LLEGO-MAL"
                   MOVE "M" TO WS-SUC-LLEGADA (WS-SUC-HALLADO)
               WHEN "AUSENTE"
                   MOVE "A" TO WS-SUC-LLEGADA (WS-SUC-HALLADO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-LEER-CONSOLIDACION - TOMA DEL LISTADO DE CONSOSUC EL *
      *  CUADRE DE CADA OFICINA: UNA LINEA DE ERROR QUE NO SEA LA  *
      *  DE ARCHIVO AUSENTE (QUE YA CUENTA EN LA LLEGADA) LA DEJA  *
      *  DESCUADRADA; LA LINEA DE RESUMEN DE LA OFICINA SIN ERROR  *
      *  PREVIO LA DEJA CUADRADA. SIN LISTADO NO HAY DATO.         *
      *-----------------------------------------------------------*
       3200-LEER-CONSOLIDACION.
           SET WS-EOF-NO TO TRUE.
           OPEN INPUT CONSOLIDA-FILE.
           PERFORM 3300-TOMAR-CUADRE
               THRU 3300-EXIT
               UNTIL WS-EOF-YES.
           CLOSE CONSOLIDA-FILE.
       3200-EXIT.
           EXIT.

       3300-TOMAR-CUADRE.
           READ CONSOLIDA-FILE INTO WS-LINEA-CONSOLIDA
               AT END
                   SET WS-EOF-YES TO TRUE
                   GO TO 3300-EXIT
           END-READ.
           IF WS-LCE-ROTULO = "ERROR: SUCURSAL "
               IF WS-LCE-DETALLE = "ARCHIVO AUSENTE O VACIO"
                   GO TO 3300-EXIT
               END-IF
               MOVE WS-LCE-CODIGO TO WS-SUC-BUSCADA
               PERFORM 7100-UBICAR-SUCURSAL
                   THRU 7100-EXIT
               IF WS-SUC-HALLADO > 0
                   MOVE "D" TO WS-SUC-CUADRE (WS-SUC-HALLADO)
               END-IF
               GO TO 3300-EXIT
           END-IF.
           IF WS-LCR-ROTULO = "SUCURSAL "
               MOVE WS-LCR-CODIGO TO WS-SUC-BUSCADA
               PERFORM 7100-UBICAR-SUCURSAL
                   THRU 7100-EXIT
               IF WS-SUC-HALLADO > 0
                  AND WS-SUC-CUADRE (WS-SUC-HALLADO) NOT = "D"
                   MOVE "C" TO WS-SUC-CUADRE (WS-SUC-HALLADO)
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-GRABAR-SUCURSAL - AGREGA A SUCHIST EL REGISTRO DE LA *
      *  OFICINA CON LA FECHA DE PROCESO Y LO MUESTRA.             *
      *-----------------------------------------------------------*
       4000-GRABAR-SUCURSAL.
           MOVE WS-FECHA-CORRIDA TO EST-FECHA.
           MOVE WS-SUC-CODIGO (WS-SUC-SUB) TO EST-SUCURSAL.
           MOVE WS-SUC-LLEGADA (WS-SUC-SUB) TO EST-LLEGADA.
           MOVE WS-SUC-CUADRE (WS-SUC-SUB) TO EST-CUADRE.
           MOVE WS-SUC-PROCESADOS (WS-SUC-SUB) TO EST-PROCESADOS.
           MOVE WS-SUC-IMPORTE (WS-SUC-SUB) TO EST-IMPORTE.
           MOVE WS-SUC-RECHAZADOS (WS-SUC-SUB) TO EST-RECHAZADOS.
           PERFORM 4100-PASAR-MOTIVO
               THRU 4100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 9.
           MOVE WS-SUC-EXCEPCIONES (WS-SUC-SUB) TO EST-EXCEPCIONES.
           MOVE WS-SUC-PEND-CANT (WS-SUC-SUB) TO EST-PEND-CANT.
           MOVE WS-SUC-PEND-RECICLOS (WS-SUC-SUB)
             TO EST-PEND-RECICLOS.
           MOVE WS-SUC-PEND-VENCIDOS (WS-SUC-SUB)
             TO EST-PEND-VENCIDOS.
           WRITE EST-REGISTRO.

           MOVE EST-SUCURSAL TO WS-SUL-CODIGO.
           MOVE EST-LLEGADA TO WS-SUL-LLEGADA.
           MOVE EST-CUADRE TO WS-SUL-CUADRE.
           MOVE EST-PROCESADOS TO WS-SUL-PROCESADOS.
           MOVE EST-RECHAZADOS TO WS-SUL-RECHAZADOS.
           MOVE EST-PEND-CANT TO WS-SUL-PENDIENTES.
           MOVE EST-PEND-VENCIDOS TO WS-SUL-VENCIDOS.
           DISPLAY WS-SUCURSAL-LINE.
       4000-EXIT.
           EXIT.

       4100-PASAR-MOTIVO.
           MOVE WS-SUC-MOTIVO (WS-SUC-SUB, WS-SUB)
             TO EST-RECH-MOTIVO (WS-SUB).
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-CALCULAR-SERIE - CONVIERTE LA FECHA DE WS-FECHA-NUM  *
      *  EN UN NUMERO DE SERIE DE DIAS (CONVENCION 30/360, LA      *
      *  MISMA DEL REENVIO Y EL ENVEJECIMIENTO).                   *
      *-----------------------------------------------------------*
       7000-CALCULAR-SERIE.
           COMPUTE WS-SERIE-FECHA =
               (WS-FEC-AA * 360) + (WS-FEC-MM * 30) + WS-FEC-DD.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7100-UBICAR-SUCURSAL - DEJA EN WS-SUC-HALLADO LA ENTRADA  *
      *  DE LA SUCURSAL BUSCADA, CREANDOLA LA PRIMERA VEZ. CON LA  *
      *  TABLA LLENA DEJA CERO, AVISA UNA VEZ Y CUENTA EL ERROR.   *
      *-----------------------------------------------------------*
       7100-UBICAR-SUCURSAL.
           IF WS-SUC-BUSCADA = SPACES
               MOVE "---" TO WS-SUC-BUSCADA
           END-IF.
           MOVE ZERO TO WS-SUC-HALLADO.
           PERFORM 7150-BUSCAR-SUCURSAL
               THRU 7150-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SUC-CANT
                  OR WS-SUC-HALLADO > 0.
           IF WS-SUC-HALLADO > 0
               GO TO 7100-EXIT
           END-IF.
           IF WS-SUC-CANT = WS-SUC-MAX
               IF NOT WS-TABLA-AVISADA
                   DISPLAY "AVISO: TABLA DE SUCURSALES LLENA, SE "
                           "DESCARTA " WS-SUC-BUSCADA
                   SET WS-TABLA-AVISADA TO TRUE
               END-IF
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7100-EXIT
           END-IF.
           ADD 1 TO WS-SUC-CANT.
           MOVE WS-SUC-CANT TO WS-SUC-HALLADO.
           MOVE WS-SUC-BUSCADA TO WS-SUC-CODIGO (WS-SUC-HALLADO).
           MOVE SPACE TO WS-SUC-LLEGADA (WS-SUC-HALLADO)
                         WS-SUC-CUADRE (WS-SUC-HALLADO).
           MOVE ZEROS TO WS-SUC-CIFRAS (WS-SUC-HALLADO).
       7100-EXIT.
           EXIT.

       7150-BUSCAR-SUCURSAL.
           IF WS-SUC-CODIGO (WS-SUB) = WS-SUC-BUSCADA
               MOVE WS-SUB TO WS-SUC-HALLADO
           END-IF.
       7150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - RESUME LA CORRIDA.                       *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           DISPLAY "SUCHIST " WS-FECHA-CORRIDA ": " WS-SUC-CANT
                   " SUCURSALES, " WS-CONT-LEIDOS " PROCESADOS, "
                   WS-CONT-ERRORES " ERRORES".
       8000-EXIT.
           EXIT.

       END PROGRAM SUCESTAD.
