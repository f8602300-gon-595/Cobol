      *                  justo en las noches sanas; solo en las
      *                  caidas, con FECHROLL salteado, salian
      *                  bien.
      *  2026-09-03 RMM  Se agrega el paso 2270-EJECUTAR-POSICION (10)
      *                  despues de la extraccion al mayor: POSICTA
      *                  lleva el movimiento del dia y los reversos
      *                  al maestro de posicion por cuenta y lo
      *                  concilia contra TOTHIST; con RC=8 el ciclo
      *                  se detiene y la fecha no avanza. RUTINAS,
      *                  OPSRESUM, PACKRPT y FECHROLL pasan a ser los
      *                  pasos 11 a 14 del checkpoint.
      *  2026-09-05 RMM  Se agrega el paso 2255-EJECUTAR-DUPLICADOS
      *                  (09) despues de VARDIA: DUPSOSP compara el
      *                  cruce de la noche contra los dias anteriores
      *                  retenidos en CONDIDX y deja los posibles
      *                  duplicados en su reporte (RC=2 con alerta
      *                  A011). MAYOREXT, POSICTA, RUTINAS, OPSRESUM,
      *                  PACKRPT y FECHROLL pasan a ser los pasos 10
      *                  a 15 del checkpoint.
      *  2026-09-07 RMM  Se agrega el paso 2258-EJECUTAR-PERFIL (10)
      *                  despues de DUPSOSP: PERFCTA compara el
      *                  RESULTADO de la noche de cada cuenta contra su
      *                  propio perfil retenido en CONDIDX y deja los
      *                  desvios en ANOMOUT, que el paquete suma como
      *                  octava seccion. MAYOREXT, POSICTA, RUTINAS,
      *                  OPSRESUM, PACKRPT y FECHROLL pasan a ser los
      *                  pasos 11 a 16 del checkpoint.
      *  2026-09-08 RMM  Se agrega el paso 2259-EJECUTAR-REGULADOR
      *                  (11) despues de PERFCTA: REGVALOR arma la
      *                  presentacion de alto valor al regulador y la
      *                  asienta en REGPRES (RC=2 si la fecha ya fue
      *                  presentada). MAYOREXT, POSICTA, RUTINAS,
      *                  OPSRESUM, PACKRPT y FECHROLL pasan a ser los
      *                  pasos 12 a 17 del checkpoint.
      *  2026-09-09 RMM  Se agrega el paso 2650-EJECUTAR-ESTADSUC
      *                  (17) despues de PACKRPT: SUCESTAD agrega a
      *                  SUCHIST las estadisticas del dia por sucursal
      *                  para el cuadro mensual SUCMENS. FECHROLL pasa
      *                  a ser el paso 18 del checkpoint.
      *  2026-09-10 RMM  Cada paso que corre deja su hora de inicio
      *                  (al decidir que se ejecuta) y de fin, y al
      *                  cerrar la corrida el driver agrega al maestro
      *                  PASOHIST (copybook CBTIEHIS) un registro por
      *                  paso con inicio, fin, transcurrido, volumen de
      *                  la noche (registros de SUMAXREF) y
      *                  RETURN-CODE, para las tendencias y la
      *                  proyeccion de la ventana del informe semanal
      *                  TIEMSEM. Antes el tiempo por paso solo se
      *                  veia esa noche en el resumen de OPSRESUM.
      *  2026-09-12 RMM  Se agrega el paso 2265-EJECUTAR-VERIFICACION
      *                  (13) despues de la extraccion al mayor:
      *                  VERIFCAL rehace los calculos y la
      *                  clasificacion de la noche desde NUM1/NUM2 y
      *                  los coteja contra SUMAAUD, CONDIDX y
      *                  MAYORINT; con diferencias vacia la interfase,
      *                  deja la alerta A012 y termina con RC=8.
      *                  POSICTA, RUTINAS, OPSRESUM, PACKRPT, SUCESTAD
      *                  y FECHROLL pasan a ser los pasos 14 a 19 del
      *                  checkpoint.
      *  2026-09-14 RMM  Se agrega el paso 2010-EJECUTAR-RESGUARDO
      *                  (00) al frente del ciclo, antes de EDITLOTE:
      *                  RESGUNOC copia todos los maestros que el
      *                  ciclo actualiza al resguardo RESGUARD, desde
      *                  el que RESTANOC puede devolver la noche
      *                  entera a su estado previo. Sin resguardo
      *                  completo (RC=8) el ciclo no arranca. El
      *                  resto de los pasos conserva su numero.
      *  2026-09-16 RMM  El TRX-MONEDA agregado a CBTRANS se renombra
      *                  tambien en las copias de entrada y salida de
      *                  pares.
      *  2026-09-17 RMM  SUMAPGM y CONDIF toman checkpoint por registro
      *                  (SUMACKPT y CONDCKPT): despues de cada uno el
      *                  log anota si la corrida se reanudo y desde que
      *                  registro. Un ciclo normal vacia ambos
      *                  checkpoints al arrancar; el reinicio los
      *                  conserva para que el paso caido se reanude.
      *  2026-09-18 RMM  Pasos de fin de periodo guiados por el
      *                  calendario: al arrancar (tambien en un
      *                  reinicio) PERIODO arma con FECHAPRO y CALENFER
      *                  el plan de la noche (CICLOPLA, copybook
      *                  CBPERPLA) y el log anota cada paso de periodo,
      *                  programado u omitido, con su motivo. PURGAIDX
      *                  pasa a correr solo cuando el plan lo programa
      *                  (semanal por omision) y se agregan los pasos
      *                  2660-EJECUTAR-CIERREMES (19), el cierre de mes
      *                  el ultimo dia habil del mes, y
      *                  2670-EJECUTAR-DORMIDAS (20), el control de
      *                  cuentas dormidas de cierre de trimestre; ambos
      *                  con checkpoint y reinicio como los demas.
      *                  FECHROLL pasa a ser el paso 21 del checkpoint.
      *  2026-09-20 RMM  Se agrega el paso 2267-EJECUTAR-NOTIFICACION
      *                  (14) despues de la verificacion: NOTIFCLI
      *                  arma los avisos al cliente de la noche (ALTO
      *                  y rechazos por cuenta cerrada, menos las
      *                  cuentas suprimidas) y los asienta en NOTIREG
      *                  (RC=2 si la fecha ya fue avisada). POSICTA,
      *                  RUTINAS, OPSRESUM, PACKRPT, SUCESTAD,
      *                  CIERREMES, DORMIDAS y FECHROLL pasan a ser
      *                  los pasos 15 a 22 del checkpoint.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLONOC.
           SELECT OPTIONAL FECHA-PRO-FILE ASSIGN TO "FECHAPRO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TIEMPO-HIST-FILE ASSIGN TO "PASOHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    EL CRUCE DE LA NOCHE RELEIDO SOLO PARA CONTAR EL VOLUMEN
      *    QUE SE ANOTA EN PASOHIST; OPCIONAL PORQUE UNA NOCHE
      *    DETENIDA ANTES DE SUMAPGM PUEDE NO TENERLO.
           SELECT OPTIONAL VOLUMEN-FILE ASSIGN TO "SUMAXREF"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    CHECKPOINTS POR REGISTRO DE SUMAPGM Y CONDIF: SE LEEN PARA
      *    ANOTAR EN EL LOG UNA CORRIDA REANUDADA Y SE VACIAN AL
      *    ARRANCAR UN CICLO NORMAL.
           SELECT OPTIONAL SUMA-CKPT-FILE ASSIGN TO "SUMACKPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COND-CKPT-FILE ASSIGN TO "CONDCKPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    PLAN DE FIN DE PERIODO DE LA NOCHE QUE DEJA PERIODO: QUE
      *    PASOS DE PERIODO CORREN Y POR QUE. OPCIONAL: SIN PLAN
      *    NINGUN PASO DE PERIODO CORRE.
           SELECT OPTIONAL PLAN-FILE ASSIGN TO "CICLOPLA"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
                         ==TRX-RESULTADO==     BY ==XIN-RESULTADO==
                         ==TRX-CLASIFICACION==
                             BY ==XIN-CLASIFICACION==
                         ==TRX-SUCURSAL==      BY ==XIN-SUCURSAL==
                         ==TRX-MONEDA==        BY ==XIN-MONEDA==.

       FD  TRANS-OUT-FILE.
           COPY CBTRANS
                         ==TRX-RESULTADO==     BY ==TOUT-RESULTADO==
                         ==TRX-CLASIFICACION==
                             BY ==TOUT-CLASIFICACION==
                         ==TRX-SUCURSAL==      BY ==TOUT-SUCURSAL==
                         ==TRX-MONEDA==        BY ==TOUT-MONEDA==.

       FD  CTRL-FILE.
       01  CTRL-REC.
       FD  FECHA-PRO-FILE.
       COPY CBFECHAP.

       FD  TIEMPO-HIST-FILE.
       COPY CBTIEHIS.

       FD  VOLUMEN-FILE.
       01  VOLUMEN-REC                     PIC X(80).

       FD  SUMA-CKPT-FILE.
       01  SUMA-CKPT-REC                   PIC X(181).

       FD  COND-CKPT-FILE.
       01  COND-CKPT-REC                   PIC X(181).

       FD  PLAN-FILE.
       COPY CBPERPLA.

       WORKING-STORAGE SECTION.
       01  WS-FECHA-CORRIDA                PIC X(08).
       01  WS-HORA-PASO                    PIC X(08).

       COPY CBRPTHDR.

      *    TIEMPOS DE LOS PASOS CORRIDOS EN ESTA EJECUCION, QUE SE
      *    AGREGAN A PASOHIST AL CERRAR (CUANDO YA SE CONOCE EL
      *    VOLUMEN DE LA NOCHE). LA HORA DE INICIO SE TOMA AL
      *    DECIDIR QUE EL PASO CORRE Y LA DE FIN AL REGISTRARLO.
       01  WS-INICIO-FECHA                 PIC X(08)   VALUE SPACES.
       01  WS-INICIO-HORA                  PIC X(08)   VALUE SPACES.
       01  WS-FIN-FECHA                    PIC X(08).
       01  WS-TABLA-TIEMPOS.
           05  WS-TIE-MAX                  PIC S9(4)   COMP VALUE 30.
           05  WS-TIE-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-TIE-ENTRADA OCCURS 30 TIMES.
               10  WS-TIE-PASO             PIC X(02).
               10  WS-TIE-PROGRAMA         PIC X(14).
               10  WS-TIE-INICIO-FECHA     PIC X(08).
               10  WS-TIE-INICIO-HORA      PIC X(08).
               10  WS-TIE-FIN-FECHA        PIC X(08).
               10  WS-TIE-FIN-HORA         PIC X(08).
               10  WS-TIE-SEGUNDOS         PIC 9(07)V99.
               10  WS-TIE-RC               PIC 9(04).
       01  WS-SUB-TIEMPO                   PIC S9(4)   COMP.
       01  WS-CONT-VOLUMEN                 PIC 9(09)   VALUE ZERO.
       01  WS-VOLUMEN-EOF-SW               PIC X(01)   VALUE "N".
           88  WS-VOLUMEN-EOF-YES                       VALUE "Y".

      *    HORA HHMMSSCC PASADA A SEGUNDOS CON CENTESIMAS; UN PASO
      *    QUE CRUZA LA MEDIANOCHE SUMA UN DIA ENTERO DE SEGUNDOS.
       01  WS-HORA-PARTES.
           05  WS-HP-HH                    PIC 9(02).
           05  WS-HP-MM                    PIC 9(02).
           05  WS-HP-SS                    PIC 9(02).
           05  WS-HP-CC                    PIC 9(02).
       01  WS-SEG-ENTEROS                  PIC 9(05).
       01  WS-SEG-INICIO                   PIC 9(05)V99.
       01  WS-SEG-FIN                      PIC 9(05)V99.

       01  WS-LOG-LINE.
           05  WS-LOG-SECUENCIA            PIC Z9.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  FILLER                      PIC X(02)   VALUE SPACES.
           05  WS-LOG-RC                   PIC ----9.

       COPY CBCKPREG.

       01  WS-REANUDACION-LINE.
           05  FILLER                      PIC X(04)   VALUE SPACES.
           05  WS-REA-PROGRAMA             PIC X(08).
           05  FILLER                      PIC X(29)
               VALUE " REANUDADO DESDE EL REGISTRO ".
           05  WS-REA-DESDE                PIC Z(8)9.
           05  FILLER                      PIC X(15)
               VALUE " REANUDACIONES=".
           05  WS-REA-VECES                PIC ZZ9.

      *    PLAN DE FIN DE PERIODO DE LA NOCHE (CICLOPLA): UN PASO POR
      *    PROGRAMA CON SI CORRE O NO. LOS PASOS DE PERIODO LO
      *    CONSULTAN DESPUES DE 7500-DEBE-EJECUTAR; UN PROGRAMA QUE
      *    NO FIGURA EN EL PLAN NO CORRE.
       01  WS-RC-PERIODO                   PIC 9(04)   VALUE ZERO.
       01  WS-PLAN-EOF-SW                  PIC X(01)   VALUE "N".
           88  WS-PLAN-EOF-YES                          VALUE "Y".
       01  WS-TABLA-PLAN.
           05  WS-PLN-MAX                  PIC S9(4)   COMP VALUE 10.
           05  WS-PLN-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-PLN-ENTRADA OCCURS 10 TIMES.
               10  WS-PLN-PROGRAMA         PIC X(08).
               10  WS-PLN-CORRE-SW         PIC X(01).
       01  WS-SUB-PLAN                     PIC S9(4)   COMP.
       01  WS-PLAN-BUSCADO                 PIC X(08).
       01  WS-PLAN-SW                      PIC X(01)   VALUE "N".
           88  WS-PLAN-CORRE-SI                         VALUE "S".
           88  WS-PLAN-CORRE-NO                         VALUE "N".

       01  WS-PLAN-LINE.
           05  FILLER                      PIC X(12)
               VALUE "    PERIODO ".
           05  WS-PLA-PROGRAMA             PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PLA-FRECUENCIA           PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PLA-ESTADO               PIC X(10).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PLA-MOTIVO               PIC X(40).

       PROCEDURE DIVISION.

       0000-MAINLINE.
               THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2010-EJECUTAR-RESGUARDO
               THRU 2010-EXIT.
           PERFORM 2050-EJECUTAR-EDITLOTE
               THRU 2050-EXIT.
           PERFORM 2100-EJECUTAR-SUMA
               THRU 2240-EXIT.
           PERFORM 2250-EJECUTAR-VARDIA
               THRU 2250-EXIT.
           PERFORM 2255-EJECUTAR-DUPLICADOS
               THRU 2255-EXIT.
           PERFORM 2258-EJECUTAR-PERFIL
               THRU 2258-EXIT.
           PERFORM 2259-EJECUTAR-REGULADOR
               THRU 2259-EXIT.
           PERFORM 2260-EJECUTAR-MAYOR
               THRU 2260-EXIT.
           PERFORM 2265-EJECUTAR-VERIFICACION
               THRU 2265-EXIT.
           PERFORM 2267-EJECUTAR-NOTIFICACION
               THRU 2267-EXIT.
           PERFORM 2270-EJECUTAR-POSICION
               THRU 2270-EXIT.
           PERFORM 2300-EJECUTAR-RUTINAS
               THRU 2300-EXIT.
           PERFORM 2500-EJECUTAR-DIGESTO
               THRU 2500-EXIT.
           PERFORM 2600-EJECUTAR-PAQUETE
               THRU 2600-EXIT.
           PERFORM 2650-EJECUTAR-ESTADSUC
               THRU 2650-EXIT.
           PERFORM 2660-EJECUTAR-CIERREMES
               THRU 2660-EXIT.
           PERFORM 2670-EJECUTAR-DORMIDAS
               THRU 2670-EXIT.
           PERFORM 2400-EJECUTAR-FECHROLL
               THRU 2400-EXIT.
           PERFORM 8000-TERMINATE

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - ABRE EL LOG CONSOLIDADO DEL CICLO. EN  *
      *  CORRIDA NORMAL SE REINICIAN EL CHECKPOINT DE PASOS Y LOS *
      *  CHECKPOINTS POR REGISTRO DE SUMAPGM Y CONDIF; EN         *
      *  REINICIO SE RECUPERA EL ULTIMO PASO COMPLETADO Y EL LOG  *
      *  SE CONTINUA EN VEZ DE PISARSE.                           *
      *-----------------------------------------------------------*
           ELSE
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               OPEN OUTPUT SUMA-CKPT-FILE
               CLOSE SUMA-CKPT-FILE
               OPEN OUTPUT COND-CKPT-FILE
               CLOSE COND-CKPT-FILE
               OPEN OUTPUT LOG-FILE
           END-IF.

           MOVE "CICLO NOCTURNO" TO RPT-HDR-NOMBRE.
           MOVE WS-FECHA-CORRIDA TO RPT-HDR-FECHA.
           WRITE LOG-REC FROM RPT-HEADER-LINE.
           PERFORM 1200-PLANIFICAR-PERIODO
               THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-PLANIFICAR-PERIODO - PERIODO ARMA CON FECHAPRO Y EL *
      *  CALENDARIO CALENFER EL PLAN DE FIN DE PERIODO DE LA NOCHE*
      *  (CICLOPLA). SE CARGA EN LA TABLA DEL PLAN Y CADA PASO    *
      *  QUEDA ANOTADO EN EL LOG, PROGRAMADO U OMITIDO, CON SU    *
      *  MOTIVO. CORRE TAMBIEN EN UN REINICIO: LA FECHA DE PROCESO*
      *  NO AVANZO Y EL PLAN SALE IGUAL AL DE LA CORRIDA CAIDA.   *
      *-----------------------------------------------------------*
       1200-PLANIFICAR-PERIODO.
           CALL "PERIODO" END-CALL.
           MOVE RETURN-CODE TO WS-RC-PERIODO.
           IF WS-RC-PERIODO > 0
               MOVE "CIC0404" TO MSJ-CODIGO
               SET MSJ-SEV-AVISO TO TRUE
               MOVE "PLAN DE FIN DE PERIODO CON AVISOS, RC="
                 TO MSJ-TEXTO
               MOVE WS-RC-PERIODO TO MSJ-TEXTO (40:4)
               PERFORM 7900-EMITIR-MENSAJE
                   THRU 7900-EXIT
           END-IF.

           OPEN INPUT PLAN-FILE.
           PERFORM 1250-CARGAR-PLAN
               THRU 1250-EXIT
               UNTIL WS-PLAN-EOF-YES.
           CLOSE PLAN-FILE.
           IF WS-PLN-CANT = 0
               MOVE "CIC0404" TO MSJ-CODIGO
               SET MSJ-SEV-AVISO TO TRUE
               MOVE "CICLOPLA SIN PLAN DE LA NOCHE, PASOS DE PERIODO "
                 TO MSJ-TEXTO
               MOVE "OMITIDOS" TO MSJ-TEXTO (50:8)
               PERFORM 7900-EMITIR-MENSAJE
                   THRU 7900-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1250-CARGAR-PLAN - LEE UN PASO DEL PLAN DE LA FECHA DE   *
      *  PROCESO, LO GUARDA EN LA TABLA Y LO ANOTA EN EL LOG. UN  *
      *  PLAN DE OTRA FECHA QUEDO VIEJO Y NO SE USA.              *
      *-----------------------------------------------------------*
       1250-CARGAR-PLAN.
           READ PLAN-FILE
               AT END
                   SET WS-PLAN-EOF-YES TO TRUE
                   GO TO 1250-EXIT
           END-READ.
           IF PLA-FECHA NOT = WS-FECHA-CORRIDA
              OR WS-PLN-CANT = WS-PLN-MAX
               GO TO 1250-EXIT
           END-IF.
           ADD 1 TO WS-PLN-CANT.
           MOVE PLA-PROGRAMA TO WS-PLN-PROGRAMA (WS-PLN-CANT).
           MOVE PLA-CORRE-SW TO WS-PLN-CORRE-SW (WS-PLN-CANT).

           MOVE PLA-PROGRAMA TO WS-PLA-PROGRAMA.
           MOVE PLA-FRECUENCIA TO WS-PLA-FRECUENCIA.
           IF PLA-CORRE
               MOVE "PROGRAMADO" TO WS-PLA-ESTADO
           ELSE
               MOVE "OMITIDO" TO WS-PLA-ESTADO
           END-IF.
           MOVE PLA-MOTIVO TO WS-PLA-MOTIVO.
           WRITE LOG-REC FROM WS-PLAN-LINE.
           MOVE "CIC0104" TO MSJ-CODIGO.
           SET MSJ-SEV-INFO TO TRUE.
           MOVE WS-PLAN-LINE TO MSJ-TEXTO.
           PERFORM 7900-EMITIR-MENSAJE
               THRU 7900-EXIT.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7500-DEBE-EJECUTAR - DECIDE SI EL PASO EN WS-PASO-ACTUAL *
      *  CORRE: NO CORRE SI EL CICLO YA SE DETUVO NI SI EN UN     *
      *  REINICIO EL PASO YA QUEDO COMPLETADO EN EL CHECKPOINT.   *
      *  SI CORRE, ANOTA LA FECHA Y HORA DE INICIO DEL PASO.      *
      *-----------------------------------------------------------*
       7500-DEBE-EJECUTAR.
           IF WS-DETENIDO-YES
               SET WS-EJECUTAR-NO TO TRUE
           ELSE
               SET WS-EJECUTAR-SI TO TRUE
               ACCEPT WS-INICIO-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-INICIO-HORA FROM TIME
           END-IF.
       7500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7600-CONSULTAR-PLAN - BUSCA EN LA TABLA DEL PLAN DE LA   *
      *  NOCHE EL PROGRAMA EN WS-PLAN-BUSCADO Y DEJA SI CORRE. UN *
      *  PASO DE PERIODO QUE NO FIGURA EN EL PLAN NO CORRE.       *
      *-----------------------------------------------------------*
       7600-CONSULTAR-PLAN.
           SET WS-PLAN-CORRE-NO TO TRUE.
           PERFORM 7650-COMPARAR-PLAN
               THRU 7650-EXIT
               VARYING WS-SUB-PLAN FROM 1 BY 1
               UNTIL WS-SUB-PLAN > WS-PLN-CANT.
       7600-EXIT.
           EXIT.

       7650-COMPARAR-PLAN.
           IF WS-PLN-PROGRAMA (WS-SUB-PLAN) = WS-PLAN-BUSCADO
               MOVE WS-PLN-CORRE-SW (WS-SUB-PLAN) TO WS-PLAN-SW
           END-IF.
       7650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2010-EJECUTAR-RESGUARDO - COPIA LOS MAESTROS DEL CICLO   *
      *  AL RESGUARDO DE LA NOCHE ANTES DE TOCAR NADA. EN UN      *
      *  REINICIO YA COMPLETADO NO SE REPITE: EL RESGUARDO DEBE   *
      *  SEGUIR SIENDO EL DE ANTES DEL PRIMER PASO.               *
      *-----------------------------------------------------------*
       2010-EJECUTAR-RESGUARDO.
           MOVE "00" TO WS-PASO-ACTUAL.
           PERFORM 7500-DEBE-EJECUTAR
               THRU 7500-EXIT.
           IF WS-EJECUTAR-NO
               GO TO 2010-EXIT
           END-IF.
           CALL "RESGUNOC" END-CALL.
           MOVE "RESGUNOC" TO WS-LOG-PASO.
           PERFORM 8100-REGISTRAR-PASO
               THRU 8100-EXIT.
       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2050-EJECUTAR-EDITLOTE - CONTROL DE ENTRADA DEL LOTE     *
      *  RECIBIDO: VERIFICA CABECERA, COLA, CANTIDAD, TOTAL DE    *
           MOVE "SUMAPGM" TO WS-LOG-PASO.
           PERFORM 8100-REGISTRAR-PASO
               THRU 8100-EXIT.
           PERFORM 8120-ANOTAR-REANUDACION
               THRU 8120-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2190-EJECUTAR-PURGA - RECORTA CONDIDX A LA RETENCION     *
      *  CONFIGURADA ANTES DE QUE CONDIF AGREGUE EL DIA NUEVO.    *
      *  PASO DE PERIODO: CORRE SOLO SI EL PLAN DE LA NOCHE LO    *
      *  PROGRAMA (POR OMISION, ULTIMO DIA HABIL DE LA SEMANA).   *
      *-----------------------------------------------------------*
       2190-EJECUTAR-PURGA.
           MOVE "04" TO WS-PASO-ACTUAL.
           IF WS-EJECUTAR-NO
               GO TO 2190-EXIT
           END-IF.
           MOVE "PURGAIDX" TO WS-PLAN-BUSCADO.
           PERFORM 7600-CONSULTAR-PLAN
               THRU 7600-EXIT.
           IF WS-PLAN-CORRE-NO
               GO TO 2190-EXIT
           END-IF.
           CALL "PURGAIDX" END-CALL.
           MOVE "PURGAIDX" TO WS-LOG-PASO.
           PERFORM 8100-REGISTRAR-PASO
           MOVE "CONDIF" TO WS-LOG-PASO.
           PERFORM 8100-REGISTRAR-PASO
               THRU 8100-EXIT.
           PERFORM 8120-ANOTAR-REANUDACION
               THRU 8120-EXIT.
       2200-EXIT.
           EXIT.

       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2255-EJECUTAR-DUPLICADOS - COMPARA EL CRUCE DE LA NOCHE   *
      *  CONTRA LOS DIAS ANTERIORES RETENIDOS EN CONDIDX (DUPSOSP) *
      *  Y DEJA LOS POSIBLES DUPLICADOS EN SU REPORTE, ANTES DE    *
      *  QUE LA INTERFASE SALGA AL MAYOR.                          *
      *-----------------------------------------------------------*
       2255-EJECUTAR-DUPLICADOS.
           MOVE "09" TO WS-PASO-ACTUAL.
           PERFORM 7500-DEBE-EJECUTAR
               THRU 7500-EXIT.
           IF WS-EJECUTAR-NO
               GO TO 2255-EXIT
           END-IF.
           CALL "DUPSOSP" END-CALL.
           MOVE "DUPSOSP" TO WS-LOG-PASO.
           PERFORM 8100-REGISTRAR-PASO
               THRU 8100-EXIT.
       2255-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2258-EJECUTAR-PERFIL - COMPARA EL RESULTADO DE LA NOCHE   *
      *  DE CADA CUENTA CONTRA SU PROPIO PERFIL RETENIDO EN        *
      *  CONDIDX (PERFCTA) Y DEJA LOS DESVIOS EN ANOMOUT PARA LA   *
      *  MESA DE ESCALAMIENTO.                                     *
      *-----------------------------------------------------------*
       2258-EJECUTAR-PERFIL.
           MOVE "10" TO WS-PASO-ACTUAL.
           PERFORM 7500-DEBE-EJECUTAR
               THRU 7500-EXIT.
           IF WS-EJECUTAR-NO
               GO TO 2258-EXIT
           END-IF.
           CALL "PERFCTA" END-CALL.
           MOVE "PERFCTA" TO WS-LOG-PASO.
           PERFORM 8100-REGISTRAR-PASO
               THRU 8100-EXIT.
       2258-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2259-EJECUTAR-REGULADOR - ARMA LA PRESENTACION DE ALTO    *
      *  VALOR AL REGULADOR (REGVALOR) DESDE EL CRUCE DE LA NOCHE  *
      *  Y LA ASIENTA EN EL REGISTRO DE PRESENTACIONES REGPRES.    *
      *-----------------------------------------------------------*
       2259-EJECUTAR-REGULADOR.
           MOVE "11" TO WS-PASO-ACTUAL.
           PERFORM 7500-DEBE-EJECUTAR
               THRU 7500-EXIT.
           IF WS-EJECUTAR-NO
               GO TO 2259-EXIT
           END-IF.
           CALL "REGVALOR" END-CALL.
           MOVE "REGVALOR" TO WS-LOG-PASO.
           PERFORM 8100-REGISTRAR-PASO
               THRU 8100-EXIT.
       2259-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2260-EJECUTAR-MAYOR - GENERA LA INTERFASE AL MAYOR       *
      *  CONTABLE (MAYORINT) DESDE LA BITACORA SUMAAUD, CON        *
      *  CABECERA Y COLA DE TOTALES DE CONTROL.                    *
      *-----------------------------------------------------------*
       2260-EJECUTAR-MAYOR.
           MOVE "12" TO WS-PASO-ACTUAL.
           PERFORM 7500-DEBE-EJECUTAR
               THRU 7500-EXIT.
           IF WS-EJECUTAR-NO
       2260-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2265-EJECUTAR-VERIFICACION - REHACE DESDE NUM1/NUM2 LOS   *
      *  CALCULOS Y LA CLASIFICACION DE LA NOCHE (VERIFCAL) Y LOS  *
      *  COTEJA CONTRA SUMAAUD, CONDIDX Y MAYORINT. CON ALGUNA     *
      *  DIFERENCIA VACIA LA INTERFASE, DEJA LA ALERTA A012 Y EL   *
      *  RC=8 DETIENE EL CICLO ANTES DE LA POSICION Y DEL AVANCE   *
      *  DE FECHA.                                                 *
      *-----------------------------------------------------------*
       2265-EJECUTAR-VERIFICACION.
           MOVE "13" TO WS-PASO-ACTUAL.
           PERFORM 7500-DEBE-EJECUTAR
               THRU 7500-EXIT.
           IF WS-EJECUTAR-NO
               GO TO 2265-EXIT
           END-IF.
           CALL "VERIFCAL" END-CALL.
           MOVE "VERIFCAL" TO WS-LOG-PASO.
           PERFORM 8100-REGISTRAR-PASO
               THRU 8100-EXIT.
       2265-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2267-EJECUTAR-NOTIFICACION - ARMA LOS AVISOS AL CLIENTE   *
      *  DE LA NOCHE (NOTIFCLI) CON LAS TRANSACCIONES ALTO Y LAS   *
      *  RECHAZADAS POR CUENTA CERRADA, RESPETANDO LA LISTA DE     *
      *  SUPRESION, Y LOS ASIENTA EN NOTIREG (RC=2 SI UNA          *
      *  RECORRIDA DE LA FECHA NO TIENE EVENTOS NUEVOS).           *
      *-----------------------------------------------------------*
       2267-EJECUTAR-NOTIFICACION.
           MOVE "14" TO WS-PASO-ACTUAL.
           PERFORM 7500-DEBE-EJECUTAR
               THRU 7500-EXIT.
           IF WS-EJECUTAR-NO
               GO TO 2267-EXIT
           END-IF.
           CALL "NOTIFCLI" END-CALL.
           MOVE "NOTIFCLI" TO WS-LOG-PASO.
           PERFORM 8100-REGISTRAR-PASO
               THRU 8100-EXIT.
       2267-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2270-EJECUTAR-POSICION - LLEVA EL MOVIMIENTO CLASIFICADO  *
      *  DEL DIA Y LOS LOTES DE REVERSOS AL MAESTRO DE POSICION    *
      *  POR CUENTA (POSICTA) Y LO CONCILIA CONTRA TOTHIST.        *
      *-----------------------------------------------------------*
       2270-EJECUTAR-POSICION.
           MOVE "15" TO WS-PASO-ACTUAL.
           PERFORM 7500-DEBE-EJECUTAR
               THRU 7500-EXIT.
           IF WS-EJECUTAR-NO
               GO TO 2270-EXIT
           END-IF.
           CALL "POSICTA" END-CALL.
           MOVE "POSICTA" TO WS-LOG-PASO.
           PERFORM 8100-REGISTRAR-PASO
               THRU 8100-EXIT.
       2270-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-EJECUTAR-RUTINAS - TERCER PASO: FASES RUTINA01-04.  *
      *-----------------------------------------------------------*
       2300-EJECUTAR-RUTINAS.
           MOVE "16" TO WS-PASO-ACTUAL.
           PERFORM 7500-DEBE-EJECUTAR
               THRU 7500-EXIT.
           IF WS-EJECUTAR-NO
           MOVE RETURN-CODE TO WS-RC-PASO.
           ADD 1 TO WS-SECUENCIA.
           ACCEPT WS-HORA-PASO FROM TIME.
           PERFORM 8150-ANOTAR-TIEMPO
               THRU 8150-EXIT.
           MOVE WS-SECUENCIA TO WS-LOG-SECUENCIA.
           MOVE WS-HORA-PASO TO WS-LOG-HORA.
           MOVE WS-RC-PASO TO WS-LOG-RC.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8120-ANOTAR-REANUDACION - LEE LA CABECERA DEL CHECKPOINT  *
      *  POR REGISTRO DEL PASO RECIEN EJECUTADO (SUMAPGM O CONDIF) *
      *  Y, SI ESA CORRIDA DEL DIA SE REANUDO DESDE UN CHECKPOINT, *
      *  LO DEJA EN EL LOG CON EL REGISTRO DESDE EL QUE SIGUIO.    *
      *-----------------------------------------------------------*
       8120-ANOTAR-REANUDACION.
           MOVE SPACES TO CKP-REGISTRO.
           IF WS-LOG-PASO = "SUMAPGM"
               OPEN INPUT SUMA-CKPT-FILE
               READ SUMA-CKPT-FILE INTO CKP-REGISTRO
                   AT END
                       MOVE SPACES TO CKP-REGISTRO
               END-READ
               CLOSE SUMA-CKPT-FILE
           ELSE
               OPEN INPUT COND-CKPT-FILE
               READ COND-CKPT-FILE INTO CKP-REGISTRO
                   AT END
                       MOVE SPACES TO CKP-REGISTRO
               END-READ
               CLOSE COND-CKPT-FILE
           END-IF.
           IF NOT CKP-TIPO-CABECERA
              OR CKP-FECHA NOT = WS-FECHA-CORRIDA
              OR CKP-REANUDACIONES NOT NUMERIC
               GO TO 8120-EXIT
           END-IF.
           IF CKP-REANUDACIONES = 0
               GO TO 8120-EXIT
           END-IF.
           MOVE WS-LOG-PASO TO WS-REA-PROGRAMA.
           MOVE CKP-DESDE TO WS-REA-DESDE.
           MOVE CKP-REANUDACIONES TO WS-REA-VECES.
           WRITE LOG-REC FROM WS-REANUDACION-LINE.
           MOVE "CIC0103" TO MSJ-CODIGO.
           SET MSJ-SEV-INFO TO TRUE.
           MOVE WS-REANUDACION-LINE TO MSJ-TEXTO.
           PERFORM 7900-EMITIR-MENSAJE
               THRU 7900-EXIT.
       8120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8150-ANOTAR-TIEMPO - GUARDA EN LA TABLA DE TIEMPOS EL     *
      *  PASO RECIEN TERMINADO CON SU INICIO, SU FIN (LA HORA DEL  *
      *  LOG), EL TRANSCURRIDO EN SEGUNDOS Y SU RETURN-CODE.       *
      *-----------------------------------------------------------*
       8150-ANOTAR-TIEMPO.
           IF WS-TIE-CANT = WS-TIE-MAX
               GO TO 8150-EXIT
           END-IF.
           ACCEPT WS-FIN-FECHA FROM DATE YYYYMMDD.
           ADD 1 TO WS-TIE-CANT.
           MOVE WS-PASO-ACTUAL TO WS-TIE-PASO (WS-TIE-CANT).
           MOVE WS-LOG-PASO TO WS-TIE-PROGRAMA (WS-TIE-CANT).
           MOVE WS-INICIO-FECHA TO WS-TIE-INICIO-FECHA (WS-TIE-CANT).
           MOVE WS-INICIO-HORA TO WS-TIE-INICIO-HORA (WS-TIE-CANT).
           MOVE WS-FIN-FECHA TO WS-TIE-FIN-FECHA (WS-TIE-CANT).
           MOVE WS-HORA-PASO TO WS-TIE-FIN-HORA (WS-TIE-CANT).
           MOVE WS-RC-PASO TO WS-TIE-RC (WS-TIE-CANT).

           MOVE WS-INICIO-HORA TO WS-HORA-PARTES.
           COMPUTE WS-SEG-ENTEROS =
               (WS-HP-HH * 3600) + (WS-HP-MM * 60) + WS-HP-SS.
           COMPUTE WS-SEG-INICIO = WS-SEG-ENTEROS + (WS-HP-CC / 100).
           MOVE WS-HORA-PASO TO WS-HORA-PARTES.
           COMPUTE WS-SEG-ENTEROS =
               (WS-HP-HH * 3600) + (WS-HP-MM * 60) + WS-HP-SS.
           COMPUTE WS-SEG-FIN = WS-SEG-ENTEROS + (WS-HP-CC / 100).
           IF WS-FIN-FECHA > WS-INICIO-FECHA
               ADD 86400 TO WS-SEG-FIN
                   GIVING WS-TIE-SEGUNDOS (WS-TIE-CANT)
               SUBTRACT WS-SEG-INICIO
                   FROM WS-TIE-SEGUNDOS (WS-TIE-CANT)
           ELSE
               IF WS-SEG-FIN < WS-SEG-INICIO
                   MOVE ZERO TO WS-TIE-SEGUNDOS (WS-TIE-CANT)
               ELSE
                   SUBTRACT WS-SEG-INICIO FROM WS-SEG-FIN
                       GIVING WS-TIE-SEGUNDOS (WS-TIE-CANT)
               END-IF
           END-IF.
       8150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8200-MARCAR-CHECKPOINT - AGREGA A CICLCKPT LA MARCA DEL  *
      *  PASO QUE ACABA DE COMPLETARSE BAJO EL LIMITE, IGUAL QUE  *
      *  REPROCESA CON LA FECHA DE NEGOCIO DE SUS DATOS.          *
      *-----------------------------------------------------------*
       2400-EJECUTAR-FECHROLL.
           MOVE "22" TO WS-PASO-ACTUAL.
           PERFORM 7500-DEBE-EJECUTAR
               THRU 7500-EXIT.
           IF WS-EJECUTAR-NO
      *  YA AVANZADA LA NOCHE RECIEN ESCRITA QUEDARIA FUERA.       *
      *-----------------------------------------------------------*
       2500-EJECUTAR-DIGESTO.
           MOVE "17" TO WS-PASO-ACTUAL.
           PERFORM 7500-DEBE-EJECUTAR
               THRU 7500-EXIT.
           IF WS-EJECUTAR-NO

      *-----------------------------------------------------------*
      *  2600-EJECUTAR-PAQUETE - ARMA EL PAQUETE DE REPARTO DE LA  *
      *  MANANA (PACKRPT): LOS OCHO LISTADOS DE LA NOCHE EN UN     *
      *  SOLO DATASET CON PORTADA, CARATULAS Y TABLA DE CONTENIDO. *
      *  CORRE AUN EN UNA NOCHE CON AVISOS: LA PORTADA ES LA QUE   *
      *  LE DICE AL SUPERVISOR QUE PIE TRAE ERRORES. DEBE CORRER   *
      *  LLEVEN LA FECHA DE LA NOCHE, NO LA DEL DIA SIGUIENTE.     *
      *-----------------------------------------------------------*
       2600-EJECUTAR-PAQUETE.
           MOVE "18" TO WS-PASO-ACTUAL.
           PERFORM 7500-DEBE-EJECUTAR
               THRU 7500-EXIT.
           IF WS-EJECUTAR-NO
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2650-EJECUTAR-ESTADSUC - ESTADISTICAS DEL DIA POR         *
      *  SUCURSAL (SUCESTAD): LLEGADA, CUADRE, VOLUMEN, RECHAZOS   *
      *  POR MOTIVO, EXCEPCIONES Y PENDIENTES, AGREGADAS A SUCHIST *
      *  PARA EL CUADRO MENSUAL. DEBE CORRER ANTES DE FECHROLL     *
      *  PARA QUE LOS REGISTROS LLEVEN LA FECHA DE LA NOCHE.       *
      *-----------------------------------------------------------*
       2650-EJECUTAR-ESTADSUC.
           MOVE "19" TO WS-PASO-ACTUAL.
           PERFORM 7500-DEBE-EJECUTAR
               THRU 7500-EXIT.
           IF WS-EJECUTAR-NO
               GO TO 2650-EXIT
           END-IF.
           CALL "SUCESTAD" END-CALL.
           MOVE "SUCESTAD" TO WS-LOG-PASO.
           PERFORM 8100-REGISTRAR-PASO
               THRU 8100-EXIT.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2660-EJECUTAR-CIERREMES - CIERRE DE MES (CIERRMES): SE   *
      *  CONSOLIDAN EN MAESTMES LAS NOCHES DEL MES Y SALE EL      *
      *  ESTADO MENSUAL. PASO DE PERIODO: CORRE LA NOCHE DEL      *
      *  ULTIMO DIA HABIL DEL MES SEGUN EL PLAN, DESPUES DE LOS   *
      *  PASOS QUE ASIENTAN LA NOCHE Y ANTES DE FECHROLL, PARA QUE*
      *  CIERRE EL MES DE LA FECHA DE PROCESO.                    *
      *-----------------------------------------------------------*
       2660-EJECUTAR-CIERREMES.
           MOVE "20" TO WS-PASO-ACTUAL.
           PERFORM 7500-DEBE-EJECUTAR
               THRU 7500-EXIT.
           IF WS-EJECUTAR-NO
               GO TO 2660-EXIT
           END-IF.
           MOVE "CIERRMES" TO WS-PLAN-BUSCADO.
           PERFORM 7600-CONSULTAR-PLAN
               THRU 7600-EXIT.
           IF WS-PLAN-CORRE-NO
               GO TO 2660-EXIT
           END-IF.
           CALL "CIERRMES" END-CALL.
           MOVE "CIERRMES" TO WS-LOG-PASO.
           PERFORM 8100-REGISTRAR-PASO
               THRU 8100-EXIT.
       2660-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2670-EJECUTAR-DORMIDAS - CONTROL DE CUENTAS DORMIDAS     *
      *  (CTADORM), EL PASO DE CIERRE DE TRIMESTRE: CORRE LA NOCHE*
      *  DEL ULTIMO DIA HABIL DEL TRIMESTRE SEGUN EL PLAN, CON EL *
      *  MAESTMES YA CERRADO POR EL PASO ANTERIOR.                *
      *-----------------------------------------------------------*
       2670-EJECUTAR-DORMIDAS.
           MOVE "21" TO WS-PASO-ACTUAL.
           PERFORM 7500-DEBE-EJECUTAR
               THRU 7500-EXIT.
           IF WS-EJECUTAR-NO
               GO TO 2670-EXIT
           END-IF.
           MOVE "CTADORM" TO WS-PLAN-BUSCADO.
           PERFORM 7600-CONSULTAR-PLAN
               THRU 7600-EXIT.
           IF WS-PLAN-CORRE-NO
               GO TO 2670-EXIT
           END-IF.
           CALL "CTADORM" END-CALL.
           MOVE "CTADORM" TO WS-LOG-PASO.
           PERFORM 8100-REGISTRAR-PASO
               THRU 8100-EXIT.
       2670-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7900-EMITIR-MENSAJE - ENTREGA EL MENSAJE YA ARMADO EN EL  *
      *  AREA CBMENSAJ A LA RUTINA COMUN, QUE LO FECHA, LO FILTRA  *
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - CIERRA EL LOG DEL CICLO Y AGREGA LOS    *
      *  TIEMPOS DE LOS PASOS CORRIDOS A PASOHIST.                *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           MOVE WS-FECHA-CORRIDA TO RPT-TRL-FECHA.
           MOVE WS-CONT-PASOS-ERROR TO RPT-TRL-ERRORES.
           WRITE LOG-REC FROM RPT-TRAILER-LINE.
           CLOSE LOG-FILE.
           PERFORM 8300-GRABAR-TIEMPOS
               THRU 8300-EXIT.

           EVALUATE TRUE
               WHEN WS-DETENIDO-YES
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8300-GRABAR-TIEMPOS - CUENTA LOS REGISTROS DEL CRUCE DE   *
      *  LA NOCHE (EL VOLUMEN QUE RECORRE CADA PASO) Y AGREGA A    *
      *  PASOHIST UN REGISTRO POR PASO CORRIDO EN ESTA EJECUCION.  *
      *-----------------------------------------------------------*
       8300-GRABAR-TIEMPOS.
           IF WS-TIE-CANT = 0
               GO TO 8300-EXIT
           END-IF.
           OPEN INPUT VOLUMEN-FILE.
           PERFORM 8310-CONTAR-VOLUMEN
               THRU 8310-EXIT
               UNTIL WS-VOLUMEN-EOF-YES.
           CLOSE VOLUMEN-FILE.

           OPEN EXTEND TIEMPO-HIST-FILE.
           PERFORM 8320-GRABAR-PASO
               THRU 8320-EXIT
               VARYING WS-SUB-TIEMPO FROM 1 BY 1
               UNTIL WS-SUB-TIEMPO > WS-TIE-CANT.
           CLOSE TIEMPO-HIST-FILE.
       8300-EXIT.
           EXIT.

       8310-CONTAR-VOLUMEN.
           READ VOLUMEN-FILE
               AT END
                   SET WS-VOLUMEN-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-VOLUMEN
           END-READ.
       8310-EXIT.
           EXIT.

       8320-GRABAR-PASO.
           MOVE WS-FECHA-CORRIDA TO TIE-FECHA.
           MOVE WS-TIE-PASO (WS-SUB-TIEMPO) TO TIE-PASO.
           MOVE WS-TIE-PROGRAMA (WS-SUB-TIEMPO) TO TIE-PROGRAMA.
           MOVE WS-TIE-INICIO-FECHA (WS-SUB-TIEMPO)
             TO TIE-INICIO-FECHA.
           MOVE WS-TIE-INICIO-HORA (WS-SUB-TIEMPO) TO TIE-INICIO-HORA.
           MOVE WS-TIE-FIN-FECHA (WS-SUB-TIEMPO) TO TIE-FIN-FECHA.
           MOVE WS-TIE-FIN-HORA (WS-SUB-TIEMPO) TO TIE-FIN-HORA.
           MOVE WS-TIE-SEGUNDOS (WS-SUB-TIEMPO) TO TIE-SEGUNDOS.
           MOVE WS-CONT-VOLUMEN TO TIE-REGISTROS.
           MOVE WS-TIE-RC (WS-SUB-TIEMPO) TO TIE-RC.
           MOVE WS-MODO-CICLO TO TIE-MODO.
           WRITE TIE-REGISTRO.
       8320-EXIT.
           EXIT.

       END PROGRAM CICLONOC.
