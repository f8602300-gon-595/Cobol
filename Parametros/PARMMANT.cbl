      *                bitacora PARMAUD con fecha, hora y operador.
      *                Editar los archivos a mano dejaba registros
      *                invalidos que fallaban en silencio y cambios
      *                sin autor cuando preguntaba auditoria. Ningun
      *                cambio se graba en la sesion que lo carga:
      *                queda en PENDCAMB (copybook CBPENCAM) y recien
      *                se aplica cuando otro operador autorizado en
      *                OPERAUT lo aprueba con la opcion P.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *                  actualiza o agrega la entrada de esa
      *                  categoria y asienta el cambio en PARMAUD
      *                  como los demas archivos de control.
      *  2026-09-13 RMM  Doble control: el operador se valida contra
      *                  OPERAUT (rutina AUTORIZA) al entrar y en
      *                  cada opcion, ya no hay SIN-ID. Las opciones
      *                  1 a 4 dejan el cambio en PENDCAMB; la nueva
      *                  opcion P lo aprueba (y graba) o lo rechaza,
      *                  y no la puede usar quien cargo el cambio. Al
      *                  grabar se exige que el archivo siga como
      *                  estaba al cargarlo. PARMAUD pasa a 130 con
      *                  el aprobador y la decision.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMANT.
           SELECT OPTIONAL CATEGORIA-FILE ASSIGN TO "CATQUIEB"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "PENDCAMB"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLPARM-FILE.
           05  CIC-NUMERO                  PIC 9(3).

       FD  AUDIT-FILE.
       01  AUDIT-REC                       PIC X(130).

       FD  CATEGORIA-FILE.
       01  CATEGORIA-REC.
           05  CAT-QUIEBRE-BAJO            PIC 9(5).
           05  CAT-QUIEBRE-ALTO            PIC 9(5).

       FD  PENDIENTE-FILE.
       01  PENDIENTE-REC                   PIC X(134).

       WORKING-STORAGE SECTION.
       01  WS-FECHA-HOY                    PIC X(08).
       01  WS-HORA-HOY                     PIC X(08).
       01  WS-OPERADOR                     PIC X(08).

       COPY CBAUTORI.
       COPY CBPENCAM.

       01  WS-OPCION                       PIC X(01)   VALUE SPACE.
           88  WS-OPCION-CTLPARM                       VALUE "1".
           88  WS-OPCION-RUTACTL                       VALUE "2".
           88  WS-OPCION-CYCLECTL                      VALUE "3".
           88  WS-OPCION-CATQUIEB                      VALUE "4".
           88  WS-OPCION-APROBAR                       VALUE "P".
           88  WS-OPCION-SALIR                         VALUE "S".
           88  WS-OPCION-VALIDA                        VALUE "1" "2"
                                                       "3" "4" "P" "S".

       01  WS-SWITCHES.
           05  WS-VALIDO-SW                PIC X(01)   VALUE "S".
               88  WS-VALIDO-SI                         VALUE "S".
               88  WS-VALIDO-NO                         VALUE "N".
           05  WS-SESION-SW                PIC X(01)   VALUE "S".
               88  WS-SESION-AUTORIZADA                VALUE "S".
               88  WS-SESION-NEGADA                    VALUE "N".
           05  WS-PND-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-PND-EOF-YES                      VALUE "Y".
               88  WS-PND-EOF-NO                        VALUE "N".
           05  WS-PND-FIN-SW               PIC X(01)   VALUE "N".
               88  WS-PND-FIN-YES                      VALUE "Y".
               88  WS-PND-FIN-NO                        VALUE "N".
           05  WS-PND-LLENA-SW             PIC X(01)   VALUE "N".
               88  WS-PND-LLENA                        VALUE "S".

       01  WS-CONT-CAMBIOS                 PIC 9(3)    VALUE ZERO.
       01  WS-CONT-ERRORES                 PIC 9(3)    VALUE ZERO.
       01  WS-CONT-PENDIENTES              PIC 9(3)    VALUE ZERO.
       01  WS-CONT-DESAPROBADOS            PIC 9(3)    VALUE ZERO.

       01  WS-ANTES                        PIC X(23).
       01  WS-DESPUES                      PIC X(23).
       01  WS-ENT-NUMERO-9 REDEFINES WS-ENT-NUMERO
                                            PIC 9(03).
       01  WS-ENT-CATEGORIA                PIC X(03).
       01  WS-ENT-NUMERO-PEN               PIC X(03).
       01  WS-ENT-NUMERO-PEN-9 REDEFINES WS-ENT-NUMERO-PEN
                                            PIC 9(03).
       01  WS-ENT-DECISION                 PIC X(01).

       01  WS-CAT-EOF-SW                   PIC X(01)   VALUE "N".
           88  WS-CAT-EOF-YES                          VALUE "Y".
           05  WS-AUD-ANTES                PIC X(23).
           05  FILLER                      PIC X(06)   VALUE " DESP=".
           05  WS-AUD-DESPUES              PIC X(23).
           05  FILLER                      PIC X(07)   VALUE " APROB=".
           05  WS-AUD-APROBADOR            PIC X(08).
           05  FILLER                      PIC X(05)   VALUE " DEC=".
           05  WS-AUD-DECISION             PIC X(09).

      *    CAMBIOS PENDIENTES DE PENDCAMB (DE TODOS LOS PROGRAMAS)
      *    CARGADOS ENTEROS PARA LA APROBACION Y REESCRITOS AL
      *    TERMINARLA SIN LOS YA DECIDIDOS.
       01  WS-TABLA-PENDIENTES.
           05  WS-PND-MAX                  PIC S9(4)   COMP VALUE 200.
           05  WS-PND-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-PND-ENTRADA OCCURS 200 TIMES
                                           PIC X(134).

       01  WS-PND-SUB                      PIC S9(4)   COMP.
       01  WS-PND-LISTADOS                 PIC 9(3)    VALUE ZERO.

       01  WS-PENDIENTE-LINE.
           05  WS-PLS-NUMERO               PIC ZZ9.
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PLS-CLAVE                PIC X(10).
           05  FILLER                      PIC X(05)   VALUE " POR ".
           05  WS-PLS-OPERADOR             PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PLS-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-PLS-HORA                 PIC X(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           IF WS-SESION-NEGADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 2000-PROCESAR-OPCION
               THRU 2000-EXIT
               UNTIL WS-OPCION-SALIR.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - FIJA FECHA Y HORA DE LA SESION, PIDE LA *
      *  IDENTIFICACION DEL OPERADOR Y LA VALIDA CONTRA OPERAUT:   *
      *  UN OPERADOR SIN AUTORIDAD EN PARMMANT NO ENTRA.           *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "MANTENIMIENTO DE PARAMETROS DEL CICLO".
           DISPLAY "OPERADOR: ".
           ACCEPT WS-OPERADOR.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "PARMMANT" TO AUT-PROGRAMA.
           MOVE SPACE TO AUT-OPCION.
           CALL "AUTORIZA" USING AUT-PARAMETRO.
           IF AUT-NO-AUTORIZADO
               DISPLAY "OPERADOR NO AUTORIZADO PARA PARMMANT: "
                       WS-OPERADOR
               SET WS-SESION-NEGADA TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
           DISPLAY "2=RUTACTL (MODO RUTINAS)".
           DISPLAY "3=CYCLECTL (NOMBRE DE JOB Y NUMERO DE CICLO)".
           DISPLAY "4=CATQUIEB (QUIEBRES POR CATEGORIA)".
           DISPLAY "P=APROBAR O RECHAZAR CAMBIOS PENDIENTES".
           DISPLAY "S=SALIR".
           DISPLAY "OPCION: ".
           ACCEPT WS-OPCION.

           IF WS-OPCION-VALIDA AND NOT WS-OPCION-SALIR
               PERFORM 2100-AUTORIZAR-OPCION
                   THRU 2100-EXIT
               IF AUT-NO-AUTORIZADO
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPCION-CTLPARM
                   PERFORM 3000-MANTENER-CTLPARM
               WHEN WS-OPCION-CATQUIEB
                   PERFORM 6000-MANTENER-CATQUIEB
                       THRU 6000-EXIT
               WHEN WS-OPCION-APROBAR
                   PERFORM 7600-APROBAR-PENDIENTES
                       THRU 7600-EXIT
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-AUTORIZAR-OPCION - CONFIRMA EN OPERAUT QUE EL        *
      *  OPERADOR DE LA SESION PUEDE USAR LA OPCION ELEGIDA.       *
      *-----------------------------------------------------------*
       2100-AUTORIZAR-OPCION.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "PARMMANT" TO AUT-PROGRAMA.
           MOVE WS-OPCION TO AUT-OPCION.
           CALL "AUTORIZA" USING AUT-PARAMETRO.
           IF AUT-NO-AUTORIZADO
               DISPLAY "RECHAZADO: OPCION " WS-OPCION
                       " NO AUTORIZADA PARA " WS-OPERADOR
               ADD 1 TO WS-CONT-ERRORES
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-MANTENER-CTLPARM - MUESTRA EL REGISTRO ACTUAL DE     *
      *  CTLPARM, TOMA LOS VALORES NUEVOS, LOS VALIDA (QUIEBRES    *
      *  NUMERICOS DE 5 DIGITOS, BAJO MENOR QUE ALTO, MODO L O C)  *
      *  Y RECIEN ENTONCES LOS CARGA COMO CAMBIO PENDIENTE.        *
      *-----------------------------------------------------------*
       3000-MANTENER-CTLPARM.
           MOVE SPACES TO WS-ANTES.
           MOVE WS-ENT-QUIEBRE-ALTO-9 TO CTL-QUIEBRE-ALTO.
           MOVE WS-ENT-MODO TO CTL-MODO.
           MOVE CTLPARM-REC TO WS-DESPUES.
           MOVE "CTLPARM" TO WS-AUD-ARCHIVO.
           PERFORM 7200-REGISTRAR-PENDIENTE
               THRU 7200-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-MANTENER-RUTACTL - MUESTRA EL MODO ACTUAL DE RUTINAS,*
      *  TOMA EL NUEVO, LO VALIDA CONTRA EL CONJUNTO PERMITIDO     *
      *  (C, 1-4, R) Y LO CARGA COMO CAMBIO PENDIENTE.             *
      *-----------------------------------------------------------*
       4000-MANTENER-RUTACTL.
           MOVE SPACES TO WS-ANTES.

           MOVE WS-ENT-MODO TO RUT-MODO.
           MOVE RUTACTL-REC TO WS-DESPUES.
           MOVE "RUTACTL" TO WS-AUD-ARCHIVO.
           PERFORM 7200-REGISTRAR-PENDIENTE
               THRU 7200-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-MANTENER-CYCLECTL - MUESTRA EL NOMBRE DE JOB Y EL    *
      *  NUMERO DE CICLO ACTUALES, TOMA LOS NUEVOS, VALIDA (NOMBRE *
      *  NO VACIO, NUMERO DE 3 DIGITOS ENTRE 1 Y 999) Y LOS CARGA  *
      *  COMO CAMBIO PENDIENTE.                                    *
      *-----------------------------------------------------------*
       5000-MANTENER-CYCLECTL.
           MOVE SPACES TO WS-ANTES.
           MOVE WS-ENT-NOMBRE-JOB TO CIC-NOMBRE-JOB.
           MOVE WS-ENT-NUMERO-9 TO CIC-NUMERO.
           MOVE CYCLECTL-REC TO WS-DESPUES.
           MOVE "CYCLECTL" TO WS-AUD-ARCHIVO.
           PERFORM 7200-REGISTRAR-PENDIENTE
               THRU 7200-EXIT.
       5000-EXIT.
           EXIT.

      *  6000-MANTENER-CATQUIEB - MUESTRA LOS QUIEBRES POR         *
      *  CATEGORIA VIGENTES, TOMA LA CATEGORIA Y SUS QUIEBRES      *
      *  NUEVOS, VALIDA (CATEGORIA NO VACIA, QUIEBRES NUMERICOS Y  *
      *  BAJO MENOR QUE ALTO) Y CARGA LA ENTRADA NUEVA O           *
      *  ACTUALIZADA COMO CAMBIO PENDIENTE.                        *
      *-----------------------------------------------------------*
       6000-MANTENER-CATQUIEB.
           PERFORM 6050-CARGAR-TABLA
               THRU 6050-EXIT.

           IF WS-CAT-CANT = 0
               DISPLAY "CATQUIEB SIN ENTRADAS"
               UNTIL WS-CAT-SUB > WS-CAT-CANT
                  OR WS-CAT-HALLADO > 0.
           IF WS-CAT-HALLADO = 0
               IF WS-CAT-CANT NOT < WS-CAT-MAX
                   DISPLAY "RECHAZADO: TABLA DE CATEGORIAS LLENA"
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 6000-EXIT
               MOVE WS-CAT-ENTRADA (WS-CAT-HALLADO) TO WS-ANTES
           END-IF.

           MOVE WS-ENT-CATEGORIA TO CAT-CATEGORIA.
           MOVE WS-ENT-QUIEBRE-BAJO-9 TO CAT-QUIEBRE-BAJO.
           MOVE WS-ENT-QUIEBRE-ALTO-9 TO CAT-QUIEBRE-ALTO.
           MOVE CATEGORIA-REC TO WS-DESPUES.
           MOVE "CATQUIEB" TO WS-AUD-ARCHIVO.
           PERFORM 7200-REGISTRAR-PENDIENTE
               THRU 7200-EXIT.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6050-CARGAR-TABLA - CARGA CATQUIEB ENTERO EN LA TABLA DE  *
      *  TRABAJO.                                                  *
      *-----------------------------------------------------------*
       6050-CARGAR-TABLA.
           MOVE ZERO TO WS-CAT-CANT.
           SET WS-CAT-EOF-NO TO TRUE.
           OPEN INPUT CATEGORIA-FILE.
           PERFORM 6100-CARGAR-CATEGORIA
               THRU 6100-EXIT
               UNTIL WS-CAT-EOF-YES.
           CLOSE CATEGORIA-FILE.
       6050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6100-CARGAR-CATEGORIA - CARGA UNA ENTRADA DE CATQUIEB EN  *
      *  LA TABLA DE TRABAJO.                                      *

      *-----------------------------------------------------------*
      *  7000-ASENTAR-BITACORA - AGREGA A PARMAUD EL ASIENTO DEL   *
      *  CAMBIO PENDIENTE RECIEN DECIDIDO CON FECHA, HORA, EL      *
      *  OPERADOR QUE LO CARGO, ARCHIVO, LOS VALORES ANTES Y       *
      *  DESPUES, EL APROBADOR Y LA DECISION.                      *
      *-----------------------------------------------------------*
       7000-ASENTAR-BITACORA.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-FECHA-HOY TO WS-AUD-FECHA.
           MOVE WS-HORA-HOY TO WS-AUD-HORA.
           MOVE PCA-OPERADOR TO WS-AUD-OPERADOR.
           MOVE PCA-CLAVE TO WS-AUD-ARCHIVO.
           MOVE PCA-ANTES TO WS-AUD-ANTES.
           MOVE PCA-DESPUES TO WS-AUD-DESPUES.
           MOVE WS-OPERADOR TO WS-AUD-APROBADOR.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.
           CLOSE AUDIT-FILE.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7200-REGISTRAR-PENDIENTE - AGREGA A PENDCAMB EL CAMBIO    *
      *  RECIEN VALIDADO (ARCHIVO, ANTES Y DESPUES) CON EL         *
      *  OPERADOR QUE LO CARGA. EL ARCHIVO DE CONTROL NO SE TOCA   *
      *  HASTA QUE OTRO OPERADOR LO APRUEBE CON LA OPCION P.       *
      *-----------------------------------------------------------*
       7200-REGISTRAR-PENDIENTE.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE SPACES TO PCA-REGISTRO.
           MOVE "PARMMANT" TO PCA-PROGRAMA.
           MOVE WS-OPCION TO PCA-OPCION.
           MOVE "PARAMETRO" TO PCA-ACCION.
           MOVE WS-AUD-ARCHIVO TO PCA-CLAVE.
           MOVE WS-ANTES TO PCA-ANTES.
           MOVE WS-DESPUES TO PCA-DESPUES.
           MOVE WS-OPERADOR TO PCA-OPERADOR.
           MOVE WS-FECHA-HOY TO PCA-FECHA-ALTA.
           MOVE WS-HORA-HOY TO PCA-HORA-ALTA.
           SET PCA-PENDIENTE TO TRUE.
           OPEN EXTEND PENDIENTE-FILE.
           WRITE PENDIENTE-REC FROM PCA-REGISTRO.
           CLOSE PENDIENTE-FILE.
           ADD 1 TO WS-CONT-PENDIENTES.
           DISPLAY "PENDIENTE DE APROBACION: " PCA-CLAVE
                   " DESP=" WS-DESPUES.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7600-APROBAR-PENDIENTES - CARGA PENDCAMB, LISTA LOS       *
      *  CAMBIOS DE PARMMANT PENDIENTES Y TOMA UNA DECISION POR    *
      *  NUMERO HASTA QUE EL APROBADOR TERMINA; AL FINAL REESCRIBE *
      *  PENDCAMB SIN LOS DECIDIDOS. CON PENDCAMB DESBORDADO NO SE *
      *  DECIDE NADA: SE PERDERIAN LOS QUE NO CUPIERON.            *
      *-----------------------------------------------------------*
       7600-APROBAR-PENDIENTES.
           PERFORM 7610-CARGAR-PENDIENTES
               THRU 7610-EXIT.
           IF WS-PND-LLENA
               DISPLAY "RECHAZADO: PENDCAMB DESBORDA LA TABLA DE "
                       "PENDIENTES"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7600-EXIT
           END-IF.
           SET WS-PND-FIN-NO TO TRUE.
           PERFORM 7620-DECIDIR-PENDIENTE
               THRU 7620-EXIT
               UNTIL WS-PND-FIN-YES.
           PERFORM 7690-REESCRIBIR-PENDIENTES
               THRU 7690-EXIT.
       7600-EXIT.
           EXIT.

       7610-CARGAR-PENDIENTES.
           MOVE ZERO TO WS-PND-CANT.
           MOVE "N" TO WS-PND-LLENA-SW.
           SET WS-PND-EOF-NO TO TRUE.
           OPEN INPUT PENDIENTE-FILE.
           PERFORM 7615-CARGAR-PENDIENTE
               THRU 7615-EXIT
               UNTIL WS-PND-EOF-YES.
           CLOSE PENDIENTE-FILE.
       7610-EXIT.
           EXIT.

       7615-CARGAR-PENDIENTE.
           READ PENDIENTE-FILE
               AT END
                   SET WS-PND-EOF-YES TO TRUE
               NOT AT END
                   IF WS-PND-CANT < WS-PND-MAX
                       ADD 1 TO WS-PND-CANT
                       MOVE PENDIENTE-REC
                         TO WS-PND-ENTRADA (WS-PND-CANT)
                   ELSE
                       SET WS-PND-LLENA TO TRUE
                   END-IF
           END-READ.
       7615-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7620-DECIDIR-PENDIENTE - LISTA LOS PENDIENTES, TOMA EL    *
      *  NUMERO Y LA DECISION. EL OPERADOR QUE CARGO EL CAMBIO NO  *
      *  PUEDE DECIDIRLO. A GRABA (SI EL ARCHIVO SIGUE COMO ESTABA *
      *  AL CARGARLO), R RECHAZA, OTRA TECLA LO DEJA PENDIENTE.    *
      *-----------------------------------------------------------*
       7620-DECIDIR-PENDIENTE.
           MOVE ZERO TO WS-PND-LISTADOS.
           PERFORM 7630-MOSTRAR-PENDIENTE
               THRU 7630-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-CANT.
           IF WS-PND-LISTADOS = 0
               DISPLAY "SIN CAMBIOS DE PARMMANT PENDIENTES"
               SET WS-PND-FIN-YES TO TRUE
               GO TO 7620-EXIT
           END-IF.

           DISPLAY "NUMERO DE CAMBIO (BLANCO=FIN): ".
           ACCEPT WS-ENT-NUMERO-PEN.
           IF WS-ENT-NUMERO-PEN = SPACES
               SET WS-PND-FIN-YES TO TRUE
               GO TO 7620-EXIT
           END-IF.
           IF WS-ENT-NUMERO-PEN-9 NOT NUMERIC
               DISPLAY "RECHAZADO: NUMERO NO NUMERICO"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7620-EXIT
           END-IF.
           IF WS-ENT-NUMERO-PEN-9 = ZERO
              OR WS-ENT-NUMERO-PEN-9 > WS-PND-CANT
               DISPLAY "RECHAZADO: NUMERO FUERA DE LA LISTA"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7620-EXIT
           END-IF.
           MOVE WS-ENT-NUMERO-PEN-9 TO WS-PND-SUB.
           MOVE WS-PND-ENTRADA (WS-PND-SUB) TO PCA-REGISTRO.
           IF PCA-PROGRAMA NOT = "PARMMANT"
              OR NOT PCA-PENDIENTE
               DISPLAY "RECHAZADO: NUMERO FUERA DE LA LISTA"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7620-EXIT
           END-IF.
           IF PCA-OPERADOR = WS-OPERADOR
               DISPLAY "RECHAZADO: EL CAMBIO LO CARGO " PCA-OPERADOR
                       ", LO DEBE DECIDIR OTRO OPERADOR"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 7620-EXIT
           END-IF.

           DISPLAY "A=APROBAR Y GRABAR, R=RECHAZAR, "
                   "OTRO=DEJAR PENDIENTE: ".
           ACCEPT WS-ENT-DECISION.

           EVALUATE WS-ENT-DECISION
               WHEN "A"
                   PERFORM 7700-APLICAR-PENDIENTE
                       THRU 7700-EXIT
                   IF WS-VALIDO-SI
                       SET PCA-APLICADO TO TRUE
                       MOVE "APLICADO" TO WS-AUD-DECISION
                       PERFORM 7000-ASENTAR-BITACORA
                           THRU 7000-EXIT
                       ADD 1 TO WS-CONT-CAMBIOS
                   END-IF
               WHEN "R"
                   SET PCA-RECHAZADO TO TRUE
                   MOVE "RECHAZADO" TO WS-AUD-DECISION
                   PERFORM 7000-ASENTAR-BITACORA
                       THRU 7000-EXIT
                   ADD 1 TO WS-CONT-DESAPROBADOS
                   DISPLAY "RECHAZADO POR " WS-OPERADOR ": "
                           PCA-CLAVE " DESP=" PCA-DESPUES (1:23)
               WHEN OTHER
                   DISPLAY "QUEDA PENDIENTE: " PCA-CLAVE
           END-EVALUATE.
           MOVE PCA-REGISTRO TO WS-PND-ENTRADA (WS-PND-SUB).
       7620-EXIT.
           EXIT.

       7630-MOSTRAR-PENDIENTE.
           MOVE WS-PND-ENTRADA (WS-PND-SUB) TO PCA-REGISTRO.
           IF PCA-PROGRAMA = "PARMMANT" AND PCA-PENDIENTE
               ADD 1 TO WS-PND-LISTADOS
               MOVE WS-PND-SUB TO WS-PLS-NUMERO
               MOVE PCA-CLAVE TO WS-PLS-CLAVE
               MOVE PCA-OPERADOR TO WS-PLS-OPERADOR
               MOVE PCA-FECHA-ALTA TO WS-PLS-FECHA
               MOVE PCA-HORA-ALTA TO WS-PLS-HORA
               DISPLAY WS-PENDIENTE-LINE
               DISPLAY "    ANTES=" PCA-ANTES (1:23)
                       " DESP=" PCA-DESPUES (1:23)
           END-IF.
       7630-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7690-REESCRIBIR-PENDIENTES - REESCRIBE PENDCAMB DESDE LA  *
      *  TABLA CON LOS CAMBIOS QUE SIGUEN PENDIENTES (DE ESTE Y DE *
      *  LOS DEMAS PROGRAMAS); LOS DECIDIDOS YA ESTAN EN PARMAUD.  *
      *-----------------------------------------------------------*
       7690-REESCRIBIR-PENDIENTES.
           OPEN OUTPUT PENDIENTE-FILE.
           PERFORM 7695-GRABAR-PENDIENTE
               THRU 7695-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-CANT.
           CLOSE PENDIENTE-FILE.
       7690-EXIT.
           EXIT.

       7695-GRABAR-PENDIENTE.
           MOVE WS-PND-ENTRADA (WS-PND-SUB) TO PCA-REGISTRO.
           IF PCA-PENDIENTE
               WRITE PENDIENTE-REC FROM PCA-REGISTRO
           END-IF.
       7695-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7700-APLICAR-PENDIENTE - RELEE EL VALOR VIGENTE DEL       *
      *  ARCHIVO DEL CAMBIO APROBADO Y SOLO GRABA SI SIGUE IGUAL   *
      *  AL ANTES DEL PENDIENTE: SI OTRO CAMBIO LO TOCO EN EL      *
      *  MEDIO, ESTE DEBE RECHAZARSE Y RECARGARSE.                 *
      *-----------------------------------------------------------*
       7700-APLICAR-PENDIENTE.
           SET WS-VALIDO-SI TO TRUE.
           MOVE SPACES TO WS-ANTES.
           EVALUATE PCA-CLAVE
               WHEN "CTLPARM"
                   PERFORM 7710-APLICAR-CTLPARM
                       THRU 7710-EXIT
               WHEN "RUTACTL"
                   PERFORM 7720-APLICAR-RUTACTL
                       THRU 7720-EXIT
               WHEN "CYCLECTL"
                   PERFORM 7730-APLICAR-CYCLECTL
                       THRU 7730-EXIT
               WHEN "CATQUIEB"
                   PERFORM 7740-APLICAR-CATQUIEB
                       THRU 7740-EXIT
               WHEN OTHER
                   DISPLAY "NO APLICADO: ARCHIVO DESCONOCIDO "
                           PCA-CLAVE
                   SET WS-VALIDO-NO TO TRUE
                   ADD 1 TO WS-CONT-ERRORES
           END-EVALUATE.
       7700-EXIT.
           EXIT.

       7710-APLICAR-CTLPARM.
           OPEN INPUT CTLPARM-FILE.
           READ CTLPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CTLPARM-REC TO WS-ANTES
           END-READ.
           CLOSE CTLPARM-FILE.
           PERFORM 7790-COMPARAR-ANTES
               THRU 7790-EXIT.
           IF WS-VALIDO-NO
               GO TO 7710-EXIT
           END-IF.
           MOVE PCA-DESPUES TO CTLPARM-REC.
           OPEN OUTPUT CTLPARM-FILE.
           WRITE CTLPARM-REC.
           CLOSE CTLPARM-FILE.
           DISPLAY "GRABADO: QUIEBRES=" CTL-QUIEBRE-BAJO
                   "/" CTL-QUIEBRE-ALTO
                   " MODO=" CTL-MODO.
       7710-EXIT.
           EXIT.

       7720-APLICAR-RUTACTL.
           OPEN INPUT RUTACTL-FILE.
           READ RUTACTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RUTACTL-REC TO WS-ANTES
           END-READ.
           CLOSE RUTACTL-FILE.
           PERFORM 7790-COMPARAR-ANTES
               THRU 7790-EXIT.
           IF WS-VALIDO-NO
               GO TO 7720-EXIT
           END-IF.
           MOVE PCA-DESPUES TO RUTACTL-REC.
           OPEN OUTPUT RUTACTL-FILE.
           WRITE RUTACTL-REC.
           CLOSE RUTACTL-FILE.
           DISPLAY "GRABADO: MODO=" RUT-MODO.
       7720-EXIT.
           EXIT.

       7730-APLICAR-CYCLECTL.
           OPEN INPUT CYCLECTL-FILE.
           READ CYCLECTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CYCLECTL-REC TO WS-ANTES
           END-READ.
           CLOSE CYCLECTL-FILE.
           PERFORM 7790-COMPARAR-ANTES
               THRU 7790-EXIT.
           IF WS-VALIDO-NO
               GO TO 7730-EXIT
           END-IF.
           MOVE PCA-DESPUES TO CYCLECTL-REC.
           OPEN OUTPUT CYCLECTL-FILE.
           WRITE CYCLECTL-REC.
           CLOSE CYCLECTL-FILE.
           DISPLAY "GRABADO: JOB=" CIC-NOMBRE-JOB
                   " CICLO=" CIC-NUMERO.
       7730-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7740-APLICAR-CATQUIEB - RECARGA LA TABLA DE QUIEBRES,     *
      *  BUSCA LA CATEGORIA DEL PENDIENTE, CONTROLA SU ANTES Y LA  *
      *  ACTUALIZA O AGREGA ANTES DE REESCRIBIR EL ARCHIVO.        *
      *-----------------------------------------------------------*
       7740-APLICAR-CATQUIEB.
           PERFORM 6050-CARGAR-TABLA
               THRU 6050-EXIT.
           MOVE PCA-DESPUES TO CATEGORIA-REC.
           MOVE CAT-CATEGORIA TO WS-ENT-CATEGORIA.
           MOVE ZERO TO WS-CAT-HALLADO.
           PERFORM 6300-BUSCAR-CATEGORIA
               THRU 6300-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-CANT
                  OR WS-CAT-HALLADO > 0.
           IF WS-CAT-HALLADO > 0
               MOVE WS-CAT-ENTRADA (WS-CAT-HALLADO) TO WS-ANTES
           END-IF.
           PERFORM 7790-COMPARAR-ANTES
               THRU 7790-EXIT.
           IF WS-VALIDO-NO
               GO TO 7740-EXIT
           END-IF.
           IF WS-CAT-HALLADO = 0
               IF WS-CAT-CANT < WS-CAT-MAX
                   ADD 1 TO WS-CAT-CANT
                   MOVE WS-CAT-CANT TO WS-CAT-HALLADO
               ELSE
                   DISPLAY "NO APLICADO: TABLA DE CATEGORIAS LLENA"
                   SET WS-VALIDO-NO TO TRUE
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 7740-EXIT
               END-IF
           END-IF.

           MOVE PCA-DESPUES TO CATEGORIA-REC.
           MOVE CAT-CATEGORIA TO WS-CAT-CODIGO (WS-CAT-HALLADO).
           MOVE CAT-QUIEBRE-BAJO TO WS-CAT-BAJO (WS-CAT-HALLADO).
           MOVE CAT-QUIEBRE-ALTO TO WS-CAT-ALTO (WS-CAT-HALLADO).
           OPEN OUTPUT CATEGORIA-FILE.
           PERFORM 6400-GRABAR-CATEGORIA
               THRU 6400-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-CANT.
           CLOSE CATEGORIA-FILE.
           DISPLAY "GRABADO: CATEGORIA="
                   WS-CAT-CODIGO (WS-CAT-HALLADO)
                   " QUIEBRES=" WS-CAT-BAJO (WS-CAT-HALLADO)
                   "/" WS-CAT-ALTO (WS-CAT-HALLADO).
       7740-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7790-COMPARAR-ANTES - EL VALOR VIGENTE RELEIDO DEBE SER   *
      *  EL MISMO ANTES QUE VIO QUIEN CARGO EL CAMBIO.             *
      *-----------------------------------------------------------*
       7790-COMPARAR-ANTES.
           IF WS-ANTES NOT = PCA-ANTES (1:23)
               DISPLAY "NO APLICADO: " PCA-CLAVE " CAMBIO DESDE QUE "
                       "SE CARGO EL PENDIENTE, ACTUAL=" WS-ANTES
               SET WS-VALIDO-NO TO TRUE
               ADD 1 TO WS-CONT-ERRORES
           END-IF.
       7790-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - RESUME LA SESION EN CONSOLA.             *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           DISPLAY "CAMBIOS GRABADOS: " WS-CONT-CAMBIOS
                   "  PENDIENTES CARGADOS: " WS-CONT-PENDIENTES.
           DISPLAY "DESAPROBADOS: " WS-CONT-DESAPROBADOS
                   "  RECHAZADOS: " WS-CONT-ERRORES.
       8000-EXIT.
           EXIT.
