      ******************************************************************
      * Author:        R. MENDEZ - OPERACIONES BATCH
      * Installation:  CENTRO DE COMPUTO
      * Date-Written:  2026-09-15
      * Purpose:       Mantenimiento del maestro de sucursales
      *                (SUCMAE, copybook CBSUCMAE): lista las
      *                oficinas, da de alta una nueva, modifica sus
      *                datos (nombre, datasets de entrada y de
      *                retorno, hora limite de llegada, contacto y
      *                estado) y la da de baja dejandola en estado I,
      *                nunca borrandola. Cada cambio queda en SUCAUD
      *                con operador, fecha, hora y las imagenes antes
      *                y despues del registro, igual que PARMMANT
      *                asienta los cambios de parametros. Abrir o
      *                cerrar una oficina deja de ser una version de
      *                CONSOSUC, ARRIBMON, RETORSUC y SUPLENT.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *  2026-09-15 RMM  Version inicial del mantenimiento del
      *                  maestro de sucursales.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCMANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUCURSAL-FILE ASSIGN TO "SUCMAE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "SUCAUD"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUCURSAL-FILE.
           COPY CBSUCMAE
               REPLACING ==SMA-REGISTRO==      BY ==SMF-REGISTRO==
                         ==SMA-CODIGO==        BY ==SMF-CODIGO==
                         ==SMA-NOMBRE==        BY ==SMF-NOMBRE==
                         ==SMA-ARCHIVO-ENTRADA==
                             BY ==SMF-ARCHIVO-ENTRADA==
                         ==SMA-ARCHIVO-RETORNO==
                             BY ==SMF-ARCHIVO-RETORNO==
                         ==SMA-HORA-CORTE-R==  BY ==SMF-HORA-CORTE-R==
                         ==SMA-HORA-CORTE==    BY ==SMF-HORA-CORTE==
                         ==SMA-CORTE-HH==      BY ==SMF-CORTE-HH==
                         ==SMA-CORTE-MM==      BY ==SMF-CORTE-MM==
                         ==SMA-ESTADO-VALIDO== BY ==SMF-ESTADO-VALIDO==
                         ==SMA-ESTADO==        BY ==SMF-ESTADO==
                         ==SMA-ACTIVA==        BY ==SMF-ACTIVA==
                         ==SMA-INACTIVA==      BY ==SMF-INACTIVA==
                         ==SMA-CONTACTO==      BY ==SMF-CONTACTO==.

       FD  AUDIT-FILE.
       01  AUDIT-REC                       PIC X(364).

       WORKING-STORAGE SECTION.
       01  WS-FECHA-HOY                    PIC X(08).
       01  WS-HORA-HOY                     PIC X(08).
       01  WS-OPERADOR                     PIC X(08).

       COPY CBAUTORI.

      *    AREA DE TRABAJO DEL REGISTRO EN ALTA O MODIFICACION.
       COPY CBSUCMAE.

       01  WS-OPCION                       PIC X(01)   VALUE SPACE.
           88  WS-OPCION-LISTAR                        VALUE "L".
           88  WS-OPCION-ALTA                          VALUE "A".
           88  WS-OPCION-MODIFICAR                     VALUE "M".
           88  WS-OPCION-BAJA                          VALUE "B".
           88  WS-OPCION-SALIR                         VALUE "S".
           88  WS-OPCION-VALIDA                        VALUE "L" "A"
                                                     "M" "B" "S".

       01  WS-SWITCHES.
           05  WS-SMA-EOF-SW               PIC X(01)   VALUE "N".
               88  WS-SMA-EOF-YES                      VALUE "Y".
               88  WS-SMA-EOF-NO                        VALUE "N".
           05  WS-SESION-SW                PIC X(01)   VALUE "S".
               88  WS-SESION-AUTORIZADA                VALUE "S".
               88  WS-SESION-NEGADA                    VALUE "N".
           05  WS-VALIDO-SW                PIC X(01)   VALUE "S".
               88  WS-VALIDO-SI                         VALUE "S".
               88  WS-VALIDO-NO                         VALUE "N".

       01  WS-TABLA-LLENA-SW               PIC X(01)   VALUE "N".
           88  WS-TABLA-LLENA                          VALUE "S".

       01  WS-CONTADORES.
           05  WS-CONT-ALTAS               PIC 9(3)    VALUE ZERO.
           05  WS-CONT-MODIFICADAS         PIC 9(3)    VALUE ZERO.
           05  WS-CONT-BAJAS               PIC 9(3)    VALUE ZERO.
           05  WS-CONT-ERRORES             PIC 9(3)    VALUE ZERO.

      *    TABLA DE TRABAJO DEL MAESTRO, CON TODAS LAS OFICINAS
      *    (ACTIVAS E INACTIVAS) EN ORDEN DE CODIGO, CARGADA ENTERA
      *    AL COMIENZO Y REESCRITA AL SALIR SI HUBO CAMBIOS. CADA
      *    ENTRADA ES LA IMAGEN DE UN REGISTRO CBSUCMAE.
       01  WS-TABLA-SUCURSALES.
           05  WS-SMT-MAX                  PIC S9(4)   COMP VALUE 50.
           05  WS-SMT-CANT                 PIC S9(4)   COMP VALUE ZERO.
           05  WS-SMT-ENTRADA OCCURS 50 TIMES.
               10  WS-SMT-CODIGO           PIC X(03).
               10  WS-SMT-NOMBRE           PIC X(30).
               10  WS-SMT-ARCHIVO-ENTRADA  PIC X(44).
               10  WS-SMT-ARCHIVO-RETORNO  PIC X(44).
               10  WS-SMT-HORA-CORTE       PIC 9(04).
               10  WS-SMT-ESTADO           PIC X(01).
               10  WS-SMT-CONTACTO         PIC X(30).

       01  WS-SUB                          PIC S9(4)   COMP.
       01  WS-SUB-HALLADO                  PIC S9(4)   COMP.
       01  WS-SUB-DESTINO                  PIC S9(4)   COMP.

      *    IMAGEN DEL REGISTRO ANTES DEL CAMBIO, PARA LA AUDITORIA.
       01  WS-IMAGEN-ANTES                 PIC X(156).

       01  WS-ENT-CODIGO                   PIC X(03).
       01  WS-ENT-CODIGO-9 REDEFINES WS-ENT-CODIGO
                                            PIC 9(03).
       01  WS-ENT-NOMBRE                   PIC X(30).
       01  WS-ENT-DSN                      PIC X(44).
       01  WS-ENT-CORTE                    PIC X(04).
       01  WS-ENT-CORTE-9 REDEFINES WS-ENT-CORTE
                                            PIC 9(04).
       01  WS-ENT-ESTADO                   PIC X(01).
       01  WS-ENT-CONTACTO                 PIC X(30).

       01  WS-LISTA-LINE.
           05  WS-LIS-CODIGO               PIC X(03).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-ESTADO               PIC X(01).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-NOMBRE               PIC X(30).
           05  FILLER                      PIC X(07)   VALUE " CORTE=".
           05  WS-LIS-CORTE                PIC 9(04).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-LIS-CONTACTO             PIC X(30).

       01  WS-LISTA-DSN-LINE.
           05  FILLER                      PIC X(06)   VALUE SPACES.
           05  WS-LDS-ROTULO               PIC X(09).
           05  WS-LDS-DSN                  PIC X(44).

       01  WS-AUDIT-LINE.
           05  WS-AUD-FECHA                PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-HORA                 PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-OPERADOR             PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-ACCION               PIC X(08).
           05  FILLER                      PIC X(01)   VALUE SPACES.
           05  WS-AUD-CODIGO               PIC X(03).
           05  FILLER                      PIC X(07)   VALUE " ANTES=".
           05  WS-AUD-ANTES                PIC X(156).
           05  FILLER                      PIC X(06)   VALUE " DESP=".
           05  WS-AUD-DESPUES              PIC X(156).

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
           PERFORM 8000-TERMINATE
               THRU 8000-EXIT.

           IF WS-CONT-ERRORES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - FIJA FECHA Y HORA DE LA SESION, PIDE LA *
      *  IDENTIFICACION DEL OPERADOR, LA VALIDA CONTRA OPERAUT Y   *
      *  CARGA EL MAESTRO DE SUCURSALES EN LA TABLA DE TRABAJO.    *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           DISPLAY "MANTENIMIENTO DEL MAESTRO DE SUCURSALES".
           DISPLAY "OPERADOR: ".
           ACCEPT WS-OPERADOR.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "SUCMANT" TO AUT-PROGRAMA.
           MOVE SPACE TO AUT-OPCION.
           CALL "AUTORIZA" USING AUT-PARAMETRO.
           IF AUT-NO-AUTORIZADO
               DISPLAY "OPERADOR NO AUTORIZADO PARA SUCMANT: "
                       WS-OPERADOR
               SET WS-SESION-NEGADA TO TRUE
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT SUCURSAL-FILE.
           PERFORM 1100-CARGAR-SUCURSAL
               THRU 1100-EXIT
               UNTIL WS-SMA-EOF-YES.
           CLOSE SUCURSAL-FILE.
       1000-EXIT.
           EXIT.

       1100-CARGAR-SUCURSAL.
           READ SUCURSAL-FILE
               AT END
                   SET WS-SMA-EOF-YES TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF WS-SMT-CANT < WS-SMT-MAX
               ADD 1 TO WS-SMT-CANT
               MOVE SMF-REGISTRO TO WS-SMT-ENTRADA (WS-SMT-CANT)
           ELSE
               DISPLAY "AVISO: TABLA DE SUCURSALES LLENA, SE "
                       "DESCARTA " SMF-CODIGO
               SET WS-TABLA-LLENA TO TRUE
               ADD 1 TO WS-CONT-ERRORES
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESAR-OPCION - MUESTRA EL MENU, TOMA LA OPCION Y  *
      *  DESPACHA.                                                 *
      *-----------------------------------------------------------*
       2000-PROCESAR-OPCION.
           DISPLAY " ".
           DISPLAY "L=LISTAR SUCURSALES".
           DISPLAY "A=ALTA DE SUCURSAL".
           DISPLAY "M=MODIFICAR SUCURSAL".
           DISPLAY "B=BAJA DE SUCURSAL (QUEDA INACTIVA)".
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
               WHEN WS-OPCION-LISTAR
                   PERFORM 3000-LISTAR-SUCURSALES
                       THRU 3000-EXIT
               WHEN WS-OPCION-ALTA
                   PERFORM 4000-ALTA-SUCURSAL
                       THRU 4000-EXIT
               WHEN WS-OPCION-MODIFICAR
                   PERFORM 5000-MODIFICAR-SUCURSAL
                       THRU 5000-EXIT
               WHEN WS-OPCION-BAJA
                   PERFORM 6000-BAJA-SUCURSAL
                       THRU 6000-EXIT
               WHEN WS-OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA: " WS-OPCION
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-AUTORIZAR-OPCION - CONFIRMA EN OPERAUT QUE EL        *
      *  OPERADOR DE LA SESION PUEDE USAR LA OPCION ELEGIDA.       *
      *-----------------------------------------------------------*
       2100-AUTORIZAR-OPCION.
           MOVE WS-OPERADOR TO AUT-OPERADOR.
           MOVE "SUCMANT" TO AUT-PROGRAMA.
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
      *  3000-LISTAR-SUCURSALES - MUESTRA TODAS LAS OFICINAS DEL   *
      *  MAESTRO CON SU ESTADO, HORA LIMITE, CONTACTO Y DATASETS.  *
      *-----------------------------------------------------------*
       3000-LISTAR-SUCURSALES.
           IF WS-SMT-CANT = 0
               DISPLAY "MAESTRO DE SUCURSALES VACIO"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-MOSTRAR-SUCURSAL
               THRU 3100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SMT-CANT.
       3000-EXIT.
           EXIT.

       3100-MOSTRAR-SUCURSAL.
           MOVE WS-SMT-CODIGO (WS-SUB) TO WS-LIS-CODIGO.
           MOVE WS-SMT-ESTADO (WS-SUB) TO WS-LIS-ESTADO.
           MOVE WS-SMT-NOMBRE (WS-SUB) TO WS-LIS-NOMBRE.
           MOVE WS-SMT-HORA-CORTE (WS-SUB) TO WS-LIS-CORTE.
           MOVE WS-SMT-CONTACTO (WS-SUB) TO WS-LIS-CONTACTO.
           DISPLAY WS-LISTA-LINE.
           MOVE "ENTRADA= " TO WS-LDS-ROTULO.
           MOVE WS-SMT-ARCHIVO-ENTRADA (WS-SUB) TO WS-LDS-DSN.
           DISPLAY WS-LISTA-DSN-LINE.
           MOVE "RETORNO= " TO WS-LDS-ROTULO.
           MOVE WS-SMT-ARCHIVO-RETORNO (WS-SUB) TO WS-LDS-DSN.
           DISPLAY WS-LISTA-DSN-LINE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-ALTA-SUCURSAL - TOMA UNA OFICINA NUEVA (CODIGO DE    *
      *  TRES DIGITOS QUE NO EXISTA, NI SIQUIERA INACTIVO), LA     *
      *  VALIDA, LA INSERTA EN ORDEN DE CODIGO COMO ACTIVA Y       *
      *  ASIENTA EL ALTA EN SUCAUD.                                *
      *-----------------------------------------------------------*
       4000-ALTA-SUCURSAL.
           IF WS-SMT-CANT NOT < WS-SMT-MAX
               DISPLAY "RECHAZADO: TABLA DE SUCURSALES LLENA"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.
           DISPLAY "CODIGO DE SUCURSAL (3 DIGITOS): ".
           ACCEPT WS-ENT-CODIGO.
           IF WS-ENT-CODIGO-9 NOT NUMERIC
              OR WS-ENT-CODIGO-9 = ZERO
               DISPLAY "RECHAZADO: CODIGO DEBE SER NUMERICO DE 3 "
                       "Y DISTINTO DE 000"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-UBICAR-SUCURSAL
               THRU 4100-EXIT.
           IF WS-SUB-HALLADO > 0
               DISPLAY "RECHAZADO: LA SUCURSAL " WS-ENT-CODIGO
                       " YA EXISTE EN SUCMAE"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACES TO SMA-REGISTRO.
           MOVE WS-ENT-CODIGO TO SMA-CODIGO.
           DISPLAY "NOMBRE (30 POSICIONES): ".
           ACCEPT SMA-NOMBRE.
           DISPLAY "DATASET DE ENTRADA (HASTA 40 POSICIONES): ".
           ACCEPT SMA-ARCHIVO-ENTRADA.
           DISPLAY "DATASET DE RETORNO: ".
           ACCEPT SMA-ARCHIVO-RETORNO.
           DISPLAY "HORA LIMITE DE LLEGADA (HHMM): ".
           ACCEPT WS-ENT-CORTE.
           IF WS-ENT-CORTE-9 NOT NUMERIC
               DISPLAY "RECHAZADO: HORA LIMITE NO NUMERICA"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.
           MOVE WS-ENT-CORTE-9 TO SMA-HORA-CORTE.
           DISPLAY "CONTACTO (30 POSICIONES): ".
           ACCEPT SMA-CONTACTO.
           SET SMA-ACTIVA TO TRUE.

           PERFORM 7000-VALIDAR-SUCURSAL
               THRU 7000-EXIT.
           IF WS-VALIDO-NO
               ADD 1 TO WS-CONT-ERRORES
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4500-INSERTAR-SUCURSAL
               THRU 4500-EXIT.
           MOVE "ALTA" TO WS-AUD-ACCION.
           MOVE SPACES TO WS-IMAGEN-ANTES.
           PERFORM 7500-ASENTAR-AUDITORIA
               THRU 7500-EXIT.
           ADD 1 TO WS-CONT-ALTAS.
           DISPLAY "ALTA DE SUCURSAL " SMA-CODIGO " POR "
                   WS-OPERADOR.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-UBICAR-SUCURSAL - DEJA EN WS-SUB-HALLADO LA POSICION *
      *  DE WS-ENT-CODIGO EN LA TABLA (0 = NO EXISTE).             *
      *-----------------------------------------------------------*
       4100-UBICAR-SUCURSAL.
           MOVE ZERO TO WS-SUB-HALLADO.
           PERFORM 4150-COMPARAR-CODIGO
               THRU 4150-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SMT-CANT
                  OR WS-SUB-HALLADO > 0.
       4100-EXIT.
           EXIT.

       4150-COMPARAR-CODIGO.
           IF WS-SMT-CODIGO (WS-SUB) = WS-ENT-CODIGO
               MOVE WS-SUB TO WS-SUB-HALLADO
           END-IF.
       4150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4500-INSERTAR-SUCURSAL - UBICA EL LUGAR DEL REGISTRO DE   *
      *  TRABAJO EN EL ORDEN DE CODIGO, CORRE UN LUGAR LAS         *
      *  ENTRADAS SIGUIENTES Y LO GRABA EN LA TABLA.               *
      *-----------------------------------------------------------*
       4500-INSERTAR-SUCURSAL.
           MOVE ZERO TO WS-SUB-DESTINO.
           PERFORM 4550-BUSCAR-LUGAR
               THRU 4550-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SMT-CANT
                  OR WS-SUB-DESTINO > 0.
           IF WS-SUB-DESTINO = 0
               COMPUTE WS-SUB-DESTINO = WS-SMT-CANT + 1
           END-IF.
           PERFORM 4600-CORRER-ENTRADA
               THRU 4600-EXIT
               VARYING WS-SUB FROM WS-SMT-CANT BY -1
               UNTIL WS-SUB < WS-SUB-DESTINO.
           ADD 1 TO WS-SMT-CANT.
           MOVE SMA-REGISTRO TO WS-SMT-ENTRADA (WS-SUB-DESTINO).
       4500-EXIT.
           EXIT.

       4550-BUSCAR-LUGAR.
           IF WS-SMT-CODIGO (WS-SUB) > SMA-CODIGO
               MOVE WS-SUB TO WS-SUB-DESTINO
           END-IF.
       4550-EXIT.
           EXIT.

       4600-CORRER-ENTRADA.
           MOVE WS-SMT-ENTRADA (WS-SUB)
             TO WS-SMT-ENTRADA (WS-SUB + 1).
       4600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-MODIFICAR-SUCURSAL - MUESTRA LA OFICINA Y TOMA CADA  *
      *  DATO DE NUEVO (EN BLANCO QUEDA EL QUE ESTA). EL ESTADO    *
      *  ACEPTA A O I, ASI UNA OFICINA DADA DE BAJA SE PUEDE       *
      *  REACTIVAR. EL CODIGO NO SE CAMBIA. EL REGISTRO            *
      *  MODIFICADO SE VALIDA ENTERO ANTES DE GRABARLO.            *
      *-----------------------------------------------------------*
       5000-MODIFICAR-SUCURSAL.
           DISPLAY "CODIGO DE SUCURSAL: ".
           ACCEPT WS-ENT-CODIGO.
           PERFORM 4100-UBICAR-SUCURSAL
               THRU 4100-EXIT.
           IF WS-SUB-HALLADO = 0
               DISPLAY "RECHAZADO: SUCURSAL " WS-ENT-CODIGO
                       " INEXISTENTE EN SUCMAE"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 5000-EXIT
           END-IF.
           MOVE WS-SUB-HALLADO TO WS-SUB.
           PERFORM 3100-MOSTRAR-SUCURSAL
               THRU 3100-EXIT.
           MOVE WS-SMT-ENTRADA (WS-SUB-HALLADO) TO SMA-REGISTRO
                                                   WS-IMAGEN-ANTES.

           DISPLAY "NOMBRE (BLANCO=SIN CAMBIO): ".
           ACCEPT WS-ENT-NOMBRE.
           IF WS-ENT-NOMBRE NOT = SPACES
               MOVE WS-ENT-NOMBRE TO SMA-NOMBRE
           END-IF.
           DISPLAY "DATASET DE ENTRADA (BLANCO=SIN CAMBIO): ".
           ACCEPT WS-ENT-DSN.
           IF WS-ENT-DSN NOT = SPACES
               MOVE WS-ENT-DSN TO SMA-ARCHIVO-ENTRADA
           END-IF.
           DISPLAY "DATASET DE RETORNO (BLANCO=SIN CAMBIO): ".
           ACCEPT WS-ENT-DSN.
           IF WS-ENT-DSN NOT = SPACES
               MOVE WS-ENT-DSN TO SMA-ARCHIVO-RETORNO
           END-IF.
           DISPLAY "HORA LIMITE HHMM (BLANCO=SIN CAMBIO): ".
           ACCEPT WS-ENT-CORTE.
           IF WS-ENT-CORTE NOT = SPACES
               IF WS-ENT-CORTE-9 NOT NUMERIC
                   DISPLAY "RECHAZADO: HORA LIMITE NO NUMERICA"
                   ADD 1 TO WS-CONT-ERRORES
                   GO TO 5000-EXIT
               END-IF
               MOVE WS-ENT-CORTE-9 TO SMA-HORA-CORTE
           END-IF.
           DISPLAY "CONTACTO (BLANCO=SIN CAMBIO): ".
           ACCEPT WS-ENT-CONTACTO.
           IF WS-ENT-CONTACTO NOT = SPACES
               MOVE WS-ENT-CONTACTO TO SMA-CONTACTO
           END-IF.
           DISPLAY "ESTADO A/I (BLANCO=SIN CAMBIO): ".
           ACCEPT WS-ENT-ESTADO.
           IF WS-ENT-ESTADO NOT = SPACE
               MOVE WS-ENT-ESTADO TO SMA-ESTADO
           END-IF.

           IF SMA-REGISTRO = WS-IMAGEN-ANTES
               DISPLAY "SIN CAMBIOS PARA " SMA-CODIGO
               GO TO 5000-EXIT
           END-IF.
           PERFORM 7000-VALIDAR-SUCURSAL
               THRU 7000-EXIT.
           IF WS-VALIDO-NO
               ADD 1 TO WS-CONT-ERRORES
               GO TO 5000-EXIT
           END-IF.

           MOVE SMA-REGISTRO TO WS-SMT-ENTRADA (WS-SUB-HALLADO).
           MOVE "MODIFICA" TO WS-AUD-ACCION.
           PERFORM 7500-ASENTAR-AUDITORIA
               THRU 7500-EXIT.
           ADD 1 TO WS-CONT-MODIFICADAS.
           DISPLAY "MODIFICADA SUCURSAL " SMA-CODIGO " POR "
                   WS-OPERADOR.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-BAJA-SUCURSAL - DEJA LA OFICINA EN ESTADO I. NO SE   *
      *  BORRA: LA HISTORIA POR SUCURSAL LA SIGUE NOMBRANDO Y SU   *
      *  CODIGO NO SE PUEDE VOLVER A DAR A OTRA OFICINA.           *
      *-----------------------------------------------------------*
       6000-BAJA-SUCURSAL.
           DISPLAY "CODIGO DE SUCURSAL: ".
           ACCEPT WS-ENT-CODIGO.
           PERFORM 4100-UBICAR-SUCURSAL
               THRU 4100-EXIT.
           IF WS-SUB-HALLADO = 0
               DISPLAY "RECHAZADO: SUCURSAL " WS-ENT-CODIGO
                       " INEXISTENTE EN SUCMAE"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-SMT-ENTRADA (WS-SUB-HALLADO) TO SMA-REGISTRO
                                                   WS-IMAGEN-ANTES.
           IF SMA-INACTIVA
               DISPLAY "RECHAZADO: LA SUCURSAL " SMA-CODIGO
                       " YA ESTA INACTIVA"
               ADD 1 TO WS-CONT-ERRORES
               GO TO 6000-EXIT
           END-IF.

           SET SMA-INACTIVA TO TRUE.
           MOVE SMA-REGISTRO TO WS-SMT-ENTRADA (WS-SUB-HALLADO).
           MOVE "BAJA" TO WS-AUD-ACCION.
           PERFORM 7500-ASENTAR-AUDITORIA
               THRU 7500-EXIT.
           ADD 1 TO WS-CONT-BAJAS.
           DISPLAY "BAJA DE SUCURSAL " SMA-CODIGO " POR "
                   WS-OPERADOR.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-VALIDAR-SUCURSAL - VALIDA EL REGISTRO DE TRABAJO:    *
      *  NOMBRE Y CONTACTO NO VACIOS, DATASET DE ENTRADA DE HASTA  *
      *  40 POSICIONES (CONSOSUC LE AGREGA .SNN PARA LOS LOTES     *
      *  SUPLEMENTARIOS), DATASET DE RETORNO NO VACIO, NINGUNO DE  *
      *  LOS DOS USADO POR OTRA OFICINA, HORA LIMITE VALIDA Y      *
      *  ESTADO A O I.                                             *
      *-----------------------------------------------------------*
       7000-VALIDAR-SUCURSAL.
           SET WS-VALIDO-SI TO TRUE.
           IF SMA-NOMBRE = SPACES
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: NOMBRE VACIO"
               GO TO 7000-EXIT
           END-IF.
           IF SMA-ARCHIVO-ENTRADA = SPACES
              OR SMA-ARCHIVO-ENTRADA (41:4) NOT = SPACES
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: DATASET DE ENTRADA VACIO O DE "
                       "MAS DE 40 POSICIONES"
               GO TO 7000-EXIT
           END-IF.
           IF SMA-ARCHIVO-RETORNO = SPACES
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: DATASET DE RETORNO VACIO"
               GO TO 7000-EXIT
           END-IF.
           IF SMA-ARCHIVO-ENTRADA = SMA-ARCHIVO-RETORNO
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: ENTRADA Y RETORNO EN EL MISMO "
                       "DATASET"
               GO TO 7000-EXIT
           END-IF.
           IF SMA-CORTE-HH > 23
              OR SMA-CORTE-MM > 59
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: HORA LIMITE FUERA DE RANGO"
               GO TO 7000-EXIT
           END-IF.
           IF NOT SMA-ESTADO-VALIDO
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: ESTADO DEBE SER A O I"
               GO TO 7000-EXIT
           END-IF.
           IF SMA-CONTACTO = SPACES
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: CONTACTO VACIO"
               GO TO 7000-EXIT
           END-IF.

           PERFORM 7100-COMPARAR-DATASETS
               THRU 7100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SMT-CANT
                  OR WS-VALIDO-NO.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7100-COMPARAR-DATASETS - UN DATASET DE ENTRADA O DE       *
      *  RETORNO DE OTRA OFICINA NO SE PUEDE REPETIR: DOS OFICINAS *
      *  LEYENDO EL MISMO ARCHIVO LO CONSOLIDARIAN DOS VECES.      *
      *-----------------------------------------------------------*
       7100-COMPARAR-DATASETS.
           IF WS-SMT-CODIGO (WS-SUB) = SMA-CODIGO
               GO TO 7100-EXIT
           END-IF.
           IF WS-SMT-ARCHIVO-ENTRADA (WS-SUB) = SMA-ARCHIVO-ENTRADA
              OR WS-SMT-ARCHIVO-RETORNO (WS-SUB) = SMA-ARCHIVO-ENTRADA
              OR WS-SMT-ARCHIVO-ENTRADA (WS-SUB) = SMA-ARCHIVO-RETORNO
              OR WS-SMT-ARCHIVO-RETORNO (WS-SUB) = SMA-ARCHIVO-RETORNO
               SET WS-VALIDO-NO TO TRUE
               DISPLAY "RECHAZADO: DATASET YA ASIGNADO A LA "
                       "SUCURSAL " WS-SMT-CODIGO (WS-SUB)
           END-IF.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7500-ASENTAR-AUDITORIA - AGREGA A SUCAUD EL CAMBIO CON    *
      *  FECHA, HORA, OPERADOR, ACCION Y LAS IMAGENES DEL REGISTRO *
      *  ANTES Y DESPUES.                                          *
      *-----------------------------------------------------------*
       7500-ASENTAR-AUDITORIA.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-FECHA-HOY TO WS-AUD-FECHA.
           MOVE WS-HORA-HOY TO WS-AUD-HORA.
           MOVE WS-OPERADOR TO WS-AUD-OPERADOR.
           MOVE SMA-CODIGO TO WS-AUD-CODIGO.
           MOVE WS-IMAGEN-ANTES TO WS-AUD-ANTES.
           MOVE SMA-REGISTRO TO WS-AUD-DESPUES.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.
           CLOSE AUDIT-FILE.
       7500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-TERMINATE - REESCRIBE EL MAESTRO DESDE LA TABLA SI   *
      *  HUBO CAMBIOS Y RESUME LA SESION. CON LA TABLA DESBORDADA  *
      *  NO SE REESCRIBE NADA: SE PERDERIAN LAS OFICINAS QUE NO    *
      *  CUPIERON.                                                 *
      *-----------------------------------------------------------*
       8000-TERMINATE.
           IF WS-CONT-ALTAS = 0
              AND WS-CONT-MODIFICADAS = 0
              AND WS-CONT-BAJAS = 0
               GO TO 8000-RESUMEN
           END-IF.
           IF WS-TABLA-LLENA
               DISPLAY "SUCMAE SIN REESCRIBIR: TABLA DESBORDADA"
               GO TO 8000-RESUMEN
           END-IF.
           OPEN OUTPUT SUCURSAL-FILE.
           PERFORM 8100-GRABAR-SUCURSAL
               THRU 8100-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SMT-CANT.
           CLOSE SUCURSAL-FILE.

       8000-RESUMEN.
           DISPLAY "ALTAS: " WS-CONT-ALTAS
                   "  MODIFICADAS: " WS-CONT-MODIFICADAS
                   "  BAJAS: " WS-CONT-BAJAS
                   "  RECHAZOS: " WS-CONT-ERRORES.
       8000-EXIT.
           EXIT.

       8100-GRABAR-SUCURSAL.
           WRITE SMF-REGISTRO FROM WS-SMT-ENTRADA (WS-SUB).
       8100-EXIT.
           EXIT.

       END PROGRAM SUCMANT.
