      *                  sin leer) y la cantidad de pasos del log con
      *                  RETURN-CODE distinto de cero, que se contaba
      *                  sin mostrarse.
      *  2026-09-18 RMM  Las lineas sangradas de CICLOLOG (el plan de
      *                  fin de periodo de la noche y la anotacion de
      *                  un paso reanudado desde su checkpoint) se
      *                  reflejan en el estado sin contarse como pasos:
      *                  antes cada una sumaba un paso y, sin
      *                  RETURN-CODE numerico, un paso con error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADNOC.
                   MOVE WS-LINEA-LEIDA TO ESTADO-REC
                   PERFORM 7000-EMITIR-LINEA
                       THRU 7000-EXIT
      *    LAS ANOTACIONES DEL DRIVER (PLAN DE FIN DE PERIODO, PASO
      *    REANUDADO DESDE SU CHECKPOINT) VAN SANGRADAS CUATRO
      *    POSICIONES: SE REFLEJAN PERO NO SON PASOS.
               WHEN WS-LINEA-LEIDA (1:4) = SPACES
                AND WS-LINEA-LEIDA NOT = SPACES
                   MOVE WS-LINEA-LEIDA TO ESTADO-REC
                   PERFORM 7000-EMITIR-LINEA
                       THRU 7000-EXIT
               WHEN OTHER
                   PERFORM 2300-REFLEJAR-PASO
                       THRU 2300-EXIT
