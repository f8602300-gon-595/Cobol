      ******************************************************************
      * Copybook:  CBTIEHIS
      * Purpose:   Registro del maestro de historia de tiempos por
      *            paso del ciclo nocturno (PASOHIST). El driver
      *            CICLONOC agrega al cerrar la corrida un registro
      *            por cada paso que ejecuto: fecha de proceso,
      *            numero de paso del checkpoint, programa, fecha y
      *            hora de inicio y de fin (HHMMSSCC), transcurrido
      *            en segundos, volumen de registros de la noche y
      *            RETURN-CODE. Un reinicio agrega solo los pasos que
      *            corrio y queda marcado con modo "R". El informe
      *            semanal TIEMSEM lo lee para las tendencias y la
      *            proyeccion de la ventana batch.
      * Modification History:
      *  2026-09-10 RMM  Creacion del copybook de historia de tiempos
      *                  por paso.
      ******************************************************************
       01  TIE-REGISTRO.
           05  TIE-FECHA                   PIC X(08).
           05  TIE-PASO                    PIC X(02).
           05  TIE-PROGRAMA                PIC X(14).
           05  TIE-INICIO-FECHA            PIC X(08).
           05  TIE-INICIO-HORA             PIC X(08).
           05  TIE-FIN-FECHA               PIC X(08).
           05  TIE-FIN-HORA                PIC X(08).
           05  TIE-SEGUNDOS                PIC 9(07)V99.
           05  TIE-REGISTROS               PIC 9(09).
           05  TIE-RC                      PIC 9(04).
           05  TIE-MODO                    PIC X(01).
               88  TIE-CORRIDA-NORMAL                  VALUE "N".
               88  TIE-CORRIDA-REINICIO                VALUE "R".
