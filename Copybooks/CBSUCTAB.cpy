      ******************************************************************
      * Copybook:  CBSUCTAB
      * Purpose:   Tabla de sucursales activas que devuelve la rutina
      *            comun SUCCARGA. Cada programa que trabaja por
      *            oficina la incluye en su WORKING-STORAGE y llama a
      *            SUCCARGA, que la llena desde el maestro SUCMAE
      *            (copybook CBSUCMAE) con las oficinas en estado A,
      *            en el orden del maestro. SCT-RESULTADO dice si la
      *            tabla quedo cargada, si no hay ninguna oficina
      *            activa (o no hay maestro) o si el maestro desborda
      *            la tabla; en los dos ultimos casos el programa no
      *            debe procesar oficinas con una lista trunca.
      * Modification History:
      *  2026-09-15 RMM  Creacion del copybook de la tabla de
      *                  sucursales activas.
      ******************************************************************
       01  SCT-PARAMETRO.
           05  SCT-RESULTADO               PIC X(01).
               88  SCT-CARGADA                         VALUE "S".
               88  SCT-SIN-SUCURSALES                  VALUE "N".
               88  SCT-DESBORDADA                      VALUE "D".
           05  SCT-CANT                    PIC S9(4)   COMP.
           05  SCT-ENTRADA OCCURS 50 TIMES.
               10  SCT-CODIGO              PIC X(03).
               10  SCT-NOMBRE              PIC X(30).
               10  SCT-ARCHIVO-ENTRADA     PIC X(44).
               10  SCT-ARCHIVO-RETORNO     PIC X(44).
               10  SCT-HORA-CORTE          PIC 9(04).
               10  SCT-CONTACTO            PIC X(30).
