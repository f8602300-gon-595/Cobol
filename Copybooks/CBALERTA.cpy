      *            feriados por agotarse, A008 rechazos pendientes
      *            vencidos por antiguedad o reciclos, A009 archivo
      *            de sucursal ausente o fuera de balance en el
      *            control de llegada vespertino, A010
      *            transacciones retenidas por limite diario a la
      *            espera del supervisor, A011 posibles duplicados
      *            contra los dias retenidos en CONDIDX sobre el
      *            maximo, A012 calculos de la noche que no
      *            coinciden con su recalculo independiente. El
      *            programa emisor va en la linea.
      * Modification History:
      *  2026-08-13 RMM  Creacion del copybook de limites y linea
      *                  de alerta.
      *                  de sucursal ausente o fuera de balance se
      *                  avisa mientras en la oficina todavia hay
      *                  alguien que atienda el telefono.
      *  2026-09-04 RMM  Se registra el codigo A010 de CONDIF: la
      *                  corrida retuvo transacciones que pasaban el
      *                  limite diario de su cuenta (valor = cantidad
      *                  retenida, sin limite de ALERTCTL).
      *  2026-09-05 RMM  Se registra el codigo A011 del control de
      *                  posibles duplicados (DUPSOSP): la misma
      *                  cuenta con NUM1/NUM2 iguales o cercanos en
      *                  uno de los dias anteriores retenidos, mas
      *                  veces que el maximo de DUPCTL.
      *  2026-09-12 RMM  Se registra el codigo A012 de la verificacion
      *                  de calculos (VERIFCAL): un RESULTADO o una
      *                  clasificacion de SUMAAUD, CONDIDX o MAYORINT
      *                  que no coincide con el recalculo desde
      *                  NUM1/NUM2 (valor = transacciones con
      *                  diferencia, sin limite). La interfase al
      *                  mayor queda vacia.
      ******************************************************************
       01  ALERTA-CONTROL.
           05  ALR-MAX-ALTO                PIC 9(07).
