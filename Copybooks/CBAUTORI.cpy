      ******************************************************************
      * Copybook:  CBAUTORI
      * Purpose:   Area de parametros de la rutina comun de
      *            autorizacion de operadores (AUTORIZA). Cada
      *            programa de mantenimiento la incluye en su
      *            WORKING-STORAGE, carga operador, programa y opcion
      *            y llama a AUTORIZA, que contesta si el operador
      *            figura activo en OPERAUT para ese programa y esa
      *            opcion. Opcion en blanco pregunta solo si el
      *            operador puede entrar al programa (cualquier
      *            opcion). Un operador en blanco nunca esta
      *            autorizado.
      * Modification History:
      *  2026-09-13 RMM  Creacion del copybook de autorizacion.
      ******************************************************************
       01  AUT-PARAMETRO.
           05  AUT-OPERADOR                PIC X(08).
           05  AUT-PROGRAMA                PIC X(08).
           05  AUT-OPCION                  PIC X(01).
           05  AUT-RESULTADO               PIC X(01).
               88  AUT-AUTORIZADO                      VALUE "S".
               88  AUT-NO-AUTORIZADO                   VALUE "N".
