      *----------------------------------------------------------------
      * SEGURIDAD.cpy - Clave de supervisor comun a los programas que
      * autorizan bajas de producto y cambios de precio. Hoy solo la
      * acepta VALIDAR-OPERADOR, y una unica vez: para crear el
      * maestro de operadores en el arranque desde GESTION-OPERADORES
      * (ARRANQUE.cpy), y solo
      * mientras el supervisor no fije una propia en los parametros
      * de la tienda (GESTION-PARAMETROS).
      *----------------------------------------------------------------
       01 CLAVE-SUPERVISOR PIC X(08) VALUE "GESTOR01".
       01 WS-CLAVE-INGRESADA PIC X(08).
