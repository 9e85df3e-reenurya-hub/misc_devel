      *    (THE ACTIVE-SESSION REGISTRY NIGHTRUN CHECKS BEFORE
      *    STARTING THE BATCH WINDOW). ON EXIT THE PROGRAM MUST CALL
      *    SIGNON AGAIN WITH SIGNON-ACCION = "F" TO CLEAR ITS
      *    SESSION. SIGNON-ACCION = "C" LETS THE OPERATOR ALREADY
      *    SIGNED ON IN SIGNON-OPERADOR CHANGE THEIR OWN PASSWORD
      *    (THE MENU1 OPTION); ANY OTHER VALUE (INCLUDING SPACES) IS A
      *    SIGN-ON. A SIGN-ON WITH AN EXPIRED OR TEMPORARY PASSWORD
      *    ONLY SUCCEEDS ONCE THE OPERATOR HAS CHANGED IT.
       01  SIGNON-PARMS.
           05  SIGNON-PROGRAM          PIC X(08).
           05  SIGNON-NIVEL-REQUERIDO  PIC 9(01).
           05  SIGNON-NIVEL            PIC 9(01).
           05  SIGNON-ACCION           PIC X(01).
               88  SIGNON-FIN-SESION   VALUE "F".
               88  SIGNON-CAMBIO-CLAVE VALUE "C".
