      *    NIGHTRUN (CALL "SYSTEM") VOLVIENDO AL MENU AL TERMINAR.
      *    CADA PANTALLA SIGUE PIDIENDO SU PROPIA IDENTIFICACION AL
      *    ABRIRSE (VER SIGNON); EL MENU SOLO FILTRA LO QUE OFRECE.
      *    LA OPCION 99 LE PERMITE AL OPERADOR CAMBIAR SU PROPIA
      *    CLAVE SIN PASAR POR EL ADMINISTRADOR (SIGNON ACCION "C").
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              TO W-MNU-DESC(W-MENU-CNT).
           MOVE 1                 TO W-MNU-NIVEL(W-MENU-CNT).
           PERFORM AGREGO-ENTRADA.
           MOVE "GESCOB1"         TO W-MNU-PROGRAMA(W-MENU-CNT).
           MOVE "GESTION DE COBRANZAS"
              TO W-MNU-DESC(W-MENU-CNT).
           MOVE 1                 TO W-MNU-NIVEL(W-MENU-CNT).
           PERFORM AGREGO-ENTRADA.
           MOVE "DUPCLI1"         TO W-MNU-PROGRAMA(W-MENU-CNT).
           MOVE "DUPLICADOS SOSPECHADOS"
              TO W-MNU-DESC(W-MENU-CNT).
           MOVE 1                 TO W-MNU-NIVEL(W-MENU-CNT).
           PERFORM AGREGO-ENTRADA.
           MOVE "MNTCTR1"         TO W-MNU-PROGRAMA(W-MENU-CNT).
           MOVE "CONTRATOS DE FACTURACION"
              TO W-MNU-DESC(W-MENU-CNT).
           MOVE 2                 TO W-MNU-NIVEL(W-MENU-CNT).
      *
       AGREGO-TITULO-DEUDORES.
           PERFORM AGREGO-ENTRADA.
      *
       PROCESO.
           PERFORM MUESTRO-MENU.
           ACCEPT W-OPCION LINE 23 COL 38 PROMPT.
           IF W-OPCION = 0
              MOVE "S" TO FIN
              GO TO F-PROCESO
           END-IF.
           IF W-OPCION = 99
              MOVE "C" TO SIGNON-ACCION
              CALL "SIGNON" USING SIGNON-PARMS
              GO TO F-PROCESO
           END-IF.
           IF W-OPCION > W-MENU-CNT
              GO TO F-PROCESO
           END-IF.
              VARYING W-MENU-SUB FROM 1 BY 1
              UNTIL W-MENU-SUB > W-MENU-CNT.
           DISPLAY GUIONES             LINE 22 COL 1
                   "OPCION (0=SALIR 99=CLAVE): " LINE 23 COL 10.
      *
       MUESTRO-ENTRADA.
           IF W-LINEA > 21
