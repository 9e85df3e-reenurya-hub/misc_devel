      *    NOMBRE, APELLIDO, CATEGORIA (VALIDADA CONTRA
      *    CATEGORIAS.DAT) Y SALDO, Y CONFIRMACION ANTES DE LA BAJA.
      *    GFILE02 SIGUE SIENDO LA PANTALLA DE CONSULTA/COBRANZA;
      *    ESTA ES LA DE MANTENIMIENTO. LA OPCION 06 ABRE LA
      *    PANTALLA DE PLANES DE PAGO DEL DEUDOR (MNTPLN1).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               05 DEU_CATEGORIA_2  PIC X.
               05 DEU_NOMBRE_2     PIC X(60).
           03 DEU_LIMITE_CREDITO    PIC 9(10)V9(2).
           03 DEU_CASTIGO.
               05 DEU_MARCA_CASTIGO     PIC X.
                  88 DEU_CASTIGADO      VALUE "S".
               05 DEU_FECHA_CASTIGO     PIC 9(8).
               05 DEU_IMPORTE_CASTIGADO PIC 9(10)V9(2).
               05 DEU_IMPORTE_RECUPERADO PIC 9(10)V9(2).
           03 FILLER               PIC X(255).
      *
       FD CATEGORIAS.
       01 REG-CATEGORIAS.
                   "03. Categoria  : "  LINE 14 COL 10
                   "04. Saldo      : "  LINE 16 COL 10
                   "05. Limite Cred: "  LINE 18 COL 10
                   "06. Plan de pagos"  LINE 19 COL 10
                   "OPCION [   ]   : "  LINE 21 COL 30
                   GUIONES              LINE 22 COL 1.
      *
                   W-DEU-CATEGORIA      LINE 14 COL 28
                   W-DEU-SALDO-Z        LINE 16 COL 28
                   W-DEU-LIMITE-Z       LINE 18 COL 28.
           IF DEU_CASTIGADO
              DISPLAY "CASTIGADO EL "      LINE 16 COL 50
                      DEU_FECHA_CASTIGO    LINE 16 COL 63
           END-IF.
      *
       CARGO-DATOS.
           INITIALIZE DATOS.
                   PERFORM INGRESO-SALDO
               WHEN 5
                   PERFORM INGRESO-LIMITE
      *        EL PLAN DE PAGOS SE ARMA EN SU PROPIA PANTALLA
      *        (MNTPLN1); EL INTERES DEL PLAN PUEDE HABER SUBIDO EL
      *        SALDO, ASI QUE AL VOLVER SE RELEE EL DEUDOR
               WHEN 6
                   IF EXISTE = "S"
                      CALL "MNTPLN1"
                      PERFORM LEO-DEUDORES
                      PERFORM MUESTRO-PANTALLA
                      DISPLAY W-DEU-ID-Z LINE 07 COL 28
                      PERFORM MUESTRO-DATOS
                   ELSE
                      DISPLAY "GRABE EL DEUDOR ANTES DEL PLAN"
                              LINE 24 COL 20
                   END-IF
               WHEN 0
                   PERFORM GRABAR THRU F-GRABAR
               WHEN 88
           MOVE W-DEU-CATEGORIA TO DEU_CATEGORIA DEU_CATEGORIA_2.
           MOVE W-DEU-SALDO     TO DEU_SALDO.
           MOVE W-DEU-LIMITE    TO DEU_LIMITE_CREDITO.
      *    UN DEUDOR NUEVO NO HEREDA LA MARCA DE CASTIGO DEL ULTIMO
      *    REGISTRO LEIDO
           IF EXISTE = "N"
              MOVE SPACES TO DEU_CASTIGO
           END-IF.
       GRABO.
           IF EXISTE = "S" GO TO REGRABO.
           WRITE REG-DEUDORES.
