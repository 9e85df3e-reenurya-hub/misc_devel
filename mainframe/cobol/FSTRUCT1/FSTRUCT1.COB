           ACCESS MODE DYNAMIC
           RECORD KEY IS PND-CLAVE
           STATUS ST-FILE-PND.
           SELECT OPTIONAL VENDEDORES ASSIGN TO "./vendedores.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS VEN-CODIGO
           STATUS ST-FILE-VEN.
       DATA DIVISION.
       FILE SECTION.
      *     COPY "./clientes.fd".
              88  MONEDA-DOLAR     VALUE "USD".
              88  MONEDA-EURO      VALUE "EUR".
           03  CLI_SALDO_ME        PIC S9(7)V9(3).
      *       THE 7 BYTES AFTER CLI_SALDO_ME ARE CLI_FUSIONADO_EN,
      *       SET ONLY BY MRGCLI1. CLI_VENDEDOR IS THE SALESPERSON
      *       (VENDEDORES.DAT, MNTVEN1) CREDITED WITH THE ACCOUNT;
      *       SPACES FOR A HOUSE ACCOUNT THAT EARNS NO COMMISSION
           03  FILLER              PIC X(7).
           03  CLI_VENDEDOR        PIC X(4).
           03  FILLER              PIC X(207).
      *
      *    AUDCLI CARRIES A BEFORE/AFTER TRAIL OF EVERY REWRITE AND
      *    DELETE APPLIED TO CLIENTES SO A CHANGED RECORD CAN BE
              88  PND-ABIERTO      VALUE "A".
              88  PND-CANCELADO    VALUE "C".
           03  FILLER              PIC X(20).
      *
      *    VENDEDORES.DAT IS THE SALESPERSON TABLE MAINTAINED BY
      *    MNTVEN1, USED TO VALIDATE CLI_VENDEDOR AS IT IS ENTERED
       FD VENDEDORES.
       01 REG-VENDEDORES.
           03  VEN-CODIGO          PIC X(4).
           03  VEN-NOMBRE          PIC X(40).
           03  VEN-TASA-COMISION   PIC 9(2)V9(2).
           03  VEN-ESTADO          PIC X.
              88  VEN-ACTIVO       VALUE "A".
              88  VEN-INACTIVO     VALUE "I".
           03  VEN-FECHA-ALTA      PIC 9(8).
           03  FILLER              PIC X(23).
       WORKING-STORAGE SECTION.

       01  ST-FILE                 PIC XX.
       01  ST-FILE-CAT             PIC XX.
       01  ST-FILE-CTL             PIC XX.
       01  ST-FILE-PND             PIC XX.
       01  ST-FILE-VEN             PIC XX.
       01  CATEGORIA-VALIDA        PIC X.
       01  VENDEDOR-VALIDO         PIC X.
       01  DOC-ASIGNADO            PIC X.
       01  W-DOC-NUMERO            PIC 9(7).
       01  REINTENTOS-DOC          PIC 99 VALUE 0.
           02 W-CLI-MONEDA-ANT     PIC X(3).
           02 W-CLI-SALDO-ME       PIC S9(7)V9(3).
           02 W-CLI-SALDO-ME-ANT   PIC S9(7)V9(3).
           02 W-CLI-VENDEDOR       PIC X(4).
           02 W-CLI-VENDEDOR-ANT   PIC X(4).

       01  W-CLI-SALDO-Z           PIC -(7)9,999.
       01  W-CLI-SALDO-ME-Z        PIC -(7)9,999.
           END-IF.
           OPEN INPUT CODPOSTAL.
           OPEN INPUT CATEGORIAS.
           OPEN INPUT VENDEDORES.
           OPEN I-O CLICTL.
           OPEN I-O PENDCLI.
           IF ST-FILE-PND = "35"
           CLOSE CLIMOV.
           CLOSE CODPOSTAL.
           CLOSE CATEGORIAS.
           CLOSE VENDEDORES.
           CLOSE CLICTL.
           CLOSE PENDCLI.
      *    SIGN-ON VIA THE SHARED SIGNON SUBPROGRAM: THE OPERATOR
                   "02. Direccion    : "   LINE 14 COL 10
                   "03. Cod. Postal  : "   LINE 16 COL 10
                   "04. Categoria    : "   LINE 18 COL 10
                   "09. Vendedor : "       LINE 18 COL 55
                   "05. Saldo        : "   LINE 19 COL 10
                   "06. Moneda : "         LINE 19 COL 55
                   "07. Saldo Moneda Ext.: " LINE 20 COL 10
               MOVE CLI_SALDO       TO W-CLI-SALDO
               MOVE CLI_MONEDA      TO W-CLI-MONEDA
               MOVE CLI_SALDO_ME    TO W-CLI-SALDO-ME
               MOVE CLI_VENDEDOR    TO W-CLI-VENDEDOR
               MOVE CLI_NOMBRE      TO AUD-SNAP-NOMBRE
               MOVE CLI_DIRECCION   TO AUD-SNAP-DIRECCION
               MOVE CLI_CODPOST     TO AUD-SNAP-CODPOST
                    CLI_CATEGORIA   LINE 16 COL 36
                    W-CLI-SALDO-Z   LINE 19 COL 36
                    W-CLI-MONEDA    LINE 19 COL 68
                    W-CLI-SALDO-ME-Z LINE 20 COL 36
                    W-CLI-VENDEDOR  LINE 18 COL 70.
           IF EXISTE = "S" AND CLI-INACTIVO
              DISPLAY "** CLIENTE INACTIVO (BAJA) **" LINE 9 COL 10
           END-IF.
           END-READ.
       F-VERIFICO-CATEGORIA.
           EXIT.
      *    LOOK UP THE ENTERED CODE ON THE SALESPERSON TABLE
       VERIFICO-VENDEDOR.
           MOVE "S" TO VENDEDOR-VALIDO.
           MOVE W-CLI-VENDEDOR TO VEN-CODIGO.
           READ VENDEDORES
              INVALID KEY MOVE "N" TO VENDEDOR-VALIDO
           END-READ.
           IF VENDEDOR-VALIDO = "S" AND NOT VEN-ACTIVO
              MOVE "N" TO VENDEDOR-VALIDO
           END-IF.
       F-VERIFICO-VENDEDOR.
           EXIT.
      *
       INGRESO-CATEGORIA.
           MOVE W-CLI-CATEGORIA TO W-CLI-CATEGORIA-ANT.
           ACCEPT W-CLI-SALDO-ME LINE 20 COL 36 UPDATE.
           MOVE W-CLI-SALDO-ME TO W-CLI-SALDO-ME-Z.
           DISPLAY W-CLI-SALDO-ME-Z  LINE 20 COL 36.
      *    SALESPERSON CODE; SPACES LEAVES THE ACCOUNT WITHOUT ONE.
      *    ONLY AN ACTIVE SALESPERSON MAY BE ASSIGNED, BUT ONE WHO
      *    IS ALREADY ON THE ACCOUNT MAY STAY AFTER GOING INACTIVE
       INGRESO-VENDEDOR.
           MOVE W-CLI-VENDEDOR TO W-CLI-VENDEDOR-ANT.
           ACCEPT W-CLI-VENDEDOR LINE 18 COL 70 UPDATE.
           IF W-CLI-VENDEDOR NOT = SPACES
              AND W-CLI-VENDEDOR NOT = W-CLI-VENDEDOR-ANT
              PERFORM VERIFICO-VENDEDOR THRU F-VERIFICO-VENDEDOR
              IF VENDEDOR-VALIDO = "N"
                 DISPLAY "VENDEDOR INEXISTENTE O INACTIVO (VER MNTVEN1)"
                         LINE 24 COL 1
                 MOVE W-CLI-VENDEDOR-ANT TO W-CLI-VENDEDOR
                 GO TO INGRESO-VENDEDOR
              END-IF
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           DISPLAY W-CLI-VENDEDOR  LINE 18 COL 70.
      *
       F-CARGO-DATOS.
           EXIT.
                   CALL "MNTCON1"
                   PERFORM MUESTRO-PANTALLA
                   PERFORM MUESTRO-DATOS
               WHEN 9
                   PERFORM INGRESO-VENDEDOR
               WHEN 0
                   PERFORM GRABAR THRU F-GRABAR
               WHEN 88
           MOVE W-CLI-SALDO     TO CLI_SALDO.
           MOVE W-CLI-MONEDA    TO CLI_MONEDA.
           MOVE W-CLI-SALDO-ME  TO CLI_SALDO_ME.
           MOVE W-CLI-VENDEDOR  TO CLI_VENDEDOR.
           ACCEPT CLI_ULT_ACTIVIDAD FROM DATE YYYYMMDD.
           IF EXISTE = "N"
              PERFORM VERIFICO-NOMBRE THRU F-VERIFICO-NOMBRE
