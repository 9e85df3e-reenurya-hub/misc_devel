       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTVEN1.
      *
      *    A.B.M. DE VENDEDORES
      *    MANTIENE VENDEDORES.DAT: CODIGO DE VENDEDOR (EL QUE SE
      *    ASIGNA A CADA CLIENTE EN CLI_VENDEDOR DESDE FSTRUCT1 Y
      *    CARGACLI, Y QUE FACTCLI1 COPIA EN CADA FACTURA), NOMBRE,
      *    TASA DE COMISION (% SOBRE EL NETO COBRADO, VER COMVEN1) Y
      *    ESTADO (A=ACTIVO I=INACTIVO). A UN VENDEDOR INACTIVO NO SE
      *    LE PUEDEN ASIGNAR CLIENTES, PERO SIGUE COBRANDO COMISION
      *    POR LO QUE VENDIO ANTES. LA BAJA SOLO SE ACEPTA SI NINGUN
      *    CLIENTE LO TIENE ASIGNADO; SI NO, SE LO PASA A INACTIVO.
      *    NIVEL DE SUPERVISOR, COMO MNTCAT1.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDEDORES ASSIGN TO "./vendedores.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS VEN-CODIGO
           STATUS ST-FILE.
           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS ID_CLIENTE
           ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
           ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
           STATUS ST-FILE-CLI.
       DATA DIVISION.
       FILE SECTION.
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
      *
      *    CLI_VENDEDOR OCUPA LAS POSICIONES SIGUIENTES A
      *    CLI_FUSIONADO_EN (MRGCLI1), QUE ACA SE VE COMO FILLER
       FD CLIENTES.
       01 REG-CLIENTES.
           03  ID_CLIENTE.
              05   CLI_ID          PIC 9(7).
           03  CLI_SALDO           PIC S9(7)V9(3).
           03  CLI_NOMBRE          PIC X(70).
           03  CLI_DIRECCION       PIC X(80).
           03  CLI_CODPOST         PIC X(10).
           03  CLI_CATEGORIA       PIC X.
           03  CLI_ALT_2.
               05  CLI_CATEGORIA_2 PIC X.
               05  CLI_NOMBRE_2    PIC X(60).
           03  CLI_ESTADO          PIC X.
           03  CLI_ULT_ACTIVIDAD   PIC 9(8).
           03  CLI_MONEDA          PIC X(3).
           03  CLI_SALDO_ME        PIC S9(7)V9(3).
           03  FILLER              PIC X(7).
           03  CLI_VENDEDOR        PIC X(4).
           03  FILLER              PIC X(207).
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-CLI             PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
       01  EN-USO                  PIC X.
       01  FIN-CLIENTES            PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  OPCION                  PIC 99.
       01  CONFIRMA-BAJA           PIC X.
       01  W-FECHA-HOY             PIC 9(8).
      *
       01  W-VEN-CODIGO            PIC X(4).
       01  DATOS.
           02 W-VEN-NOMBRE         PIC X(40).
           02 W-VEN-NOMBRE-ANT     PIC X(40).
           02 W-VEN-TASA           PIC 9(2)V9(2).
           02 W-VEN-TASA-ANT       PIC 9(2)V9(2).
           02 W-VEN-ESTADO         PIC X.
           02 W-VEN-ESTADO-ANT     PIC X.
           02 W-VEN-FECHA-ALTA     PIC 9(8).
       01  W-VEN-TASA-Z            PIC Z9,99.
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
           COPY "SIGNON.CPY".
      *
       PROCEDURE DIVISION.
       MAIN.
      *    LA PANTALLA NO SE MUESTRA SIN IDENTIFICACION Y NIVEL
      *    SUFICIENTE (VER SIGNON)
           MOVE "MNTVEN1" TO SIGNON-PROGRAM.
           MOVE 2          TO SIGNON-NIVEL-REQUERIDO.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF NOT SIGNON-OK
              STOP RUN
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRO-ARCHIVO.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           PERFORM CIERRO-ARCHIVO.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.
      *
       ABRO-ARCHIVO.
           OPEN I-O VENDEDORES.
           IF ST-FILE = "35"
              OPEN OUTPUT VENDEDORES
              CLOSE VENDEDORES
              OPEN I-O VENDEDORES
           END-IF.
           IF ST-FILE > "07"
              STRING "ERROR AL ABRIR VENDEDORES " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "MNTVEN1"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "VENDEDORES"   TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN INPUT CLIENTES.
      *
       CIERRO-ARCHIVO.
           CLOSE VENDEDORES.
           CLOSE CLIENTES.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM INGRESO-CLAVE THRU F-INGRESO-CLAVE.
           IF FIN = "N"
               PERFORM LEO-VENDEDORES
               IF EXISTE = "S"
                   PERFORM MUESTRO-DATOS
               ELSE
                   PERFORM CARGO-DATOS THRU F-CARGO-DATOS
               END-IF
               PERFORM OPCIONES.
       F-PROCESO.
           EXIT.
      *
       MUESTRO-PANTALLA.
           DISPLAY " "                      LINE 1  COL 1 ERASE EOS
           DISPLAY "A.B.M. Vendedores"      LINE 3  COL 31
                   GUIONES                  LINE 4  COL 1
                   "Vendedor       : "      LINE 7  COL 10
                   "01. Nombre     : "      LINE 9  COL 10
                   "02. Comision % : "      LINE 11 COL 10
                   "(SOBRE EL NETO COBRADO)" LINE 12 COL 10
                   "03. Estado     : "      LINE 14 COL 10
                   "(A=ACTIVO I=INACTIVO)"  LINE 15 COL 10
                   "Fecha de alta  : "      LINE 17 COL 10
                   "OPCION [   ]   : "      LINE 21 COL 30
                   GUIONES                  LINE 22 COL 1.
      *
       INGRESO-CLAVE.
           MOVE SPACES TO W-VEN-CODIGO.
           ACCEPT  W-VEN-CODIGO   LINE 07 COL 28 PROMPT.
           IF W-VEN-CODIGO = SPACES
              MOVE "S" TO FIN
              GO TO F-INGRESO-CLAVE
           END-IF.
           DISPLAY W-VEN-CODIGO LINE 07 COL 28.
       F-INGRESO-CLAVE.
           EXIT.
      *
       LEO-VENDEDORES.
           MOVE "S" TO EXISTE.
           MOVE W-VEN-CODIGO TO VEN-CODIGO.
           READ VENDEDORES INVALID KEY MOVE "N" TO EXISTE.
      *
       MUESTRO-DATOS.
           MOVE VEN-NOMBRE        TO W-VEN-NOMBRE.
           MOVE VEN-TASA-COMISION TO W-VEN-TASA.
           MOVE VEN-ESTADO        TO W-VEN-ESTADO.
           MOVE VEN-FECHA-ALTA    TO W-VEN-FECHA-ALTA.
           MOVE W-VEN-TASA        TO W-VEN-TASA-Z.
           DISPLAY W-VEN-NOMBRE     LINE 9  COL 28
                   W-VEN-TASA-Z     LINE 11 COL 28
                   W-VEN-ESTADO     LINE 14 COL 28
                   W-VEN-FECHA-ALTA LINE 17 COL 28.
      *
       CARGO-DATOS.
           INITIALIZE DATOS.
           MOVE "A"         TO W-VEN-ESTADO.
           MOVE W-FECHA-HOY TO W-VEN-FECHA-ALTA.
           DISPLAY W-VEN-FECHA-ALTA LINE 17 COL 28.
      *
       INGRESO-NOMBRE.
           MOVE W-VEN-NOMBRE TO W-VEN-NOMBRE-ANT.
           ACCEPT W-VEN-NOMBRE LINE 9 COL 28 UPDATE.
           IF W-VEN-NOMBRE = SPACES
               DISPLAY "EL NOMBRE NO PUEDE SER BLANCO" LINE 24 COL 1
               MOVE W-VEN-NOMBRE-ANT TO W-VEN-NOMBRE
               GO TO INGRESO-NOMBRE.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           DISPLAY W-VEN-NOMBRE  LINE 9 COL 28.
      *
       INGRESO-TASA.
           MOVE W-VEN-TASA TO W-VEN-TASA-ANT.
           ACCEPT W-VEN-TASA LINE 11 COL 28 UPDATE.
           MOVE W-VEN-TASA TO W-VEN-TASA-Z.
           DISPLAY W-VEN-TASA-Z LINE 11 COL 28.
      *
       INGRESO-ESTADO.
           MOVE W-VEN-ESTADO TO W-VEN-ESTADO-ANT.
           ACCEPT W-VEN-ESTADO LINE 14 COL 28 UPDATE.
           IF W-VEN-ESTADO NOT = "A" AND W-VEN-ESTADO NOT = "I"
               DISPLAY "ESTADO INVALIDO (A/I)" LINE 24 COL 1
               MOVE W-VEN-ESTADO-ANT TO W-VEN-ESTADO
               GO TO INGRESO-ESTADO.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           DISPLAY W-VEN-ESTADO  LINE 14 COL 28.
      *
       F-CARGO-DATOS.
           EXIT.
      *
       OPCIONES.
           DISPLAY "[00 - ENTER ] GRABAR" LINE 23 COL 1
                   "[88 - BORRAR]"        LINE 24 COL 1
                   "[77  - SALIR]"        LINE 23 COL 20.
           ACCEPT OPCION LINE 21 COL 38 PROMPT.
           IF FIN = "N"
              EVALUATE OPCION
               WHEN 1
                   PERFORM INGRESO-NOMBRE
               WHEN 2
                   PERFORM INGRESO-TASA
               WHEN 3
                   PERFORM INGRESO-ESTADO
               WHEN 0
                   PERFORM GRABAR THRU F-GRABAR
               WHEN 88
                   PERFORM CONFIRMO-BAJA THRU F-CONFIRMO-BAJA
               WHEN 77
                   MOVE "S" TO FIN
               WHEN OTHER
                   GO TO OPCIONES
              END-EVALUATE.
              IF OPCION > 0 AND OPCION < 77 GO TO OPCIONES.
       GRABAR.
           IF W-VEN-NOMBRE = SPACES
              DISPLAY "FALTA EL NOMBRE" LINE 24 COL 40
              GO TO F-GRABAR
           END-IF.
           MOVE W-VEN-CODIGO     TO VEN-CODIGO.
           MOVE W-VEN-NOMBRE     TO VEN-NOMBRE.
           MOVE W-VEN-TASA       TO VEN-TASA-COMISION.
           MOVE W-VEN-ESTADO     TO VEN-ESTADO.
           MOVE W-VEN-FECHA-ALTA TO VEN-FECHA-ALTA.
           IF EXISTE = "S"
              REWRITE REG-VENDEDORES
           ELSE
              WRITE REG-VENDEDORES
              MOVE "S" TO EXISTE
           END-IF.
           IF ST-FILE > "07"
              STRING "ERROR AL GRABAR VENDEDORES " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 40
              MOVE "MNTVEN1"    TO ERRLOG-PROGRAM
              MOVE "GRABAR"     TO ERRLOG-PARAGRAPH
              MOVE "VENDEDORES" TO ERRLOG-FILENAME
              MOVE VEN-CODIGO   TO ERRLOG-KEYVALUE
              MOVE ST-FILE      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       F-GRABAR.
           EXIT.
      *
       CONFIRMO-BAJA.
           IF EXISTE = "N"
              DISPLAY "EL VENDEDOR NO EXISTE" LINE 24 COL 1
              GO TO F-CONFIRMO-BAJA
           END-IF.
           PERFORM VERIFICO-USO THRU F-VERIFICO-USO.
           IF EN-USO = "S"
              DISPLAY "VENDEDOR CON CLIENTES - PASELO A INACTIVO"
                      LINE 24 COL 1
              GO TO F-CONFIRMO-BAJA
           END-IF.
           DISPLAY "CONFIRMA BAJA DEL VENDEDOR (S/N): "
                   LINE 24 COL 1.
           ACCEPT CONFIRMA-BAJA LINE 24 COL 36.
           IF CONFIRMA-BAJA = "S" OR CONFIRMA-BAJA = "s"
              DELETE VENDEDORES RECORD
              IF ST-FILE > "07"
                 STRING "ERROR AL BORRAR VENDEDORES " ST-FILE
                 DELIMITED BY SIZE
                 INTO MENSAJE
                 DISPLAY MENSAJE LINE 24 COL 40
                 MOVE "MNTVEN1"       TO ERRLOG-PROGRAM
                 MOVE "CONFIRMO-BAJA" TO ERRLOG-PARAGRAPH
                 MOVE "VENDEDORES"    TO ERRLOG-FILENAME
                 MOVE VEN-CODIGO      TO ERRLOG-KEYVALUE
                 MOVE ST-FILE         TO ERRLOG-STATUS
                 CALL "ERRLOG" USING ERRLOG-PARMS
              END-IF
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
       F-CONFIRMO-BAJA.
           EXIT.
      *
      *    UN VENDEDOR ASIGNADO A ALGUN CLIENTE NO SE BORRA: LAS
      *    FACTURAS Y LAS COMISIONES LO SIGUEN NOMBRANDO
       VERIFICO-USO.
           MOVE "N" TO EN-USO.
           IF ST-FILE-CLI > "07"
              GO TO F-VERIFICO-USO
           END-IF.
           MOVE "N" TO FIN-CLIENTES.
           MOVE 0 TO CLI_ID.
           START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
              INVALID KEY MOVE "S" TO FIN-CLIENTES
           END-START.
           PERFORM BUSCO-EN-CLIENTES UNTIL FIN-CLIENTES = "S".
       F-VERIFICO-USO.
           EXIT.
      *
       BUSCO-EN-CLIENTES.
           READ CLIENTES NEXT RECORD
              AT END MOVE "S" TO FIN-CLIENTES
           END-READ.
           IF FIN-CLIENTES = "N"
              IF CLI_VENDEDOR = W-VEN-CODIGO
                 MOVE "S" TO EN-USO
                 MOVE "S" TO FIN-CLIENTES
              END-IF
           END-IF.
       END PROGRAM MNTVEN1.
