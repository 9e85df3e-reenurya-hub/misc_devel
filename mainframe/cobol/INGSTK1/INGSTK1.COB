       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGSTK1.
      *
      *    INGRESO DE MERCADERIA AL STOCK
      *    EL OPERADOR DE DEPOSITO (NIVEL 1) CARGA LO RECIBIDO DE UN
      *    PRODUCTO DE PRODUCTOS.DAT: CANTIDAD, COSTO UNITARIO Y
      *    NUMERO DE REMITO. LA CANTIDAD SE SUMA AL SALDO DEL
      *    PRODUCTO EN STOCK.DAT (CREANDOLO SI ES EL PRIMER
      *    INGRESO) Y EL COSTO PROMEDIO SE RECALCULA PONDERANDO LO
      *    QUE HABIA CON LO QUE ENTRA; SI EL SALDO ANTERIOR ERA CERO
      *    O NEGATIVO, EL COSTO PROMEDIO PASA A SER EL DEL INGRESO.
      *    CADA INGRESO QUEDA EN EL DIARIO DE MOVIMIENTOS DE STOCK
      *    STKMOV.DAT COMO MOVIMIENTO "I", CON EL OPERADOR. LAS
      *    VENTAS Y DEVOLUCIONES DEL POS LAS MUEVE CARGAVD1 Y LOS
      *    AJUSTES POR INVENTARIO FISICO SE HACEN EN AJUSTK1.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRODUCTOS ASSIGN TO "./productos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PRD-CODIGO
                  STATUS ST-FILE-PRD.
           SELECT OPTIONAL STOCK ASSIGN TO "./stock.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS STK-PRODUCTO
                  STATUS ST-FILE-STK.
           SELECT OPTIONAL STKMOV ASSIGN TO "./stkmov.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS SMOV-CLAVE
                  STATUS ST-FILE-SMOV.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTOS.
       01 REG-PRODUCTOS.
           03 PRD-CODIGO           PIC X(8).
           03 PRD-DESCRIPCION      PIC X(30).
      *
      *    STOCK.DAT: EL SALDO DE INVENTARIO DE CADA PRODUCTO (VER
      *    MNTPRD1, QUE MANTIENE EL PUNTO Y LA CANTIDAD DE PEDIDO)
       FD STOCK.
       01 REG-STOCK.
           03 STK-PRODUCTO         PIC X(8).
           03 STK-CANTIDAD         PIC S9(7).
           03 STK-PUNTO-PEDIDO     PIC 9(7).
           03 STK-CANT-PEDIDO      PIC 9(7).
           03 STK-COSTO-PROMEDIO   PIC 9(9)V9(4).
           03 STK-FECHA-ULT-MOV    PIC 9(8).
           03 STK-FECHA-ULT-INGRESO PIC 9(8).
           03 FILLER               PIC X(30).
      *
      *    STKMOV.DAT: DIARIO DE MOVIMIENTOS DE STOCK POR PRODUCTO +
      *    FECHA + SECUENCIA. LA CANTIDAD VA CON SIGNO: POSITIVA
      *    ENTRA AL STOCK, NEGATIVA SALE
       FD STKMOV.
       01 REG-STKMOV.
           03 SMOV-CLAVE.
               05 SMOV-PRODUCTO    PIC X(8).
               05 SMOV-FECHA       PIC 9(8).
               05 SMOV-SECUENCIA   PIC 9(4).
           03 SMOV-HORA            PIC 9(8).
           03 SMOV-TIPO            PIC X.
              88 SMOV-VENTA        VALUE "V".
              88 SMOV-DEVOLUCION   VALUE "D".
              88 SMOV-INGRESO      VALUE "I".
              88 SMOV-AJUSTE       VALUE "A".
              88 SMOV-ANULA-VENTA  VALUE "X".
              88 SMOV-ANULA-DEVOL  VALUE "Y".
           03 SMOV-CANTIDAD        PIC S9(7).
           03 SMOV-COSTO-UNITARIO  PIC 9(9)V9(4).
           03 SMOV-STOCK-DESPUES   PIC S9(7).
           03 SMOV-MOTIVO          PIC 9(2).
           03 SMOV-DOCUMENTO       PIC X(12).
           03 SMOV-OPERADOR        PIC X(8).
           03 SMOV-LOTE            PIC 9(6).
           03 SMOV-ANULADO         PIC X.
           03 FILLER               PIC X(20).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-PRD             PIC XX.
       01  ST-FILE-STK             PIC XX.
       01  ST-FILE-SMOV            PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
       01  EXISTE-STK              PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  OPCION                  PIC 99.
       01  MAX-REINTENTOS          PIC 99 VALUE 5.
       01  REINTENTOS-GRABO        PIC 99 VALUE 0.
       01  W-SEGUNDOS-ESPERA       PIC 9  VALUE 1.
      *
       01  W-PRD-CODIGO            PIC X(8).
       01  W-FECHA-HOY             PIC 9(8).
       01  W-CANTIDAD              PIC 9(7).
       01  W-COSTO                 PIC 9(9)V9(4).
       01  W-DOCUMENTO             PIC X(12).
       01  W-STOCK-Z               PIC -(7)9.
       01  W-CANTIDAD-Z            PIC Z(6)9.
       01  W-COSTO-Z               PIC Z(8)9,9999.
       01  W-VALOR-ANTES           PIC S9(16)V9(4).
       01  W-VALOR-INGRESO         PIC 9(16)V9(4).
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
           MOVE "INGSTK1" TO SIGNON-PROGRAM.
           MOVE 1          TO SIGNON-NIVEL-REQUERIDO.
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
           OPEN INPUT PRODUCTOS.
           IF ST-FILE-PRD > "07"
              STRING "ERROR AL ABRIR PRODUCTOS " ST-FILE-PRD
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "INGSTK1"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "PRODUCTOS"    TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PRD    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O STOCK.
           IF ST-FILE-STK = "35"
              OPEN OUTPUT STOCK
              CLOSE STOCK
              OPEN I-O STOCK
           END-IF.
           IF ST-FILE-STK > "07"
              STRING "ERROR AL ABRIR STOCK " ST-FILE-STK
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 11 COL 20
              MOVE "INGSTK1"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "STOCK"        TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-STK    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O STKMOV.
           IF ST-FILE-SMOV = "35"
              OPEN OUTPUT STKMOV
              CLOSE STKMOV
              OPEN I-O STKMOV
           END-IF.
           IF ST-FILE-SMOV > "07"
              STRING "ERROR AL ABRIR STKMOV " ST-FILE-SMOV
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 12 COL 20
              MOVE "INGSTK1"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "STKMOV"       TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-SMOV   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
      *
       CIERRO-ARCHIVO.
           CLOSE PRODUCTOS.
           CLOSE STOCK.
           CLOSE STKMOV.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM INGRESO-PRODUCTO THRU F-INGRESO-PRODUCTO.
           IF FIN = "S" GO TO F-PROCESO.
           MOVE 0      TO W-CANTIDAD.
           MOVE 0      TO W-COSTO.
           MOVE SPACES TO W-DOCUMENTO.
           PERFORM INGRESO-CANTIDAD.
           PERFORM INGRESO-COSTO.
           PERFORM INGRESO-DOCUMENTO.
           PERFORM OPCIONES.
       F-PROCESO.
           EXIT.
      *
       MUESTRO-PANTALLA.
           DISPLAY " "                          LINE 1  COL 1 ERASE EOS
           DISPLAY "Ingreso de Mercaderia"      LINE 2  COL 30
                   GUIONES                      LINE 3  COL 1
                   "Producto (blanco=Salir): "  LINE 4  COL 5
                   "Stock actual   : "          LINE 7  COL 5
                   "Costo promedio : "          LINE 8  COL 5
                   "01. Cantidad   : "          LINE 10 COL 5
                   "02. Costo unit.: "          LINE 12 COL 5
                   "03. Remito     : "          LINE 14 COL 5
                   "OPCION [   ]    : "         LINE 21 COL 30
                   GUIONES                      LINE 22 COL 1.
      *
       INGRESO-PRODUCTO.
           ACCEPT W-PRD-CODIGO LINE 4 COL 30 PROMPT.
           IF W-PRD-CODIGO = SPACES
              MOVE "S" TO FIN
              GO TO F-INGRESO-PRODUCTO
           END-IF.
           MOVE "S" TO EXISTE.
           MOVE W-PRD-CODIGO TO PRD-CODIGO.
           READ PRODUCTOS INVALID KEY MOVE "N" TO EXISTE.
           IF EXISTE = "N"
              DISPLAY "PRODUCTO INEXISTENTE" LINE 24 COL 1
              GO TO INGRESO-PRODUCTO
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           PERFORM LEO-STOCK.
           MOVE STK-CANTIDAD       TO W-STOCK-Z.
           MOVE STK-COSTO-PROMEDIO TO W-COSTO-Z.
           DISPLAY W-PRD-CODIGO       LINE 4 COL 30
                   PRD-DESCRIPCION    LINE 5 COL 5
                   W-STOCK-Z          LINE 7 COL 22
                   W-COSTO-Z          LINE 8 COL 22.
       F-INGRESO-PRODUCTO.
           EXIT.
      *
      *    UN PRODUCTO SIN REGISTRO DE STOCK TODAVIA NO TUVO
      *    MOVIMIENTOS: SU SALDO ES CERO
       LEO-STOCK.
           MOVE "S" TO EXISTE-STK.
           MOVE W-PRD-CODIGO TO STK-PRODUCTO.
           READ STOCK INVALID KEY MOVE "N" TO EXISTE-STK.
           IF EXISTE-STK = "N"
              INITIALIZE REG-STOCK
              MOVE W-PRD-CODIGO TO STK-PRODUCTO
           END-IF.
      *
       INGRESO-CANTIDAD.
           ACCEPT W-CANTIDAD LINE 10 COL 22 UPDATE.
           IF W-CANTIDAD = 0
              DISPLAY "LA CANTIDAD DEBE SER MAYOR QUE CERO"
                      LINE 24 COL 1
              GO TO INGRESO-CANTIDAD
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           MOVE W-CANTIDAD TO W-CANTIDAD-Z.
           DISPLAY W-CANTIDAD-Z LINE 10 COL 22.
      *
       INGRESO-COSTO.
           ACCEPT W-COSTO LINE 12 COL 22 UPDATE.
           IF W-COSTO = 0
              DISPLAY "EL COSTO UNITARIO DEBE SER MAYOR QUE CERO"
                      LINE 24 COL 1
              GO TO INGRESO-COSTO
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           MOVE W-COSTO TO W-COSTO-Z.
           DISPLAY W-COSTO-Z LINE 12 COL 22.
      *
       INGRESO-DOCUMENTO.
           ACCEPT W-DOCUMENTO LINE 14 COL 22 UPDATE.
           IF W-DOCUMENTO = SPACES
              DISPLAY "EL NUMERO DE REMITO NO PUEDE SER BLANCO"
                      LINE 24 COL 1
              GO TO INGRESO-DOCUMENTO
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
      *
       OPCIONES.
           DISPLAY "[00 - ENTER ] GRABAR" LINE 23 COL 1
                   "[77  - SALIR]"        LINE 23 COL 20.
           ACCEPT OPCION LINE 21 COL 38 PROMPT.
           IF FIN = "N"
              EVALUATE OPCION
               WHEN 1
                   PERFORM INGRESO-CANTIDAD
               WHEN 2
                   PERFORM INGRESO-COSTO
               WHEN 3
                   PERFORM INGRESO-DOCUMENTO
               WHEN 0
                   PERFORM GRABAR THRU F-GRABAR
               WHEN 77
                   MOVE "S" TO FIN
               WHEN OTHER
                   GO TO OPCIONES
              END-EVALUATE.
              IF OPCION > 0 AND OPCION < 77 GO TO OPCIONES.
      *
      *    EL SALDO SE VUELVE A LEER AL GRABAR, POR SI LA CARGA DEL
      *    POS LO MOVIO MIENTRAS SE COMPLETABA LA PANTALLA. EL
      *    COSTO PROMEDIO PONDERA EL SALDO ANTERIOR CON EL INGRESO
       GRABAR.
           PERFORM LEO-STOCK.
           IF STK-CANTIDAD > 0
              COMPUTE W-VALOR-ANTES =
                 STK-CANTIDAD * STK-COSTO-PROMEDIO
              COMPUTE W-VALOR-INGRESO = W-CANTIDAD * W-COSTO
              COMPUTE STK-COSTO-PROMEDIO ROUNDED =
                 (W-VALOR-ANTES + W-VALOR-INGRESO) /
                 (STK-CANTIDAD + W-CANTIDAD)
           ELSE
              MOVE W-COSTO TO STK-COSTO-PROMEDIO
           END-IF.
           ADD W-CANTIDAD TO STK-CANTIDAD.
           MOVE W-FECHA-HOY TO STK-FECHA-ULT-MOV.
           MOVE W-FECHA-HOY TO STK-FECHA-ULT-INGRESO.
       GRABO-STOCK.
           IF EXISTE-STK = "S"
              REWRITE REG-STOCK
           ELSE
              WRITE REG-STOCK
           END-IF.
           IF ST-FILE-STK = "99"
              ADD 1 TO REINTENTOS-GRABO
              IF REINTENTOS-GRABO NOT > MAX-REINTENTOS
                 CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
                 GO TO GRABO-STOCK
              END-IF
           END-IF.
           MOVE 0 TO REINTENTOS-GRABO.
           IF ST-FILE-STK > "07"
              STRING "ERROR AL GRABAR STOCK " ST-FILE-STK
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "INGSTK1"      TO ERRLOG-PROGRAM
              MOVE "GRABAR"       TO ERRLOG-PARAGRAPH
              MOVE "STOCK"        TO ERRLOG-FILENAME
              MOVE W-PRD-CODIGO   TO ERRLOG-KEYVALUE
              MOVE ST-FILE-STK    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-GRABAR
           END-IF.
           PERFORM GRABO-MOVIMIENTO.
           DISPLAY "INGRESO GRABADO" LINE 24 COL 1.
           MOVE 77 TO OPCION.
       F-GRABAR.
           EXIT.
      *
       GRABO-MOVIMIENTO.
           INITIALIZE REG-STKMOV.
           MOVE W-PRD-CODIGO       TO SMOV-PRODUCTO.
           MOVE W-FECHA-HOY        TO SMOV-FECHA.
           MOVE 1                  TO SMOV-SECUENCIA.
           ACCEPT SMOV-HORA FROM TIME.
           SET SMOV-INGRESO        TO TRUE.
           MOVE W-CANTIDAD         TO SMOV-CANTIDAD.
           MOVE W-COSTO            TO SMOV-COSTO-UNITARIO.
           MOVE STK-CANTIDAD       TO SMOV-STOCK-DESPUES.
           MOVE W-DOCUMENTO        TO SMOV-DOCUMENTO.
           MOVE SIGNON-OPERADOR    TO SMOV-OPERADOR.
      *    UNA CLAVE YA TOMADA CORRE LA SECUENCIA Y REINTENTA
       GRABO-SMOV-CLAVE.
           WRITE REG-STKMOV.
           IF ST-FILE-SMOV = "22"
              ADD 1 TO SMOV-SECUENCIA
              GO TO GRABO-SMOV-CLAVE
           END-IF.
           IF ST-FILE-SMOV > "07"
              MOVE "INGSTK1"          TO ERRLOG-PROGRAM
              MOVE "GRABO-MOVIMIENTO" TO ERRLOG-PARAGRAPH
              MOVE "STKMOV"           TO ERRLOG-FILENAME
              MOVE W-PRD-CODIGO       TO ERRLOG-KEYVALUE
              MOVE ST-FILE-SMOV       TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       END PROGRAM INGSTK1.
