       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTK1.
      *
      *    AJUSTE DE STOCK POR INVENTARIO FISICO
      *    PANTALLA DE SUPERVISOR (NIVEL 2). PARA UN PRODUCTO DE
      *    PRODUCTOS.DAT SE INGRESA LA CANTIDAD CONTADA EN EL
      *    RECUENTO FISICO Y UN MOTIVO CODIFICADO; LA DIFERENCIA
      *    CONTRA EL SALDO DE STOCK.DAT SE ASIENTA COMO MOVIMIENTO
      *    "A" EN EL DIARIO STKMOV.DAT (CON EL MOTIVO, EL OPERADOR
      *    Y UNA REFERENCIA DEL RECUENTO) Y EL SALDO QUEDA IGUAL A
      *    LO CONTADO. EL AJUSTE SE VALORIZA AL COSTO PROMEDIO DEL
      *    PRODUCTO, QUE NO CAMBIA. UN RECUENTO IGUAL AL SALDO NO
      *    GRABA NADA.
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
       01  W-CONTADO               PIC 9(7).
       01  W-DIFERENCIA            PIC S9(7).
       01  W-MOTIVO                PIC 9(2).
       01  W-REFERENCIA            PIC X(12).
       01  W-STOCK-Z               PIC -(7)9.
       01  W-CONTADO-Z             PIC Z(6)9.
       01  W-COSTO-Z               PIC Z(8)9,9999.
       01  W-VALOR-Z               PIC -(12)9,99.
      *
      *    MOTIVOS DE AJUSTE DE STOCK
       01  W-MOTIVOS-VALORES.
           03  FILLER              PIC X(30) VALUE
               "DIFERENCIA DE RECUENTO".
           03  FILLER              PIC X(30) VALUE
               "ROTURA O DETERIORO".
           03  FILLER              PIC X(30) VALUE
               "MERCADERIA VENCIDA".
           03  FILLER              PIC X(30) VALUE
               "FALTANTE O ROBO".
           03  FILLER              PIC X(30) VALUE
               "ERROR DE CARGA".
           03  FILLER              PIC X(30) VALUE
               "CONSUMO INTERNO O MUESTRA".
       01  W-MOTIVOS-TABLA REDEFINES W-MOTIVOS-VALORES.
           03  W-MOTIVO-DESC       PIC X(30) OCCURS 6 TIMES.
       01  W-MAX-MOTIVOS           PIC 99 VALUE 6.
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
           MOVE "AJUSTK1" TO SIGNON-PROGRAM.
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
           OPEN INPUT PRODUCTOS.
           IF ST-FILE-PRD > "07"
              STRING "ERROR AL ABRIR PRODUCTOS " ST-FILE-PRD
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "AJUSTK1"      TO ERRLOG-PROGRAM
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
              MOVE "AJUSTK1"      TO ERRLOG-PROGRAM
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
              MOVE "AJUSTK1"      TO ERRLOG-PROGRAM
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
           MOVE 0      TO W-CONTADO.
           MOVE 0      TO W-MOTIVO.
           MOVE SPACES TO W-REFERENCIA.
           PERFORM INGRESO-CONTADO.
           PERFORM INGRESO-MOTIVO.
           PERFORM INGRESO-REFERENCIA.
           PERFORM OPCIONES.
       F-PROCESO.
           EXIT.
      *
       MUESTRO-PANTALLA.
           DISPLAY " "                          LINE 1  COL 1 ERASE EOS
           DISPLAY "Ajuste de Stock por Inventario Fisico"
                                                LINE 2  COL 22
                   GUIONES                      LINE 3  COL 1
                   "Producto (blanco=Salir): "  LINE 4  COL 5
                   "Stock actual   : "          LINE 6  COL 5
                   "Costo promedio : "          LINE 7  COL 5
                   "01. Contado    : "          LINE 9  COL 5
                   "Diferencia     : "          LINE 10 COL 5
                   "02. Motivo     : "          LINE 11 COL 5
                   "03. Referencia : "          LINE 12 COL 5
                   "OPCION [   ]    : "         LINE 21 COL 30
                   GUIONES                      LINE 22 COL 1.
           PERFORM MUESTRO-MOTIVOS
              VARYING W-MOTIVO FROM 1 BY 1
              UNTIL W-MOTIVO > W-MAX-MOTIVOS.
      *
       MUESTRO-MOTIVOS.
           DISPLAY W-MOTIVO                LINE W-MOTIVO + 13 COL 10
                   W-MOTIVO-DESC(W-MOTIVO) LINE W-MOTIVO + 13 COL 14.
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
                   W-STOCK-Z          LINE 6 COL 22
                   W-COSTO-Z          LINE 7 COL 22.
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
      *    LA DIFERENCIA SE MUESTRA CON SU VALOR AL COSTO PROMEDIO
       INGRESO-CONTADO.
           ACCEPT W-CONTADO LINE 9 COL 22 UPDATE.
           MOVE W-CONTADO TO W-CONTADO-Z.
           COMPUTE W-DIFERENCIA = W-CONTADO - STK-CANTIDAD.
           MOVE W-DIFERENCIA TO W-STOCK-Z.
           COMPUTE W-VALOR-Z ROUNDED =
              W-DIFERENCIA * STK-COSTO-PROMEDIO.
           DISPLAY W-CONTADO-Z  LINE 9  COL 22
                   W-STOCK-Z    LINE 10 COL 22
                   "VALOR: "    LINE 10 COL 35
                   W-VALOR-Z    LINE 10 COL 42.
      *
       INGRESO-MOTIVO.
           ACCEPT W-MOTIVO LINE 11 COL 22 UPDATE.
           IF W-MOTIVO = 0 OR W-MOTIVO > W-MAX-MOTIVOS
              DISPLAY "MOTIVO INVALIDO" LINE 24 COL 1
              GO TO INGRESO-MOTIVO
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           DISPLAY W-MOTIVO-DESC(W-MOTIVO) LINE 11 COL 26.
      *
      *    LA REFERENCIA IDENTIFICA EL RECUENTO (PLANILLA, ACTA)
       INGRESO-REFERENCIA.
           ACCEPT W-REFERENCIA LINE 12 COL 22 UPDATE.
           IF W-REFERENCIA = SPACES
              DISPLAY "LA REFERENCIA NO PUEDE SER BLANCO"
                      LINE 24 COL 1
              GO TO INGRESO-REFERENCIA
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
                   PERFORM INGRESO-CONTADO
               WHEN 2
                   PERFORM INGRESO-MOTIVO
               WHEN 3
                   PERFORM INGRESO-REFERENCIA
               WHEN 0
                   PERFORM GRABAR THRU F-GRABAR
               WHEN 77
                   MOVE "S" TO FIN
               WHEN OTHER
                   GO TO OPCIONES
              END-EVALUATE.
              IF OPCION > 0 AND OPCION < 77 GO TO OPCIONES.
      *
      *    EL SALDO SE VUELVE A LEER AL GRABAR: LA DIFERENCIA SE
      *    CALCULA CONTRA EL SALDO DEL MOMENTO, ASI EL PRODUCTO
      *    QUEDA SIEMPRE CON LO CONTADO
       GRABAR.
           PERFORM LEO-STOCK.
           COMPUTE W-DIFERENCIA = W-CONTADO - STK-CANTIDAD.
           IF W-DIFERENCIA = 0
              DISPLAY "SIN DIFERENCIA - NO HAY NADA QUE AJUSTAR"
                      LINE 24 COL 1
              MOVE 77 TO OPCION
              GO TO F-GRABAR
           END-IF.
           MOVE W-CONTADO   TO STK-CANTIDAD.
           MOVE W-FECHA-HOY TO STK-FECHA-ULT-MOV.
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
              MOVE "AJUSTK1"      TO ERRLOG-PROGRAM
              MOVE "GRABAR"       TO ERRLOG-PARAGRAPH
              MOVE "STOCK"        TO ERRLOG-FILENAME
              MOVE W-PRD-CODIGO   TO ERRLOG-KEYVALUE
              MOVE ST-FILE-STK    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-GRABAR
           END-IF.
           PERFORM GRABO-MOVIMIENTO.
           DISPLAY "AJUSTE GRABADO" LINE 24 COL 1.
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
           SET SMOV-AJUSTE         TO TRUE.
           MOVE W-DIFERENCIA       TO SMOV-CANTIDAD.
           MOVE STK-COSTO-PROMEDIO TO SMOV-COSTO-UNITARIO.
           MOVE STK-CANTIDAD       TO SMOV-STOCK-DESPUES.
           MOVE W-MOTIVO           TO SMOV-MOTIVO.
           MOVE W-REFERENCIA       TO SMOV-DOCUMENTO.
           MOVE SIGNON-OPERADOR    TO SMOV-OPERADOR.
      *    UNA CLAVE YA TOMADA CORRE LA SECUENCIA Y REINTENTA
       GRABO-SMOV-CLAVE.
           WRITE REG-STKMOV.
           IF ST-FILE-SMOV = "22"
              ADD 1 TO SMOV-SECUENCIA
              GO TO GRABO-SMOV-CLAVE
           END-IF.
           IF ST-FILE-SMOV > "07"
              MOVE "AJUSTK1"          TO ERRLOG-PROGRAM
              MOVE "GRABO-MOVIMIENTO" TO ERRLOG-PARAGRAPH
              MOVE "STKMOV"           TO ERRLOG-FILENAME
              MOVE W-PRD-CODIGO       TO ERRLOG-KEYVALUE
              MOVE ST-FILE-SMOV       TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       END PROGRAM AJUSTK1.
