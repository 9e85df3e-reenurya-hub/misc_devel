      *    CADA VENTA DEL POS, Y DE DONDE EL RANKING MENSUAL
      *    (RPTVTA1) TOMA LA DESCRIPCION. LA BAJA ES FISICA: UN
      *    PRODUCTO BORRADO DEJA DE VALIDAR.
      *    JUNTO CON EL PRODUCTO SE MANTIENEN EL PUNTO DE PEDIDO Y
      *    LA CANTIDAD A PEDIR DE SU REGISTRO EN STOCK.DAT (QUE USA
      *    EL LISTADO SEMANAL DE REPOSICION RPTSTK01); EL SALDO Y EL
      *    COSTO PROMEDIO SOLO SE MUESTRAN: LOS MUEVEN CARGAVD1,
      *    INGSTK1 Y AJUSTK1. UN PRODUCTO CON STOCK NO SE PUEDE
      *    BORRAR HASTA AJUSTARLO A CERO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE DYNAMIC
           RECORD KEY IS PRD-CODIGO
           STATUS ST-FILE.
           SELECT OPTIONAL STOCK ASSIGN TO "./stock.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS STK-PRODUCTO
           STATUS ST-FILE-STK.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTOS.
       01 REG-PRODUCTOS.
           03  PRD-CODIGO          PIC X(8).
           03  PRD-DESCRIPCION     PIC X(30).
      *
      *    STOCK.DAT: EL SALDO DE INVENTARIO DE CADA PRODUCTO
       FD STOCK.
       01 REG-STOCK.
           03  STK-PRODUCTO        PIC X(8).
           03  STK-CANTIDAD        PIC S9(7).
           03  STK-PUNTO-PEDIDO    PIC 9(7).
           03  STK-CANT-PEDIDO     PIC 9(7).
           03  STK-COSTO-PROMEDIO  PIC 9(9)V9(4).
           03  STK-FECHA-ULT-MOV   PIC 9(8).
           03  STK-FECHA-ULT-INGRESO PIC 9(8).
           03  FILLER              PIC X(30).
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-STK             PIC XX.
       01  EXISTE-STK              PIC X.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
       01  W-PRD-CODIGO            PIC X(8).
       01  W-PRD-DESC              PIC X(30).
       01  W-PRD-DESC-ANT          PIC X(30).
       01  W-PUNTO-PEDIDO          PIC 9(7).
       01  W-CANT-PEDIDO           PIC 9(7).
       01  W-CANTIDAD-Z            PIC Z(6)9.
       01  W-STOCK-Z               PIC -(7)9.
       01  W-COSTO-Z               PIC Z(8)9,9999.
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
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
              MOVE "MNTPRD1"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "STOCK"        TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-STK    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
      *
       CIERRO-ARCHIVO.
           CLOSE PRODUCTOS.
           CLOSE STOCK.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM INGRESO-CODIGO THRU F-INGRESO-CODIGO.
           IF FIN = "N"
               PERFORM LEO-PRODUCTO
               PERFORM LEO-STOCK
               IF EXISTE = "S"
                   DISPLAY W-PRD-DESC LINE 10 COL 28
                   PERFORM MUESTRO-STOCK
               ELSE
                   MOVE SPACES TO W-PRD-DESC
                   PERFORM INGRESO-DESCRIPCION
                   PERFORM MUESTRO-STOCK
                   PERFORM INGRESO-PUNTO-PEDIDO
                   PERFORM INGRESO-CANT-PEDIDO
               END-IF
               PERFORM OPCIONES.
       F-PROCESO.
                   GUIONES               LINE 4  COL 1
                   "Producto       : "   LINE 7  COL 10
                   "01. Descripcion: "   LINE 10 COL 10
                   "02. Punto pedido:"   LINE 12 COL 10
                   "03. Cant. pedido:"   LINE 13 COL 10
                   "Stock actual   : "   LINE 15 COL 10
                   "Costo promedio : "   LINE 16 COL 10
                   "OPCION [   ]   : "   LINE 21 COL 30
                   GUIONES               LINE 22 COL 1.
      *
           IF EXISTE = "S"
              MOVE PRD-DESCRIPCION TO W-PRD-DESC
           END-IF.
      *
      *    UN PRODUCTO SIN REGISTRO DE STOCK TODAVIA NO TUVO
      *    MOVIMIENTOS NI PUNTO DE PEDIDO
       LEO-STOCK.
           PERFORM LEO-STOCK-ACTUAL.
           MOVE STK-PUNTO-PEDIDO TO W-PUNTO-PEDIDO.
           MOVE STK-CANT-PEDIDO  TO W-CANT-PEDIDO.
      *
       MUESTRO-STOCK.
           MOVE W-PUNTO-PEDIDO     TO W-CANTIDAD-Z.
           DISPLAY W-CANTIDAD-Z    LINE 12 COL 28.
           MOVE W-CANT-PEDIDO      TO W-CANTIDAD-Z.
           DISPLAY W-CANTIDAD-Z    LINE 13 COL 28.
           MOVE STK-CANTIDAD       TO W-STOCK-Z.
           MOVE STK-COSTO-PROMEDIO TO W-COSTO-Z.
           DISPLAY W-STOCK-Z       LINE 15 COL 28
                   W-COSTO-Z       LINE 16 COL 28.
      *
       INGRESO-DESCRIPCION.
           MOVE W-PRD-DESC TO W-PRD-DESC-ANT.
               MOVE W-PRD-DESC-ANT TO W-PRD-DESC
               GO TO INGRESO-DESCRIPCION.
           DISPLAY W-PRD-DESC  LINE 10 COL 28.
      *
      *    CERO EN EL PUNTO DE PEDIDO: EL PRODUCTO SALE EN LA
      *    REPOSICION SOLO CUANDO SE QUEDA SIN STOCK
       INGRESO-PUNTO-PEDIDO.
           ACCEPT W-PUNTO-PEDIDO LINE 12 COL 28 UPDATE.
           MOVE W-PUNTO-PEDIDO TO W-CANTIDAD-Z.
           DISPLAY W-CANTIDAD-Z LINE 12 COL 28.
      *
       INGRESO-CANT-PEDIDO.
           ACCEPT W-CANT-PEDIDO LINE 13 COL 28 UPDATE.
           MOVE W-CANT-PEDIDO TO W-CANTIDAD-Z.
           DISPLAY W-CANTIDAD-Z LINE 13 COL 28.
      *
       OPCIONES.
           DISPLAY "[00 - ENTER ] GRABAR" LINE 23 COL 1
              EVALUATE OPCION
               WHEN 1
                   PERFORM INGRESO-DESCRIPCION
               WHEN 2
                   PERFORM INGRESO-PUNTO-PEDIDO
               WHEN 3
                   PERFORM INGRESO-CANT-PEDIDO
               WHEN 0
                   PERFORM GRABAR THRU F-GRABAR
               WHEN 88
              MOVE PRD-CODIGO   TO ERRLOG-KEYVALUE
              MOVE ST-FILE      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-GRABAR
           END-IF.
           PERFORM GRABO-STOCK.
       F-GRABAR.
           EXIT.
      *
      *    EL SALDO SE VUELVE A LEER: SOLO CAMBIAN EL PUNTO Y LA
      *    CANTIDAD DE PEDIDO, NUNCA LO QUE MOVIO OTRO PROGRAMA
       GRABO-STOCK.
           PERFORM LEO-STOCK-ACTUAL.
           MOVE W-PUNTO-PEDIDO TO STK-PUNTO-PEDIDO.
           MOVE W-CANT-PEDIDO  TO STK-CANT-PEDIDO.
           IF EXISTE-STK = "S"
              REWRITE REG-STOCK
           ELSE
              WRITE REG-STOCK
              MOVE "S" TO EXISTE-STK
           END-IF.
           IF ST-FILE-STK > "07"
              STRING "ERROR AL GRABAR STOCK " ST-FILE-STK
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 40
              MOVE "MNTPRD1"     TO ERRLOG-PROGRAM
              MOVE "GRABO-STOCK" TO ERRLOG-PARAGRAPH
              MOVE "STOCK"       TO ERRLOG-FILENAME
              MOVE W-PRD-CODIGO  TO ERRLOG-KEYVALUE
              MOVE ST-FILE-STK   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
      *
       LEO-STOCK-ACTUAL.
           MOVE "S" TO EXISTE-STK.
           MOVE W-PRD-CODIGO TO STK-PRODUCTO.
           READ STOCK INVALID KEY MOVE "N" TO EXISTE-STK.
           IF EXISTE-STK = "N"
              INITIALIZE REG-STOCK
              MOVE W-PRD-CODIGO TO STK-PRODUCTO
           END-IF.
      *
       CONFIRMO-BAJA.
           IF EXISTE = "N"
              DISPLAY "EL PRODUCTO NO EXISTE" LINE 24 COL 1
              GO TO F-CONFIRMO-BAJA
           END-IF.
           PERFORM LEO-STOCK-ACTUAL.
           IF STK-CANTIDAD NOT = 0
              DISPLAY "TIENE STOCK: AJUSTARLO A CERO (AJUSTK1) ANTES"
                      LINE 24 COL 1
              GO TO F-CONFIRMO-BAJA
           END-IF.
           DISPLAY "CONFIRMA BAJA DE PRODUCTO (S/N): "
                   LINE 24 COL 1.
           ACCEPT CONFIRMA-BAJA LINE 24 COL 35.
                 MOVE PRD-CODIGO       TO ERRLOG-KEYVALUE
                 MOVE ST-FILE          TO ERRLOG-STATUS
                 CALL "ERRLOG" USING ERRLOG-PARMS
              ELSE
                 IF EXISTE-STK = "S"
                    DELETE STOCK RECORD
                 END-IF
              END-IF
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
