      *    DESCRIPCION DE PRODUCTOS.DAT - LA RESPUESTA DE FIN DE
      *    MES A "QUE SE ESTA VENDIENDO" SIN REVISAR LOS ROLLOS
      *    DEL POS.
      *    LAS DEVOLUCIONES DEL POS VIENEN COMO LINEAS "R" FECHADAS
      *    EN EL DIA DE LA VENTA ORIGINAL Y RESTAN CANTIDAD E
      *    IMPORTE DEL PRODUCTO EN ESE MES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 DET-PRODUCTO         PIC X(8).
           03 DET-CANTIDAD         PIC 9(5).
           03 DET-IMPORTE          PIC 9(9)V9(3).
      *       ESPACIO VENTA, "R" DEVOLUCION (RESTA); LAS LINEAS
      *       ANTERIORES VIENEN CORTAS Y SON VENTAS
           03 DET-TIPO             PIC X.
              88 DET-DEVOLUCION    VALUE "R".
      *
       FD PRODUCTOS.
       01 REG-PRODUCTOS.
       01  FIN-DETALLE             PIC X VALUE "N".
       01  W-ANNO-MES-PEDIDO       PIC 9(6).
       01  W-CANT-LINEAS           PIC 9(7) VALUE 0.
      *    CANTIDAD E IMPORTE DE LA LINEA CON SIGNO
       01  W-CANTIDAD              PIC S9(5).
       01  W-IMPORTE               PIC S9(9)V9(3).
      *
      *    ACUMULADO POR PRODUCTO, EN UNA TABLA CHICA COMO LAS
      *    DEMAS DEL SISTEMA
           05  W-PRD-ENTRY OCCURS 500 TIMES
                                   INDEXED BY W-PRD-IDX.
               10  W-TBL-PRODUCTO  PIC X(8).
               10  W-TBL-CANTIDAD  PIC S9(9).
               10  W-TBL-IMPORTE   PIC S9(13)V9(3).
       01  W-PRD-ENCONTRADO        PIC X.
       01  W-SUB                   PIC 9(4).
       01  W-SUB2                  PIC 9(4).
       01  W-RANKING               PIC 9(4).
       01  W-SWAP-ENTRY.
           05  W-SWAP-PRODUCTO     PIC X(8).
           05  W-SWAP-CANTIDAD     PIC S9(9).
           05  W-SWAP-IMPORTE      PIC S9(13)V9(3).
       01  W-HUBO-CAMBIO           PIC X.
      *
       01  TOT-CANTIDAD            PIC S9(11) VALUE 0.
       01  TOT-IMPORTE             PIC S9(15)V9(3) VALUE 0.
      *
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(7)  VALUE "PUESTO".
           OPEN INPUT PRODUCTOS.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./rptvta1.lst" TO RPTWRT-REPORT-NAME.
           MOVE "RPTVTA1"  TO RPTWRT-PROGRAM.
           MOVE "M"       TO RPTWRT-RETENTION.
           MOVE "VENTAS POR PRODUCTO - RANKING MENSUAL"
              TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
           IF FIN-DETALLE = "N"
              AND DET-FECHA(1:6) = W-ANNO-MES-PEDIDO
              ADD 1 TO W-CANT-LINEAS
              PERFORM ARMO-SIGNO
              PERFORM ACUMULO-PRODUCTO
           END-IF.
       F-PROCESO.
           EXIT.
      *
       ARMO-SIGNO.
           IF DET-DEVOLUCION
              COMPUTE W-CANTIDAD = 0 - DET-CANTIDAD
              COMPUTE W-IMPORTE  = 0 - DET-IMPORTE
           ELSE
              MOVE DET-CANTIDAD TO W-CANTIDAD
              MOVE DET-IMPORTE  TO W-IMPORTE
           END-IF.
      *
       ACUMULO-PRODUCTO.
           MOVE "N" TO W-PRD-ENCONTRADO.
                 ADD 1 TO W-PRODUCTOS-CNT
                 SET W-PRD-IDX TO W-PRODUCTOS-CNT
                 MOVE DET-PRODUCTO TO W-TBL-PRODUCTO(W-PRD-IDX)
                 MOVE W-CANTIDAD   TO W-TBL-CANTIDAD(W-PRD-IDX)
                 MOVE W-IMPORTE    TO W-TBL-IMPORTE(W-PRD-IDX)
              ELSE
                 MOVE "S" TO W-TABLA-LLENA
              END-IF
           END-IF.
           ADD W-CANTIDAD TO TOT-CANTIDAD.
           ADD W-IMPORTE  TO TOT-IMPORTE.
      *
       BUSCO-EN-TABLA.
           IF W-TBL-PRODUCTO(W-PRD-IDX) = DET-PRODUCTO
              MOVE "S" TO W-PRD-ENCONTRADO
              ADD W-CANTIDAD TO W-TBL-CANTIDAD(W-PRD-IDX)
              ADD W-IMPORTE  TO W-TBL-IMPORTE(W-PRD-IDX)
           END-IF.
      *
      *    BURBUJA POR IMPORTE DESCENDENTE, COMO LAS DEMAS TABLAS
