       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSTK02.
      *
      *    VALORIZACION DE STOCK
      *    LISTADO DE CIERRE DE MES PARA CONTADURIA: UNA LINEA POR
      *    PRODUCTO DE STOCK.DAT CON LAS UNIDADES DEL MES TOMADAS
      *    DE STKMOV.DAT (INGRESOS, VENTAS NETAS DE DEVOLUCIONES Y
      *    ANULACIONES, AJUSTES), EL SALDO, EL COSTO PROMEDIO Y EL
      *    VALOR DEL SALDO (CANTIDAD POR COSTO PROMEDIO; UN SALDO
      *    NEGATIVO VALORIZA NEGATIVO). LOS MOVIMIENTOS SE VALORIZAN
      *    AL COSTO CON QUE SE REGISTRARON. AL PIE VAN LOS TOTALES
      *    PARA CONCILIAR CON LA CONTABILIDAD: VALOR DEL STOCK,
      *    INGRESOS, COSTO DE VENTAS NETO Y AJUSTES DEL MES. EL MES
      *    ES EL DE LA FECHA DE CORRIDA. CORRE DENTRO DE LA CADENA
      *    NOCTURNA CON FRECUENCIA MENSUAL Y RESPETA/ESCRIBE SU
      *    MARCA DE COMPLETADO EN NIGHTLY.LOG COMO LOS DEMAS PASOS.
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
           SELECT LISTADO ASSIGN TO "./rptstk02.lst"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LST.
           SELECT LFRUNLOG ASSIGN TO "NIGHTLY.LOG"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTOS.
       01 REG-PRODUCTOS.
           03 PRD-CODIGO           PIC X(8).
           03 PRD-DESCRIPCION      PIC X(30).
      *
      *    STOCK.DAT: EL SALDO DE INVENTARIO DE CADA PRODUCTO
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
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       FD LFRUNLOG.
       01 RUNLOG-RECORD            PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-PRD             PIC XX.
       01  ST-FILE-STK             PIC XX.
       01  ST-FILE-SMOV            PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  ST-FILE-LOG             PIC XX.
       01  FIN-STOCK               PIC X VALUE "N".
       01  FIN-MOVIMIENTOS         PIC X.
       01  HUBO-ERROR              PIC 9 VALUE 0.
       01  W-FECHA-HOY.
           03 W-MES-HOY            PIC 9(6).
           03 FILLER               PIC 9(2).
       01  W-VALOR-MOV             PIC S9(13)V9(2).
       01  W-VALOR-STOCK           PIC S9(13)V9(2).
      *
      *    UNIDADES Y VALORES DEL MES DEL PRODUCTO EN CURSO. LAS
      *    VENTAS VAN EN POSITIVO (UNIDADES QUE SALIERON)
       01  W-PRD-INGRESOS          PIC S9(8).
       01  W-PRD-VENTAS            PIC S9(8).
       01  W-PRD-AJUSTES           PIC S9(8).
      *
       01  W-CANT-PRODUCTOS        PIC 9(6) VALUE 0.
       01  W-CANT-NEGATIVOS        PIC 9(6) VALUE 0.
       01  W-CANT-MOVIMIENTOS      PIC 9(6) VALUE 0.
       01  W-TOTAL-STOCK           PIC S9(13)V9(2) VALUE 0.
       01  W-TOTAL-INGRESOS        PIC S9(13)V9(2) VALUE 0.
       01  W-TOTAL-COSTO-VENTAS    PIC S9(13)V9(2) VALUE 0.
       01  W-TOTAL-AJUSTES         PIC S9(13)V9(2) VALUE 0.
      *
       01  WS-LOG-EOF-SW           PIC X(1) VALUE "N".
           88  LOG-EOF             VALUE "Y".
       01  WS-ALREADY-DONE-SW      PIC X(1) VALUE "N".
           88  STEP-ALREADY-DONE   VALUE "Y".
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
      *    ONE LINE PER COMPLETED STEP IN NIGHTLY.LOG
       01  WS-RUNLOG-REC.
           05  WS-RUNLOG-PROGRAM       PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RUNLOG-DATE          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RUNLOG-TIME          PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RUNLOG-CNT1          PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RUNLOG-CNT2          PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RUNLOG-STATUS        PIC X(8) VALUE "COMPLETE".
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(42) VALUE
               "VALORIZACION DE STOCK - MES ".
           03  L-ENC-MES       PIC 9(6).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(10) VALUE "PRODUCTO".
           03  FILLER          PIC X(32) VALUE "DESCRIPCION".
           03  FILLER          PIC X(10) VALUE "  INGRESOS".
           03  FILLER          PIC X(10) VALUE "    VENTAS".
           03  FILLER          PIC X(10) VALUE "  AJUSTES".
           03  FILLER          PIC X(10) VALUE "     STOCK".
           03  FILLER          PIC X(16) VALUE "  COSTO PROMEDIO".
           03  FILLER          PIC X(16) VALUE "   VALOR STOCK".
       01  L-DETALLE.
           03  L-DET-PRODUCTO  PIC X(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-DESC      PIC X(30).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-INGRESOS  PIC -(7)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-VENTAS    PIC -(7)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-AJUSTES   PIC -(7)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-STOCK     PIC -(7)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-COSTO     PIC Z(8)9,9999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-VALOR     PIC -(12)9,99.
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(25).
           03  L-CTL-VALOR     PIC ZZZ.ZZ9.
       01  L-CONTROL-IMPORTE.
           03  L-CTL-IMP-ROTULO PIC X(25).
           03  L-CTL-IMPORTE   PIC -(13)9,99.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM VERIFICO-YA-CORRIDO THRU F-VERIFICO-YA-CORRIDO.
           IF STEP-ALREADY-DONE
              DISPLAY "RPTSTK02 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           PERFORM INICIALIZACION.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN-STOCK = "S".
           PERFORM TERMINAR.
           STOP RUN.
      *
       VERIFICO-YA-CORRIDO.
           MOVE "N" TO WS-ALREADY-DONE-SW.
           MOVE "N" TO WS-LOG-EOF-SW.
           OPEN INPUT LFRUNLOG.
           IF ST-FILE-LOG = "35"
              GO TO F-VERIFICO-YA-CORRIDO
           END-IF.
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.
           PERFORM VERIFICO-UNA-LINEA UNTIL LOG-EOF.
           CLOSE LFRUNLOG.
       F-VERIFICO-YA-CORRIDO.
           EXIT.
      *
       VERIFICO-UNA-LINEA.
           IF WS-RUNLOG-PROGRAM = "RPTSTK02"
              AND WS-RUNLOG-STATUS = "COMPLETE"
              SET STEP-ALREADY-DONE TO TRUE
           END-IF.
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.
      *
       INICIALIZACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT PRODUCTOS.
           OPEN INPUT STKMOV.
           OPEN INPUT STOCK.
           IF ST-FILE-STK > "07"
              DISPLAY "ERROR AL ABRIR STOCK " ST-FILE-STK
              MOVE "RPTSTK02"       TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "STOCK"          TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-STK      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-STOCK
              MOVE 1   TO HUBO-ERROR
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE W-MES-HOY TO L-ENC-MES.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO1.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO2.
           IF FIN-STOCK = "N"
              MOVE LOW-VALUES TO STK-PRODUCTO
              START STOCK KEY IS NOT LESS THAN STK-PRODUCTO
                 INVALID KEY MOVE "S" TO FIN-STOCK
              END-START
           END-IF.
      *
       PROCESO.
           READ STOCK NEXT RECORD
              AT END MOVE "S" TO FIN-STOCK
           END-READ.
           IF FIN-STOCK = "S" GO TO F-PROCESO.
           ADD 1 TO W-CANT-PRODUCTOS.
           PERFORM ACUMULO-MES THRU F-ACUMULO-MES.
           COMPUTE W-VALOR-STOCK ROUNDED =
              STK-CANTIDAD * STK-COSTO-PROMEDIO.
           ADD W-VALOR-STOCK TO W-TOTAL-STOCK.
           IF STK-CANTIDAD < 0
              ADD 1 TO W-CANT-NEGATIVOS
           END-IF.
           PERFORM IMPRIME-DETALLE.
       F-PROCESO.
           EXIT.
      *
      *    MOVIMIENTOS DEL PRODUCTO EN EL MES: LA CLAVE DE STKMOV
      *    EMPIEZA POR PRODUCTO + FECHA, ASI QUE SE POSICIONA EN EL
      *    PRIMER DIA DEL MES Y SE LEE MIENTRAS SIGA EL MISMO
      *    PRODUCTO Y EL MISMO MES
       ACUMULO-MES.
           MOVE 0 TO W-PRD-INGRESOS.
           MOVE 0 TO W-PRD-VENTAS.
           MOVE 0 TO W-PRD-AJUSTES.
           MOVE "N" TO FIN-MOVIMIENTOS.
           MOVE STK-PRODUCTO TO SMOV-PRODUCTO.
           COMPUTE SMOV-FECHA = W-MES-HOY * 100 + 1.
           MOVE 0 TO SMOV-SECUENCIA.
           START STKMOV KEY IS NOT LESS THAN SMOV-CLAVE
              INVALID KEY GO TO F-ACUMULO-MES
           END-START.
           PERFORM LEO-MOVIMIENTO THRU F-LEO-MOVIMIENTO
              UNTIL FIN-MOVIMIENTOS = "S".
       F-ACUMULO-MES.
           EXIT.
      *
       LEO-MOVIMIENTO.
           READ STKMOV NEXT RECORD
              AT END MOVE "S" TO FIN-MOVIMIENTOS
           END-READ.
           IF FIN-MOVIMIENTOS = "S" GO TO F-LEO-MOVIMIENTO.
           IF SMOV-PRODUCTO NOT = STK-PRODUCTO
              OR SMOV-FECHA (1:6) NOT = W-FECHA-HOY (1:6)
              MOVE "S" TO FIN-MOVIMIENTOS
              GO TO F-LEO-MOVIMIENTO
           END-IF.
           ADD 1 TO W-CANT-MOVIMIENTOS.
           COMPUTE W-VALOR-MOV ROUNDED =
              SMOV-CANTIDAD * SMOV-COSTO-UNITARIO.
           EVALUATE TRUE
              WHEN SMOV-INGRESO
                 ADD SMOV-CANTIDAD TO W-PRD-INGRESOS
                 ADD W-VALOR-MOV   TO W-TOTAL-INGRESOS
              WHEN SMOV-AJUSTE
                 ADD SMOV-CANTIDAD TO W-PRD-AJUSTES
                 ADD W-VALOR-MOV   TO W-TOTAL-AJUSTES
              WHEN OTHER
                 SUBTRACT SMOV-CANTIDAD FROM W-PRD-VENTAS
                 SUBTRACT W-VALOR-MOV   FROM W-TOTAL-COSTO-VENTAS
           END-EVALUATE.
       F-LEO-MOVIMIENTO.
           EXIT.
      *
       IMPRIME-DETALLE.
           MOVE STK-PRODUCTO TO PRD-CODIGO.
           READ PRODUCTOS
              INVALID KEY
                 MOVE "** PRODUCTO INEXISTENTE **" TO PRD-DESCRIPCION
           END-READ.
           MOVE STK-PRODUCTO          TO L-DET-PRODUCTO.
           MOVE PRD-DESCRIPCION       TO L-DET-DESC.
           MOVE W-PRD-INGRESOS        TO L-DET-INGRESOS.
           MOVE W-PRD-VENTAS          TO L-DET-VENTAS.
           MOVE W-PRD-AJUSTES         TO L-DET-AJUSTES.
           MOVE STK-CANTIDAD          TO L-DET-STOCK.
           MOVE STK-COSTO-PROMEDIO    TO L-DET-COSTO.
           MOVE W-VALOR-STOCK         TO L-DET-VALOR.
           WRITE LINEA-LISTADO FROM L-DETALLE.
      *
       GRABO-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "RPTSTK02" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE W-CANT-PRODUCTOS   TO WS-RUNLOG-CNT1.
           MOVE W-CANT-MOVIMIENTOS TO WS-RUNLOG-CNT2.
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF ST-FILE-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.
      *
       TERMINAR.
           MOVE "PRODUCTOS:"            TO L-CTL-ROTULO.
           MOVE W-CANT-PRODUCTOS        TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "CON STOCK NEGATIVO:"   TO L-CTL-ROTULO.
           MOVE W-CANT-NEGATIVOS        TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "MOVIMIENTOS DEL MES:"  TO L-CTL-ROTULO.
           MOVE W-CANT-MOVIMIENTOS      TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "VALOR DEL STOCK:"      TO L-CTL-IMP-ROTULO.
           MOVE W-TOTAL-STOCK           TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           MOVE "INGRESOS DEL MES:"     TO L-CTL-IMP-ROTULO.
           MOVE W-TOTAL-INGRESOS        TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           MOVE "COSTO DE VENTAS NETO:" TO L-CTL-IMP-ROTULO.
           MOVE W-TOTAL-COSTO-VENTAS    TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           MOVE "AJUSTES DEL MES:"      TO L-CTL-IMP-ROTULO.
           MOVE W-TOTAL-AJUSTES         TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           DISPLAY "RPTSTK02 PRODUCTOS: " W-CANT-PRODUCTOS.
           DISPLAY "RPTSTK02 MOVIMIENTOS DEL MES: " W-CANT-MOVIMIENTOS.
      *    UNA CORRIDA ABORTADA NO DEBE MARCARSE COMPLETA
           IF HUBO-ERROR = 0
              PERFORM GRABO-RUNLOG
           END-IF.
           CLOSE PRODUCTOS.
           CLOSE STOCK.
           CLOSE STKMOV.
           CLOSE LISTADO.
           MOVE "RPTSTK02"       TO RPTARC-PROGRAM.
           MOVE "VALORIZACION DE STOCK"
              TO RPTARC-TITLE.
           MOVE "./rptstk02.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "A"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM RPTSTK02.
