       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSTK01.
      *
      *    REPOSICION DE STOCK
      *    LISTADO SEMANAL PARA COMPRAS: RECORRE STOCK.DAT Y LISTA
      *    LOS PRODUCTOS CUYO SALDO ESTA EN EL PUNTO DE PEDIDO O
      *    POR DEBAJO (PUNTO Y CANTIDAD DE PEDIDO SE MANTIENEN EN
      *    MNTPRD1), CON LA DESCRIPCION DE PRODUCTOS.DAT, LA
      *    CANTIDAD SUGERIDA A PEDIR Y SU IMPORTE ESTIMADO AL COSTO
      *    PROMEDIO. LA CANTIDAD SUGERIDA ES LA CANTIDAD DE PEDIDO
      *    DEL PRODUCTO; SI NO TIENE, LO QUE FALTA PARA VOLVER AL
      *    PUNTO DE PEDIDO. LOS PRODUCTOS SIN REGISTRO EN STOCK.DAT
      *    NUNCA TUVIERON MOVIMIENTOS Y NO SE LISTAN. CORRE DENTRO
      *    DE LA CADENA NOCTURNA CON FRECUENCIA SEMANAL Y
      *    RESPETA/ESCRIBE SU MARCA DE COMPLETADO EN NIGHTLY.LOG
      *    COMO LOS DEMAS PASOS.
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
           SELECT LISTADO ASSIGN TO "./rptstk01.lst"
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
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       FD LFRUNLOG.
       01 RUNLOG-RECORD            PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-PRD             PIC XX.
       01  ST-FILE-STK             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  ST-FILE-LOG             PIC XX.
       01  FIN-STOCK               PIC X VALUE "N".
       01  HUBO-ERROR              PIC 9 VALUE 0.
       01  W-FECHA-HOY             PIC 9(8).
       01  W-A-PEDIR               PIC S9(8).
       01  W-IMPORTE-ESTIMADO      PIC 9(13)V9(2).
      *
       01  W-CANT-PRODUCTOS        PIC 9(6) VALUE 0.
       01  W-CANT-A-REPONER        PIC 9(6) VALUE 0.
       01  W-CANT-SIN-STOCK        PIC 9(6) VALUE 0.
       01  W-TOTAL-ESTIMADO        PIC 9(13)V9(2) VALUE 0.
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
               "REPOSICION DE STOCK - ".
           03  L-ENC-FECHA     PIC 9(8).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(10) VALUE "PRODUCTO".
           03  FILLER          PIC X(32) VALUE "DESCRIPCION".
           03  FILLER          PIC X(10) VALUE "     STOCK".
           03  FILLER          PIC X(10) VALUE "  P.PEDIDO".
           03  FILLER          PIC X(10) VALUE "  A PEDIR".
           03  FILLER          PIC X(16) VALUE "  COSTO PROMEDIO".
           03  FILLER          PIC X(16) VALUE "  IMPORTE ESTIM.".
           03  FILLER          PIC X(12) VALUE "  ULT.INGR.".
       01  L-DETALLE.
           03  L-DET-PRODUCTO  PIC X(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-DESC      PIC X(30).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-STOCK     PIC -(7)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-PUNTO     PIC Z(7)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-A-PEDIR   PIC Z(7)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-COSTO     PIC Z(8)9,9999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-IMPORTE   PIC Z(10)9,99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-ULT-INGR  PIC 9(8).
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(25).
           03  L-CTL-VALOR     PIC ZZZ.ZZ9.
       01  L-CONTROL-IMPORTE.
           03  FILLER          PIC X(25) VALUE "IMPORTE ESTIMADO:".
           03  L-CTL-IMPORTE   PIC Z(12)9,99.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM VERIFICO-YA-CORRIDO THRU F-VERIFICO-YA-CORRIDO.
           IF STEP-ALREADY-DONE
              DISPLAY "RPTSTK01 ALREADY COMPLETE - SKIPPING"
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
           IF WS-RUNLOG-PROGRAM = "RPTSTK01"
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
           OPEN INPUT STOCK.
           IF ST-FILE-STK > "07"
              DISPLAY "ERROR AL ABRIR STOCK " ST-FILE-STK
              MOVE "RPTSTK01"       TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "STOCK"          TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-STK      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-STOCK
              MOVE 1   TO HUBO-ERROR
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE W-FECHA-HOY TO L-ENC-FECHA.
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
           IF STK-CANTIDAD > STK-PUNTO-PEDIDO GO TO F-PROCESO.
           IF STK-CANT-PEDIDO > 0
              MOVE STK-CANT-PEDIDO TO W-A-PEDIR
           ELSE
              COMPUTE W-A-PEDIR = STK-PUNTO-PEDIDO - STK-CANTIDAD
           END-IF.
           COMPUTE W-IMPORTE-ESTIMADO ROUNDED =
              W-A-PEDIR * STK-COSTO-PROMEDIO.
           PERFORM IMPRIME-DETALLE.
           ADD 1 TO W-CANT-A-REPONER.
           IF STK-CANTIDAD NOT > 0
              ADD 1 TO W-CANT-SIN-STOCK
           END-IF.
           ADD W-IMPORTE-ESTIMADO TO W-TOTAL-ESTIMADO.
       F-PROCESO.
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
           MOVE STK-CANTIDAD          TO L-DET-STOCK.
           MOVE STK-PUNTO-PEDIDO      TO L-DET-PUNTO.
           MOVE W-A-PEDIR             TO L-DET-A-PEDIR.
           MOVE STK-COSTO-PROMEDIO    TO L-DET-COSTO.
           MOVE W-IMPORTE-ESTIMADO    TO L-DET-IMPORTE.
           MOVE STK-FECHA-ULT-INGRESO TO L-DET-ULT-INGR.
           WRITE LINEA-LISTADO FROM L-DETALLE.
      *
       GRABO-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "RPTSTK01" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE W-CANT-PRODUCTOS TO WS-RUNLOG-CNT1.
           MOVE W-CANT-A-REPONER TO WS-RUNLOG-CNT2.
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF ST-FILE-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.
      *
       TERMINAR.
           MOVE "PRODUCTOS REVISADOS:"  TO L-CTL-ROTULO.
           MOVE W-CANT-PRODUCTOS        TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "PRODUCTOS A REPONER:"  TO L-CTL-ROTULO.
           MOVE W-CANT-A-REPONER        TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "SIN STOCK:"            TO L-CTL-ROTULO.
           MOVE W-CANT-SIN-STOCK        TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE W-TOTAL-ESTIMADO        TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           DISPLAY "RPTSTK01 PRODUCTOS REVISADOS: " W-CANT-PRODUCTOS.
           DISPLAY "RPTSTK01 PRODUCTOS A REPONER: " W-CANT-A-REPONER.
      *    UNA CORRIDA ABORTADA NO DEBE MARCARSE COMPLETA
           IF HUBO-ERROR = 0
              PERFORM GRABO-RUNLOG
           END-IF.
           CLOSE PRODUCTOS.
           CLOSE STOCK.
           CLOSE LISTADO.
           MOVE "RPTSTK01"       TO RPTARC-PROGRAM.
           MOVE "REPOSICION DE STOCK"
              TO RPTARC-TITLE.
           MOVE "./rptstk01.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "D"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM RPTSTK01.
