       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESCOB2.
      *
      *    CONTROL NOCTURNO DE PROMESAS DE PAGO
      *    RECORRE GESTCOB.DAT (VER GESCOB1) Y, PARA CADA PROMESA
      *    PENDIENTE, SUMA LO COBRADO A LA CUENTA DESDE LA FECHA DE
      *    LA GESTION HASTA LA FECHA PROMETIDA: PARA UN CLIENTE LOS
      *    CREDITOS DE CLIMOV.DAT (RECIBOS DE APLREC1; LAS NOTAS DE
      *    CREDITO NO SON PAGOS), PARA UN DEUDOR LOS COBROS Y
      *    RECUPEROS DE DEUMOV.DAT (GFILE02). SI LO COBRADO CUBRE LO
      *    PROMETIDO LA PROMESA QUEDA CUMPLIDA, AUNQUE NO HAYA
      *    LLEGADO LA FECHA; SI LA FECHA PROMETIDA YA PASO (O ES
      *    HOY) Y NO SE CUBRIO, QUEDA INCUMPLIDA Y SALE EN EL
      *    LISTADO Y EN LA LISTA DEL DIA DE GESCOB1. CORRE DENTRO
      *    DE LA CADENA NOCTURNA Y RESPETA/ESCRIBE SU MARCA DE
      *    COMPLETADO EN NIGHTLY.LOG COMO LOS DEMAS PASOS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GESTCOB ASSIGN TO "./gestcob.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS GES-CLAVE
                  STATUS ST-FILE-GES.
           SELECT OPTIONAL CLIMOV ASSIGN TO "./climov.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  STATUS ST-FILE-MOV.
           SELECT OPTIONAL DEUMOV ASSIGN TO "./deumov.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DMOV-CLAVE
                  STATUS ST-FILE-DMOV.
           SELECT LISTADO ASSIGN TO "./gescob2.lst"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LST.
           SELECT LFRUNLOG ASSIGN TO "NIGHTLY.LOG"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD GESTCOB.
       01 REG-GESTCOB.
           03  GES-CLAVE.
               05  GES-TIPO-CUENTA     PIC X.
                  88  GES-CLIENTE      VALUE "C".
                  88  GES-DEUDOR       VALUE "D".
               05  GES-CUENTA          PIC 9(20).
               05  GES-FECHA           PIC 9(8).
               05  GES-SECUENCIA       PIC 9(2).
           03  GES-HORA                PIC 9(8).
           03  GES-OPERADOR            PIC X(8).
           03  GES-CON-SECUENCIA       PIC 9(2).
           03  GES-RESULTADO           PIC 9(2).
           03  GES-NOTA                PIC X(50).
           03  GES-PROMESA-FECHA       PIC 9(8).
           03  GES-PROMESA-IMPORTE     PIC 9(10)V9(2).
           03  GES-PROMESA-ESTADO      PIC X.
              88  GES-SIN-PROMESA      VALUE " ".
              88  GES-PROMESA-PENDIENTE VALUE "P".
              88  GES-PROMESA-CUMPLIDA VALUE "C".
              88  GES-PROMESA-INCUMPLIDA VALUE "I".
           03  GES-PROMESA-COBRADO     PIC 9(10)V9(2).
           03  GES-FECHA-CONTROL       PIC 9(8).
           03  FILLER                  PIC X(30).
      *
       FD CLIMOV.
       01 REG-CLIMOV.
           03  MOV-CLAVE.
               05  MOV-ID_CLIENTE  PIC 9(7).
               05  MOV-FECHA       PIC 9(8).
               05  MOV-SECUENCIA   PIC 9(4).
           03  MOV-HORA            PIC 9(8).
           03  MOV-TIPO            PIC X.
              88  MOV-CREDITO      VALUE "C".
              88  MOV-DEBITO       VALUE "D".
              88  MOV-REVALUO      VALUE "R".
           03  MOV-IMPORTE         PIC S9(7)V9(3).
           03  MOV-SALDO-RESULT    PIC S9(7)V9(3).
           03  MOV-DOCUMENTO       PIC 9(7).
           03  MOV-TIPO-DOC        PIC X.
              88  MOV-DOC-NOTA-CREDITO VALUE "N".
           03  MOV-DOC-REFERENCIA  PIC 9(7).
           03  FILLER              PIC X(22).
      *
       FD DEUMOV.
       01 REG-DEUMOV.
           03 DMOV-CLAVE.
               05 DMOV-DEU-ID      PIC 9(20).
               05 DMOV-FECHA       PIC 9(8).
               05 DMOV-SECUENCIA   PIC 9(4).
           03 DMOV-HORA            PIC 9(8).
           03 DMOV-TIPO            PIC X.
              88 DMOV-COBRO        VALUE "C".
              88 DMOV-CARGO        VALUE "G".
              88 DMOV-INTERES      VALUE "I".
              88 DMOV-AJUSTE       VALUE "A" "J".
              88 DMOV-AJUSTE-SUBA  VALUE "A".
              88 DMOV-AJUSTE-BAJA  VALUE "J".
              88 DMOV-CASTIGO      VALUE "K".
              88 DMOV-RECUPERO     VALUE "R".
           03 DMOV-IMPORTE         PIC 9(10)V9(2).
           03 DMOV-SALDO-DESPUES   PIC 9(10)V9(2).
           03 DMOV-RECIBO          PIC 9(8).
           03 DMOV-SESION          PIC 9(6).
           03 FILLER               PIC X(16).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       FD LFRUNLOG.
       01 RUNLOG-RECORD            PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-GES             PIC XX.
       01  ST-FILE-MOV             PIC XX.
       01  ST-FILE-DMOV            PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  ST-FILE-LOG             PIC XX.
       01  FIN-GESTIONES           PIC X VALUE "N".
       01  FIN-MOVIMIENTOS         PIC X.
       01  HUBO-ERROR              PIC 9 VALUE 0.
       01  W-FECHA-HOY             PIC 9(8).
       01  W-COBRADO               PIC 9(10)V9(2).
      *
       01  W-CANT-PENDIENTES       PIC 9(6) VALUE 0.
       01  W-CANT-CUMPLIDAS        PIC 9(6) VALUE 0.
       01  W-CANT-INCUMPLIDAS      PIC 9(6) VALUE 0.
       01  W-TOTAL-INCUMPLIDO      PIC 9(12)V9(2) VALUE 0.
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
               "PROMESAS DE PAGO INCUMPLIDAS - ".
           03  L-ENC-FECHA     PIC 9(8).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(2)  VALUE "T".
           03  FILLER          PIC X(22) VALUE "CUENTA".
           03  FILLER          PIC X(10) VALUE "GESTION".
           03  FILLER          PIC X(10) VALUE "OPERADOR".
           03  FILLER          PIC X(10) VALUE "PROMESA".
           03  FILLER          PIC X(14) VALUE "PROMETIDO".
           03  FILLER          PIC X(14) VALUE "COBRADO".
       01  L-DETALLE.
           03  L-DET-TIPO      PIC X.
           03  FILLER          PIC X     VALUE SPACES.
           03  L-DET-CUENTA    PIC Z(19)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-GESTION   PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-OPERADOR  PIC X(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-PROMESA   PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-PROMETIDO PIC Z(9)9,99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-COBRADO   PIC Z(9)9,99.
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(25).
           03  L-CTL-VALOR     PIC ZZZ.ZZ9.
       01  L-CONTROL-IMPORTE.
           03  FILLER          PIC X(25) VALUE "TOTAL INCUMPLIDO:".
           03  L-CTL-IMPORTE   PIC Z(11)9,99.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM VERIFICO-YA-CORRIDO THRU F-VERIFICO-YA-CORRIDO.
           IF STEP-ALREADY-DONE
              DISPLAY "GESCOB2 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           PERFORM INICIALIZACION.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN-GESTIONES = "S".
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
           IF WS-RUNLOG-PROGRAM = "GESCOB2"
              AND WS-RUNLOG-STATUS = "COMPLETE"
              SET STEP-ALREADY-DONE TO TRUE
           END-IF.
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.
      *
       INICIALIZACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT CLIMOV.
           OPEN INPUT DEUMOV.
           OPEN I-O GESTCOB.
           IF ST-FILE-GES > "07"
              DISPLAY "ERROR AL ABRIR GESTCOB " ST-FILE-GES
              MOVE "GESCOB2"        TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "GESTCOB"        TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-GES      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-GESTIONES
              MOVE 1   TO HUBO-ERROR
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE W-FECHA-HOY TO L-ENC-FECHA.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO1.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO2.
           IF FIN-GESTIONES = "N"
              MOVE LOW-VALUES TO GES-CLAVE
              START GESTCOB KEY IS NOT LESS THAN GES-CLAVE
                 INVALID KEY MOVE "S" TO FIN-GESTIONES
              END-START
           END-IF.
      *
       PROCESO.
           READ GESTCOB NEXT RECORD
              AT END MOVE "S" TO FIN-GESTIONES
           END-READ.
           IF FIN-GESTIONES = "S" GO TO F-PROCESO.
           IF NOT GES-PROMESA-PENDIENTE GO TO F-PROCESO.
           ADD 1 TO W-CANT-PENDIENTES.
           MOVE 0 TO W-COBRADO.
           IF GES-CLIENTE
              PERFORM SUMO-CREDITOS THRU F-SUMO-CREDITOS
           ELSE
              PERFORM SUMO-COBROS THRU F-SUMO-COBROS
           END-IF.
           EVALUATE TRUE
              WHEN W-COBRADO NOT < GES-PROMESA-IMPORTE
                 SET GES-PROMESA-CUMPLIDA TO TRUE
                 ADD 1 TO W-CANT-CUMPLIDAS
              WHEN GES-PROMESA-FECHA NOT > W-FECHA-HOY
                 SET GES-PROMESA-INCUMPLIDA TO TRUE
                 ADD 1 TO W-CANT-INCUMPLIDAS
                 ADD GES-PROMESA-IMPORTE TO W-TOTAL-INCUMPLIDO
                 SUBTRACT W-COBRADO FROM W-TOTAL-INCUMPLIDO
              WHEN OTHER
                 GO TO F-PROCESO
           END-EVALUATE.
           MOVE W-COBRADO   TO GES-PROMESA-COBRADO.
           MOVE W-FECHA-HOY TO GES-FECHA-CONTROL.
           REWRITE REG-GESTCOB.
           IF ST-FILE-GES > "07"
              DISPLAY "ERROR AL REGRABAR GESTCOB " ST-FILE-GES
              MOVE "GESCOB2"    TO ERRLOG-PROGRAM
              MOVE "PROCESO"    TO ERRLOG-PARAGRAPH
              MOVE "GESTCOB"    TO ERRLOG-FILENAME
              MOVE GES-CUENTA   TO ERRLOG-KEYVALUE
              MOVE ST-FILE-GES  TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE 1 TO HUBO-ERROR
           END-IF.
           IF GES-PROMESA-INCUMPLIDA
              PERFORM IMPRIME-DETALLE
           END-IF.
       F-PROCESO.
           EXIT.
      *
      *    LOS MOVIMIENTOS DE LA CUENTA ESTAN JUNTOS Y POR FECHA: SE
      *    ARRANCA EN LA FECHA DE LA GESTION Y SE CORTA AL PASAR LA
      *    FECHA PROMETIDA
       SUMO-CREDITOS.
           MOVE "N" TO FIN-MOVIMIENTOS.
           MOVE GES-CUENTA TO MOV-ID_CLIENTE.
           MOVE GES-FECHA  TO MOV-FECHA.
           MOVE 0          TO MOV-SECUENCIA.
           START CLIMOV KEY IS NOT LESS THAN MOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-MOVIMIENTOS
           END-START.
           PERFORM SUMO-UN-CREDITO THRU F-SUMO-UN-CREDITO
              UNTIL FIN-MOVIMIENTOS = "S".
       F-SUMO-CREDITOS.
           EXIT.
      *
       SUMO-UN-CREDITO.
           READ CLIMOV NEXT RECORD
              AT END MOVE "S" TO FIN-MOVIMIENTOS
           END-READ.
           IF FIN-MOVIMIENTOS = "S" GO TO F-SUMO-UN-CREDITO.
           IF MOV-ID_CLIENTE NOT = GES-CUENTA
              OR MOV-FECHA > GES-PROMESA-FECHA
              MOVE "S" TO FIN-MOVIMIENTOS
              GO TO F-SUMO-UN-CREDITO
           END-IF.
           IF MOV-CREDITO AND NOT MOV-DOC-NOTA-CREDITO
              ADD MOV-IMPORTE TO W-COBRADO
           END-IF.
       F-SUMO-UN-CREDITO.
           EXIT.
      *
       SUMO-COBROS.
           MOVE "N" TO FIN-MOVIMIENTOS.
           MOVE GES-CUENTA TO DMOV-DEU-ID.
           MOVE GES-FECHA  TO DMOV-FECHA.
           MOVE 0          TO DMOV-SECUENCIA.
           START DEUMOV KEY IS NOT LESS THAN DMOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-MOVIMIENTOS
           END-START.
           PERFORM SUMO-UN-COBRO THRU F-SUMO-UN-COBRO
              UNTIL FIN-MOVIMIENTOS = "S".
       F-SUMO-COBROS.
           EXIT.
      *
       SUMO-UN-COBRO.
           READ DEUMOV NEXT RECORD
              AT END MOVE "S" TO FIN-MOVIMIENTOS
           END-READ.
           IF FIN-MOVIMIENTOS = "S" GO TO F-SUMO-UN-COBRO.
           IF DMOV-DEU-ID NOT = GES-CUENTA
              OR DMOV-FECHA > GES-PROMESA-FECHA
              MOVE "S" TO FIN-MOVIMIENTOS
              GO TO F-SUMO-UN-COBRO
           END-IF.
           IF DMOV-COBRO OR DMOV-RECUPERO
              ADD DMOV-IMPORTE TO W-COBRADO
           END-IF.
       F-SUMO-UN-COBRO.
           EXIT.
      *
       IMPRIME-DETALLE.
           MOVE GES-TIPO-CUENTA     TO L-DET-TIPO.
           MOVE GES-CUENTA          TO L-DET-CUENTA.
           MOVE GES-FECHA           TO L-DET-GESTION.
           MOVE GES-OPERADOR        TO L-DET-OPERADOR.
           MOVE GES-PROMESA-FECHA   TO L-DET-PROMESA.
           MOVE GES-PROMESA-IMPORTE TO L-DET-PROMETIDO.
           MOVE GES-PROMESA-COBRADO TO L-DET-COBRADO.
           WRITE LINEA-LISTADO FROM L-DETALLE.
      *
       GRABO-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "GESCOB2" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE W-CANT-PENDIENTES  TO WS-RUNLOG-CNT1.
           MOVE W-CANT-INCUMPLIDAS TO WS-RUNLOG-CNT2.
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF ST-FILE-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.
      *
       TERMINAR.
           MOVE "PROMESAS PENDIENTES:"  TO L-CTL-ROTULO.
           MOVE W-CANT-PENDIENTES       TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "CUMPLIDAS:"            TO L-CTL-ROTULO.
           MOVE W-CANT-CUMPLIDAS        TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "INCUMPLIDAS:"          TO L-CTL-ROTULO.
           MOVE W-CANT-INCUMPLIDAS      TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE W-TOTAL-INCUMPLIDO      TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           DISPLAY "GESCOB2 PROMESAS PENDIENTES: " W-CANT-PENDIENTES.
           DISPLAY "GESCOB2 CUMPLIDAS           : " W-CANT-CUMPLIDAS.
           DISPLAY "GESCOB2 INCUMPLIDAS         : " W-CANT-INCUMPLIDAS.
      *    UNA CORRIDA ABORTADA NO DEBE MARCARSE COMPLETA
           IF HUBO-ERROR = 0
              PERFORM GRABO-RUNLOG
           END-IF.
           CLOSE GESTCOB.
           CLOSE CLIMOV.
           CLOSE DEUMOV.
           CLOSE LISTADO.
           MOVE "GESCOB2"       TO RPTARC-PROGRAM.
           MOVE "CONTROL NOCTURNO DE PROMESAS DE PAGO"
              TO RPTARC-TITLE.
           MOVE "./gescob2.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SPACES          TO RPTARC-OPERATOR.
           MOVE "D"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM GESCOB2.
