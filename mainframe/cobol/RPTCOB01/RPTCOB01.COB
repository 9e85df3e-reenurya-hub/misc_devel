       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCOB01.
      *
      *    PRODUCTIVIDAD SEMANAL DE COBRADORES
      *    TOMA DE GESTCOB.DAT (VER GESCOB1) LAS GESTIONES DE LOS
      *    ULTIMOS 7 DIAS, LAS ORDENA CON UN SORT POR OPERADOR Y
      *    LISTA POR COBRADOR: GESTIONES HECHAS, PROMESAS TOMADAS,
      *    CUANTAS YA SE CUMPLIERON Y CUANTAS SE INCUMPLIERON
      *    (GESCOB2), EL IMPORTE PROMETIDO Y LO EFECTIVAMENTE
      *    COBRADO A ESAS CUENTAS DESDE LA GESTION HASTA LA FECHA
      *    PROMETIDA (CREDITOS DE CLIMOV.DAT SIN NOTAS DE CREDITO
      *    PARA CLIENTES, COBROS Y RECUPEROS DE DEUMOV.DAT PARA
      *    DEUDORES), CON TOTAL GENERAL. CORRE DENTRO DE LA CADENA
      *    NOCTURNA CON FRECUENCIA SEMANAL Y RESPETA/ESCRIBE SU
      *    MARCA DE COMPLETADO EN NIGHTLY.LOG COMO LOS DEMAS PASOS.
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
           SELECT ORDENADOS ASSIGN TO "RPTCOB01.SRT"
                  STATUS ST-FILE-SRT.
           SELECT LISTADO ASSIGN TO "./rptcob01.lst"
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
      *    EL REGISTRO DE TRABAJO: UNA GESTION DE LA SEMANA CON SU
      *    OPERADOR Y, SI LLEVA PROMESA, LO PROMETIDO Y LO COBRADO
       SD ORDENADOS.
       01 REG-ORDENADO.
           03  SRT-OPERADOR        PIC X(8).
           03  SRT-PROMESA         PIC 9.
           03  SRT-CUMPLIDA        PIC 9.
           03  SRT-INCUMPLIDA      PIC 9.
           03  SRT-PROMETIDO       PIC 9(10)V9(2).
           03  SRT-COBRADO         PIC 9(10)V9(2).
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
       01  ST-FILE-SRT             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  ST-FILE-LOG             PIC XX.
       01  FIN-GESTIONES           PIC X VALUE "N".
       01  FIN-ORDENADOS           PIC X VALUE "N".
       01  FIN-MOVIMIENTOS         PIC X.
       01  HUBO-ERROR              PIC 9 VALUE 0.
       01  W-FECHA-HOY             PIC 9(8).
       01  W-FECHA-DESDE           PIC 9(8).
       01  W-JULIANO-HOY           PIC 9(7).
       01  W-COBRADO               PIC 9(10)V9(2).
       01  W-HAY-GRUPO             PIC X VALUE "N".
      *
      *    ACUMULADOS DEL OPERADOR EN CURSO Y GENERALES
       01  W-GRP-OPERADOR          PIC X(8).
       01  W-OPE-GESTIONES         PIC 9(6).
       01  W-OPE-PROMESAS          PIC 9(6).
       01  W-OPE-CUMPLIDAS         PIC 9(6).
       01  W-OPE-INCUMPLIDAS       PIC 9(6).
       01  W-OPE-PROMETIDO         PIC 9(12)V9(2).
       01  W-OPE-COBRADO           PIC 9(12)V9(2).
       01  W-TOT-GESTIONES         PIC 9(6) VALUE 0.
       01  W-TOT-PROMESAS          PIC 9(6) VALUE 0.
       01  W-TOT-CUMPLIDAS         PIC 9(6) VALUE 0.
       01  W-TOT-INCUMPLIDAS       PIC 9(6) VALUE 0.
       01  W-TOT-PROMETIDO         PIC 9(12)V9(2) VALUE 0.
       01  W-TOT-COBRADO           PIC 9(12)V9(2) VALUE 0.
       01  W-CANT-OPERADORES       PIC 9(6) VALUE 0.
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
           03  FILLER          PIC X(38) VALUE
               "PRODUCTIVIDAD DE COBRADORES DEL ".
           03  L-ENC-DESDE     PIC 9(8).
           03  FILLER          PIC X(4)  VALUE " AL ".
           03  L-ENC-HASTA     PIC 9(8).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(10) VALUE "OPERADOR".
           03  FILLER          PIC X(10) VALUE "GESTIONES".
           03  FILLER          PIC X(10) VALUE "PROMESAS".
           03  FILLER          PIC X(10) VALUE "CUMPLIDAS".
           03  FILLER          PIC X(10) VALUE "INCUMPL.".
           03  FILLER          PIC X(18) VALUE "     PROMETIDO".
           03  FILLER          PIC X(18) VALUE "       COBRADO".
       01  L-DETALLE.
           03  L-DET-OPERADOR  PIC X(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-GESTIONES PIC ZZZ.ZZ9.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-PROMESAS  PIC ZZZ.ZZ9.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-CUMPLIDAS PIC ZZZ.ZZ9.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-INCUMPL   PIC ZZZ.ZZ9.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-PROMETIDO PIC Z(11)9,99.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-COBRADO   PIC Z(11)9,99.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM VERIFICO-YA-CORRIDO THRU F-VERIFICO-YA-CORRIDO.
           IF STEP-ALREADY-DONE
              DISPLAY "RPTCOB01 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           PERFORM INICIALIZACION.
           SORT ORDENADOS
              ON ASCENDING KEY SRT-OPERADOR
              INPUT PROCEDURE IS EXTRAIGO-GESTIONES
              OUTPUT PROCEDURE IS IMPRIMO-ORDENADOS.
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
           IF WS-RUNLOG-PROGRAM = "RPTCOB01"
              AND WS-RUNLOG-STATUS = "COMPLETE"
              SET STEP-ALREADY-DONE TO TRUE
           END-IF.
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.
      *
       INICIALIZACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE W-JULIANO-HOY =
              FUNCTION INTEGER-OF-DATE(W-FECHA-HOY).
           COMPUTE W-FECHA-DESDE =
              FUNCTION DATE-OF-INTEGER(W-JULIANO-HOY - 6).
           OPEN INPUT CLIMOV.
           OPEN INPUT DEUMOV.
           OPEN INPUT GESTCOB.
           IF ST-FILE-GES > "07"
              DISPLAY "ERROR AL ABRIR GESTCOB " ST-FILE-GES
              MOVE "RPTCOB01"       TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "GESTCOB"        TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-GES      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-GESTIONES
              MOVE 1   TO HUBO-ERROR
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE W-FECHA-DESDE TO L-ENC-DESDE.
           MOVE W-FECHA-HOY   TO L-ENC-HASTA.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO1.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO2.
      *
      *    EXTRACCION: LAS GESTIONES CON FECHA DENTRO DE LA SEMANA.
      *    GESTCOB VA POR CUENTA, ASI QUE SE RECORRE ENTERO
       EXTRAIGO-GESTIONES.
           PERFORM EXTRAIGO-UNA-GESTION THRU F-EXTRAIGO-UNA-GESTION
              UNTIL FIN-GESTIONES = "S".
      *
       EXTRAIGO-UNA-GESTION.
           READ GESTCOB NEXT RECORD
              AT END MOVE "S" TO FIN-GESTIONES
           END-READ.
           IF FIN-GESTIONES = "S" GO TO F-EXTRAIGO-UNA-GESTION.
           IF GES-FECHA < W-FECHA-DESDE OR GES-FECHA > W-FECHA-HOY
              GO TO F-EXTRAIGO-UNA-GESTION
           END-IF.
           MOVE GES-OPERADOR TO SRT-OPERADOR.
           MOVE 0 TO SRT-PROMESA.
           MOVE 0 TO SRT-CUMPLIDA.
           MOVE 0 TO SRT-INCUMPLIDA.
           MOVE 0 TO SRT-PROMETIDO.
           MOVE 0 TO SRT-COBRADO.
           IF NOT GES-SIN-PROMESA
              MOVE 1 TO SRT-PROMESA
              MOVE GES-PROMESA-IMPORTE TO SRT-PROMETIDO
              IF GES-PROMESA-CUMPLIDA
                 MOVE 1 TO SRT-CUMPLIDA
              END-IF
              IF GES-PROMESA-INCUMPLIDA
                 MOVE 1 TO SRT-INCUMPLIDA
              END-IF
              MOVE 0 TO W-COBRADO
              IF GES-CLIENTE
                 PERFORM SUMO-CREDITOS THRU F-SUMO-CREDITOS
              ELSE
                 PERFORM SUMO-COBROS THRU F-SUMO-COBROS
              END-IF
              MOVE W-COBRADO TO SRT-COBRADO
           END-IF.
           RELEASE REG-ORDENADO.
       F-EXTRAIGO-UNA-GESTION.
           EXIT.
      *
      *    LO COBRADO A LA CUENTA DESDE LA GESTION HASTA LA FECHA
      *    PROMETIDA, CON EL MISMO CRITERIO QUE GESCOB2. EL START
      *    SOBRE EL JOURNAL NO MUEVE LA LECTURA DE GESTCOB
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
      *    CORTE DE CONTROL POR OPERADOR: UNA LINEA POR COBRADOR
       IMPRIMO-ORDENADOS.
           PERFORM IMPRIMO-UNA-GESTION THRU F-IMPRIMO-UNA-GESTION
              UNTIL FIN-ORDENADOS = "S".
           IF W-HAY-GRUPO = "S"
              PERFORM CIERRO-OPERADOR
           END-IF.
      *
       IMPRIMO-UNA-GESTION.
           RETURN ORDENADOS
              AT END
                 MOVE "S" TO FIN-ORDENADOS
                 GO TO F-IMPRIMO-UNA-GESTION
           END-RETURN.
           IF W-HAY-GRUPO = "S"
              AND SRT-OPERADOR NOT = W-GRP-OPERADOR
              PERFORM CIERRO-OPERADOR
              MOVE "N" TO W-HAY-GRUPO
           END-IF.
           IF W-HAY-GRUPO = "N"
              MOVE "S" TO W-HAY-GRUPO
              PERFORM ABRO-OPERADOR
           END-IF.
           ADD 1              TO W-OPE-GESTIONES.
           ADD SRT-PROMESA    TO W-OPE-PROMESAS.
           ADD SRT-CUMPLIDA   TO W-OPE-CUMPLIDAS.
           ADD SRT-INCUMPLIDA TO W-OPE-INCUMPLIDAS.
           ADD SRT-PROMETIDO  TO W-OPE-PROMETIDO.
           ADD SRT-COBRADO    TO W-OPE-COBRADO.
       F-IMPRIMO-UNA-GESTION.
           EXIT.
      *
       ABRO-OPERADOR.
           MOVE SRT-OPERADOR TO W-GRP-OPERADOR.
           MOVE 0 TO W-OPE-GESTIONES.
           MOVE 0 TO W-OPE-PROMESAS.
           MOVE 0 TO W-OPE-CUMPLIDAS.
           MOVE 0 TO W-OPE-INCUMPLIDAS.
           MOVE 0 TO W-OPE-PROMETIDO.
           MOVE 0 TO W-OPE-COBRADO.
      *
       CIERRO-OPERADOR.
           MOVE W-GRP-OPERADOR    TO L-DET-OPERADOR.
           MOVE W-OPE-GESTIONES   TO L-DET-GESTIONES.
           MOVE W-OPE-PROMESAS    TO L-DET-PROMESAS.
           MOVE W-OPE-CUMPLIDAS   TO L-DET-CUMPLIDAS.
           MOVE W-OPE-INCUMPLIDAS TO L-DET-INCUMPL.
           MOVE W-OPE-PROMETIDO   TO L-DET-PROMETIDO.
           MOVE W-OPE-COBRADO     TO L-DET-COBRADO.
           WRITE LINEA-LISTADO FROM L-DETALLE.
           ADD 1                 TO W-CANT-OPERADORES.
           ADD W-OPE-GESTIONES   TO W-TOT-GESTIONES.
           ADD W-OPE-PROMESAS    TO W-TOT-PROMESAS.
           ADD W-OPE-CUMPLIDAS   TO W-TOT-CUMPLIDAS.
           ADD W-OPE-INCUMPLIDAS TO W-TOT-INCUMPLIDAS.
           ADD W-OPE-PROMETIDO   TO W-TOT-PROMETIDO.
           ADD W-OPE-COBRADO     TO W-TOT-COBRADO.
      *
       GRABO-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "RPTCOB01" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE W-TOT-GESTIONES   TO WS-RUNLOG-CNT1.
           MOVE W-CANT-OPERADORES TO WS-RUNLOG-CNT2.
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF ST-FILE-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.
      *
       TERMINAR.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "TOTAL"           TO L-DET-OPERADOR.
           MOVE W-TOT-GESTIONES   TO L-DET-GESTIONES.
           MOVE W-TOT-PROMESAS    TO L-DET-PROMESAS.
           MOVE W-TOT-CUMPLIDAS   TO L-DET-CUMPLIDAS.
           MOVE W-TOT-INCUMPLIDAS TO L-DET-INCUMPL.
           MOVE W-TOT-PROMETIDO   TO L-DET-PROMETIDO.
           MOVE W-TOT-COBRADO     TO L-DET-COBRADO.
           WRITE LINEA-LISTADO FROM L-DETALLE.
           DISPLAY "RPTCOB01 GESTIONES DE LA SEMANA: " W-TOT-GESTIONES.
           DISPLAY "RPTCOB01 COBRADORES            : "
                   W-CANT-OPERADORES.
      *    UNA CORRIDA ABORTADA NO DEBE MARCARSE COMPLETA
           IF HUBO-ERROR = 0
              PERFORM GRABO-RUNLOG
           END-IF.
           CLOSE GESTCOB.
           CLOSE CLIMOV.
           CLOSE DEUMOV.
           CLOSE LISTADO.
           MOVE "RPTCOB01"       TO RPTARC-PROGRAM.
           MOVE "PRODUCTIVIDAD SEMANAL DE COBRADORES"
              TO RPTARC-TITLE.
           MOVE "./rptcob01.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "M"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM RPTCOB01.
