       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDEB04.
      *
      *    PLANES DE PAGO CAIDOS
      *    LISTADO SEMANAL PARA COBRANZAS: RECORRE PLANPAG.DAT Y,
      *    PARA CADA PLAN ACTIVO, BUSCA EN PLANCUO.DAT SU CUOTA
      *    IMPAGA MAS VIEJA; SI LLEVA MAS DE N DIAS VENCIDA EL PLAN
      *    SE CONSIDERA CAIDO Y SE LISTA CON EL DEUDOR, ESA CUOTA,
      *    LOS DIAS DE ATRASO Y LA CANTIDAD E IMPORTE IMPAGO DE
      *    TODAS SUS CUOTAS VENCIDAS. LOS PLANES CAIDOS SE DAN DE
      *    BAJA A MANO EN MNTPLN1. N SE TOMA DE RPTDEB04.PRM (UNA
      *    LINEA: DIAS 999, EJ. "030"); SIN ARCHIVO DE PARAMETRO SE
      *    USAN 30 DIAS. CORRE DENTRO DE LA CADENA NOCTURNA CON
      *    FRECUENCIA SEMANAL Y RESPETA/ESCRIBE SU MARCA DE
      *    COMPLETADO EN NIGHTLY.LOG COMO LOS DEMAS PASOS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEUDORES ASSIGN TO "./deudores.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DEU_ID
                  ALTERNATE RECORD KEY DEU_NOMBRE WITH DUPLICATES
                  ALTERNATE RECORD KEY DEU_ALT_2 WITH DUPLICATES
                  STATUS ST-FILE.
           SELECT OPTIONAL PLANPAG ASSIGN TO "./planpag.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PLN-DEU-ID
                  STATUS ST-FILE-PLN.
           SELECT OPTIONAL PLANCUO ASSIGN TO "./plancuo.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PCU-CLAVE
                  STATUS ST-FILE-PCU.
           SELECT LFPARM ASSIGN TO "RPTDEB04.PRM"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-PRM.
           SELECT LISTADO ASSIGN TO "./rptdeb04.lst"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LST.
           SELECT LFRUNLOG ASSIGN TO "NIGHTLY.LOG"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD DEUDORES.
       01 REG-DEUDORES.
           03 DEU_ID               PIC 9(20).
           03 DEU_NOMBRE           PIC X(60).
           03 DEU_APELLIDO         PIC X(60).
           03 DEU_SALDO            PIC 9(10)V9(2).
           03 DEU_CATEGORIA        PIC X.
           03 DEU_ALT_2.
               05 DEU_CATEGORIA_2  PIC X.
               05 DEU_NOMBRE_2     PIC X(60).
           03 DEU_LIMITE_CREDITO    PIC 9(10)V9(2).
           03 FILLER               PIC X(288).
      *
      *    PLAN DE PAGO DEL DEUDOR Y SUS CUOTAS (VER MNTPLN1)
       FD PLANPAG.
       01 REG-PLANPAG.
           03 PLN-DEU-ID           PIC 9(20).
           03 PLN-FECHA-ALTA       PIC 9(8).
           03 PLN-IMPORTE-BASE     PIC 9(10)V9(2).
           03 PLN-TASA-INTERES     PIC 9(2)V9(2).
           03 PLN-INTERES          PIC 9(10)V9(2).
           03 PLN-TOTAL            PIC 9(10)V9(2).
           03 PLN-CANT-CUOTAS      PIC 9(3).
           03 PLN-PRIMER-VTO       PIC 9(8).
           03 PLN-ESTADO           PIC X.
              88 PLN-ACTIVO        VALUE "A".
              88 PLN-CANCELADO     VALUE "C".
              88 PLN-CUMPLIDO      VALUE "T".
           03 PLN-FECHA-BAJA       PIC 9(8).
           03 PLN-OPERADOR         PIC X(8).
           03 FILLER               PIC X(30).
      *
       FD PLANCUO.
       01 REG-PLANCUO.
           03 PCU-CLAVE.
               05 PCU-DEU-ID       PIC 9(20).
               05 PCU-NRO          PIC 9(3).
           03 PCU-VENCIMIENTO      PIC 9(8).
           03 PCU-IMPORTE          PIC 9(10)V9(2).
           03 PCU-PAGADO           PIC 9(10)V9(2).
           03 PCU-ESTADO           PIC X.
              88 PCU-PENDIENTE     VALUE "P".
              88 PCU-PAGA          VALUE "C".
           03 PCU-FECHA-PAGO       PIC 9(8).
           03 FILLER               PIC X(20).
      *
      *    UNA LINEA: DIAS DE ATRASO (999) A PARTIR DE LOS CUALES
      *    EL PLAN SE CONSIDERA CAIDO
       FD LFPARM.
       01 PARM-RECORD.
           03 PRM-DIAS-ATRASO      PIC 9(3).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       FD LFRUNLOG.
       01 RUNLOG-RECORD            PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-PLN             PIC XX.
       01  ST-FILE-PCU             PIC XX.
       01  ST-FILE-PRM             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  ST-FILE-LOG             PIC XX.
       01  FIN-PLANES              PIC X VALUE "N".
       01  FIN-CUOTAS              PIC X.
       01  HUBO-ERROR              PIC 9 VALUE 0.
       01  W-FECHA-HOY             PIC 9(8).
       01  W-JULIANO-HOY           PIC 9(7).
       01  W-JULIANO-VTO           PIC 9(7).
       01  W-DIAS-ATRASO           PIC 9(3) VALUE 30.
       01  W-DIAS-VENCIDO          PIC S9(7).
      *
      *    CUOTA IMPAGA MAS VIEJA Y ACUMULADOS DE LAS VENCIDAS DEL
      *    PLAN EN CURSO
       01  W-PRIMERA-NRO           PIC 9(3).
       01  W-PRIMERA-VTO           PIC 9(8).
       01  W-CANT-VENCIDAS         PIC 9(3).
       01  W-IMPORTE-VENCIDO       PIC 9(10)V9(2).
      *
       01  W-CANT-ACTIVOS          PIC 9(6) VALUE 0.
       01  W-CANT-CAIDOS           PIC 9(6) VALUE 0.
       01  W-TOTAL-VENCIDO         PIC 9(12)V9(2) VALUE 0.
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
               "PLANES DE PAGO CAIDOS - ".
           03  L-ENC-FECHA     PIC 9(8).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(30) VALUE
               "CUOTA IMPAGA CON MAS DE ".
           03  L-ENC-DIAS      PIC ZZ9.
           03  FILLER          PIC X(15) VALUE " DIAS DE ATRASO".
       01  L-ENCABEZADO3.
           03  FILLER          PIC X(22) VALUE "DEUDOR".
           03  FILLER          PIC X(32) VALUE "APELLIDO Y NOMBRE".
           03  FILLER          PIC X(7)  VALUE "CUOTA".
           03  FILLER          PIC X(10) VALUE "VENCIM.".
           03  FILLER          PIC X(8)  VALUE "DIAS".
           03  FILLER          PIC X(7)  VALUE "VENC.".
           03  FILLER          PIC X(14) VALUE "IMPAGO".
           03  FILLER          PIC X(14) VALUE "SALDO DEUDOR".
       01  L-DETALLE.
           03  L-DET-DEU-ID    PIC Z(19)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-NOMBRE    PIC X(30).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-CUOTA     PIC ZZ9.
           03  FILLER          PIC X(4)  VALUE SPACES.
           03  L-DET-VTO       PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-DIAS      PIC ZZZZZ9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-VENCIDAS  PIC ZZ9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-IMPAGO    PIC Z(9)9,99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-SALDO     PIC Z(9)9,99.
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(25).
           03  L-CTL-VALOR     PIC ZZZ.ZZ9.
       01  L-CONTROL-IMPORTE.
           03  FILLER          PIC X(25) VALUE "TOTAL IMPAGO VENCIDO:".
           03  L-CTL-IMPORTE   PIC Z(11)9,99.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM VERIFICO-YA-CORRIDO THRU F-VERIFICO-YA-CORRIDO.
           IF STEP-ALREADY-DONE
              DISPLAY "RPTDEB04 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           PERFORM INICIALIZACION.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN-PLANES = "S".
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
           IF WS-RUNLOG-PROGRAM = "RPTDEB04"
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
           PERFORM LEO-PARAMETROS.
           OPEN INPUT DEUDORES.
           OPEN INPUT PLANCUO.
           OPEN INPUT PLANPAG.
           IF ST-FILE-PLN > "07"
              DISPLAY "ERROR AL ABRIR PLANPAG " ST-FILE-PLN
              MOVE "RPTDEB04"       TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "PLANPAG"        TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PLN      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-PLANES
              MOVE 1   TO HUBO-ERROR
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE W-FECHA-HOY   TO L-ENC-FECHA.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO1.
           MOVE W-DIAS-ATRASO TO L-ENC-DIAS.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO2.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO3.
           IF FIN-PLANES = "N"
              MOVE LOW-VALUES TO PLN-DEU-ID
              START PLANPAG KEY IS NOT LESS THAN PLN-DEU-ID
                 INVALID KEY MOVE "S" TO FIN-PLANES
              END-START
           END-IF.
      *
       LEO-PARAMETROS.
           OPEN INPUT LFPARM.
           IF ST-FILE-PRM = "00"
              READ LFPARM
                 AT END CONTINUE
                 NOT AT END
                    IF PRM-DIAS-ATRASO IS NUMERIC
                       MOVE PRM-DIAS-ATRASO TO W-DIAS-ATRASO
                    END-IF
              END-READ
              CLOSE LFPARM
           END-IF.
      *
       PROCESO.
           READ PLANPAG NEXT RECORD
              AT END MOVE "S" TO FIN-PLANES
           END-READ.
           IF FIN-PLANES = "S" GO TO F-PROCESO.
           IF NOT PLN-ACTIVO GO TO F-PROCESO.
           ADD 1 TO W-CANT-ACTIVOS.
           PERFORM BUSCO-CUOTAS-VENCIDAS THRU F-BUSCO-CUOTAS-VENCIDAS.
           IF W-PRIMERA-NRO = 0 GO TO F-PROCESO.
           COMPUTE W-JULIANO-VTO =
              FUNCTION INTEGER-OF-DATE(W-PRIMERA-VTO).
           COMPUTE W-DIAS-VENCIDO = W-JULIANO-HOY - W-JULIANO-VTO.
           IF W-DIAS-VENCIDO > W-DIAS-ATRASO
              PERFORM IMPRIME-DETALLE
              ADD 1 TO W-CANT-CAIDOS
              ADD W-IMPORTE-VENCIDO TO W-TOTAL-VENCIDO
           END-IF.
       F-PROCESO.
           EXIT.
      *
      *    RECORRE LAS CUOTAS DEL PLAN: GUARDA LA PRIMERA IMPAGA Y
      *    ACUMULA LO QUE FALTA PAGAR DE LAS YA VENCIDAS
       BUSCO-CUOTAS-VENCIDAS.
           MOVE 0   TO W-PRIMERA-NRO.
           MOVE 0   TO W-PRIMERA-VTO.
           MOVE 0   TO W-CANT-VENCIDAS.
           MOVE 0   TO W-IMPORTE-VENCIDO.
           MOVE "N" TO FIN-CUOTAS.
           MOVE PLN-DEU-ID TO PCU-DEU-ID.
           MOVE 0          TO PCU-NRO.
           START PLANCUO KEY IS NOT LESS THAN PCU-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUOTAS
           END-START.
           PERFORM LEO-UNA-CUOTA THRU F-LEO-UNA-CUOTA
              UNTIL FIN-CUOTAS = "S".
       F-BUSCO-CUOTAS-VENCIDAS.
           EXIT.
      *
       LEO-UNA-CUOTA.
           READ PLANCUO NEXT RECORD
              AT END MOVE "S" TO FIN-CUOTAS
           END-READ.
           IF FIN-CUOTAS = "S" GO TO F-LEO-UNA-CUOTA.
           IF PCU-DEU-ID NOT = PLN-DEU-ID
              MOVE "S" TO FIN-CUOTAS
              GO TO F-LEO-UNA-CUOTA
           END-IF.
           IF PCU-PAGA GO TO F-LEO-UNA-CUOTA.
      *    LAS CUOTAS VAN EN ORDEN DE VENCIMIENTO: LA PRIMERA QUE
      *    NO VENCIO CIERRA LA BUSQUEDA
           IF PCU-VENCIMIENTO NOT < W-FECHA-HOY
              MOVE "S" TO FIN-CUOTAS
              GO TO F-LEO-UNA-CUOTA
           END-IF.
           IF W-PRIMERA-NRO = 0
              MOVE PCU-NRO         TO W-PRIMERA-NRO
              MOVE PCU-VENCIMIENTO TO W-PRIMERA-VTO
           END-IF.
           ADD 1 TO W-CANT-VENCIDAS.
           COMPUTE W-IMPORTE-VENCIDO =
              W-IMPORTE-VENCIDO + PCU-IMPORTE - PCU-PAGADO.
       F-LEO-UNA-CUOTA.
           EXIT.
      *
       IMPRIME-DETALLE.
           MOVE PLN-DEU-ID TO DEU_ID.
           READ DEUDORES
              INVALID KEY
                 MOVE SPACES TO DEU_APELLIDO
                 MOVE "** DEUDOR INEXISTENTE **" TO DEU_NOMBRE
                 MOVE 0      TO DEU_SALDO
           END-READ.
           MOVE PLN-DEU-ID        TO L-DET-DEU-ID.
           MOVE SPACES            TO L-DET-NOMBRE.
           STRING DEU_APELLIDO DELIMITED BY "  "
                  " "          DELIMITED BY SIZE
                  DEU_NOMBRE   DELIMITED BY "  "
                  INTO L-DET-NOMBRE
           END-STRING.
           MOVE W-PRIMERA-NRO     TO L-DET-CUOTA.
           MOVE W-PRIMERA-VTO     TO L-DET-VTO.
           MOVE W-DIAS-VENCIDO    TO L-DET-DIAS.
           MOVE W-CANT-VENCIDAS   TO L-DET-VENCIDAS.
           MOVE W-IMPORTE-VENCIDO TO L-DET-IMPAGO.
           MOVE DEU_SALDO         TO L-DET-SALDO.
           WRITE LINEA-LISTADO FROM L-DETALLE.
      *
       GRABO-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "RPTDEB04" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE W-CANT-ACTIVOS TO WS-RUNLOG-CNT1.
           MOVE W-CANT-CAIDOS  TO WS-RUNLOG-CNT2.
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF ST-FILE-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.
      *
       TERMINAR.
           MOVE "PLANES ACTIVOS:"   TO L-CTL-ROTULO.
           MOVE W-CANT-ACTIVOS      TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "PLANES CAIDOS:"    TO L-CTL-ROTULO.
           MOVE W-CANT-CAIDOS       TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE W-TOTAL-VENCIDO     TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           DISPLAY "RPTDEB04 PLANES ACTIVOS   : " W-CANT-ACTIVOS.
           DISPLAY "RPTDEB04 PLANES CAIDOS    : " W-CANT-CAIDOS.
      *    UNA CORRIDA ABORTADA NO DEBE MARCARSE COMPLETA
           IF HUBO-ERROR = 0
              PERFORM GRABO-RUNLOG
           END-IF.
           CLOSE DEUDORES.
           CLOSE PLANPAG.
           CLOSE PLANCUO.
           CLOSE LISTADO.
           MOVE "RPTDEB04"       TO RPTARC-PROGRAM.
           MOVE "PLANES DE PAGO CAIDOS"
              TO RPTARC-TITLE.
           MOVE "./rptdeb04.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "M"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM RPTDEB04.
