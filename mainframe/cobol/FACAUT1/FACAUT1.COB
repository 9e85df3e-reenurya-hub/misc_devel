       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACAUT1.
      *
      *    PEDIDO DE AUTORIZACION ELECTRONICA DE FACTURAS
      *    PASO NOCTURNO (NIGHTRUN / JOBSTEPS.DAT): RECORRE
      *    FACTURAS.DAT Y ARMA EL ARCHIVO DE PEDIDO FACAUT.REQ PARA
      *    EL ORGANISMO FISCAL CON CADA FACTURA PENDIENTE DE
      *    AUTORIZACION (FAC-AUT-PENDIENTE, LAS QUE DEJA FACTCLI1) Y
      *    CON LAS YA ENVIADAS QUE TODAVIA NO TIENEN RESPUESTA, QUE
      *    SE REENVIAN. EL ARCHIVO VA ENMARCADO COMO EL DE BNKPAY1:
      *    CABECERA "H", UN DETALLE "D" POR FACTURA CON SU NETO, IVA
      *    Y TOTAL, Y COLA "T" CON LA CANTIDAD Y EL TOTAL DE CONTROL.
      *    CADA FACTURA ENVIADA QUEDA FAC-AUT-ENVIADA HASTA QUE
      *    FACAUT2 PROCESE LA RESPUESTA (FACAUT.RSP). IMPRIME LO
      *    ENVIADO EN FACAUT1.LST Y RESPETA/ESCRIBE SU MARCA DE
      *    COMPLETADO EN NIGHTLY.LOG COMO LOS DEMAS PASOS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FILE-FAC.
           SELECT PEDIDO ASSIGN TO "./facaut.req"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-REQ.
           SELECT LISTADO ASSIGN TO "./facaut1.lst"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LST.
           SELECT LFRUNLOG ASSIGN TO "NIGHTLY.LOG"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LOG.
       DATA DIVISION.
       FILE SECTION.
      *    FACTURAS.DAT, MISMO LAYOUT QUE FACTCLI1
       FD FACTURAS.
       01 REG-FACTURAS.
           03  FAC-NUMERO          PIC 9(7).
           03  FAC-FECHA           PIC 9(8).
           03  FAC-HORA            PIC 9(8).
           03  FAC-ID-CLIENTE      PIC 9(7).
           03  FAC-CANT-ITEMS      PIC 9(2).
           03  FAC-TOTAL           PIC S9(9)V9(3).
           03  FAC-ESTADO          PIC X.
              88  FAC-EMITIDA      VALUE "E".
              88  FAC-ANULADA      VALUE "A".
              88  FAC-ACRED-PARCIAL VALUE "P".
           03  FAC-IMPORTE-ACREDITADO PIC S9(9)V9(3).
           03  FAC-CATEGORIA       PIC X.
           03  FAC-TASA            PIC 9(2)V9(2).
           03  FAC-NETO            PIC S9(9)V9(3).
           03  FAC-IVA             PIC S9(9)V9(3).
           03  FAC-AUT-ESTADO      PIC X.
              88  FAC-SIN-REGIMEN  VALUE " ".
              88  FAC-AUT-PENDIENTE VALUE "P".
              88  FAC-AUT-ENVIADA  VALUE "S".
              88  FAC-AUTORIZADA   VALUE "A".
              88  FAC-AUT-RECHAZADA VALUE "R".
           03  FAC-CAE             PIC 9(14).
           03  FAC-CAE-VTO         PIC 9(8).
           03  FAC-FECHA-AUT       PIC 9(8).
           03  FAC-MOTIVO-RECHAZO  PIC X(40).
           03  FILLER              PIC X(50).
      *
      *    EL PEDIDO AL ORGANISMO FISCAL: CABECERA, DETALLES, COLA
       FD PEDIDO.
       01 REG-PEDIDO               PIC X(80).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       FD LFRUNLOG.
       01 RUNLOG-RECORD            PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-FAC             PIC XX.
       01  ST-FILE-REQ             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  ST-FILE-LOG             PIC XX.
       01  FIN-FACTURAS            PIC X VALUE "N".
       01  HUBO-ERROR              PIC 9 VALUE 0.
       01  W-FECHA-HOY             PIC 9(8).
       01  MAX-REINTENTOS          PIC 99 VALUE 5.
       01  REINTENTOS-REGRABO      PIC 99 VALUE 0.
       01  W-SEGUNDOS-ESPERA       PIC 9  VALUE 1.
      *
       01  W-CANT-LEIDAS           PIC 9(6) VALUE 0.
       01  W-CANT-ENVIADAS         PIC 9(6) VALUE 0.
       01  W-CANT-REENVIADAS       PIC 9(6) VALUE 0.
       01  W-TOTAL-ENVIADO         PIC 9(11)V9(3) VALUE 0.
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
      *    LAYOUTS DEL PEDIDO - CABECERA / DETALLE / COLA
       01  REQ-CABECERA.
           03  REQ-H-TIPO          PIC X     VALUE "H".
           03  REQ-H-ARCHIVO       PIC X(8)  VALUE "FACAUT1".
           03  REQ-H-FECHA         PIC 9(8).
           03  REQ-H-HORA          PIC 9(8).
           03  FILLER              PIC X(55) VALUE SPACES.
       01  REQ-DETALLE.
           03  REQ-D-TIPO          PIC X     VALUE "D".
           03  REQ-D-FAC-NUMERO    PIC 9(7).
           03  REQ-D-FECHA         PIC 9(8).
           03  REQ-D-CLI-ID        PIC 9(7).
           03  REQ-D-CATEGORIA     PIC X.
           03  REQ-D-TASA          PIC 9(2)V9(2).
           03  REQ-D-NETO          PIC 9(9)V9(3).
           03  REQ-D-IVA           PIC 9(9)V9(3).
           03  REQ-D-TOTAL         PIC 9(9)V9(3).
           03  FILLER              PIC X(16) VALUE SPACES.
       01  REQ-COLA.
           03  REQ-T-TIPO          PIC X     VALUE "T".
           03  REQ-T-CANTIDAD      PIC 9(6).
           03  REQ-T-TOTAL         PIC 9(11)V9(3).
           03  FILLER              PIC X(59) VALUE SPACES.
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(42) VALUE
               "PEDIDO DE AUTORIZACION DE FACTURAS - ".
           03  L-ENC-FECHA     PIC 9(8).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(10) VALUE "FACTURA".
           03  FILLER          PIC X(10) VALUE "FECHA".
           03  FILLER          PIC X(10) VALUE "CLIENTE".
           03  FILLER          PIC X(7)  VALUE "TASA %".
           03  FILLER          PIC X(14) VALUE "NETO".
           03  FILLER          PIC X(14) VALUE "IVA".
           03  FILLER          PIC X(14) VALUE "TOTAL".
       01  L-DETALLE.
           03  L-DET-FACTURA   PIC Z(6)9.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-FECHA     PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-CLIENTE   PIC Z(6)9.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-TASA      PIC Z9,99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-NETO      PIC Z(8)9,999.
           03  L-DET-IVA       PIC Z(8)9,999.
           03  L-DET-TOTAL     PIC Z(8)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-NOTA      PIC X(10).
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(25).
           03  L-CTL-VALOR     PIC ZZZ.ZZ9.
       01  L-CONTROL-IMPORTE.
           03  FILLER          PIC X(25) VALUE "TOTAL ENVIADO:".
           03  L-CTL-IMPORTE   PIC Z(10)9,999.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM VERIFICO-YA-CORRIDO THRU F-VERIFICO-YA-CORRIDO.
           IF STEP-ALREADY-DONE
              DISPLAY "FACAUT1 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           PERFORM INICIALIZACION.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN-FACTURAS = "S".
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
           IF WS-RUNLOG-PROGRAM = "FACAUT1"
              AND WS-RUNLOG-STATUS = "COMPLETE"
              SET STEP-ALREADY-DONE TO TRUE
           END-IF.
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.
      *
       INICIALIZACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR AL ABRIR FACTURAS " ST-FILE-FAC
              MOVE "FACAUT1"        TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "FACTURAS"       TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-FAC      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-FACTURAS
              MOVE 1   TO HUBO-ERROR
           END-IF.
           OPEN OUTPUT PEDIDO.
           IF ST-FILE-REQ > "07"
              DISPLAY "ERROR AL CREAR FACAUT.REQ " ST-FILE-REQ
              MOVE "FACAUT1"        TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "FACAUTRQ"       TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-REQ      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-FACTURAS
              MOVE 1   TO HUBO-ERROR
           END-IF.
           MOVE W-FECHA-HOY TO REQ-H-FECHA.
           ACCEPT REQ-H-HORA FROM TIME.
           WRITE REG-PEDIDO FROM REQ-CABECERA.
           OPEN OUTPUT LISTADO.
           MOVE W-FECHA-HOY    TO L-ENC-FECHA.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO1.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO2.
           IF FIN-FACTURAS = "N"
              MOVE 0 TO FAC-NUMERO
              START FACTURAS KEY IS NOT LESS THAN FAC-NUMERO
                 INVALID KEY MOVE "S" TO FIN-FACTURAS
              END-START
           END-IF.
      *
       PROCESO.
           READ FACTURAS NEXT RECORD
              AT END MOVE "S" TO FIN-FACTURAS
           END-READ.
           IF FIN-FACTURAS = "S" GO TO F-PROCESO.
           ADD 1 TO W-CANT-LEIDAS.
           IF FAC-AUT-PENDIENTE OR FAC-AUT-ENVIADA
              PERFORM ENVIO-FACTURA THRU F-ENVIO-FACTURA
           END-IF.
       F-PROCESO.
           EXIT.
      *
      *    LA FACTURA SE MARCA ENVIADA CON REINTENTO SOBRE REGISTRO
      *    BLOQUEADO; RECIEN MARCADA SE ESCRIBE EN EL PEDIDO, ASI UNA
      *    FACTURA QUE NO SE PUDO MARCAR VUELVE A SALIR MANIANA
       ENVIO-FACTURA.
           MOVE SPACES TO L-DET-NOTA.
           IF FAC-AUT-ENVIADA
              MOVE "REENVIO" TO L-DET-NOTA
           END-IF.
           SET FAC-AUT-ENVIADA TO TRUE.
       REGRABO-FACTURA.
           REWRITE REG-FACTURAS.
           IF ST-FILE-FAC = "99"
              ADD 1 TO REINTENTOS-REGRABO
              IF REINTENTOS-REGRABO > MAX-REINTENTOS
                 DISPLAY "FACTURA EN USO, SE SALTEA " FAC-NUMERO
                 MOVE 0 TO REINTENTOS-REGRABO
                 GO TO F-ENVIO-FACTURA
              END-IF
              CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
              GO TO REGRABO-FACTURA
           END-IF.
           MOVE 0 TO REINTENTOS-REGRABO.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR GRABANDO FACTURAS " ST-FILE-FAC
              MOVE "FACAUT1"       TO ERRLOG-PROGRAM
              MOVE "ENVIO-FACTURA" TO ERRLOG-PARAGRAPH
              MOVE "FACTURAS"      TO ERRLOG-FILENAME
              MOVE FAC-NUMERO       TO ERRLOG-KEYVALUE
              MOVE ST-FILE-FAC      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE 1 TO HUBO-ERROR
              GO TO F-ENVIO-FACTURA
           END-IF.
           MOVE FAC-NUMERO     TO REQ-D-FAC-NUMERO.
           MOVE FAC-FECHA      TO REQ-D-FECHA.
           MOVE FAC-ID-CLIENTE TO REQ-D-CLI-ID.
           MOVE FAC-CATEGORIA  TO REQ-D-CATEGORIA.
           MOVE FAC-TASA       TO REQ-D-TASA.
           MOVE FAC-NETO       TO REQ-D-NETO.
           MOVE FAC-IVA        TO REQ-D-IVA.
           MOVE FAC-TOTAL      TO REQ-D-TOTAL.
           WRITE REG-PEDIDO FROM REQ-DETALLE.
           PERFORM IMPRIME-DETALLE.
           IF L-DET-NOTA = SPACES
              ADD 1 TO W-CANT-ENVIADAS
           ELSE
              ADD 1 TO W-CANT-REENVIADAS
           END-IF.
           ADD FAC-TOTAL TO W-TOTAL-ENVIADO.
       F-ENVIO-FACTURA.
           EXIT.
      *
       IMPRIME-DETALLE.
           MOVE FAC-NUMERO     TO L-DET-FACTURA.
           MOVE FAC-FECHA      TO L-DET-FECHA.
           MOVE FAC-ID-CLIENTE TO L-DET-CLIENTE.
           MOVE FAC-TASA       TO L-DET-TASA.
           MOVE FAC-NETO       TO L-DET-NETO.
           MOVE FAC-IVA        TO L-DET-IVA.
           MOVE FAC-TOTAL      TO L-DET-TOTAL.
           WRITE LINEA-LISTADO FROM L-DETALLE.
      *
       GRABO-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "FACAUT1" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE W-CANT-LEIDAS   TO WS-RUNLOG-CNT1.
           COMPUTE WS-RUNLOG-CNT2 =
              W-CANT-ENVIADAS + W-CANT-REENVIADAS.
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF ST-FILE-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.
      *
       TERMINAR.
           COMPUTE REQ-T-CANTIDAD =
              W-CANT-ENVIADAS + W-CANT-REENVIADAS.
           MOVE W-TOTAL-ENVIADO TO REQ-T-TOTAL.
           WRITE REG-PEDIDO FROM REQ-COLA.
           MOVE "FACTURAS LEIDAS:"    TO L-CTL-ROTULO.
           MOVE W-CANT-LEIDAS         TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "ENVIADAS:"           TO L-CTL-ROTULO.
           MOVE W-CANT-ENVIADAS       TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "REENVIADAS SIN RESPUESTA:" TO L-CTL-ROTULO.
           MOVE W-CANT-REENVIADAS     TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE W-TOTAL-ENVIADO       TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           DISPLAY "FACAUT1 FACTURAS LEIDAS : " W-CANT-LEIDAS.
           DISPLAY "FACAUT1 ENVIADAS        : " W-CANT-ENVIADAS.
           DISPLAY "FACAUT1 REENVIADAS      : " W-CANT-REENVIADAS.
      *    UNA CORRIDA ABORTADA NO DEBE MARCARSE COMPLETA
           IF HUBO-ERROR = 0
              PERFORM GRABO-RUNLOG
           END-IF.
           CLOSE FACTURAS.
           CLOSE PEDIDO.
           CLOSE LISTADO.
           MOVE "FACAUT1"       TO RPTARC-PROGRAM.
           MOVE "PEDIDO DE AUTORIZACION DE FACTURAS"
              TO RPTARC-TITLE.
           MOVE "./facaut1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SPACES          TO RPTARC-OPERATOR.
           MOVE "M"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM FACAUT1.
