      *    VENCIDA, Y LA VENTANA QUEDA SENIALADA EN NIGHTLY.LOG CON
      *    UNA LINEA "RATEWARN" EN VEZ DE USAR LA TASA VIEJA EN
      *    SILENCIO.
      *    LA CORRIDA VA EN DOS TIEMPOS. SIN PREVIEW PENDIENTE (O CON
      *    EL ULTIMO YA ASENTADO, RECHAZADO O VENCIDO) ES UN PREVIEW:
      *    IMPRIME EL MISMO DETALLE Y LOS MISMOS RESULTADOS PERO NO
      *    TOCA CLIENTES NI CLIMOV, DEJA LAS REVALUACIONES PROPUESTAS
      *    EN REVPEND.DAT Y EN PRECORR.DAT EL CONTROL CON LA FOTO DE
      *    CLIENTES (CANTIDAD, SUMA DE SALDOS EN PESOS Y EN MONEDA
      *    EXTRANJERA), Y ANOTA "PREVIEW" EN NIGHTLY.LOG EN LUGAR DE
      *    LA MARCA DE COMPLETADO. EL PREVIEW LO APRUEBA O RECHAZA UN
      *    SUPERVISOR EN APRCOR1; MIENTRAS ESPERA, LA CORRIDA NO HACE
      *    NADA. APROBADO, LA CORRIDA SIGUIENTE ASIENTA EXACTAMENTE
      *    LAS REVALUACIONES DE REVPEND.DAT (CON LA COTIZACION DEL
      *    PREVIEW), SALVO QUE CLIENTES HAYA CAMBIADO DESDE EL
      *    PREVIEW: ENTONCES NO ASIENTA NADA, DEJA EL PREVIEW VENCIDO
      *    Y ANOTA "STALE" EN NIGHTLY.LOG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LFPARM ASSIGN TO "REVALME1.PRM"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-PRM.
           SELECT OPTIONAL PRECORR ASSIGN TO "./precorr.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PRC-PROGRAMA
           STATUS ST-FILE-PRC.
           SELECT PENDIENTE ASSIGN TO "./revpend.dat"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-PND.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
      *    UNA LINEA: MAXIMO DE DIAS DE ANTIGUEDAD DE LA COTIZACION
       FD LFPARM.
       01 PARM-RECORD              PIC 9(3).
      *
      *    CONTROL DE LAS CORRIDAS CON PREVIEW (INTDEU1 Y REVALME1):
      *    UN REGISTRO POR PROGRAMA CON EL ESTADO DEL ULTIMO PREVIEW
      *    Y LA FOTO DEL MAESTRO AL TOMARLO (VER APRCOR1)
       FD PRECORR.
       01 REG-PRECORR.
           03  PRC-PROGRAMA          PIC X(8).
           03  PRC-ESTADO            PIC X.
              88  PRC-PENDIENTE      VALUE "P".
              88  PRC-APROBADO       VALUE "A".
              88  PRC-RECHAZADO      VALUE "R".
              88  PRC-VENCIDO        VALUE "V".
              88  PRC-APLICADO       VALUE "C".
           03  PRC-FECHA-PREVIEW     PIC 9(8).
           03  PRC-HORA-PREVIEW      PIC 9(8).
           03  PRC-CANT-LEIDOS       PIC 9(6).
           03  PRC-CANT-PROPUESTOS   PIC 9(6).
           03  PRC-TOTAL             PIC S9(12)V9(3).
           03  PRC-CTL-CANTIDAD      PIC 9(8).
           03  PRC-CTL-SALDOS        PIC S9(14)V9(3).
           03  PRC-CTL-SALDOS-ME     PIC S9(14)V9(3).
           03  PRC-FECHA-RESOLUCION  PIC 9(8).
           03  PRC-OPERADOR-RESUELVE PIC X(8).
           03  PRC-FECHA-APLICADO    PIC 9(8).
           03  FILLER                PIC X(30).
      *
      *    UNA REVALUACION PROPUESTA POR LINEA, TAL COMO SALIO DEL
      *    PREVIEW
       FD PENDIENTE.
       01 REG-PENDIENTE.
           03  PND-CLI-ID            PIC 9(7).
           03  PND-MONEDA            PIC X(3).
           03  PND-SALDO-ME          PIC S9(7)V9(3).
           03  PND-SALDO-ANTERIOR    PIC S9(7)V9(3).
           03  PND-TASA              PIC 9(7)V9(4).
           03  PND-SALDO-NUEVO       PIC S9(7)V9(3).
           03  PND-DIFERENCIA        PIC S9(7)V9(3).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  TOTAL-ARS-CONSOLIDADO   PIC S9(11)V9(3) VALUE 0.
       01  RESULT-USD              PIC S9(9)V9(3) VALUE 0.
       01  RESULT-EUR              PIC S9(9)V9(3) VALUE 0.
      *
      *    MODO DE LA CORRIDA SEGUN EL CONTROL EN PRECORR.DAT
       01  ST-FILE-PRC             PIC XX.
       01  ST-FILE-PND             PIC XX.
       01  W-MODO                  PIC X VALUE "P".
           88  MODO-PREVIEW        VALUE "P".
           88  MODO-ASIENTO        VALUE "A".
           88  MODO-RETENIDO       VALUE "R".
       01  EXISTE-CONTROL          PIC X.
       01  FIN-PENDIENTE           PIC X VALUE "N".
       01  MAESTRO-CAMBIADO        PIC X VALUE "N".
       01  W-CTL-CANTIDAD          PIC 9(8) VALUE 0.
       01  W-CTL-SALDOS            PIC S9(14)V9(3) VALUE 0.
       01  W-CTL-SALDOS-ME         PIC S9(14)V9(3) VALUE 0.
       01  W-VER-CANTIDAD          PIC 9(8).
       01  W-VER-SALDOS            PIC S9(14)V9(3).
       01  W-VER-SALDOS-ME         PIC S9(14)V9(3).
       01  W-ESTADO-RUNLOG         PIC X(8).
      *
       01  WS-LOG-EOF-SW           PIC X(1) VALUE "N".
           88  LOG-EOF             VALUE "Y".
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
      *    ONE LINE PER COMPLETED STEP IN NIGHTLY.LOG
       01  WS-RUNLOG-REC.
           03  FILLER          PIC X(45) VALUE
               "REVALUACION DE SALDOS EN MONEDA EXTRANJERA".
           03  L-ENC-FECHA     PIC 9(8).
           03  L-ENC-MODO      PIC X(40).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(10) VALUE "ID CLIENTE".
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  FILLER          PIC X(31) VALUE
               "TOTAL CONSOLIDADO EN ARS:      ".
           03  L-TOT-VALOR     PIC -(11)9,999.
       01  L-VENCIDO.
           03  FILLER          PIC X(30) VALUE
               "** CLIENTES CAMBIO DESDE EL ".
           03  FILLER          PIC X(30) VALUE
               "PREVIEW - NO SE ASENTO NADA **".
      *
       PROCEDURE DIVISION.
       MAIN.
              DISPLAY "REVALME1 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           PERFORM LEO-CONTROL THRU F-LEO-CONTROL.
           IF MODO-RETENIDO
              DISPLAY "REVALME1 PREVIEW DEL " PRC-FECHA-PREVIEW
                      " PENDIENTE DE APROBACION - NO SE ASIENTA"
              CLOSE PRECORR
              STOP RUN
           END-IF.
           PERFORM INICIALIZACION.
           IF MODO-PREVIEW
              PERFORM PROCESO THRU F-PROCESO UNTIL FIN-CLIENTES = "S"
           ELSE
              PERFORM ASIENTO-PREVIEW THRU F-ASIENTO-PREVIEW
           END-IF.
           PERFORM TERMINAR.
           STOP RUN.
      *
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.
      *
      *    SIN CONTROL, O CON EL ULTIMO PREVIEW YA ASENTADO, RECHAZADO
      *    O VENCIDO, SE TOMA UN PREVIEW NUEVO; UN PREVIEW PENDIENTE
      *    RETIENE LA CORRIDA Y UNO APROBADO SE ASIENTA
       LEO-CONTROL.
           OPEN I-O PRECORR.
           IF ST-FILE-PRC = "35"
              OPEN OUTPUT PRECORR
              CLOSE PRECORR
              OPEN I-O PRECORR
           END-IF.
           MOVE "P" TO W-MODO.
           MOVE "S" TO EXISTE-CONTROL.
           MOVE "REVALME1" TO PRC-PROGRAMA.
           READ PRECORR INVALID KEY MOVE "N" TO EXISTE-CONTROL.
           IF EXISTE-CONTROL = "N" GO TO F-LEO-CONTROL.
           IF PRC-PENDIENTE
              MOVE "R" TO W-MODO
           END-IF.
           IF PRC-APROBADO
              MOVE "A" TO W-MODO
           END-IF.
       F-LEO-CONTROL.
           EXIT.
      *
       INICIALIZACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE W-JULIANO-HOY =
              FUNCTION INTEGER-OF-DATE(W-FECHA-HOY).
           PERFORM LEO-PARAMETRO.
      *    EL PREVIEW NO TOCA CLIENTES NI CLIMOV
           IF MODO-PREVIEW
              OPEN INPUT CLIENTES
           ELSE
              OPEN I-O CLIENTES
           END-IF.
           IF ST-FILE > "07"
              DISPLAY "ERROR AL ABRIR CLIENTES " ST-FILE
              MOVE "REVALME1"       TO ERRLOG-PROGRAM
              MOVE 1   TO HUBO-ERROR
           END-IF.
           OPEN INPUT COTIZ.
           IF MODO-PREVIEW
              OPEN INPUT CLIMOV
           ELSE
              OPEN I-O CLIMOV
              IF ST-FILE-MOV = "35"
                 OPEN OUTPUT CLIMOV
                 CLOSE CLIMOV
                 OPEN I-O CLIMOV
              END-IF
           END-IF.
           IF MODO-PREVIEW
              OPEN OUTPUT PENDIENTE
           ELSE
              OPEN INPUT PENDIENTE
           END-IF.
           IF ST-FILE-PND > "07"
              DISPLAY "ERROR AL ABRIR REVPEND " ST-FILE-PND
              MOVE "REVALME1"       TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "REVPEND"        TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PND      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-CLIENTES
              MOVE 1   TO HUBO-ERROR
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE W-FECHA-HOY TO L-ENC-FECHA.
           IF MODO-PREVIEW
              MOVE "  ** PREVIEW - NO ASENTADO **" TO L-ENC-MODO
           ELSE
              MOVE SPACES TO L-ENC-MODO
              STRING "  ASIENTA EL PREVIEW DEL " PRC-FECHA-PREVIEW
                     DELIMITED BY SIZE INTO L-ENC-MODO
           END-IF.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO1.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO2.
           IF FIN-CLIENTES = "N"
           READ CLIENTES NEXT RECORD
              AT END MOVE "S" TO FIN-CLIENTES
           END-READ.
           IF FIN-CLIENTES = "N"
              ADD 1 TO W-CTL-CANTIDAD
              ADD CLI_SALDO TO W-CTL-SALDOS
              IF CLI_SALDO_ME IS NUMERIC
                 ADD CLI_SALDO_ME TO W-CTL-SALDOS-ME
              END-IF
           END-IF.
           IF FIN-CLIENTES = "N" AND CLI-ACTIVO
              ADD 1 TO W-CANT-LEIDOS
              IF MONEDA-PESOS
           COMPUTE W-SALDO-NUEVO ROUNDED =
              CLI_SALDO_ME * COT-TASA.
           COMPUTE W-DIFERENCIA = W-SALDO-NUEVO - CLI_SALDO.
      *    EL PREVIEW DEJA LA REVALUACION PROPUESTA EN REVPEND.DAT
      *    CON LOS SALDOS SOBRE LOS QUE SE CALCULO; EL SALDO NUEVO
      *    SOLO SE IMPRIME
           MOVE CLI_ID        TO PND-CLI-ID.
           MOVE CLI_MONEDA    TO PND-MONEDA.
           MOVE CLI_SALDO_ME  TO PND-SALDO-ME.
           MOVE CLI_SALDO     TO PND-SALDO-ANTERIOR.
           MOVE COT-TASA      TO PND-TASA.
           MOVE W-SALDO-NUEVO TO PND-SALDO-NUEVO.
           MOVE W-DIFERENCIA  TO PND-DIFERENCIA.
           WRITE REG-PENDIENTE.
           MOVE W-SALDO-NUEVO TO CLI_SALDO.
           ADD 1 TO W-CANT-REVALUADOS.
           ADD W-SALDO-NUEVO TO TOTAL-ARS-CONSOLIDADO.
           PERFORM SUMO-RESULTADO.
           PERFORM IMPRIME-DETALLE.
       F-REVALUO-CLIENTE.
           EXIT.
      *
       SUMO-RESULTADO.
           IF MONEDA-DOLAR
              ADD W-DIFERENCIA TO RESULT-USD
           ELSE
              ADD W-DIFERENCIA TO RESULT-EUR
           END-IF.
      *
      *    ASIENTO DEL PREVIEW APROBADO. ANTES DE TOCAR NADA SE
      *    VERIFICA QUE CLIENTES SIGA COMO EN EL PREVIEW; SI CAMBIO,
      *    EL PREVIEW QUEDA VENCIDO Y HAY QUE TOMAR OTRO. EL CONTROL
      *    SE MARCA ASENTADO ANTES DE EMPEZAR: UNA CORRIDA CORTADA A
      *    MITAD NO DEBE VOLVER A ASENTAR EL MISMO PREVIEW. EL TOTAL
      *    CONSOLIDADO ES EL DEL PREVIEW, QUE CON CLIENTES SIN CAMBIOS
      *    ES EL MISMO
       ASIENTO-PREVIEW.
           IF HUBO-ERROR = 1 GO TO F-ASIENTO-PREVIEW.
           PERFORM VERIFICO-MAESTRO THRU F-VERIFICO-MAESTRO.
           IF MAESTRO-CAMBIADO = "S"
              DISPLAY "REVALME1 CLIENTES CAMBIO DESDE EL PREVIEW DEL "
                      PRC-FECHA-PREVIEW " - NO SE ASIENTA"
              SET PRC-VENCIDO TO TRUE
              PERFORM REGRABO-CONTROL
              WRITE LINEA-LISTADO FROM L-VENCIDO
              GO TO F-ASIENTO-PREVIEW
           END-IF.
           SET PRC-APLICADO TO TRUE.
           MOVE W-FECHA-HOY TO PRC-FECHA-APLICADO.
           PERFORM REGRABO-CONTROL.
           MOVE PRC-CANT-LEIDOS TO W-CANT-LEIDOS.
           MOVE PRC-TOTAL       TO TOTAL-ARS-CONSOLIDADO.
           MOVE "N" TO FIN-PENDIENTE.
           PERFORM ASIENTO-UNA-REVALUACION
              THRU F-ASIENTO-UNA-REVALUACION
              UNTIL FIN-PENDIENTE = "S".
       F-ASIENTO-PREVIEW.
           EXIT.
      *
      *    LA CANTIDAD DE CLIENTES Y LAS SUMAS DE SUS SALDOS TIENEN
      *    QUE SER LAS DEL PREVIEW, Y CADA CLIENTE PROPUESTO TIENE
      *    QUE SEGUIR ACTIVO, EN LA MISMA MONEDA Y CON LOS MISMOS
      *    SALDOS
       VERIFICO-MAESTRO.
           MOVE "N" TO MAESTRO-CAMBIADO.
           MOVE 0   TO W-VER-CANTIDAD.
           MOVE 0   TO W-VER-SALDOS.
           MOVE 0   TO W-VER-SALDOS-ME.
           MOVE "N" TO FIN-CLIENTES.
           MOVE LOW-VALUES TO ID_CLIENTE.
           START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
              INVALID KEY MOVE "S" TO FIN-CLIENTES
           END-START.
           PERFORM SUMO-UN-CLIENTE UNTIL FIN-CLIENTES = "S".
           IF W-VER-CANTIDAD  NOT = PRC-CTL-CANTIDAD
              OR W-VER-SALDOS    NOT = PRC-CTL-SALDOS
              OR W-VER-SALDOS-ME NOT = PRC-CTL-SALDOS-ME
              MOVE "S" TO MAESTRO-CAMBIADO
              GO TO F-VERIFICO-MAESTRO
           END-IF.
           MOVE "N" TO FIN-PENDIENTE.
           PERFORM VERIFICO-UNA-REVALUACION
              THRU F-VERIFICO-UNA-REVALUACION
              UNTIL FIN-PENDIENTE = "S".
           CLOSE PENDIENTE.
           OPEN INPUT PENDIENTE.
       F-VERIFICO-MAESTRO.
           EXIT.
      *
       SUMO-UN-CLIENTE.
           READ CLIENTES NEXT RECORD
              AT END MOVE "S" TO FIN-CLIENTES
           END-READ.
           IF FIN-CLIENTES = "N"
              ADD 1 TO W-VER-CANTIDAD
              ADD CLI_SALDO TO W-VER-SALDOS
              IF CLI_SALDO_ME IS NUMERIC
                 ADD CLI_SALDO_ME TO W-VER-SALDOS-ME
              END-IF
           END-IF.
      *
       VERIFICO-UNA-REVALUACION.
           READ PENDIENTE
              AT END MOVE "S" TO FIN-PENDIENTE
           END-READ.
           IF FIN-PENDIENTE = "S" GO TO F-VERIFICO-UNA-REVALUACION.
           MOVE PND-CLI-ID TO CLI_ID.
           READ CLIENTES
              INVALID KEY MOVE "S" TO MAESTRO-CAMBIADO
              NOT INVALID KEY
                 IF NOT CLI-ACTIVO
                    OR CLI_MONEDA   NOT = PND-MONEDA
                    OR CLI_SALDO    NOT = PND-SALDO-ANTERIOR
                    OR CLI_SALDO_ME NOT = PND-SALDO-ME
                    MOVE "S" TO MAESTRO-CAMBIADO
                 END-IF
           END-READ.
           IF MAESTRO-CAMBIADO = "S"
              MOVE "S" TO FIN-PENDIENTE
           END-IF.
       F-VERIFICO-UNA-REVALUACION.
           EXIT.
      *
       ASIENTO-UNA-REVALUACION.
           READ PENDIENTE
              AT END MOVE "S" TO FIN-PENDIENTE
           END-READ.
           IF FIN-PENDIENTE = "S" GO TO F-ASIENTO-UNA-REVALUACION.
           MOVE PND-CLI-ID TO CLI_ID.
           READ CLIENTES INVALID KEY CONTINUE END-READ.
           IF ST-FILE > "07"
              DISPLAY "ERROR AL LEER CLIENTES " ST-FILE
              MOVE "REVALME1"                TO ERRLOG-PROGRAM
              MOVE "ASIENTO-UNA-REVALUACION" TO ERRLOG-PARAGRAPH
              MOVE "CLIENTES"                TO ERRLOG-FILENAME
              MOVE PND-CLI-ID                TO ERRLOG-KEYVALUE
              MOVE ST-FILE                   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE 1 TO HUBO-ERROR
              GO TO F-ASIENTO-UNA-REVALUACION
           END-IF.
           MOVE PND-SALDO-NUEVO TO W-SALDO-NUEVO.
           MOVE PND-DIFERENCIA  TO W-DIFERENCIA.
           MOVE PND-TASA        TO COT-TASA.
           MOVE W-SALDO-NUEVO TO CLI_SALDO.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR AL REGRABAR CLIENTES " ST-FILE
              MOVE "REVALME1"                TO ERRLOG-PROGRAM
              MOVE "ASIENTO-UNA-REVALUACION" TO ERRLOG-PARAGRAPH
              MOVE "CLIENTES"                TO ERRLOG-FILENAME
              MOVE CLI_ID                    TO ERRLOG-KEYVALUE
              MOVE ST-FILE                   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-ASIENTO-UNA-REVALUACION
           END-IF.
           ADD 1 TO W-CANT-REVALUADOS.
           PERFORM SUMO-RESULTADO.
           PERFORM GRABO-MOVIMIENTO-REVALUO
              THRU F-GRABO-MOVIMIENTO-REVALUO.
           PERFORM IMPRIME-DETALLE.
       F-ASIENTO-UNA-REVALUACION.
           EXIT.
      *
       REGRABO-CONTROL.
           REWRITE REG-PRECORR.
           IF ST-FILE-PRC > "07"
              DISPLAY "ERROR AL REGRABAR PRECORR " ST-FILE-PRC
              MOVE "REVALME1"        TO ERRLOG-PROGRAM
              MOVE "REGRABO-CONTROL" TO ERRLOG-PARAGRAPH
              MOVE "PRECORR"         TO ERRLOG-FILENAME
              MOVE PRC-PROGRAMA      TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PRC       TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE 1 TO HUBO-ERROR
           END-IF.
      *
      *    EL PREVIEW DEJA EL CONTROL PENDIENTE DE APROBACION CON LA
      *    FOTO DE CLIENTES TOMADA EN LA MISMA PASADA
       GRABO-CONTROL-PREVIEW.
           MOVE SPACES TO REG-PRECORR.
           MOVE "REVALME1"            TO PRC-PROGRAMA.
           SET PRC-PENDIENTE          TO TRUE.
           MOVE W-FECHA-HOY           TO PRC-FECHA-PREVIEW.
           ACCEPT PRC-HORA-PREVIEW FROM TIME.
           MOVE W-CANT-LEIDOS         TO PRC-CANT-LEIDOS.
           MOVE W-CANT-REVALUADOS     TO PRC-CANT-PROPUESTOS.
           MOVE TOTAL-ARS-CONSOLIDADO TO PRC-TOTAL.
           MOVE W-CTL-CANTIDAD        TO PRC-CTL-CANTIDAD.
           MOVE W-CTL-SALDOS          TO PRC-CTL-SALDOS.
           MOVE W-CTL-SALDOS-ME       TO PRC-CTL-SALDOS-ME.
           MOVE 0                     TO PRC-FECHA-RESOLUCION.
           MOVE 0                     TO PRC-FECHA-APLICADO.
           IF EXISTE-CONTROL = "S"
              PERFORM REGRABO-CONTROL
           ELSE
              WRITE REG-PRECORR
              IF ST-FILE-PRC > "07"
                 DISPLAY "ERROR AL GRABAR PRECORR " ST-FILE-PRC
                 MOVE "REVALME1"              TO ERRLOG-PROGRAM
                 MOVE "GRABO-CONTROL-PREVIEW" TO ERRLOG-PARAGRAPH
                 MOVE "PRECORR"               TO ERRLOG-FILENAME
                 MOVE PRC-PROGRAMA            TO ERRLOG-KEYVALUE
                 MOVE ST-FILE-PRC             TO ERRLOG-STATUS
                 CALL "ERRLOG" USING ERRLOG-PARMS
                 MOVE 1 TO HUBO-ERROR
              END-IF
           END-IF.
      *
      *    SE POSICIONA EN (MONEDA, HOY) Y LEE HACIA ATRAS: LA
      *    PRIMERA COTIZACION DE LA MONEDA NO POSTERIOR AL DIA
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE W-CANT-LEIDOS      TO WS-RUNLOG-CNT1.
           MOVE W-CANT-REVALUADOS  TO WS-RUNLOG-CNT2.
           MOVE W-ESTADO-RUNLOG TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF ST-FILE-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           DISPLAY "REVALME1 CLIENTES LEIDOS    : " W-CANT-LEIDOS.
           DISPLAY "REVALME1 REVALUADOS         : "
                   W-CANT-REVALUADOS.
           IF MODO-PREVIEW
              DISPLAY "REVALME1 SIN COTIZACION     : "
                      W-CANT-SIN-COTIZ
              DISPLAY "REVALME1 COTIZ. VENCIDAS    : "
                      W-CANT-VENCIDAS
           END-IF.
      *    LAS COTIZACIONES VENCIDAS DEJAN LA VENTANA SENIALADA EN
      *    NIGHTLY.LOG PARA QUE EL OPERADOR DE LA MANIANA LAS VEA
           IF W-CANT-VENCIDAS > 0
              PERFORM GRABO-RATEWARN
           END-IF.
           IF MODO-PREVIEW AND HUBO-ERROR = 0
              PERFORM GRABO-CONTROL-PREVIEW
           END-IF.
      *    UN PREVIEW NO SE MARCA COMPLETO: QUEDA "PREVIEW" HASTA QUE
      *    SE ASIENTE, O "STALE" SI CLIENTES CAMBIO ANTES DE ASENTARLO
           EVALUATE TRUE
              WHEN MODO-PREVIEW
                 MOVE "PREVIEW"  TO W-ESTADO-RUNLOG
              WHEN MAESTRO-CAMBIADO = "S"
                 MOVE "STALE"    TO W-ESTADO-RUNLOG
              WHEN OTHER
                 MOVE "COMPLETE" TO W-ESTADO-RUNLOG
           END-EVALUATE.
      *    UNA CORRIDA ABORTADA NO DEBE MARCARSE COMPLETA: EL
      *    REARRANQUE DE LA VENTANA TIENE QUE VOLVER A LANZARLA
           IF HUBO-ERROR = 0
           CLOSE CLIENTES.
           CLOSE COTIZ.
           CLOSE CLIMOV.
           CLOSE PENDIENTE.
           CLOSE PRECORR.
           CLOSE LISTADO.
           MOVE "REVALME1"       TO RPTARC-PROGRAM.
           MOVE "REVALUACION EN MONEDA EXTRANJERA"
              TO RPTARC-TITLE.
           MOVE "./revalme1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "M"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM REVALME1.
