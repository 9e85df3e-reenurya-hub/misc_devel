      *    IMPRIME EL REGISTRO DE INTERESES (INTDEU1.LST) CON LA
      *    BASE Y LA TASA DE CADA CARGO, Y RESPETA/ESCRIBE SU MARCA
      *    DE COMPLETADO EN NIGHTLY.LOG COMO LOS DEMAS PASOS.
      *    UN DEUDOR CON PLAN DE PAGO ACTIVO (PLANPAG.DAT, VER
      *    MNTPLN1) NO GENERA INTERES MIENTRAS EL PLAN ESTE AL DIA,
      *    ES DECIR SIN CUOTAS IMPAGAS VENCIDAS EN PLANCUO.DAT; SE
      *    CUENTAN APARTE EN EL CONTROL DEL LISTADO. UN DEUDOR
      *    CASTIGADO (VER CASDEU2) YA NO GENERA INTERES.
      *    LA CORRIDA VA EN DOS TIEMPOS. SIN PREVIEW PENDIENTE (O CON
      *    EL ULTIMO YA ASENTADO, RECHAZADO O VENCIDO) ES UN PREVIEW:
      *    CALCULA E IMPRIME EL MISMO REGISTRO PERO NO TOCA DEUDORES
      *    NI DEUMOV, DEJA LOS CARGOS PROPUESTOS EN INTPEND.DAT Y EN
      *    PRECORR.DAT EL CONTROL CON LA FOTO DE DEUDORES (CANTIDAD Y
      *    SUMA DE SALDOS), Y ANOTA "PREVIEW" EN NIGHTLY.LOG EN LUGAR
      *    DE LA MARCA DE COMPLETADO. EL PREVIEW LO APRUEBA O RECHAZA
      *    UN SUPERVISOR EN APRCOR1; MIENTRAS ESPERA, LA CORRIDA NO
      *    HACE NADA. APROBADO, LA CORRIDA SIGUIENTE ASIENTA EXACTAMENTE
      *    LOS CARGOS DE INTPEND.DAT, SALVO QUE DEUDORES HAYA CAMBIADO
      *    DESDE EL PREVIEW: ENTONCES NO ASIENTA NADA, DEJA EL PREVIEW
      *    VENCIDO Y ANOTA "STALE" EN NIGHTLY.LOG.
      *    DESPUES DEL CIERRE ANUAL (CIEANU1) EL PRIMER MOVIMIENTO DEL
      *    DEUDOR ES LA APERTURA DEL ANIO ("S"), QUE TRAE LA FECHA
      *    BASE QUE TENIA EL DEUDOR AL TRASPASAR SU JOURNAL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DMOV-CLAVE
                  STATUS ST-FILE-DMOV.
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
           SELECT LFPARM ASSIGN TO "INTDEU1.PRM"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-PRM.
           SELECT LFRUNLOG ASSIGN TO "NIGHTLY.LOG"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LOG.
           SELECT OPTIONAL PRECORR ASSIGN TO "./precorr.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PRC-PROGRAMA
                  STATUS ST-FILE-PRC.
           SELECT PENDIENTE ASSIGN TO "./intpend.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-PND.
       DATA DIVISION.
       FILE SECTION.
       FD DEUDORES.
               05 DEU_CATEGORIA_2  PIC X.
               05 DEU_NOMBRE_2     PIC X(60).
           03 DEU_LIMITE_CREDITO    PIC 9(10)V9(2).
           03 DEU_CASTIGO.
               05 DEU_MARCA_CASTIGO     PIC X.
                  88 DEU_CASTIGADO      VALUE "S".
               05 DEU_FECHA_CASTIGO     PIC 9(8).
               05 DEU_IMPORTE_CASTIGADO PIC 9(10)V9(2).
               05 DEU_IMPORTE_RECUPERADO PIC 9(10)V9(2).
           03 FILLER               PIC X(255).
      *
      *    INDEXADO POR DEUDOR + FECHA + SECUENCIA DESDE LA
      *    CONVERSION CNVMOV1: LA ANTIGUEDAD DE CADA DEUDOR SE LEE
              88 DMOV-AJUSTE       VALUE "A" "J".
              88 DMOV-AJUSTE-SUBA  VALUE "A".
              88 DMOV-AJUSTE-BAJA  VALUE "J".
              88 DMOV-APERTURA     VALUE "S".
           03 DMOV-IMPORTE         PIC 9(10)V9(2).
           03 DMOV-SALDO-DESPUES   PIC 9(10)V9(2).
           03 DMOV-RECIBO          PIC 9(8).
           03 DMOV-SESION          PIC 9(6).
           03 DMOV-LOTE            PIC 9(6).
           03 DMOV-ANULADO         PIC X.
      *       SOLO EN LA APERTURA: FECHA BASE DE LA ANTIGUEDAD
           03 DMOV-FECHA-BASE      PIC 9(8).
           03 FILLER               PIC X(1).
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
      *    UNA LINEA: TASA MENSUAL (99V99, "0300" = 3,00%) + ESPACIO
      *    + PLAZO EN DIAS (999)
      *
       FD LFRUNLOG.
       01 RUNLOG-RECORD            PIC X(80).
      *
      *    CONTROL DE LAS CORRIDAS CON PREVIEW (INTDEU1 Y REVALME1):
      *    UN REGISTRO POR PROGRAMA CON EL ESTADO DEL ULTIMO PREVIEW
      *    Y LA FOTO DEL MAESTRO AL TOMARLO (VER APRCOR1)
       FD PRECORR.
       01 REG-PRECORR.
           03 PRC-PROGRAMA          PIC X(8).
           03 PRC-ESTADO            PIC X.
              88 PRC-PENDIENTE      VALUE "P".
              88 PRC-APROBADO       VALUE "A".
              88 PRC-RECHAZADO      VALUE "R".
              88 PRC-VENCIDO        VALUE "V".
              88 PRC-APLICADO       VALUE "C".
           03 PRC-FECHA-PREVIEW     PIC 9(8).
           03 PRC-HORA-PREVIEW      PIC 9(8).
           03 PRC-CANT-LEIDOS       PIC 9(6).
           03 PRC-CANT-PROPUESTOS   PIC 9(6).
           03 PRC-TOTAL             PIC S9(12)V9(3).
           03 PRC-CTL-CANTIDAD      PIC 9(8).
           03 PRC-CTL-SALDOS        PIC S9(14)V9(3).
           03 PRC-CTL-SALDOS-ME     PIC S9(14)V9(3).
           03 PRC-FECHA-RESOLUCION  PIC 9(8).
           03 PRC-OPERADOR-RESUELVE PIC X(8).
           03 PRC-FECHA-APLICADO    PIC 9(8).
           03 FILLER                PIC X(30).
      *
      *    UN CARGO PROPUESTO POR LINEA, TAL COMO SALIO DEL PREVIEW
       FD PENDIENTE.
       01 REG-PENDIENTE.
           03 PND-DEU-ID           PIC 9(20).
           03 PND-SALDO-BASE       PIC 9(10)V9(2).
           03 PND-TASA             PIC 9(2)V9(2).
           03 PND-DIAS             PIC 9(7).
           03 PND-INTERES          PIC 9(10)V9(2).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-DMOV            PIC XX.
       01  ST-FILE-PRM             PIC XX.
       01  ST-FILE-PLN             PIC XX.
       01  ST-FILE-PCU             PIC XX.
       01  FIN-CUOTAS              PIC X.
       01  W-PLAN-AL-DIA           PIC X.
       01  ST-FILE-LST             PIC XX.
       01  ST-FILE-LOG             PIC XX.
       01  FIN-DEUDORES            PIC X VALUE "N".
       01  MAX-REINTENTOS          PIC 99 VALUE 5.
       01  REINTENTOS-REGRABO      PIC 99 VALUE 0.
       01  W-SEGUNDOS-ESPERA       PIC 9  VALUE 1.
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
       01  W-CTL-SALDOS            PIC S9(14)V9(3) VALUE 0.
       01  W-VER-CANTIDAD          PIC 9(8).
       01  W-VER-SALDOS            PIC S9(14)V9(3).
       01  W-ESTADO-RUNLOG         PIC X(8).
      *
       01  W-CANT-LEIDOS           PIC 9(6) VALUE 0.
       01  W-CANT-CARGADOS         PIC 9(6) VALUE 0.
       01  W-CANT-EN-PLAN          PIC 9(6) VALUE 0.
       01  W-CANT-CASTIGADOS       PIC 9(6) VALUE 0.
       01  W-TOTAL-INTERES         PIC 9(12)V9(2) VALUE 0.
      *
       01  WS-LOG-EOF-SW           PIC X(1) VALUE "N".
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
      *    ONE LINE PER COMPLETED STEP IN NIGHTLY.LOG
       01  WS-RUNLOG-REC.
           03  FILLER          PIC X(42) VALUE
               "REGISTRO DE INTERESES SOBRE DEUDORES - ".
           03  L-ENC-FECHA     PIC 9(8).
           03  L-ENC-MODO      PIC X(40).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(12) VALUE "TASA: ".
           03  L-ENC-TASA      PIC Z9,99.
       01  L-CONTROL-IMPORTE.
           03  FILLER          PIC X(25) VALUE "TOTAL INTERESES:".
           03  L-CTL-IMPORTE   PIC Z(11)9,99.
       01  L-VENCIDO.
           03  FILLER          PIC X(30) VALUE
               "** DEUDORES CAMBIO DESDE EL ".
           03  FILLER          PIC X(30) VALUE
               "PREVIEW - NO SE ASENTO NADA **".
      *
       PROCEDURE DIVISION.
       MAIN.
              DISPLAY "INTDEU1 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           PERFORM LEO-CONTROL THRU F-LEO-CONTROL.
           IF MODO-RETENIDO
              DISPLAY "INTDEU1 PREVIEW DEL " PRC-FECHA-PREVIEW
                      " PENDIENTE DE APROBACION - NO SE ASIENTA"
              CLOSE PRECORR
              STOP RUN
           END-IF.
           PERFORM INICIALIZACION.
           IF MODO-PREVIEW
              PERFORM PROCESO THRU F-PROCESO UNTIL FIN-DEUDORES = "S"
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
           MOVE "INTDEU1" TO PRC-PROGRAMA.
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
           PERFORM LEO-PARAMETROS.
      *    EL PREVIEW NO TOCA DEUDORES NI DEUMOV
           IF MODO-PREVIEW
              OPEN INPUT DEUDORES
           ELSE
              OPEN I-O DEUDORES
           END-IF.
           IF ST-FILE > "07"
              DISPLAY "ERROR AL ABRIR DEUDORES " ST-FILE
              MOVE "INTDEU1"        TO ERRLOG-PROGRAM
              MOVE "S" TO FIN-DEUDORES
              MOVE 1   TO HUBO-ERROR
           END-IF.
           IF MODO-PREVIEW
              OPEN INPUT DEUMOV
           ELSE
              OPEN I-O DEUMOV
              IF ST-FILE-DMOV = "35"
                 OPEN OUTPUT DEUMOV
                 CLOSE DEUMOV
                 OPEN I-O DEUMOV
              END-IF
           END-IF.
           OPEN INPUT PLANPAG.
           OPEN INPUT PLANCUO.
           IF MODO-PREVIEW
              OPEN OUTPUT PENDIENTE
           ELSE
              OPEN INPUT PENDIENTE
           END-IF.
           IF ST-FILE-PND > "07"
              DISPLAY "ERROR AL ABRIR INTPEND " ST-FILE-PND
              MOVE "INTDEU1"        TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "INTPEND"        TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PND      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-DEUDORES
              MOVE 1   TO HUBO-ERROR
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE W-FECHA-HOY    TO L-ENC-FECHA.
           IF MODO-PREVIEW
              MOVE "  ** PREVIEW - NO ASENTADO **" TO L-ENC-MODO
           ELSE
              MOVE SPACES TO L-ENC-MODO
              STRING "  ASIENTA EL PREVIEW DEL " PRC-FECHA-PREVIEW
                     DELIMITED BY SIZE INTO L-ENC-MODO
           END-IF.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO1.
      *    AL ASENTAR, LA TASA DE CADA CARGO ES LA DEL PREVIEW Y SALE
      *    EN SU LINEA
           IF MODO-PREVIEW
              MOVE W-TASA-MENSUAL TO L-ENC-TASA
              MOVE W-DIAS-PLAZO   TO L-ENC-PLAZO
              WRITE LINEA-LISTADO FROM L-ENCABEZADO2
           END-IF.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO3.
           IF FIN-DEUDORES = "N"
              MOVE LOW-VALUES TO DEU_ID
           END-READ.
           IF FIN-DEUDORES = "N"
              ADD 1 TO W-CANT-LEIDOS
              ADD DEU_SALDO TO W-CTL-SALDOS
              MOVE "N" TO W-PLAN-AL-DIA
              IF DEU_SALDO > 0 AND NOT DEU_CASTIGADO
                 PERFORM VERIFICO-PLAN THRU F-VERIFICO-PLAN
              END-IF
              IF DEU_CASTIGADO
                 ADD 1 TO W-CANT-CASTIGADOS
              END-IF
              IF DEU_SALDO > 0 AND W-PLAN-AL-DIA = "N"
                 AND NOT DEU_CASTIGADO
                 PERFORM BUSCO-FECHA-BASE THRU F-BUSCO-FECHA-BASE
                 IF W-HAY-JOURNAL = "S"
                    COMPUTE W-JULIANO-BASE =
                    COMPUTE W-DIAS-VENCIDO =
                       W-JULIANO-HOY - W-JULIANO-BASE
                    IF W-DIAS-VENCIDO > W-DIAS-PLAZO
                       PERFORM PROPONGO-INTERES
                          THRU F-PROPONGO-INTERES
                    END-IF
                 END-IF
              END-IF
       F-PROCESO.
           EXIT.
      *
      *    UN PLAN DE PAGO ACTIVO ESTA AL DIA SI NINGUNA CUOTA
      *    IMPAGA VENCIO ANTES DE HOY; CON UNA SOLA CUOTA ATRASADA
      *    EL DEUDOR VUELVE A PAGAR INTERES SOBRE TODO EL SALDO
       VERIFICO-PLAN.
           MOVE "N" TO W-PLAN-AL-DIA.
           MOVE DEU_ID TO PLN-DEU-ID.
           READ PLANPAG INVALID KEY GO TO F-VERIFICO-PLAN.
           IF NOT PLN-ACTIVO GO TO F-VERIFICO-PLAN.
           MOVE "S" TO W-PLAN-AL-DIA.
           MOVE "N" TO FIN-CUOTAS.
           MOVE DEU_ID TO PCU-DEU-ID.
           MOVE 0      TO PCU-NRO.
           START PLANCUO KEY IS NOT LESS THAN PCU-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUOTAS
           END-START.
           PERFORM LEO-UNA-CUOTA THRU F-LEO-UNA-CUOTA
              UNTIL FIN-CUOTAS = "S".
           IF W-PLAN-AL-DIA = "S"
              ADD 1 TO W-CANT-EN-PLAN
           END-IF.
       F-VERIFICO-PLAN.
           EXIT.
      *
       LEO-UNA-CUOTA.
           READ PLANCUO NEXT RECORD
              AT END MOVE "S" TO FIN-CUOTAS
           END-READ.
           IF FIN-CUOTAS = "S" GO TO F-LEO-UNA-CUOTA.
           IF PCU-DEU-ID NOT = DEU_ID
              MOVE "S" TO FIN-CUOTAS
              GO TO F-LEO-UNA-CUOTA
           END-IF.
      *    LAS CUOTAS VAN EN ORDEN DE VENCIMIENTO: LA PRIMERA IMPAGA
      *    DECIDE
           IF PCU-PENDIENTE
              IF PCU-VENCIMIENTO < W-FECHA-HOY
                 MOVE "N" TO W-PLAN-AL-DIA
              END-IF
              MOVE "S" TO FIN-CUOTAS
           END-IF.
       F-LEO-UNA-CUOTA.
           EXIT.
      *
      *    LA FECHA BASE DE LA ANTIGUEDAD ES EL ULTIMO COBRO DEL
      *    DEUDOR EN EL JOURNAL, O SU PRIMER MOVIMIENTO SI NUNCA
      *    PAGO. EL JOURNAL INDEXADO SE ARRANCA EN LA CLAVE DEL
           IF W-HAY-JOURNAL = "N"
              MOVE "S" TO W-HAY-JOURNAL
              MOVE DMOV-FECHA TO W-FECHA-BASE
              IF DMOV-APERTURA AND DMOV-FECHA-BASE IS NUMERIC
                 IF DMOV-FECHA-BASE > 0
                    MOVE DMOV-FECHA-BASE TO W-FECHA-BASE
                 END-IF
              END-IF
           END-IF.
           IF DMOV-COBRO
              MOVE DMOV-FECHA TO W-FECHA-BASE
       F-LEO-UN-MOVIMIENTO.
           EXIT.
      *
      *    EL PREVIEW CALCULA EL INTERES Y LO DEJA PROPUESTO EN
      *    INTPEND.DAT CON EL SALDO SOBRE EL QUE SE CALCULO; EL SALDO
      *    NUEVO SOLO SE IMPRIME
       PROPONGO-INTERES.
           COMPUTE W-INTERES ROUNDED =
              DEU_SALDO * W-TASA-MENSUAL / 100.
           IF W-INTERES = 0 GO TO F-PROPONGO-INTERES.
           MOVE DEU_ID         TO PND-DEU-ID.
           MOVE DEU_SALDO      TO PND-SALDO-BASE.
           MOVE W-TASA-MENSUAL TO PND-TASA.
           MOVE W-DIAS-VENCIDO TO PND-DIAS.
           MOVE W-INTERES      TO PND-INTERES.
           WRITE REG-PENDIENTE.
           ADD W-INTERES TO DEU_SALDO.
           PERFORM IMPRIME-DETALLE.
           ADD 1 TO W-CANT-CARGADOS.
           ADD W-INTERES TO W-TOTAL-INTERES.
       F-PROPONGO-INTERES.
           EXIT.
      *
      *    ASIENTO DEL PREVIEW APROBADO. ANTES DE TOCAR NADA SE
      *    VERIFICA QUE DEUDORES SIGA COMO EN EL PREVIEW; SI CAMBIO,
      *    EL PREVIEW QUEDA VENCIDO Y HAY QUE TOMAR OTRO. EL CONTROL
      *    SE MARCA ASENTADO ANTES DE EMPEZAR: UNA CORRIDA CORTADA A
      *    MITAD NO DEBE VOLVER A ASENTAR EL MISMO PREVIEW
       ASIENTO-PREVIEW.
           IF HUBO-ERROR = 1 GO TO F-ASIENTO-PREVIEW.
           PERFORM VERIFICO-MAESTRO THRU F-VERIFICO-MAESTRO.
           IF MAESTRO-CAMBIADO = "S"
              DISPLAY "INTDEU1 DEUDORES CAMBIO DESDE EL PREVIEW DEL "
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
           MOVE "N" TO FIN-PENDIENTE.
           PERFORM ASIENTO-UN-CARGO THRU F-ASIENTO-UN-CARGO
              UNTIL FIN-PENDIENTE = "S".
       F-ASIENTO-PREVIEW.
           EXIT.
      *
      *    LA CANTIDAD DE DEUDORES Y LA SUMA DE SUS SALDOS TIENEN QUE
      *    SER LAS DEL PREVIEW, Y CADA DEUDOR PROPUESTO TIENE QUE
      *    SEGUIR CON EL MISMO SALDO Y SIN CASTIGAR
       VERIFICO-MAESTRO.
           MOVE "N" TO MAESTRO-CAMBIADO.
           MOVE 0   TO W-VER-CANTIDAD.
           MOVE 0   TO W-VER-SALDOS.
           MOVE "N" TO FIN-DEUDORES.
           MOVE LOW-VALUES TO DEU_ID.
           START DEUDORES KEY IS NOT LESS THAN DEU_ID
              INVALID KEY MOVE "S" TO FIN-DEUDORES
           END-START.
           PERFORM SUMO-UN-DEUDOR UNTIL FIN-DEUDORES = "S".
           IF W-VER-CANTIDAD NOT = PRC-CTL-CANTIDAD
              OR W-VER-SALDOS NOT = PRC-CTL-SALDOS
              MOVE "S" TO MAESTRO-CAMBIADO
              GO TO F-VERIFICO-MAESTRO
           END-IF.
           MOVE "N" TO FIN-PENDIENTE.
           PERFORM VERIFICO-UN-CARGO THRU F-VERIFICO-UN-CARGO
              UNTIL FIN-PENDIENTE = "S".
           CLOSE PENDIENTE.
           OPEN INPUT PENDIENTE.
       F-VERIFICO-MAESTRO.
           EXIT.
      *
       SUMO-UN-DEUDOR.
           READ DEUDORES NEXT RECORD
              AT END MOVE "S" TO FIN-DEUDORES
           END-READ.
           IF FIN-DEUDORES = "N"
              ADD 1 TO W-VER-CANTIDAD
              ADD DEU_SALDO TO W-VER-SALDOS
           END-IF.
      *
       VERIFICO-UN-CARGO.
           READ PENDIENTE
              AT END MOVE "S" TO FIN-PENDIENTE
           END-READ.
           IF FIN-PENDIENTE = "S" GO TO F-VERIFICO-UN-CARGO.
           MOVE PND-DEU-ID TO DEU_ID.
           READ DEUDORES
              INVALID KEY MOVE "S" TO MAESTRO-CAMBIADO
              NOT INVALID KEY
                 IF DEU_SALDO NOT = PND-SALDO-BASE OR DEU_CASTIGADO
                    MOVE "S" TO MAESTRO-CAMBIADO
                 END-IF
           END-READ.
           IF MAESTRO-CAMBIADO = "S"
              MOVE "S" TO FIN-PENDIENTE
           END-IF.
       F-VERIFICO-UN-CARGO.
           EXIT.
      *
       ASIENTO-UN-CARGO.
           READ PENDIENTE
              AT END MOVE "S" TO FIN-PENDIENTE
           END-READ.
           IF FIN-PENDIENTE = "S" GO TO F-ASIENTO-UN-CARGO.
           MOVE PND-DEU-ID TO DEU_ID.
           READ DEUDORES INVALID KEY CONTINUE END-READ.
           IF ST-FILE > "07"
              DISPLAY "ERROR AL LEER DEUDORES " ST-FILE
              MOVE "INTDEU1"          TO ERRLOG-PROGRAM
              MOVE "ASIENTO-UN-CARGO" TO ERRLOG-PARAGRAPH
              MOVE "DEUDORES"         TO ERRLOG-FILENAME
              MOVE PND-DEU-ID         TO ERRLOG-KEYVALUE
              MOVE ST-FILE            TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE 1 TO HUBO-ERROR
              GO TO F-ASIENTO-UN-CARGO
           END-IF.
           MOVE PND-INTERES TO W-INTERES.
           MOVE PND-TASA    TO W-TASA-MENSUAL.
           MOVE PND-DIAS    TO W-DIAS-VENCIDO.
           PERFORM CARGO-INTERES THRU F-CARGO-INTERES.
       F-ASIENTO-UN-CARGO.
           EXIT.
      *
       REGRABO-CONTROL.
           REWRITE REG-PRECORR.
           IF ST-FILE-PRC > "07"
              DISPLAY "ERROR AL REGRABAR PRECORR " ST-FILE-PRC
              MOVE "INTDEU1"         TO ERRLOG-PROGRAM
              MOVE "REGRABO-CONTROL" TO ERRLOG-PARAGRAPH
              MOVE "PRECORR"         TO ERRLOG-FILENAME
              MOVE PRC-PROGRAMA      TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PRC       TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE 1 TO HUBO-ERROR
           END-IF.
      *
      *    EL PREVIEW DEJA EL CONTROL PENDIENTE DE APROBACION CON LA
      *    FOTO DE DEUDORES TOMADA EN LA MISMA PASADA
       GRABO-CONTROL-PREVIEW.
           MOVE SPACES TO REG-PRECORR.
           MOVE "INTDEU1"       TO PRC-PROGRAMA.
           SET PRC-PENDIENTE    TO TRUE.
           MOVE W-FECHA-HOY     TO PRC-FECHA-PREVIEW.
           ACCEPT PRC-HORA-PREVIEW FROM TIME.
           MOVE W-CANT-LEIDOS   TO PRC-CANT-LEIDOS.
           MOVE W-CANT-CARGADOS TO PRC-CANT-PROPUESTOS.
           MOVE W-TOTAL-INTERES TO PRC-TOTAL.
           MOVE W-CANT-LEIDOS   TO PRC-CTL-CANTIDAD.
           MOVE W-CTL-SALDOS    TO PRC-CTL-SALDOS.
           MOVE 0               TO PRC-CTL-SALDOS-ME.
           MOVE 0               TO PRC-FECHA-RESOLUCION.
           MOVE 0               TO PRC-FECHA-APLICADO.
           IF EXISTE-CONTROL = "S"
              PERFORM REGRABO-CONTROL
           ELSE
              WRITE REG-PRECORR
              IF ST-FILE-PRC > "07"
                 DISPLAY "ERROR AL GRABAR PRECORR " ST-FILE-PRC
                 MOVE "INTDEU1"               TO ERRLOG-PROGRAM
                 MOVE "GRABO-CONTROL-PREVIEW" TO ERRLOG-PARAGRAPH
                 MOVE "PRECORR"               TO ERRLOG-FILENAME
                 MOVE PRC-PROGRAMA            TO ERRLOG-KEYVALUE
                 MOVE ST-FILE-PRC             TO ERRLOG-STATUS
                 CALL "ERRLOG" USING ERRLOG-PARMS
                 MOVE 1 TO HUBO-ERROR
              END-IF
           END-IF.
      *
      *    SUMA EL INTERES AL SALDO CON REINTENTO SOBRE REGISTRO
      *    BLOQUEADO (COMO EL REGRABO DE GFILE02) Y LO ASIENTA EN EL
      *    JOURNAL COMO MOVIMIENTO "I"
       CARGO-INTERES.
           ADD W-INTERES TO DEU_SALDO.
       REGRABO-DEUDOR.
           REWRITE REG-DEUDORES.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE W-CANT-LEIDOS   TO WS-RUNLOG-CNT1.
           MOVE W-CANT-CARGADOS TO WS-RUNLOG-CNT2.
           MOVE W-ESTADO-RUNLOG TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF ST-FILE-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           MOVE "DEUDORES LEIDOS:"  TO L-CTL-ROTULO.
           MOVE W-CANT-LEIDOS       TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           IF MODO-PREVIEW
              MOVE "INTERESES PROPUESTOS:" TO L-CTL-ROTULO
           ELSE
              MOVE "INTERESES CARGADOS:" TO L-CTL-ROTULO
           END-IF.
           MOVE W-CANT-CARGADOS     TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           IF MODO-PREVIEW
              MOVE "EN PLAN DE PAGO AL DIA:" TO L-CTL-ROTULO
              MOVE W-CANT-EN-PLAN      TO L-CTL-VALOR
              WRITE LINEA-LISTADO FROM L-CONTROL
              MOVE "CASTIGADOS SIN INTERES:" TO L-CTL-ROTULO
              MOVE W-CANT-CASTIGADOS   TO L-CTL-VALOR
              WRITE LINEA-LISTADO FROM L-CONTROL
           END-IF.
           MOVE W-TOTAL-INTERES     TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           DISPLAY "INTDEU1 DEUDORES LEIDOS   : " W-CANT-LEIDOS.
           IF MODO-PREVIEW
              DISPLAY "INTDEU1 INTERESES PROPUES.: " W-CANT-CARGADOS
              DISPLAY "INTDEU1 EN PLAN AL DIA    : " W-CANT-EN-PLAN
           ELSE
              DISPLAY "INTDEU1 INTERESES CARGADOS: " W-CANT-CARGADOS
           END-IF.
           IF MODO-PREVIEW AND HUBO-ERROR = 0
              PERFORM GRABO-CONTROL-PREVIEW
           END-IF.
      *    UN PREVIEW NO SE MARCA COMPLETO: QUEDA "PREVIEW" HASTA QUE
      *    SE ASIENTE, O "STALE" SI DEUDORES CAMBIO ANTES DE ASENTARLO
           EVALUATE TRUE
              WHEN MODO-PREVIEW
                 MOVE "PREVIEW"  TO W-ESTADO-RUNLOG
              WHEN MAESTRO-CAMBIADO = "S"
                 MOVE "STALE"    TO W-ESTADO-RUNLOG
              WHEN OTHER
                 MOVE "COMPLETE" TO W-ESTADO-RUNLOG
           END-EVALUATE.
      *    UNA CORRIDA ABORTADA NO DEBE MARCARSE COMPLETA
           IF HUBO-ERROR = 0
              PERFORM GRABO-RUNLOG
           END-IF.
           CLOSE DEUDORES.
           CLOSE DEUMOV.
           CLOSE PLANPAG.
           CLOSE PLANCUO.
           CLOSE PENDIENTE.
           CLOSE PRECORR.
           CLOSE LISTADO.
           MOVE "INTDEU1"       TO RPTARC-PROGRAM.
           MOVE "INTERESES SOBRE SALDOS DE DEUDORES"
              TO RPTARC-TITLE.
           MOVE "./intdeu1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SPACES          TO RPTARC-OPERATOR.
           MOVE "M"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM INTDEU1.
