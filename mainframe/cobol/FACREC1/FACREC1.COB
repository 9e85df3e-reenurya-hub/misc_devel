       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACREC1.
      *
      *    FACTURACION RECURRENTE POR CONTRATO
      *    PASO NOCTURNO (NIGHTRUN / JOBSTEPS.DAT, ANTES DE FACAUT1):
      *    RECORRE CONTRATOS.DAT (MNTCTR1) Y EMITE UNA FACTURA POR
      *    CADA CONTRATO ACTIVO CUYA PROXIMA FECHA DE FACTURACION YA
      *    LLEGO, CON EL MISMO CIRCUITO QUE FACTCLI1: NUMERO DE
      *    "PROXFAC" EN CLICTL.DAT, DESGLOSE DE IVA POR LA CATEGORIA
      *    DEL CLIENTE, DEBITO A CLI_SALDO, MOVIMIENTO "D" EN
      *    CLIMOV.DAT CON EL NUMERO DE FACTURA Y PARTIDA ABIERTA EN
      *    PENDCLI.DAT. LA FACTURA QUEDA PENDIENTE DE AUTORIZACION Y
      *    SALE ESA MISMA NOCHE EN EL PEDIDO DE FACAUT1. LA FACTURA
      *    LLEVA LA FECHA DEL PERIODO QUE FACTURA; SI SE PERDIERON
      *    PERIODOS SE EMITE UNA POR CADA UNO (HASTA W-MAX-PERIODOS
      *    POR NOCHE). DESPUES DE CADA FACTURA AVANZA LA PROXIMA
      *    FECHA UN MES, TRES O DOCE SEGUN LA FRECUENCIA, SOBRE EL
      *    DIA DEL INICIO DEL CONTRATO, Y LO FINALIZA AL PASAR LA
      *    FECHA DE FIN. NO SE FACTURAN (SE LISTAN Y EL CONTRATO
      *    QUEDA COMO ESTA) LOS CONTRATOS DE CLIENTES INEXISTENTES O
      *    INACTIVOS NI LOS PERIODOS CERRADOS CON CIEMES1 (PERCTL).
      *    IMPRIME EL REGISTRO DE FACTURACION EN FACREC1.LST Y
      *    RESPETA/ESCRIBE SU MARCA DE COMPLETADO EN NIGHTLY.LOG.
      *    COMO EN FACTCLI1, LA FACTURA LLEVA EN FAC-VENDEDOR EL
      *    VENDEDOR DEL CLIENTE AL EMITIRLA (COMISIONES, COMVEN1).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTRATOS ASSIGN TO "./contratos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CTR-CLI-ID
                  STATUS ST-FILE-CTR.
           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  STATUS ST-FILE.
           SELECT OPTIONAL CLICTL ASSIGN TO "./clictl.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CTL-CLAVE
                  STATUS ST-FILE-CTL.
           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FILE-FAC.
           SELECT OPTIONAL FACITEMS ASSIGN TO "./facitems.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ITM-CLAVE
                  STATUS ST-FILE-ITM.
           SELECT OPTIONAL CLIMOV ASSIGN TO "./climov.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  STATUS ST-FILE-MOV.
           SELECT OPTIONAL PENDCLI ASSIGN TO "./pendcli.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PND-CLAVE
                  STATUS ST-FILE-PND.
           SELECT OPTIONAL IVATASAS ASSIGN TO "./ivatasas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS IVA-CATEGORIA
                  STATUS ST-FILE-IVA.
           SELECT LISTADO ASSIGN TO "./facrec1.lst"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LST.
           SELECT LFRUNLOG ASSIGN TO "NIGHTLY.LOG"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LOG.
       DATA DIVISION.
       FILE SECTION.
      *    CONTRATOS.DAT, MISMO LAYOUT QUE MNTCTR1
       FD CONTRATOS.
       01 REG-CONTRATOS.
           03  CTR-CLI-ID          PIC 9(7).
           03  CTR-DESCRIPCION     PIC X(40).
           03  CTR-CANTIDAD        PIC 9(5).
           03  CTR-PRECIO-UNIT     PIC 9(7)V9(3).
           03  CTR-FRECUENCIA      PIC X.
              88  CTR-MENSUAL      VALUE "M".
              88  CTR-TRIMESTRAL   VALUE "T".
              88  CTR-ANUAL        VALUE "A".
              88  CTR-FRECUENCIA-OK VALUE "M" "T" "A".
           03  CTR-FECHA-INICIO    PIC 9(8).
           03  CTR-FECHA-FIN       PIC 9(8).
           03  CTR-PROX-FACTURA    PIC 9(8).
           03  CTR-DIA-FACTURA     PIC 9(2).
           03  CTR-ESTADO          PIC X.
              88  CTR-ACTIVO       VALUE "A".
              88  CTR-FINALIZADO   VALUE "F".
           03  CTR-ULT-FACTURA     PIC 9(7).
           03  CTR-ULT-FECHA       PIC 9(8).
           03  CTR-OPERADOR        PIC X(8).
           03  FILLER              PIC X(40).
      *
       FD CLIENTES.
       01 REG-CLIENTES.
           03  ID_CLIENTE.
              05   CLI_ID          PIC 9(7).
           03  CLI_SALDO           PIC S9(7)V9(3).
           03  CLI_NOMBRE          PIC X(70).
           03  CLI_DIRECCION       PIC X(80).
           03  CLI_CODPOST         PIC X(10).
           03  CLI_CATEGORIA       PIC X.
           03  CLI_ALT_2.
               05  CLI_CATEGORIA_2 PIC X.
               05  CLI_NOMBRE_2    PIC X(60).
           03  CLI_ESTADO          PIC X.
              88  CLI-ACTIVO       VALUE "A".
              88  CLI-INACTIVO     VALUE "I".
           03  CLI_ULT_ACTIVIDAD   PIC 9(8).
           03  CLI_MONEDA          PIC X(3).
           03  CLI_SALDO_ME        PIC S9(7)V9(3).
      *       LAS 7 POSICIONES SIGUIENTES SON CLI_FUSIONADO_EN (MRGCLI1)
           03  FILLER              PIC X(7).
           03  CLI_VENDEDOR        PIC X(4).
           03  FILLER              PIC X(207).
      *
      *    CLICTL.DAT, CONTROL "PROXFAC" COMPARTIDO CON FACTCLI1
       FD CLICTL.
       01 REG-CLICTL.
           03  CTL-CLAVE           PIC X(8).
           03  CTL-PROX-ID         PIC 9(7).
      *
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
           03  FAC-VENDEDOR        PIC X(4).
           03  FILLER              PIC X(46).
      *
       FD FACITEMS.
       01 REG-FACITEMS.
           03  ITM-CLAVE.
               05  ITM-FAC-NUMERO  PIC 9(7).
               05  ITM-NRO         PIC 9(2).
           03  ITM-DESCRIPCION     PIC X(40).
           03  ITM-CANTIDAD        PIC 9(5).
           03  ITM-PRECIO-UNIT     PIC 9(7)V9(3).
           03  ITM-IMPORTE         PIC S9(9)V9(3).
           03  ITM-NETO            PIC S9(9)V9(3).
           03  ITM-IVA             PIC S9(9)V9(3).
           03  FILLER              PIC X(20).
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
       FD PENDCLI.
       01 REG-PENDCLI.
           03  PND-CLAVE.
               05  PND-CLI-ID      PIC 9(7).
               05  PND-DOCUMENTO   PIC 9(7).
           03  PND-FECHA           PIC 9(8).
           03  PND-IMPORTE-ORIG    PIC S9(9)V9(3).
           03  PND-IMPORTE-PAGADO  PIC S9(9)V9(3).
           03  PND-ESTADO          PIC X.
              88  PND-ABIERTO      VALUE "A".
              88  PND-CANCELADO    VALUE "C".
           03  FILLER              PIC X(20).
      *
       FD IVATASAS.
       01 REG-IVATASAS.
           03 IVA-CATEGORIA        PIC X.
           03 IVA-TASA             PIC 9(2)V9(2).
           03 IVA-DESCRIPCION      PIC X(30).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       FD LFRUNLOG.
       01 RUNLOG-RECORD            PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-CTR             PIC XX.
       01  ST-FILE-CTL             PIC XX.
       01  ST-FILE-FAC             PIC XX.
       01  ST-FILE-ITM             PIC XX.
       01  ST-FILE-MOV             PIC XX.
       01  ST-FILE-PND             PIC XX.
       01  ST-FILE-IVA             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  ST-FILE-LOG             PIC XX.
       01  FIN-CONTRATOS           PIC X VALUE "N".
       01  HUBO-ERROR              PIC 9 VALUE 0.
       01  EXISTE                  PIC X.
       01  HAY-TASA                PIC X.
       01  NUMERO-ASIGNADO         PIC X.
       01  CONTROL-LISTO           PIC X.
       01  FACTURA-GRABADA         PIC X.
       01  SIGO-FACTURANDO         PIC X.
       01  MAX-REINTENTOS          PIC 99 VALUE 5.
       01  REINTENTOS-CONTROL      PIC 99 VALUE 0.
       01  REINTENTOS-REGRABO      PIC 99 VALUE 0.
       01  W-SEGUNDOS-ESPERA       PIC 9  VALUE 1.
      *    TOPE DE PERIODOS ATRASADOS QUE SE FACTURAN POR NOCHE
      *    A UN MISMO CONTRATO
       01  W-MAX-PERIODOS          PIC 99 VALUE 12.
       01  W-PERIODOS              PIC 99 VALUE 0.
      *
       01  W-FECHA-HOY             PIC 9(8).
       01  W-FAC-NUMERO            PIC 9(7).
       01  W-FECHA-FACTURA         PIC 9(8).
       01  W-CATEGORIA             PIC X.
       01  W-VENDEDOR              PIC X(4).
       01  W-TASA                  PIC 9(2)V9(2).
       01  W-TOTAL-FACTURA         PIC S9(9)V9(3).
       01  W-NETO-FACTURA          PIC S9(9)V9(3).
       01  W-IVA-FACTURA           PIC S9(9)V9(3).
      *
      *    CALCULO DE LA PROXIMA FECHA DE FACTURACION
       01  W-FECHA                 PIC 9(8).
       01  W-FECHA-R REDEFINES W-FECHA.
           03  W-FECHA-AAAA        PIC 9(4).
           03  W-FECHA-MM          PIC 9(2).
           03  W-FECHA-DD          PIC 9(2).
       01  W-MESES                 PIC 99.
       01  W-MES-NUEVO             PIC 99.
       01  W-ULTIMO-DIA            PIC 99.
       01  W-COCIENTE              PIC 9(4).
       01  W-RESTO-4               PIC 9(4).
       01  W-RESTO-100             PIC 9(4).
       01  W-RESTO-400             PIC 9(4).
       01  W-DIAS-MES-VALORES.
           03  FILLER              PIC X(24) VALUE
               "312831303130313130313031".
       01  W-DIAS-MES-TABLA REDEFINES W-DIAS-MES-VALORES.
           03  W-DIAS-MES          PIC 99 OCCURS 12 TIMES.
      *
       01  W-CANT-LEIDOS           PIC 9(6) VALUE 0.
       01  W-CANT-VENCIDOS         PIC 9(6) VALUE 0.
       01  W-CANT-FACTURAS         PIC 9(6) VALUE 0.
       01  W-CANT-OMITIDOS         PIC 9(6) VALUE 0.
       01  W-CANT-FINALIZADOS      PIC 9(6) VALUE 0.
       01  W-TOTAL-FACTURADO       PIC S9(11)V9(3) VALUE 0.
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
      *    PARAMETERS FOR THE SHARED PERCTL SUBPROGRAM - SEE PERCTL.CPY
           COPY "PERCTL.CPY".
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
               "REGISTRO DE FACTURACION RECURRENTE - ".
           03  L-ENC-FECHA     PIC 9(8).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(10) VALUE "CLIENTE".
           03  FILLER          PIC X(32) VALUE "NOMBRE".
           03  FILLER          PIC X(10) VALUE "PERIODO".
           03  FILLER          PIC X(10) VALUE "FACTURA".
           03  FILLER          PIC X(14) VALUE "NETO".
           03  FILLER          PIC X(14) VALUE "IVA".
           03  FILLER          PIC X(14) VALUE "TOTAL".
           03  FILLER          PIC X(28) VALUE "OBSERVACION".
       01  L-DETALLE.
           03  L-DET-CLIENTE   PIC Z(6)9.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-NOMBRE    PIC X(30).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-PERIODO   PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-FACTURA   PIC Z(6)9.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-NETO      PIC -(8)9,999.
           03  L-DET-IVA       PIC -(8)9,999.
           03  L-DET-TOTAL     PIC -(8)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-NOTA      PIC X(30).
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(25).
           03  L-CTL-VALOR     PIC ZZZ.ZZ9.
       01  L-CONTROL-IMPORTE.
           03  FILLER          PIC X(25) VALUE "TOTAL FACTURADO:".
           03  L-CTL-IMPORTE   PIC -(10)9,999.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM VERIFICO-YA-CORRIDO THRU F-VERIFICO-YA-CORRIDO.
           IF STEP-ALREADY-DONE
              DISPLAY "FACREC1 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           PERFORM INICIALIZACION.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN-CONTRATOS = "S".
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
           IF WS-RUNLOG-PROGRAM = "FACREC1"
              AND WS-RUNLOG-STATUS = "COMPLETE"
              SET STEP-ALREADY-DONE TO TRUE
           END-IF.
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.
      *
       INICIALIZACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O CONTRATOS.
           IF ST-FILE-CTR = "35"
              MOVE "S" TO FIN-CONTRATOS
           ELSE
              IF ST-FILE-CTR > "07"
                 DISPLAY "ERROR AL ABRIR CONTRATOS " ST-FILE-CTR
                 MOVE "FACREC1"        TO ERRLOG-PROGRAM
                 MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
                 MOVE "CONTRATOS"      TO ERRLOG-FILENAME
                 MOVE SPACES           TO ERRLOG-KEYVALUE
                 MOVE ST-FILE-CTR      TO ERRLOG-STATUS
                 CALL "ERRLOG" USING ERRLOG-PARMS
                 MOVE "S" TO FIN-CONTRATOS
                 MOVE 1   TO HUBO-ERROR
              END-IF
           END-IF.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR AL ABRIR CLIENTES " ST-FILE
              MOVE "FACREC1"        TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "CLIENTES"       TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE          TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-CONTRATOS
              MOVE 1   TO HUBO-ERROR
           END-IF.
           OPEN I-O CLICTL.
           OPEN I-O FACTURAS.
           IF ST-FILE-FAC = "35"
              OPEN OUTPUT FACTURAS
              CLOSE FACTURAS
              OPEN I-O FACTURAS
           END-IF.
           OPEN I-O FACITEMS.
           IF ST-FILE-ITM = "35"
              OPEN OUTPUT FACITEMS
              CLOSE FACITEMS
              OPEN I-O FACITEMS
           END-IF.
           OPEN I-O CLIMOV.
           IF ST-FILE-MOV = "35"
              OPEN OUTPUT CLIMOV
              CLOSE CLIMOV
              OPEN I-O CLIMOV
           END-IF.
           OPEN I-O PENDCLI.
           IF ST-FILE-PND = "35"
              OPEN OUTPUT PENDCLI
              CLOSE PENDCLI
              OPEN I-O PENDCLI
           END-IF.
           OPEN INPUT IVATASAS.
           OPEN OUTPUT LISTADO.
           MOVE W-FECHA-HOY    TO L-ENC-FECHA.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO1.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO2.
           IF FIN-CONTRATOS = "N"
              MOVE 0 TO CTR-CLI-ID
              START CONTRATOS KEY IS NOT LESS THAN CTR-CLI-ID
                 INVALID KEY MOVE "S" TO FIN-CONTRATOS
              END-START
           END-IF.
      *
       PROCESO.
           READ CONTRATOS NEXT RECORD
              AT END MOVE "S" TO FIN-CONTRATOS
           END-READ.
           IF FIN-CONTRATOS = "S" GO TO F-PROCESO.
           ADD 1 TO W-CANT-LEIDOS.
           IF CTR-ACTIVO AND CTR-PROX-FACTURA NOT > W-FECHA-HOY
              ADD 1 TO W-CANT-VENCIDOS
              PERFORM FACTURO-CONTRATO THRU F-FACTURO-CONTRATO
           END-IF.
       F-PROCESO.
           EXIT.
      *
      *    EL CLIENTE SE LEE (Y SE REGRABA CON CADA DEBITO) CON
      *    REINTENTO SOBRE REGISTRO BLOQUEADO
       FACTURO-CONTRATO.
           MOVE SPACES TO CLI_NOMBRE.
           MOVE "S" TO EXISTE.
           MOVE CTR-CLI-ID TO CLI_ID.
       LEO-CLIENTE.
           READ CLIENTES INVALID KEY MOVE "N" TO EXISTE.
           IF ST-FILE = "99"
              CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
              GO TO LEO-CLIENTE
           END-IF.
           MOVE CTR-PROX-FACTURA TO W-FECHA-FACTURA.
           IF EXISTE = "N"
              MOVE "NO FACTURADO: CLIENTE INEXIST." TO L-DET-NOTA
              PERFORM IMPRIME-OMITIDO
              GO TO F-FACTURO-CONTRATO
           END-IF.
           IF CLI-INACTIVO
              MOVE "NO FACTURADO: CLIENTE INACTIVO" TO L-DET-NOTA
              PERFORM IMPRIME-OMITIDO
              GO TO F-FACTURO-CONTRATO
           END-IF.
           PERFORM BUSCO-TASA-CLIENTE.
           MOVE 0   TO W-PERIODOS.
           MOVE "S" TO SIGO-FACTURANDO.
           PERFORM FACTURO-PERIODO THRU F-FACTURO-PERIODO
              UNTIL SIGO-FACTURANDO = "N".
       F-FACTURO-CONTRATO.
           EXIT.
      *
      *    UNA FACTURA POR PERIODO VENCIDO; EL CONTRATO SE REGRABA
      *    DESPUES DE CADA UNA PARA QUE UNA CORRIDA INTERRUMPIDA NO
      *    VUELVA A FACTURAR EL MISMO PERIODO
       FACTURO-PERIODO.
           MOVE CTR-PROX-FACTURA TO W-FECHA-FACTURA.
      *    UN PERIODO CERRADO CON CIEMES1 NO SE FACTURA
           MOVE "CLI" TO PERCTL-MODULO.
           MOVE W-FECHA-FACTURA TO PERCTL-FECHA.
           CALL "PERCTL" USING PERCTL-PARMS.
           IF PERCTL-CERRADO
              MOVE "NO FACTURADO: PERIODO CERRADO" TO L-DET-NOTA
              PERFORM IMPRIME-OMITIDO
              MOVE "N" TO SIGO-FACTURANDO
              GO TO F-FACTURO-PERIODO
           END-IF.
           PERFORM OBTENGO-NUMERO-FACTURA
              THRU F-OBTENGO-NUMERO-FACTURA.
           IF NUMERO-ASIGNADO = "N"
              MOVE 1   TO HUBO-ERROR
              MOVE "N" TO SIGO-FACTURANDO
              GO TO F-FACTURO-PERIODO
           END-IF.
           PERFORM GRABO-FACTURA THRU F-GRABO-FACTURA.
           IF FACTURA-GRABADA = "N"
              MOVE 1   TO HUBO-ERROR
              MOVE "N" TO SIGO-FACTURANDO
              GO TO F-FACTURO-PERIODO
           END-IF.
           PERFORM POSTEO-DEBITO THRU F-POSTEO-DEBITO.
           MOVE SPACES TO L-DET-NOTA.
           PERFORM AVANZO-FECHA.
           MOVE W-FAC-NUMERO    TO CTR-ULT-FACTURA.
           MOVE W-FECHA-FACTURA TO CTR-ULT-FECHA.
           IF CTR-FECHA-FIN NOT = 0
              AND CTR-PROX-FACTURA > CTR-FECHA-FIN
              SET CTR-FINALIZADO TO TRUE
              ADD 1 TO W-CANT-FINALIZADOS
              MOVE "CONTRATO FINALIZADO" TO L-DET-NOTA
           END-IF.
           PERFORM IMPRIME-FACTURA.
           PERFORM REGRABO-CONTRATO THRU F-REGRABO-CONTRATO.
           ADD 1 TO W-PERIODOS.
           IF CTR-FINALIZADO
              OR CTR-PROX-FACTURA > W-FECHA-HOY
              OR W-PERIODOS NOT < W-MAX-PERIODOS
              MOVE "N" TO SIGO-FACTURANDO
           END-IF.
       F-FACTURO-PERIODO.
           EXIT.
      *
       REGRABO-CONTRATO.
           REWRITE REG-CONTRATOS.
           IF ST-FILE-CTR = "99"
              CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
              GO TO REGRABO-CONTRATO
           END-IF.
           IF ST-FILE-CTR > "07"
              DISPLAY "ERROR GRABANDO CONTRATOS " ST-FILE-CTR
              MOVE "FACREC1"          TO ERRLOG-PROGRAM
              MOVE "REGRABO-CONTRATO" TO ERRLOG-PARAGRAPH
              MOVE "CONTRATOS"        TO ERRLOG-FILENAME
              MOVE CTR-CLI-ID          TO ERRLOG-KEYVALUE
              MOVE ST-FILE-CTR         TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE 1   TO HUBO-ERROR
              MOVE "N" TO SIGO-FACTURANDO
           END-IF.
       F-REGRABO-CONTRATO.
           EXIT.
      *
      *    PROXIMA FECHA: SE SUMAN LOS MESES DE LA FRECUENCIA Y SE
      *    VUELVE AL DIA DEL INICIO DEL CONTRATO, SIN PASAR EL
      *    ULTIMO DIA DEL MES (29 DE FEBRERO EN LOS BISIESTOS)
       AVANZO-FECHA.
           MOVE CTR-PROX-FACTURA TO W-FECHA.
           EVALUATE TRUE
              WHEN CTR-TRIMESTRAL MOVE 3  TO W-MESES
              WHEN CTR-ANUAL      MOVE 12 TO W-MESES
              WHEN OTHER          MOVE 1  TO W-MESES
           END-EVALUATE.
           COMPUTE W-MES-NUEVO = W-FECHA-MM + W-MESES.
           IF W-MES-NUEVO > 12
              SUBTRACT 12 FROM W-MES-NUEVO
              ADD 1 TO W-FECHA-AAAA
           END-IF.
           MOVE W-MES-NUEVO TO W-FECHA-MM.
           MOVE W-DIAS-MES(W-FECHA-MM) TO W-ULTIMO-DIA.
           IF W-FECHA-MM = 2
              DIVIDE W-FECHA-AAAA BY 4   GIVING W-COCIENTE
                 REMAINDER W-RESTO-4
              DIVIDE W-FECHA-AAAA BY 100 GIVING W-COCIENTE
                 REMAINDER W-RESTO-100
              DIVIDE W-FECHA-AAAA BY 400 GIVING W-COCIENTE
                 REMAINDER W-RESTO-400
              IF W-RESTO-4 = 0
                 AND (W-RESTO-100 NOT = 0 OR W-RESTO-400 = 0)
                 MOVE 29 TO W-ULTIMO-DIA
              END-IF
           END-IF.
           IF CTR-DIA-FACTURA = 0
              MOVE CTR-FECHA-INICIO(7:2) TO CTR-DIA-FACTURA
           END-IF.
           IF CTR-DIA-FACTURA > W-ULTIMO-DIA
              MOVE W-ULTIMO-DIA TO W-FECHA-DD
           ELSE
              MOVE CTR-DIA-FACTURA TO W-FECHA-DD
           END-IF.
           MOVE W-FECHA TO CTR-PROX-FACTURA.
      *
       BUSCO-TASA-CLIENTE.
           MOVE CLI_CATEGORIA TO W-CATEGORIA.
           MOVE CLI_VENDEDOR  TO W-VENDEDOR.
           MOVE "S" TO HAY-TASA.
           MOVE CLI_CATEGORIA TO IVA-CATEGORIA.
           READ IVATASAS
              INVALID KEY MOVE "N" TO HAY-TASA
           END-READ.
           IF HAY-TASA = "S" AND IVA-TASA > 0
              MOVE IVA-TASA TO W-TASA
           ELSE
              MOVE 0 TO W-TASA
           END-IF.
      *
      *    TOMA EL PROXIMO NUMERO DEL REGISTRO DE CONTROL "PROXFAC"
      *    DE CLICTL.DAT CON EL MISMO CICLO QUE FACTCLI1
       OBTENGO-NUMERO-FACTURA.
           MOVE "N" TO NUMERO-ASIGNADO.
           MOVE "PROXFAC" TO CTL-CLAVE.
           READ CLICTL
              INVALID KEY CONTINUE
           END-READ.
           IF ST-FILE-CTL = "99"
              ADD 1 TO REINTENTOS-CONTROL
              IF REINTENTOS-CONTROL > MAX-REINTENTOS
                 DISPLAY "CONTROL PROXFAC EN USO - SE DETIENE"
                 MOVE 0 TO REINTENTOS-CONTROL
                 GO TO F-OBTENGO-NUMERO-FACTURA
              END-IF
              CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
              GO TO OBTENGO-NUMERO-FACTURA
           END-IF.
           MOVE 0 TO REINTENTOS-CONTROL.
           IF ST-FILE-CTL = "23" OR ST-FILE-CTL = "35"
              PERFORM ARMO-CONTROL-FACTURA THRU F-ARMO-CONTROL-FACTURA
              IF CONTROL-LISTO = "N"
                 GO TO F-OBTENGO-NUMERO-FACTURA
              END-IF
           ELSE
              IF ST-FILE-CTL > "07"
                 DISPLAY "ERROR LEYENDO CLICTL " ST-FILE-CTL
                 GO TO F-OBTENGO-NUMERO-FACTURA
              END-IF
           END-IF.
           MOVE CTL-PROX-ID TO W-FAC-NUMERO.
           ADD 1 TO CTL-PROX-ID.
           REWRITE REG-CLICTL.
           IF ST-FILE-CTL > "07"
              DISPLAY "ERROR REGRABANDO CLICTL " ST-FILE-CTL
              GO TO F-OBTENGO-NUMERO-FACTURA
           END-IF.
           MOVE "S" TO NUMERO-ASIGNADO.
       F-OBTENGO-NUMERO-FACTURA.
           EXIT.
      *    PRIMERA VEZ: EL CONTROL SE SIEMBRA CON EL NUMERO MAS ALTO
      *    DE FACTURAS.DAT MAS UNO (O 1 SI EL ARCHIVO ESTA VACIO)
       ARMO-CONTROL-FACTURA.
           MOVE "N" TO CONTROL-LISTO.
           MOVE "PROXFAC" TO CTL-CLAVE.
           MOVE 1 TO CTL-PROX-ID.
           MOVE 9999998 TO FAC-NUMERO.
           START FACTURAS KEY IS NOT GREATER THAN FAC-NUMERO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ FACTURAS PREVIOUS RECORD
                    AT END CONTINUE
                    NOT AT END
                       COMPUTE CTL-PROX-ID = FAC-NUMERO + 1
                 END-READ
           END-START.
           WRITE REG-CLICTL.
           IF ST-FILE-CTL > "07"
              DISPLAY "ERROR GRABANDO CLICTL " ST-FILE-CTL
              GO TO F-ARMO-CONTROL-FACTURA
           END-IF.
           MOVE "S" TO CONTROL-LISTO.
       F-ARMO-CONTROL-FACTURA.
           EXIT.
      *
      *    UN SOLO RENGLON, EL DEL CONTRATO; EL PRECIO VA CON IVA
      *    INCLUIDO Y SE ABRE EN NETO E IVA COMO EN FACTCLI1
       GRABO-FACTURA.
           MOVE "N" TO FACTURA-GRABADA.
           COMPUTE W-TOTAL-FACTURA = CTR-CANTIDAD * CTR-PRECIO-UNIT.
           IF W-TASA > 0
              COMPUTE W-NETO-FACTURA ROUNDED =
                 W-TOTAL-FACTURA / (1 + W-TASA / 100)
           ELSE
              MOVE W-TOTAL-FACTURA TO W-NETO-FACTURA
           END-IF.
           COMPUTE W-IVA-FACTURA = W-TOTAL-FACTURA - W-NETO-FACTURA.
           MOVE W-FAC-NUMERO    TO FAC-NUMERO.
           MOVE W-FECHA-FACTURA TO FAC-FECHA.
           ACCEPT FAC-HORA      FROM TIME.
           MOVE CTR-CLI-ID      TO FAC-ID-CLIENTE.
           MOVE 1               TO FAC-CANT-ITEMS.
           MOVE W-TOTAL-FACTURA TO FAC-TOTAL.
           SET FAC-EMITIDA      TO TRUE.
           MOVE 0               TO FAC-IMPORTE-ACREDITADO.
           MOVE W-CATEGORIA     TO FAC-CATEGORIA.
           MOVE W-TASA          TO FAC-TASA.
           MOVE W-NETO-FACTURA  TO FAC-NETO.
           MOVE W-IVA-FACTURA   TO FAC-IVA.
           SET FAC-AUT-PENDIENTE TO TRUE.
           MOVE 0               TO FAC-CAE.
           MOVE 0               TO FAC-CAE-VTO.
           MOVE 0               TO FAC-FECHA-AUT.
           MOVE SPACES          TO FAC-MOTIVO-RECHAZO.
           MOVE W-VENDEDOR      TO FAC-VENDEDOR.
           WRITE REG-FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR AL GRABAR FACTURAS " ST-FILE-FAC
              MOVE "FACREC1"       TO ERRLOG-PROGRAM
              MOVE "GRABO-FACTURA" TO ERRLOG-PARAGRAPH
              MOVE "FACTURAS"      TO ERRLOG-FILENAME
              MOVE FAC-NUMERO       TO ERRLOG-KEYVALUE
              MOVE ST-FILE-FAC      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-GRABO-FACTURA
           END-IF.
           MOVE W-FAC-NUMERO    TO ITM-FAC-NUMERO.
           MOVE 1               TO ITM-NRO.
           MOVE CTR-DESCRIPCION TO ITM-DESCRIPCION.
           MOVE CTR-CANTIDAD    TO ITM-CANTIDAD.
           MOVE CTR-PRECIO-UNIT TO ITM-PRECIO-UNIT.
           MOVE W-TOTAL-FACTURA TO ITM-IMPORTE.
           MOVE W-NETO-FACTURA  TO ITM-NETO.
           MOVE W-IVA-FACTURA   TO ITM-IVA.
           WRITE REG-FACITEMS.
           IF ST-FILE-ITM > "07"
              MOVE "FACREC1"       TO ERRLOG-PROGRAM
              MOVE "GRABO-FACTURA" TO ERRLOG-PARAGRAPH
              MOVE "FACITEMS"      TO ERRLOG-FILENAME
              MOVE ITM-CLAVE        TO ERRLOG-KEYVALUE
              MOVE ST-FILE-ITM      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
           MOVE "S" TO FACTURA-GRABADA.
           ADD 1 TO W-CANT-FACTURAS.
           ADD W-TOTAL-FACTURA TO W-TOTAL-FACTURADO.
       F-GRABO-FACTURA.
           EXIT.
      *
      *    APLICA EL DEBITO A CLI_SALDO REINTENTANDO SOBRE REGISTRO
      *    BLOQUEADO Y LO ASIENTA EN CLIMOV CON EL NUMERO DE FACTURA
       POSTEO-DEBITO.
           SUBTRACT W-TOTAL-FACTURA FROM CLI_SALDO.
           ACCEPT CLI_ULT_ACTIVIDAD FROM DATE YYYYMMDD.
       REGRABO-CLIENTE.
           REWRITE REG-CLIENTES.
           IF ST-FILE = "99"
              ADD 1 TO REINTENTOS-REGRABO
              IF REINTENTOS-REGRABO > MAX-REINTENTOS
                 DISPLAY "CLIENTE EN USO, DEBITO NO APLICADO "
                         CLI_ID
                 MOVE 0 TO REINTENTOS-REGRABO
                 MOVE 1 TO HUBO-ERROR
                 GO TO F-POSTEO-DEBITO
              END-IF
              CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
              GO TO REGRABO-CLIENTE
           END-IF.
           MOVE 0 TO REINTENTOS-REGRABO.
           IF ST-FILE > "07"
              DISPLAY "ERROR AL REGRABAR CLIENTES " ST-FILE
              MOVE "FACREC1"        TO ERRLOG-PROGRAM
              MOVE "POSTEO-DEBITO"  TO ERRLOG-PARAGRAPH
              MOVE "CLIENTES"       TO ERRLOG-FILENAME
              MOVE CLI_ID            TO ERRLOG-KEYVALUE
              MOVE ST-FILE           TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE 1 TO HUBO-ERROR
           ELSE
              PERFORM GRABO-MOVIMIENTO THRU F-GRABO-MOVIMIENTO
           END-IF.
       F-POSTEO-DEBITO.
           EXIT.
      *
       GRABO-MOVIMIENTO.
           INITIALIZE REG-CLIMOV.
           MOVE W-FECHA-FACTURA TO MOV-FECHA.
           ACCEPT MOV-HORA      FROM TIME.
           MOVE CLI_ID          TO MOV-ID_CLIENTE.
           MOVE 1               TO MOV-SECUENCIA.
           SET MOV-DEBITO       TO TRUE.
           MOVE W-TOTAL-FACTURA TO MOV-IMPORTE.
           MOVE CLI_SALDO       TO MOV-SALDO-RESULT.
           MOVE W-FAC-NUMERO    TO MOV-DOCUMENTO.
      *    UNA CLAVE YA TOMADA CORRE LA SECUENCIA Y REINTENTA
       GRABO-MOV-CLAVE.
           WRITE REG-CLIMOV.
           IF ST-FILE-MOV = "22"
              ADD 1 TO MOV-SECUENCIA
              GO TO GRABO-MOV-CLAVE
           END-IF.
           PERFORM GRABO-PARTIDA-ABIERTA.
       F-GRABO-MOVIMIENTO.
           EXIT.
      *
      *    LA FACTURA QUEDA COMO PARTIDA ABIERTA PARA APLREC1
       GRABO-PARTIDA-ABIERTA.
           MOVE CTR-CLI-ID      TO PND-CLI-ID.
           MOVE W-FAC-NUMERO    TO PND-DOCUMENTO.
           MOVE W-FECHA-FACTURA TO PND-FECHA.
           MOVE W-TOTAL-FACTURA TO PND-IMPORTE-ORIG.
           MOVE 0               TO PND-IMPORTE-PAGADO.
           SET PND-ABIERTO      TO TRUE.
           WRITE REG-PENDCLI.
           IF ST-FILE-PND > "07"
              MOVE "FACREC1"               TO ERRLOG-PROGRAM
              MOVE "GRABO-PARTIDA-ABIERTA" TO ERRLOG-PARAGRAPH
              MOVE "PENDCLI"               TO ERRLOG-FILENAME
              MOVE PND-CLAVE                TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PND              TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
      *
       IMPRIME-FACTURA.
           MOVE CTR-CLI-ID       TO L-DET-CLIENTE.
           MOVE CLI_NOMBRE(1:30) TO L-DET-NOMBRE.
           MOVE W-FECHA-FACTURA  TO L-DET-PERIODO.
           MOVE W-FAC-NUMERO     TO L-DET-FACTURA.
           MOVE W-NETO-FACTURA   TO L-DET-NETO.
           MOVE W-IVA-FACTURA    TO L-DET-IVA.
           MOVE W-TOTAL-FACTURA  TO L-DET-TOTAL.
           WRITE LINEA-LISTADO FROM L-DETALLE.
      *
      *    CONTRATO VENCIDO QUE NO SE FACTURA: L-DET-NOTA DICE POR QUE
       IMPRIME-OMITIDO.
           ADD 1 TO W-CANT-OMITIDOS.
           MOVE CTR-CLI-ID       TO L-DET-CLIENTE.
           MOVE CLI_NOMBRE(1:30) TO L-DET-NOMBRE.
           MOVE W-FECHA-FACTURA  TO L-DET-PERIODO.
           MOVE 0                TO L-DET-FACTURA.
           MOVE 0                TO L-DET-NETO.
           MOVE 0                TO L-DET-IVA.
           COMPUTE L-DET-TOTAL = CTR-CANTIDAD * CTR-PRECIO-UNIT.
           WRITE LINEA-LISTADO FROM L-DETALLE.
      *
       GRABO-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "FACREC1" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE W-CANT-LEIDOS   TO WS-RUNLOG-CNT1.
           MOVE W-CANT-FACTURAS TO WS-RUNLOG-CNT2.
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF ST-FILE-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.
      *
       TERMINAR.
           MOVE "CONTRATOS LEIDOS:"    TO L-CTL-ROTULO.
           MOVE W-CANT-LEIDOS          TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "CONTRATOS VENCIDOS:"  TO L-CTL-ROTULO.
           MOVE W-CANT-VENCIDOS        TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "FACTURAS EMITIDAS:"   TO L-CTL-ROTULO.
           MOVE W-CANT-FACTURAS        TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "NO FACTURADOS:"       TO L-CTL-ROTULO.
           MOVE W-CANT-OMITIDOS        TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "CONTRATOS FINALIZADOS:" TO L-CTL-ROTULO.
           MOVE W-CANT-FINALIZADOS     TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE W-TOTAL-FACTURADO      TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           DISPLAY "FACREC1 CONTRATOS LEIDOS: " W-CANT-LEIDOS.
           DISPLAY "FACREC1 FACTURAS EMITIDAS: " W-CANT-FACTURAS.
           DISPLAY "FACREC1 NO FACTURADOS    : " W-CANT-OMITIDOS.
      *    UNA CORRIDA ABORTADA NO DEBE MARCARSE COMPLETA
           IF HUBO-ERROR = 0
              PERFORM GRABO-RUNLOG
           END-IF.
           CLOSE CONTRATOS.
           CLOSE CLIENTES.
           CLOSE CLICTL.
           CLOSE FACTURAS.
           CLOSE FACITEMS.
           CLOSE CLIMOV.
           CLOSE PENDCLI.
           CLOSE IVATASAS.
           CLOSE LISTADO.
           MOVE "FACREC1"       TO RPTARC-PROGRAM.
           MOVE "FACTURACION RECURRENTE POR CONTRATO"
              TO RPTARC-TITLE.
           MOVE "./facrec1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SPACES          TO RPTARC-OPERATOR.
           MOVE "M"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM FACREC1.
