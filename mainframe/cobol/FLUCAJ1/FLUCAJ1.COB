       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUCAJ1.
      *
      *    PROYECCION SEMANAL DEL FLUJO DE CAJA CONSOLIDADO
      *    PIDE EL SALDO DE CAJA Y BANCOS CON QUE SE ARRANCA Y
      *    PROYECTA, SEMANA POR SEMANA PARA LAS 8 SEMANAS QUE
      *    EMPIEZAN HOY, LO QUE ENTRA Y LO QUE SALE:
      *    - COBROS DE CLIENTES: CADA PARTIDA ABIERTA DE PENDCLI.DAT
      *      POR LO QUE LE FALTA COBRAR, A LA FECHA DEL DOCUMENTO MAS
      *      LOS DIAS QUE ESE CLIENTE TARDA EN PAGAR, PROMEDIADOS DE
      *      SUS COBROS YA APLICADOS CON APLREC1 (LOS "C" DE
      *      CLIMOV.DAT CON EL DOCUMENTO PAGADO). EL CLIENTE SIN
      *      HISTORIA TOMA W-DIAS-COBRO-DEFECTO;
      *    - CUOTAS DE DEUDORES: LAS CUOTAS PENDIENTES DE PLANCUO.DAT
      *      DE LOS PLANES ACTIVOS (MNTPLN1), A SU VENCIMIENTO;
      *    - COBRANZA DE DEUDORES: EL PROMEDIO SEMANAL DE LOS COBROS
      *      DE GFILE02 (LOS "C" DE DEUMOV.DAT) DE LAS ULTIMAS 8
      *      SEMANAS, SIN LOS DEUDORES CON PLAN ACTIVO, QUE YA ENTRAN
      *      POR SUS CUOTAS;
      *    - PAGOS A PROVEEDORES: LO QUE RESTA DE CADA COMPROBANTE
      *      ABIERTO DE PROVVOU.DAT, A SU VENCIMIENTO;
      *    - BONOS: LO QUE FALTA PAGAR DE LA ULTIMA CORRIDA DE LAB5
      *      (OUTBONUS), QUE NO LLEVA FECHA Y SE PROYECTA EN LA
      *      PRIMERA SEMANA. SI BNKPAY1 YA TRANSMITIO EL LOTE
      *      (BONBATCH.DAT EN "T") NO QUEDA NADA DE EL; SI NO, ENTRA
      *      CADA LINEA MENOS LAS RETENIDAS EN BONAPR1 (BONHOLD.DAT).
      *      SE SUMAN LAS RETENCIONES DE LOTES ANTERIORES YA
      *      LIBERADAS, QUE SE PAGAN CON EL PROXIMO LOTE; LO QUE
      *      SIGUE RETENIDO NO TIENE FECHA Y SE INFORMA AL PIE.
      *    LO YA VENCIDO CAE EN LA PRIMERA SEMANA; LO QUE CAE DESPUES
      *    DE LA OCTAVA NO SE PROYECTA Y SE INFORMA AL PIE. POR CADA
      *    SEMANA IMPRIME LAS ENTRADAS, LAS SALIDAS, EL NETO Y LA
      *    POSICION DE CAJA ACUMULADA DESDE EL SALDO INICIAL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDCLI ASSIGN TO "./pendcli.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PND-CLAVE
           STATUS ST-FILE-PND.
           SELECT OPTIONAL CLIMOV ASSIGN TO "./climov.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS MOV-CLAVE
           STATUS ST-FILE-MOV.
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
           SELECT OPTIONAL DEUMOV ASSIGN TO "./deumov.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS DMOV-CLAVE
           STATUS ST-FILE-DMOV.
           SELECT OPTIONAL PROVVOU ASSIGN TO "PROVVOU.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS VOU-NUMBER
           STATUS ST-FILE-VOU.
           SELECT OPTIONAL BONOS ASSIGN TO OUTBONUS
           STATUS ST-FILE-BON.
           SELECT OPTIONAL BONBATCH ASSIGN TO "BONBATCH.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-BAT.
           SELECT OPTIONAL BONHOLD ASSIGN TO "BONHOLD.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS HLD-KEY
           STATUS ST-FILE-HLD.
       DATA DIVISION.
       FILE SECTION.
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
              88  MOV-DOC-DEVOLUCION   VALUE "V".
           03  MOV-DOC-REFERENCIA  PIC 9(7).
           03  FILLER              PIC X(22).
      *
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
           03 DMOV-IMPORTE         PIC 9(10)V9(2).
           03 DMOV-SALDO-DESPUES   PIC 9(10)V9(2).
           03 DMOV-RECIBO          PIC 9(8).
           03 DMOV-SESION          PIC 9(6).
           03 FILLER               PIC X(16).
      *
      *    COMPROBANTES DE PROVEEDORES (SFTVOU1 / SFTPAY1); LOS
      *    IMPORTES DE CUENTAS A PAGAR VAN EN UNIDADES ENTERAS
       FD PROVVOU.
       01 REG-PROVVOU.
           03 VOU-NUMBER             PIC 9(8).
           03 VOU-PROV-ID            PIC 9(10).
           03 VOU-INV-NUMBER         PIC X(15).
           03 VOU-INV-DATE           PIC 9(8).
           03 VOU-DUE-DATE           PIC 9(8).
           03 VOU-AMOUNT             PIC 9(10).
           03 VOU-PAID               PIC 9(10).
           03 VOU-STATUS             PIC X(1).
              88 VOU-OPEN            VALUE "O".
              88 VOU-PAID-UP         VALUE "P".
           03 VOU-PO-NUMBER          PIC 9(8).
           03 VOU-HOLD               PIC X(1).
              88 VOU-HELD            VALUE "H".
           03 VOU-RELEASED-BY        PIC X(8).
           03 VOU-DISC-PCT           PIC 9(2)V9(2).
           03 VOU-DISC-DATE          PIC 9(8).
           03 VOU-DISC-TAKEN         PIC 9(10).
           03 VOU-NET                PIC 9(10).
           03 VOU-IVA-RATE           PIC 9(2)V9(2).
           03 VOU-IVA                PIC 9(10).
           03 VOU-CUST-ID            PIC 9(7).
           03 VOU-ENTERED-BY         PIC X(8).
           03 VOU-ENTERED-DATE       PIC 9(8).
           03 VOU-ENTERED-TIME       PIC 9(6).
           03 FILLER                 PIC X(38).
      *
      *    EL MISMO REGISTRO QUE LAB5 GRABA EN OUTBONUS
       FD BONOS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-BONOS.
           03 BON-STATE-CODE         PIC X(02).
           03 BON-LAST-NAME          PIC X(20).
           03 BON-FIRST-NAME         PIC X(15).
           03 BON-MID-INIT           PIC X(01).
           03 BON-BONUS-AMT          PIC 9(7)V99.
           03 FILLER                 PIC X(33).
      *
      *    EL REGISTRO DE CONTROL DEL LOTE QUE GRABA LAB5 (VER
      *    BONAPR1 Y BNKPAY1)
       FD BONBATCH.
       01 REG-BONBATCH.
           03 BAT-BATCH-ID           PIC 9(14).
           03 BAT-REC-COUNT          PIC 9(6).
           03 BAT-BONUS-TOTAL        PIC 9(9)V99.
           03 BAT-STATUS             PIC X(1).
              88 BATCH-TRANSMITTED         VALUE "T".
           03 FILLER                 PIC X(48).
      *
      *    LAS LINEAS RETENIDAS EN BONAPR1, POR LOTE Y NUMERO DE
      *    LINEA: H = RETENIDA, L = LIBERADA Y A PAGAR CON EL PROXIMO
      *    LOTE, P = PAGADA POR BNKPAY1
       FD BONHOLD.
       01 REG-BONHOLD.
           03 HLD-KEY.
              05 HLD-BATCH-ID        PIC 9(14).
              05 HLD-SEQ             PIC 9(5).
           03 HLD-BONUS-IMAGE        PIC X(80).
           03 HLD-STATUS             PIC X(1).
              88 HOLD-HELD                 VALUE "H".
              88 HOLD-UNHELD               VALUE "L".
           03 FILLER                 PIC X(76).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-PND                PIC XX.
       01  ST-FILE-MOV                PIC XX.
       01  ST-FILE-PLN                PIC XX.
       01  ST-FILE-PCU                PIC XX.
       01  ST-FILE-DMOV               PIC XX.
       01  ST-FILE-VOU                PIC XX.
       01  ST-FILE-BON                PIC XX.
       01  ST-FILE-BAT                PIC XX.
       01  ST-FILE-HLD                PIC XX.
      *    PARAMETERS FOR THE SHARED RPTWRT REPORT WRITER, WHICH
      *    HANDLES THE PAGE HEADINGS, OVERFLOW AND TRAILER
           COPY "RPTWRT.CPY".
       01  FIN-PARTIDAS               PIC X.
       01  FIN-MOVIMIENTOS            PIC X.
       01  FIN-CUOTAS                 PIC X.
       01  FIN-DEUMOV                 PIC X.
       01  FIN-COMPROBANTES           PIC X.
       01  FIN-BONOS                  PIC X.
       01  FIN-RETENIDOS              PIC X.
       01  LINEA-RETENIDA             PIC X.
       01  PLAN-VIGENTE               PIC X.
      *
       01  W-FECHA-HOY                PIC 9(8).
       01  W-JULIANO-HOY              PIC 9(7).
       01  W-JULIANO-DESDE-COBROS     PIC 9(7).
       01  W-JULIANO                  PIC S9(7).
       01  W-DIAS                     PIC S9(5).
       01  W-SEM                      PIC 99.
       01  W-CANT-SEMANAS             PIC 99 VALUE 8.
       01  W-DIAS-COBRO-DEFECTO       PIC 9(3) VALUE 30.
       01  W-SALDO-INICIAL            PIC S9(11)V99.
       01  W-POSICION                 PIC S9(13)V99.
       01  W-IMPORTE                  PIC S9(11)V99.
      *
      *    EL LOTE DE BONOS EN CURSO Y EL NUMERO DE LINEA, QUE ES SU
      *    POSICION EN OUTBONUS COMO LA MUESTRA BONAPR1
       01  W-LOTE-BONOS               PIC 9(14) VALUE 0.
       01  W-LOTE-TRANSMITIDO         PIC X VALUE "N".
       01  W-LINEA-BONO               PIC 9(5).
      *    UNA LINEA DE OUTBONUS GUARDADA EN BONHOLD.DAT
       01  W-BONO-IMAGEN.
           03  FILLER                 PIC X(38).
           03  W-IMG-BONUS-AMT        PIC 9(7)V99.
           03  FILLER                 PIC X(33).
      *
      *    PROMEDIO DE DIAS DE COBRO DEL CLIENTE EN CURSO
       01  W-CLI-ACTUAL               PIC 9(7).
       01  W-CLAVE-GUARDADA           PIC X(14).
       01  W-DIAS-CLIENTE             PIC 9(5).
       01  W-SUMA-DIAS                PIC 9(9).
       01  W-CANT-COBROS              PIC 9(7).
      *
       01  W-COBRADO-DEUDORES         PIC 9(13)V99.
       01  W-PROMEDIO-DEUDORES        PIC 9(11)V99.
      *
      *    UNA FILA POR SEMANA PROYECTADA
       01  TABLA-SEMANAS.
           03  SEMANA OCCURS 8 TIMES.
               05  SEM-DESDE          PIC 9(8).
               05  SEM-HASTA          PIC 9(8).
               05  SEM-CLIENTES       PIC S9(11)V99.
               05  SEM-CUOTAS         PIC S9(11)V99.
               05  SEM-DEUDORES       PIC S9(11)V99.
               05  SEM-PROVEEDORES    PIC S9(11)V99.
               05  SEM-BONOS          PIC S9(11)V99.
               05  SEM-NETO           PIC S9(11)V99.
      *
      *    LO QUE CAE DESPUES DE LA OCTAVA SEMANA
       01  FUERA-CLIENTES             PIC S9(11)V99 VALUE 0.
       01  FUERA-CUOTAS               PIC S9(11)V99 VALUE 0.
       01  FUERA-PROVEEDORES          PIC S9(11)V99 VALUE 0.
       01  BONOS-RETENIDOS            PIC S9(11)V99 VALUE 0.
      *
       01  TOT-CLIENTES               PIC S9(11)V99 VALUE 0.
       01  TOT-CUOTAS                 PIC S9(11)V99 VALUE 0.
       01  TOT-DEUDORES               PIC S9(11)V99 VALUE 0.
       01  TOT-PROVEEDORES            PIC S9(11)V99 VALUE 0.
       01  TOT-BONOS                  PIC S9(11)V99 VALUE 0.
       01  TOT-NETO                   PIC S9(11)V99 VALUE 0.
      *
       01  CNT-PARTIDAS               PIC 9(7) VALUE 0.
       01  CNT-CUOTAS                 PIC 9(7) VALUE 0.
       01  CNT-COMPROBANTES           PIC 9(7) VALUE 0.
       01  CNT-BONOS                  PIC 9(7) VALUE 0.
       01  CNT-RETENIDOS              PIC 9(7) VALUE 0.
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(20) VALUE "SALDO INICIAL: ".
           03  L-ENC-SALDO     PIC -(11)9,99.
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(21) VALUE "SEM  DESDE    HASTA".
           03  FILLER          PIC X(15) VALUE "   COB.CLIENTES".
           03  FILLER          PIC X(15) VALUE "   CUOTAS DEUD.".
           03  FILLER          PIC X(15) VALUE "   COBRANZA DEU".
           03  FILLER          PIC X(15) VALUE "  PAGOS PROVEED".
           03  FILLER          PIC X(15) VALUE "          BONOS".
           03  FILLER          PIC X(15) VALUE "           NETO".
           03  FILLER          PIC X(18) VALUE "          POSICION".
       01  L-DETALLE.
           03  L-DET-SEM       PIC Z9.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-DESDE     PIC 9(8).
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-HASTA     PIC 9(8).
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-CLIENTES  PIC -(10)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-CUOTAS    PIC -(10)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-DEUDORES  PIC -(10)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-PROVEED   PIC -(10)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-BONOS     PIC -(10)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-NETO      PIC -(10)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-POSICION  PIC -(13)9,99.
       01  L-TOTAL.
           03  FILLER          PIC X(21) VALUE "TOTALES".
           03  L-TOT-CLIENTES  PIC -(10)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-TOT-CUOTAS    PIC -(10)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-TOT-DEUDORES  PIC -(10)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-TOT-PROVEED   PIC -(10)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-TOT-BONOS     PIC -(10)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-TOT-NETO      PIC -(10)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-TOT-POSICION  PIC -(13)9,99.
       01  L-CONTROL.
           03  L-CTL-TEXTO     PIC X(50).
           03  L-CTL-IMPORTE   PIC -(13)9,99.
       01  L-CONTROL-CANT.
           03  L-CTC-TEXTO     PIC X(50).
           03  L-CTC-CANTIDAD  PIC Z(6)9.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZACION.
           PERFORM PROYECTO-CLIENTES THRU F-PROYECTO-CLIENTES.
           PERFORM PROYECTO-CUOTAS THRU F-PROYECTO-CUOTAS.
           PERFORM PROYECTO-DEUDORES THRU F-PROYECTO-DEUDORES.
           PERFORM PROYECTO-PROVEEDORES THRU F-PROYECTO-PROVEEDORES.
           PERFORM PROYECTO-BONOS THRU F-PROYECTO-BONOS.
           PERFORM IMPRIMO-SEMANA VARYING W-SEM FROM 1 BY 1
              UNTIL W-SEM > W-CANT-SEMANAS.
           PERFORM TERMINAR.
           STOP RUN.
      *
       INICIALIZACION.
           DISPLAY "PROYECCION SEMANAL DEL FLUJO DE CAJA".
           DISPLAY "SALDO INICIAL DE CAJA Y BANCOS: ".
           ACCEPT W-SALDO-INICIAL.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE W-JULIANO-HOY =
              FUNCTION INTEGER-OF-DATE(W-FECHA-HOY).
           COMPUTE W-JULIANO-DESDE-COBROS =
              W-JULIANO-HOY - 7 * W-CANT-SEMANAS.
           PERFORM ARMO-SEMANA VARYING W-SEM FROM 1 BY 1
              UNTIL W-SEM > W-CANT-SEMANAS.
           OPEN INPUT PENDCLI.
           IF ST-FILE-PND > "07"
              DISPLAY "ERROR AL ABRIR PENDCLI " ST-FILE-PND
           END-IF.
           OPEN INPUT CLIMOV.
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR AL ABRIR CLIMOV " ST-FILE-MOV
           END-IF.
           OPEN INPUT PLANPAG.
           IF ST-FILE-PLN > "07"
              DISPLAY "ERROR AL ABRIR PLANPAG " ST-FILE-PLN
           END-IF.
           OPEN INPUT PLANCUO.
           IF ST-FILE-PCU > "07"
              DISPLAY "ERROR AL ABRIR PLANCUO " ST-FILE-PCU
           END-IF.
           OPEN INPUT DEUMOV.
           IF ST-FILE-DMOV > "07"
              DISPLAY "ERROR AL ABRIR DEUMOV " ST-FILE-DMOV
           END-IF.
           OPEN INPUT PROVVOU.
           IF ST-FILE-VOU > "07"
              DISPLAY "ERROR AL ABRIR PROVVOU " ST-FILE-VOU
           END-IF.
           OPEN INPUT BONOS.
           IF ST-FILE-BON > "07"
              DISPLAY "ERROR AL ABRIR OUTBONUS " ST-FILE-BON
           END-IF.
           OPEN INPUT BONHOLD.
           IF ST-FILE-HLD > "07"
              DISPLAY "ERROR AL ABRIR BONHOLD " ST-FILE-HLD
           END-IF.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./flucaj1.lst" TO RPTWRT-REPORT-NAME.
           MOVE "FLUCAJ1"  TO RPTWRT-PROGRAM.
           MOVE "D"       TO RPTWRT-RETENTION.
           MOVE "PROYECCION SEMANAL DEL FLUJO DE CAJA" TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
           MOVE W-SALDO-INICIAL TO L-ENC-SALDO.
           MOVE L-ENCABEZADO1 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE L-ENCABEZADO2 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
      *
      *    LA SEMANA N VA DE HOY + 7 * (N - 1) A SEIS DIAS DESPUES
       ARMO-SEMANA.
           COMPUTE W-JULIANO = W-JULIANO-HOY + 7 * (W-SEM - 1).
           COMPUTE SEM-DESDE (W-SEM) =
              FUNCTION DATE-OF-INTEGER(W-JULIANO).
           COMPUTE SEM-HASTA (W-SEM) =
              FUNCTION DATE-OF-INTEGER(W-JULIANO + 6).
           MOVE 0 TO SEM-CLIENTES (W-SEM).
           MOVE 0 TO SEM-CUOTAS (W-SEM).
           MOVE 0 TO SEM-DEUDORES (W-SEM).
           MOVE 0 TO SEM-PROVEEDORES (W-SEM).
           MOVE 0 TO SEM-BONOS (W-SEM).
           MOVE 0 TO SEM-NETO (W-SEM).
      *
      *    UBICA LA SEMANA DE UNA FECHA JULIANA DEJADA EN W-JULIANO:
      *    LO VENCIDO VA A LA PRIMERA; 0 SI CAE FUERA DEL HORIZONTE
       BUSCO-SEMANA.
           COMPUTE W-DIAS = W-JULIANO - W-JULIANO-HOY.
           IF W-DIAS < 0
              MOVE 0 TO W-DIAS
           END-IF.
           COMPUTE W-SEM = W-DIAS / 7 + 1.
           IF W-SEM > W-CANT-SEMANAS
              MOVE 0 TO W-SEM
           END-IF.
      *
      *    ---------------------------------------------------------
      *    COBROS DE CLIENTES: LAS PARTIDAS VIENEN POR CLIENTE; AL
      *    CAMBIAR DE CLIENTE SE CALCULAN SUS DIAS DE COBRO
      *    ---------------------------------------------------------
       PROYECTO-CLIENTES.
           IF ST-FILE-PND > "07"
              GO TO F-PROYECTO-CLIENTES
           END-IF.
           MOVE 0 TO W-CLI-ACTUAL.
           MOVE "N" TO FIN-PARTIDAS.
           MOVE LOW-VALUES TO PND-CLAVE.
           START PENDCLI KEY IS NOT LESS THAN PND-CLAVE
              INVALID KEY MOVE "S" TO FIN-PARTIDAS
           END-START.
           PERFORM UNA-PARTIDA THRU F-UNA-PARTIDA
              UNTIL FIN-PARTIDAS = "S".
       F-PROYECTO-CLIENTES.
           EXIT.
      *
       UNA-PARTIDA.
           READ PENDCLI NEXT RECORD
              AT END MOVE "S" TO FIN-PARTIDAS
           END-READ.
           IF FIN-PARTIDAS = "S" GO TO F-UNA-PARTIDA.
           IF NOT PND-ABIERTO GO TO F-UNA-PARTIDA.
           COMPUTE W-IMPORTE = PND-IMPORTE-ORIG - PND-IMPORTE-PAGADO.
           IF W-IMPORTE NOT > 0 GO TO F-UNA-PARTIDA.
           IF PND-CLI-ID NOT = W-CLI-ACTUAL
              PERFORM DIAS-COBRO-CLIENTE THRU F-DIAS-COBRO-CLIENTE
           END-IF.
           IF PND-FECHA IS NUMERIC AND PND-FECHA > 0
              COMPUTE W-JULIANO =
                 FUNCTION INTEGER-OF-DATE(PND-FECHA) + W-DIAS-CLIENTE
           ELSE
              MOVE W-JULIANO-HOY TO W-JULIANO
           END-IF.
           PERFORM BUSCO-SEMANA.
           ADD 1 TO CNT-PARTIDAS.
           IF W-SEM = 0
              ADD W-IMPORTE TO FUERA-CLIENTES
           ELSE
              ADD W-IMPORTE TO SEM-CLIENTES (W-SEM)
           END-IF.
       F-UNA-PARTIDA.
           EXIT.
      *
      *    PROMEDIA, SOBRE LOS COBROS DEL CLIENTE APLICADOS A UN
      *    DOCUMENTO, LOS DIAS ENTRE EL DOCUMENTO Y EL COBRO. LAS
      *    LECTURAS AL AZAR DE PENDCLI PIERDEN LA POSICION, QUE SE
      *    RECUPERA AL FINAL SOBRE LA PARTIDA QUE SE ESTABA LEYENDO
       DIAS-COBRO-CLIENTE.
           MOVE PND-CLI-ID TO W-CLI-ACTUAL.
           MOVE PND-CLAVE  TO W-CLAVE-GUARDADA.
           MOVE 0 TO W-SUMA-DIAS.
           MOVE 0 TO W-CANT-COBROS.
           MOVE "N" TO FIN-MOVIMIENTOS.
           IF ST-FILE-MOV > "07"
              MOVE "S" TO FIN-MOVIMIENTOS
           ELSE
              MOVE W-CLI-ACTUAL TO MOV-ID_CLIENTE
              MOVE 0            TO MOV-FECHA
              MOVE 0            TO MOV-SECUENCIA
              START CLIMOV KEY IS NOT LESS THAN MOV-CLAVE
                 INVALID KEY MOVE "S" TO FIN-MOVIMIENTOS
              END-START
           END-IF.
           PERFORM UN-COBRO-CLIENTE THRU F-UN-COBRO-CLIENTE
              UNTIL FIN-MOVIMIENTOS = "S".
           IF W-CANT-COBROS = 0
              MOVE W-DIAS-COBRO-DEFECTO TO W-DIAS-CLIENTE
           ELSE
              COMPUTE W-DIAS-CLIENTE ROUNDED =
                 W-SUMA-DIAS / W-CANT-COBROS
           END-IF.
           MOVE W-CLAVE-GUARDADA TO PND-CLAVE.
           READ PENDCLI
              INVALID KEY MOVE "S" TO FIN-PARTIDAS
           END-READ.
       F-DIAS-COBRO-CLIENTE.
           EXIT.
      *
       UN-COBRO-CLIENTE.
           READ CLIMOV NEXT RECORD
              AT END MOVE "S" TO FIN-MOVIMIENTOS
           END-READ.
           IF FIN-MOVIMIENTOS = "S" GO TO F-UN-COBRO-CLIENTE.
           IF MOV-ID_CLIENTE NOT = W-CLI-ACTUAL
              MOVE "S" TO FIN-MOVIMIENTOS
              GO TO F-UN-COBRO-CLIENTE
           END-IF.
           IF NOT MOV-CREDITO OR MOV-DOCUMENTO NOT NUMERIC
              OR MOV-DOCUMENTO = 0 OR MOV-DOC-NOTA-CREDITO
              GO TO F-UN-COBRO-CLIENTE
           END-IF.
           MOVE W-CLI-ACTUAL  TO PND-CLI-ID.
           MOVE MOV-DOCUMENTO TO PND-DOCUMENTO.
           READ PENDCLI
              INVALID KEY GO TO F-UN-COBRO-CLIENTE
           END-READ.
           IF PND-FECHA NOT NUMERIC OR PND-FECHA = 0
              OR PND-FECHA > MOV-FECHA
              GO TO F-UN-COBRO-CLIENTE
           END-IF.
           COMPUTE W-DIAS = FUNCTION INTEGER-OF-DATE(MOV-FECHA)
                          - FUNCTION INTEGER-OF-DATE(PND-FECHA).
           ADD W-DIAS TO W-SUMA-DIAS.
           ADD 1 TO W-CANT-COBROS.
       F-UN-COBRO-CLIENTE.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    CUOTAS PENDIENTES DE LOS PLANES DE PAGO ACTIVOS
      *    ---------------------------------------------------------
       PROYECTO-CUOTAS.
           IF ST-FILE-PCU > "07"
              GO TO F-PROYECTO-CUOTAS
           END-IF.
           MOVE "N" TO FIN-CUOTAS.
           MOVE LOW-VALUES TO PCU-CLAVE.
           START PLANCUO KEY IS NOT LESS THAN PCU-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUOTAS
           END-START.
           PERFORM UNA-CUOTA THRU F-UNA-CUOTA
              UNTIL FIN-CUOTAS = "S".
       F-PROYECTO-CUOTAS.
           EXIT.
      *
       UNA-CUOTA.
           READ PLANCUO NEXT RECORD
              AT END MOVE "S" TO FIN-CUOTAS
           END-READ.
           IF FIN-CUOTAS = "S" GO TO F-UNA-CUOTA.
           IF NOT PCU-PENDIENTE GO TO F-UNA-CUOTA.
           COMPUTE W-IMPORTE = PCU-IMPORTE - PCU-PAGADO.
           IF W-IMPORTE NOT > 0 GO TO F-UNA-CUOTA.
           MOVE PCU-DEU-ID TO PLN-DEU-ID.
           PERFORM VERIFICO-PLAN.
           IF PLAN-VIGENTE = "N" GO TO F-UNA-CUOTA.
           COMPUTE W-JULIANO =
              FUNCTION INTEGER-OF-DATE(PCU-VENCIMIENTO).
           PERFORM BUSCO-SEMANA.
           ADD 1 TO CNT-CUOTAS.
           IF W-SEM = 0
              ADD W-IMPORTE TO FUERA-CUOTAS
           ELSE
              ADD W-IMPORTE TO SEM-CUOTAS (W-SEM)
           END-IF.
       F-UNA-CUOTA.
           EXIT.
      *
      *    PLAN-VIGENTE = "S" SI EL DEUDOR EN PLN-DEU-ID TIENE UN
      *    PLAN DE PAGOS ACTIVO
       VERIFICO-PLAN.
           MOVE "N" TO PLAN-VIGENTE.
           IF ST-FILE-PLN NOT > "07"
              READ PLANPAG
                 INVALID KEY MOVE "N" TO PLAN-VIGENTE
                 NOT INVALID KEY
                    IF PLN-ACTIVO
                       MOVE "S" TO PLAN-VIGENTE
                    END-IF
              END-READ
           END-IF.
      *
      *    ---------------------------------------------------------
      *    COBRANZA DE DEUDORES SIN PLAN: PROMEDIO SEMANAL DE LAS
      *    ULTIMAS 8 SEMANAS, IGUAL EN CADA SEMANA PROYECTADA
      *    ---------------------------------------------------------
       PROYECTO-DEUDORES.
           MOVE 0 TO W-COBRADO-DEUDORES.
           IF ST-FILE-DMOV > "07"
              GO TO F-PROYECTO-DEUDORES
           END-IF.
           MOVE "N" TO FIN-DEUMOV.
           MOVE LOW-VALUES TO DMOV-CLAVE.
           START DEUMOV KEY IS NOT LESS THAN DMOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-DEUMOV
           END-START.
           PERFORM UN-COBRO-DEUDOR THRU F-UN-COBRO-DEUDOR
              UNTIL FIN-DEUMOV = "S".
           COMPUTE W-PROMEDIO-DEUDORES ROUNDED =
              W-COBRADO-DEUDORES / W-CANT-SEMANAS.
           PERFORM REPARTO-DEUDORES VARYING W-SEM FROM 1 BY 1
              UNTIL W-SEM > W-CANT-SEMANAS.
       F-PROYECTO-DEUDORES.
           EXIT.
      *
       UN-COBRO-DEUDOR.
           READ DEUMOV NEXT RECORD
              AT END MOVE "S" TO FIN-DEUMOV
           END-READ.
           IF FIN-DEUMOV = "S" GO TO F-UN-COBRO-DEUDOR.
           IF NOT DMOV-COBRO GO TO F-UN-COBRO-DEUDOR.
           IF DMOV-FECHA NOT NUMERIC OR DMOV-FECHA = 0
              OR DMOV-FECHA NOT < W-FECHA-HOY
              GO TO F-UN-COBRO-DEUDOR
           END-IF.
           IF FUNCTION INTEGER-OF-DATE(DMOV-FECHA)
              < W-JULIANO-DESDE-COBROS
              GO TO F-UN-COBRO-DEUDOR
           END-IF.
           MOVE DMOV-DEU-ID TO PLN-DEU-ID.
           PERFORM VERIFICO-PLAN.
           IF PLAN-VIGENTE = "S" GO TO F-UN-COBRO-DEUDOR.
           ADD DMOV-IMPORTE TO W-COBRADO-DEUDORES.
       F-UN-COBRO-DEUDOR.
           EXIT.
      *
       REPARTO-DEUDORES.
           MOVE W-PROMEDIO-DEUDORES TO SEM-DEUDORES (W-SEM).
      *
      *    ---------------------------------------------------------
      *    COMPROBANTES ABIERTOS DE PROVEEDORES, A SU VENCIMIENTO
      *    ---------------------------------------------------------
       PROYECTO-PROVEEDORES.
           IF ST-FILE-VOU > "07"
              GO TO F-PROYECTO-PROVEEDORES
           END-IF.
           MOVE "N" TO FIN-COMPROBANTES.
           MOVE 0 TO VOU-NUMBER.
           START PROVVOU KEY IS NOT LESS THAN VOU-NUMBER
              INVALID KEY MOVE "S" TO FIN-COMPROBANTES
           END-START.
           PERFORM UN-COMPROBANTE THRU F-UN-COMPROBANTE
              UNTIL FIN-COMPROBANTES = "S".
       F-PROYECTO-PROVEEDORES.
           EXIT.
      *
       UN-COMPROBANTE.
           READ PROVVOU NEXT RECORD
              AT END MOVE "S" TO FIN-COMPROBANTES
           END-READ.
           IF FIN-COMPROBANTES = "S" GO TO F-UN-COMPROBANTE.
           IF NOT VOU-OPEN GO TO F-UN-COMPROBANTE.
           COMPUTE W-IMPORTE = VOU-AMOUNT - VOU-PAID.
           IF W-IMPORTE NOT > 0 GO TO F-UN-COMPROBANTE.
           COMPUTE W-JULIANO =
              FUNCTION INTEGER-OF-DATE(VOU-DUE-DATE).
           PERFORM BUSCO-SEMANA.
           ADD 1 TO CNT-COMPROBANTES.
           IF W-SEM = 0
              ADD W-IMPORTE TO FUERA-PROVEEDORES
           ELSE
              ADD W-IMPORTE TO SEM-PROVEEDORES (W-SEM)
           END-IF.
       F-UN-COMPROBANTE.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    BONOS DE LA ULTIMA CORRIDA DE LAB5 TODAVIA SIN PAGAR, EN
      *    LA PRIMERA SEMANA
      *    ---------------------------------------------------------
       PROYECTO-BONOS.
           PERFORM LEO-LOTE-BONOS.
           PERFORM PROYECTO-RETENIDOS THRU F-PROYECTO-RETENIDOS.
           IF ST-FILE-BON > "07" OR W-LOTE-TRANSMITIDO = "S"
              GO TO F-PROYECTO-BONOS
           END-IF.
           MOVE 0   TO W-LINEA-BONO.
           MOVE "N" TO FIN-BONOS.
           PERFORM UN-BONO UNTIL FIN-BONOS = "S".
       F-PROYECTO-BONOS.
           EXIT.
      *
      *    SIN BONBATCH.DAT (LAB5 ANTERIOR AL CONTROL DE LOTES) EL
      *    OUTBONUS ENTERO SE TOMA COMO PENDIENTE
       LEO-LOTE-BONOS.
           MOVE 0   TO W-LOTE-BONOS.
           MOVE "N" TO W-LOTE-TRANSMITIDO.
           OPEN INPUT BONBATCH.
           IF ST-FILE-BAT = "00"
              READ BONBATCH
                 AT END CONTINUE
                 NOT AT END
                    IF BAT-BATCH-ID IS NUMERIC
                       MOVE BAT-BATCH-ID TO W-LOTE-BONOS
                    END-IF
                    IF BATCH-TRANSMITTED
                       MOVE "S" TO W-LOTE-TRANSMITIDO
                    END-IF
              END-READ
           END-IF.
           CLOSE BONBATCH.
      *
       UN-BONO.
           READ BONOS
              AT END MOVE "S" TO FIN-BONOS
           END-READ.
           IF FIN-BONOS = "N"
              ADD 1 TO W-LINEA-BONO
              PERFORM BUSCO-RETENIDA
              IF LINEA-RETENIDA = "N" AND BON-BONUS-AMT IS NUMERIC
                 ADD 1 TO CNT-BONOS
                 ADD BON-BONUS-AMT TO SEM-BONOS (1)
              END-IF
           END-IF.
      *
      *    LA LINEA DEL LOTE EN CURSO RETENIDA EN BONAPR1 NO SE
      *    PROYECTA; YA SE CONTO AL RECORRER BONHOLD.DAT
       BUSCO-RETENIDA.
           MOVE "N" TO LINEA-RETENIDA.
           IF ST-FILE-HLD = "00"
              MOVE W-LOTE-BONOS TO HLD-BATCH-ID
              MOVE W-LINEA-BONO TO HLD-SEQ
              READ BONHOLD
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF HOLD-HELD
                       MOVE "S" TO LINEA-RETENIDA
                    END-IF
              END-READ
           END-IF.
      *
      *    LAS LIBERADAS DE LOTES ANTERIORES SALEN CON EL PROXIMO
      *    PAGO DE BONOS; LAS RETENIDAS QUEDAN AL PIE, SIN FECHA
       PROYECTO-RETENIDOS.
           IF ST-FILE-HLD NOT = "00"
              GO TO F-PROYECTO-RETENIDOS
           END-IF.
           MOVE "N" TO FIN-RETENIDOS.
           MOVE LOW-VALUES TO HLD-KEY.
           START BONHOLD KEY IS NOT LESS THAN HLD-KEY
              INVALID KEY MOVE "S" TO FIN-RETENIDOS
           END-START.
           PERFORM UN-RETENIDO UNTIL FIN-RETENIDOS = "S".
       F-PROYECTO-RETENIDOS.
           EXIT.
      *
       UN-RETENIDO.
           READ BONHOLD NEXT RECORD
              AT END MOVE "S" TO FIN-RETENIDOS
           END-READ.
           IF FIN-RETENIDOS = "N"
              MOVE HLD-BONUS-IMAGE TO W-BONO-IMAGEN
              IF W-IMG-BONUS-AMT IS NUMERIC
                 IF HOLD-UNHELD
                    ADD 1 TO CNT-BONOS
                    ADD W-IMG-BONUS-AMT TO SEM-BONOS (1)
                 END-IF
                 IF HOLD-HELD
                    ADD 1 TO CNT-RETENIDOS
                    ADD W-IMG-BONUS-AMT TO BONOS-RETENIDOS
                 END-IF
              END-IF
           END-IF.
      *
      *    ---------------------------------------------------------
      *    UNA LINEA POR SEMANA CON EL NETO Y LA POSICION ACUMULADA
      *    ---------------------------------------------------------
       IMPRIMO-SEMANA.
           IF W-SEM = 1
              MOVE W-SALDO-INICIAL TO W-POSICION
           END-IF.
           COMPUTE SEM-NETO (W-SEM) = SEM-CLIENTES (W-SEM)
                                    + SEM-CUOTAS (W-SEM)
                                    + SEM-DEUDORES (W-SEM)
                                    - SEM-PROVEEDORES (W-SEM)
                                    - SEM-BONOS (W-SEM).
           ADD SEM-NETO (W-SEM) TO W-POSICION.
           MOVE W-SEM                  TO L-DET-SEM.
           MOVE SEM-DESDE (W-SEM)      TO L-DET-DESDE.
           MOVE SEM-HASTA (W-SEM)      TO L-DET-HASTA.
           MOVE SEM-CLIENTES (W-SEM)   TO L-DET-CLIENTES.
           MOVE SEM-CUOTAS (W-SEM)     TO L-DET-CUOTAS.
           MOVE SEM-DEUDORES (W-SEM)   TO L-DET-DEUDORES.
           MOVE SEM-PROVEEDORES (W-SEM) TO L-DET-PROVEED.
           MOVE SEM-BONOS (W-SEM)      TO L-DET-BONOS.
           MOVE SEM-NETO (W-SEM)       TO L-DET-NETO.
           MOVE W-POSICION             TO L-DET-POSICION.
           MOVE L-DETALLE TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           ADD SEM-CLIENTES (W-SEM)    TO TOT-CLIENTES.
           ADD SEM-CUOTAS (W-SEM)      TO TOT-CUOTAS.
           ADD SEM-DEUDORES (W-SEM)    TO TOT-DEUDORES.
           ADD SEM-PROVEEDORES (W-SEM) TO TOT-PROVEEDORES.
           ADD SEM-BONOS (W-SEM)       TO TOT-BONOS.
           ADD SEM-NETO (W-SEM)        TO TOT-NETO.
      *
       TERMINAR.
           MOVE TOT-CLIENTES    TO L-TOT-CLIENTES.
           MOVE TOT-CUOTAS      TO L-TOT-CUOTAS.
           MOVE TOT-DEUDORES    TO L-TOT-DEUDORES.
           MOVE TOT-PROVEEDORES TO L-TOT-PROVEED.
           MOVE TOT-BONOS       TO L-TOT-BONOS.
           MOVE TOT-NETO        TO L-TOT-NETO.
           MOVE W-POSICION      TO L-TOT-POSICION.
           MOVE L-TOTAL TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE "COBROS DE CLIENTES DESPUES DE LA OCTAVA SEMANA"
                                       TO L-CTL-TEXTO.
           MOVE FUERA-CLIENTES         TO L-CTL-IMPORTE.
           PERFORM ESCRIBO-CONTROL.
           MOVE "CUOTAS DE DEUDORES DESPUES DE LA OCTAVA SEMANA"
                                       TO L-CTL-TEXTO.
           MOVE FUERA-CUOTAS           TO L-CTL-IMPORTE.
           PERFORM ESCRIBO-CONTROL.
           MOVE "PAGOS A PROVEEDORES DESPUES DE LA OCTAVA SEMANA"
                                       TO L-CTL-TEXTO.
           MOVE FUERA-PROVEEDORES      TO L-CTL-IMPORTE.
           PERFORM ESCRIBO-CONTROL.
           MOVE "BONOS RETENIDOS EN BONAPR1, SIN FECHA DE PAGO"
                                       TO L-CTL-TEXTO.
           MOVE BONOS-RETENIDOS        TO L-CTL-IMPORTE.
           PERFORM ESCRIBO-CONTROL.
           MOVE "COBRANZA DE DEUDORES SIN PLAN, ULTIMAS 8 SEMANAS"
                                       TO L-CTL-TEXTO.
           MOVE W-COBRADO-DEUDORES     TO L-CTL-IMPORTE.
           PERFORM ESCRIBO-CONTROL.
           MOVE "PARTIDAS ABIERTAS DE CLIENTES PROYECTADAS"
                                       TO L-CTC-TEXTO.
           MOVE CNT-PARTIDAS           TO L-CTC-CANTIDAD.
           PERFORM ESCRIBO-CANTIDAD.
           MOVE "CUOTAS DE PLANES DE PAGO PROYECTADAS"
                                       TO L-CTC-TEXTO.
           MOVE CNT-CUOTAS             TO L-CTC-CANTIDAD.
           PERFORM ESCRIBO-CANTIDAD.
           MOVE "COMPROBANTES DE PROVEEDORES PROYECTADOS"
                                       TO L-CTC-TEXTO.
           MOVE CNT-COMPROBANTES       TO L-CTC-CANTIDAD.
           PERFORM ESCRIBO-CANTIDAD.
           MOVE "EMPLEADOS CON BONO A PAGAR"
                                       TO L-CTC-TEXTO.
           MOVE CNT-BONOS              TO L-CTC-CANTIDAD.
           PERFORM ESCRIBO-CANTIDAD.
           MOVE "BONOS RETENIDOS SIN PROYECTAR"
                                       TO L-CTC-TEXTO.
           MOVE CNT-RETENIDOS          TO L-CTC-CANTIDAD.
           PERFORM ESCRIBO-CANTIDAD.
           DISPLAY "FLUCAJ1 POSICION FINAL PROYECTADA: "
                   L-TOT-POSICION.
           CLOSE PENDCLI.
           CLOSE CLIMOV.
           CLOSE PLANPAG.
           CLOSE PLANCUO.
           CLOSE DEUMOV.
           CLOSE PROVVOU.
           CLOSE BONOS.
           CLOSE BONHOLD.
           MOVE "C" TO RPTWRT-ACTION.
           CALL "RPTWRT" USING RPTWRT-PARMS.
      *
       ESCRIBO-CONTROL.
           MOVE L-CONTROL TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
      *
       ESCRIBO-CANTIDAD.
           MOVE L-CONTROL-CANT TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
      *
       ESCRIBO-LINEA.
           MOVE "L" TO RPTWRT-ACTION.
           CALL "RPTWRT" USING RPTWRT-PARMS.
       END PROGRAM FLUCAJ1.
