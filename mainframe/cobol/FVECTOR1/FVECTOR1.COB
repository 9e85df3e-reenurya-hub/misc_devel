                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CAJ-SESION
                  STATUS ST-FILE-CAJ.
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
           SELECT RECIBOS ASSIGN TO "./recibos.lst"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-REC.
               05 DEU_CATEGORIA_2  PIC X.
               05 DEU_NOMBRE_2     PIC X(60).
           03 DEU_LIMITE_CREDITO    PIC 9(10)V9(2).
      *       MARCA DE DEUDOR CASTIGADO (VER CASDEU2): SUS COBROS
      *       POSTERIORES SON RECUPEROS DE LO CASTIGADO
           03 DEU_CASTIGO.
               05 DEU_MARCA_CASTIGO     PIC X.
                  88 DEU_CASTIGADO      VALUE "S".
               05 DEU_FECHA_CASTIGO     PIC 9(8).
               05 DEU_IMPORTE_CASTIGADO PIC 9(10)V9(2).
               05 DEU_IMPORTE_RECUPERADO PIC 9(10)V9(2).
           03 FILLER               PIC X(255).
      * -----------------------------------------------------------
      *    ONE RECORD PER DEBTOR PER YEAR-MONTH, HOLDING THE 31 DAILY
      *    VALOR-VENTA FIGURES SO THEY SURVIVE ACROSS RUNS.
              88 DMOV-AJUSTE       VALUE "A" "J".
              88 DMOV-AJUSTE-SUBA  VALUE "A".
              88 DMOV-AJUSTE-BAJA  VALUE "J".
              88 DMOV-CASTIGO      VALUE "K".
              88 DMOV-RECUPERO     VALUE "R".
           03 DMOV-IMPORTE         PIC 9(10)V9(2).
           03 DMOV-SALDO-DESPUES   PIC 9(10)V9(2).
      *       CADA COBRO LLEVA SU NUMERO DE RECIBO Y LA SESION DE
      *    CAJASES.DAT: UNA SESION DE CAJA POR OPERADOR Y DIA. LOS
      *    COBROS SE ACUMULAN EN LA SESION Y AL CIERRE SE COMPARA
      *    EL EFECTIVO DECLARADO CONTRA LO COBRADO (SOBRANTE /
      *    FALTANTE DEL CAJON, CON NOMBRE Y APELLIDO). LA SESION
      *    CERRADA SE DEPOSITA EN UNA BOLETA (DEPCAJ1, "D") Y QUEDA
      *    CONCILIADA CUANDO EL BANCO ACREDITA ESA BOLETA (CONDEP1,
      *    "R")
       FD CAJASES.
       01 REG-CAJASES.
           03 CAJ-SESION           PIC 9(6).
           03 CAJ-ESTADO           PIC X.
              88 CAJ-ABIERTA       VALUE "A".
              88 CAJ-CERRADA       VALUE "C".
              88 CAJ-DEPOSITADA    VALUE "D".
              88 CAJ-CONCILIADA    VALUE "R".
           03 CAJ-CANT-RECIBOS     PIC 9(4).
           03 CAJ-TOTAL-COBRADO    PIC 9(12)V9(2).
           03 CAJ-DECLARADO        PIC 9(12)V9(2).
           03 CAJ-DIFERENCIA       PIC S9(12)V9(2).
      * -----------------------------------------------------------
      *    PLANPAG.DAT / PLANCUO.DAT: PLAN DE PAGO DEL DEUDOR Y SUS
      *    CUOTAS (SE ARMAN EN MNTPLN1). CADA COBRO SE APLICA A LA
      *    CUOTA IMPAGA MAS VIEJA DEL PLAN ACTIVO
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
      * -----------------------------------------------------------
       FD RECIBOS.
       01 LINEA-RECIBO             PIC X(80).
              88 MOVIMIENTO-COBRO   VALUE "C".
              88 MOVIMIENTO-CARGO   VALUE "G".
           01 W-IMPORTE-MOVIMIENTO  PIC 9(10)V9(2).
           01 W-RECUPERO            PIC X.
           01 W-PENDIENTE-RECUPERO  PIC 9(10)V9(2).
           01 MAX-REINTENTOS        PIC 99 VALUE 5.
           01 REINTENTOS-REGRABO    PIC 99 VALUE 0.
           01 REINTENTOS-CONTROL    PIC 99 VALUE 0.
           01 W-IMPORTE-Z           PIC Z(11)9,99.
           01 W-DIFERENCIA-Z        PIC -(11)9,99.
           01 GUIONES-REC           PIC X(60) VALUE ALL "-".
      *
      *    APLICACION DE COBROS A CUOTAS DE PLANES DE PAGO
           01 ST-FILE-PLN           PIC XX.
           01 ST-FILE-PCU           PIC XX.
           01 FIN-CUOTAS            PIC X.
           01 W-RESTO-COBRO         PIC 9(10)V9(2).
           01 W-SALDO-CUOTA         PIC 9(10)V9(2).
      *
           01 L-RECIBO-TITULO.
               03 FILLER            PIC X(12) VALUE "RECIBO NRO  ".
               03 L-CIE-VALOR       PIC -(11)9,99.
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *    PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
           COPY "SIGNON.CPY".
      *    PARAMETERS FOR THE SHARED PERCTL SUBPROGRAM - SEE PERCTL.CPY
              CLOSE CAJASES
              OPEN I-O CAJASES
           END-IF.
           OPEN I-O PLANPAG.
           IF ST-FILE-PLN = "35"
              OPEN OUTPUT PLANPAG
              CLOSE PLANPAG
              OPEN I-O PLANPAG
           END-IF.
           OPEN I-O PLANCUO.
           IF ST-FILE-PCU = "35"
              OPEN OUTPUT PLANCUO
              CLOSE PLANCUO
              OPEN I-O PLANCUO
           END-IF.
           OPEN EXTEND RECIBOS.
           IF ST-FILE-REC > "07"
              OPEN OUTPUT RECIBOS
                      LINE 19 COL 5
              GO TO F-POST-SALDO
           END-IF.
           MOVE "N" TO W-RECUPERO.
           DISPLAY "C=Cobro  G=Cargo : " LINE 17 COL 5.
           ACCEPT W-TIPO-MOVIMIENTO LINE 17 COL 25.
           IF NOT MOVIMIENTO-COBRO AND NOT MOVIMIENTO-CARGO
           END-IF.
           DISPLAY "IMPORTE          : " LINE 18 COL 5.
           ACCEPT W-IMPORTE-MOVIMIENTO LINE 18 COL 25.
      *    EL COBRO DE UN DEUDOR CASTIGADO SIN SALDO NUEVO ES UN
      *    RECUPERO: NO TOCA DEU_SALDO, SE ACUMULA CONTRA LO CASTIGADO
      *    Y SE ASIENTA COMO "R" (RECIBO Y CAJA COMO CUALQUIER COBRO)
           IF MOVIMIENTO-COBRO AND DEU_CASTIGADO AND DEU_SALDO = 0
              IF DEU_IMPORTE_RECUPERADO IS NOT NUMERIC
                 MOVE 0 TO DEU_IMPORTE_RECUPERADO
              END-IF
              COMPUTE W-PENDIENTE-RECUPERO =
                 DEU_IMPORTE_CASTIGADO - DEU_IMPORTE_RECUPERADO
              IF W-IMPORTE-MOVIMIENTO > W-PENDIENTE-RECUPERO
                 DISPLAY "IMPORTE SUPERA LO CASTIGADO" LINE 19 COL 5
                 GO TO F-POST-SALDO
              END-IF
              ADD W-IMPORTE-MOVIMIENTO TO DEU_IMPORTE_RECUPERADO
              MOVE "S" TO W-RECUPERO
              GO TO REGRABO-DEUDOR
           END-IF.
           IF MOVIMIENTO-COBRO
              IF W-IMPORTE-MOVIMIENTO > DEU_SALDO
                 DISPLAY "IMPORTE SUPERA EL SALDO" LINE 19 COL 5
           MOVE DEU_ID               TO DMOV-DEU-ID.
           MOVE 1                    TO DMOV-SECUENCIA.
           MOVE W-TIPO-MOVIMIENTO    TO DMOV-TIPO.
           IF W-RECUPERO = "S"
              SET DMOV-RECUPERO TO TRUE
           END-IF.
           MOVE W-IMPORTE-MOVIMIENTO TO DMOV-IMPORTE.
           MOVE DEU_SALDO            TO DMOV-SALDO-DESPUES.
      *    CADA COBRO SALE CON SU RECIBO NUMERADO (SERIE PROXREC DE
              PERFORM IMPRIMO-RECIBO
              PERFORM ACTUALIZO-SESION
           END-IF.
           IF MOVIMIENTO-COBRO AND W-RECUPERO = "N"
              PERFORM APLICO-COBRO-PLAN THRU F-APLICO-COBRO-PLAN
           END-IF.
       F-GRABO-MOVIMIENTO-DEUDOR.
           EXIT.
      *
      *    SI EL DEUDOR TIENE UN PLAN DE PAGO ACTIVO, EL COBRO CANCELA
      *    SUS CUOTAS DE LA MAS VIEJA EN ADELANTE; UNA CUOTA CUBIERTA
      *    SOLO EN PARTE QUEDA PENDIENTE CON LO PAGADO ACUMULADO. COMO
      *    SE PAGAN EN ORDEN, PAGA LA ULTIMA EL PLAN QUEDA CUMPLIDO.
      *    LO QUE EXCEDE EL PLAN SOLO BAJA EL SALDO DEL DEUDOR
       APLICO-COBRO-PLAN.
           MOVE DEU_ID TO PLN-DEU-ID.
           READ PLANPAG INVALID KEY GO TO F-APLICO-COBRO-PLAN.
           IF NOT PLN-ACTIVO GO TO F-APLICO-COBRO-PLAN.
           MOVE W-IMPORTE-MOVIMIENTO TO W-RESTO-COBRO.
           MOVE "N" TO FIN-CUOTAS.
           MOVE DEU_ID TO PCU-DEU-ID.
           MOVE 0      TO PCU-NRO.
           START PLANCUO KEY IS NOT LESS THAN PCU-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUOTAS
           END-START.
           PERFORM APLICO-UNA-CUOTA THRU F-APLICO-UNA-CUOTA
              UNTIL FIN-CUOTAS = "S".
       F-APLICO-COBRO-PLAN.
           EXIT.
      *
       APLICO-UNA-CUOTA.
           READ PLANCUO NEXT RECORD
              AT END MOVE "S" TO FIN-CUOTAS
           END-READ.
           IF FIN-CUOTAS = "S" GO TO F-APLICO-UNA-CUOTA.
           IF PCU-DEU-ID NOT = DEU_ID
              MOVE "S" TO FIN-CUOTAS
              GO TO F-APLICO-UNA-CUOTA
           END-IF.
           IF PCU-PAGA GO TO F-APLICO-UNA-CUOTA.
           COMPUTE W-SALDO-CUOTA = PCU-IMPORTE - PCU-PAGADO.
           IF W-RESTO-COBRO < W-SALDO-CUOTA
              ADD W-RESTO-COBRO TO PCU-PAGADO
              MOVE 0 TO W-RESTO-COBRO
           ELSE
              ADD W-SALDO-CUOTA TO PCU-PAGADO
              SUBTRACT W-SALDO-CUOTA FROM W-RESTO-COBRO
              SET PCU-PAGA TO TRUE
              MOVE DMOV-FECHA TO PCU-FECHA-PAGO
           END-IF.
           REWRITE REG-PLANCUO.
           IF ST-FILE-PCU > "07"
              DISPLAY "ERROR GRABANDO PLANCUO " ST-FILE-PCU
                      LINE 19 COL 5
              MOVE "GFILE02"          TO ERRLOG-PROGRAM
              MOVE "APLICO-UNA-CUOTA" TO ERRLOG-PARAGRAPH
              MOVE "PLANCUO"          TO ERRLOG-FILENAME
              MOVE PCU-CLAVE           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PCU         TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-CUOTAS
              GO TO F-APLICO-UNA-CUOTA
           END-IF.
           IF PCU-PAGA AND PCU-NRO NOT < PLN-CANT-CUOTAS
              SET PLN-CUMPLIDO TO TRUE
              MOVE DMOV-FECHA TO PLN-FECHA-BAJA
              REWRITE REG-PLANPAG
              MOVE "S" TO FIN-CUOTAS
           END-IF.
           IF W-RESTO-COBRO = 0
              MOVE "S" TO FIN-CUOTAS
           END-IF.
       F-APLICO-UNA-CUOTA.
           EXIT.
      *
      *    TOMA EL PROXIMO NUMERO DEL CONTROL PEDIDO EN
      *    W-CLAVE-CONTROL, SEMBRANDOLO EN 1 LA PRIMERA VEZ Y
      *    REINTENTANDO SI OTRA TERMINAL LO TIENE TOMADO
      *     DISPLAY DEU_SALDO     LINE 13 COL 30.
           DISPLAY FSALDO          LINE 13 COL 30.
           DISPLAY DEU_CATEGORIA   LINE 14 COL 30.
           IF DEU_CASTIGADO
              DISPLAY "CASTIGADO EL " LINE 13 COL 50
              DISPLAY DEU_FECHA_CASTIGO LINE 13 COL 63
           END-IF.
      *
       CIERRO-ARCHIVO.
           CLOSE DEUDORES.
           CLOSE DEUMOV.
           CLOSE DEUCTL.
           CLOSE CAJASES.
           CLOSE PLANPAG.
           CLOSE PLANCUO.
           CLOSE RECIBOS.
           MOVE "GFILE02"       TO RPTARC-PROGRAM.
           MOVE "RECIBOS DE COBRANZA DE DEUDORES"
              TO RPTARC-TITLE.
           MOVE "./recibos.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SIGNON-OPERADOR TO RPTARC-OPERATOR.
           MOVE "A"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM GFILE02.
