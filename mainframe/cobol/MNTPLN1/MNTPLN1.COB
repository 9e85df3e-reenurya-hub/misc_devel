       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTPLN1.
      *
      *    PLANES DE PAGO DE DEUDORES
      *    ARMA EL PLAN DE PAGO ACORDADO POR COBRANZAS CON UN
      *    DEUDOR: CABECERA EN PLANPAG.DAT (UNA POR DEU_ID) Y UNA
      *    CUOTA POR VENCIMIENTO EN PLANCUO.DAT. EL PLAN FINANCIA EL
      *    DEU_SALDO DEL MOMENTO EN LA CANTIDAD DE CUOTAS MENSUALES
      *    PEDIDA, LA PRIMERA AL VENCIMIENTO INFORMADO Y LAS DEMAS
      *    EL MISMO DIA DE LOS MESES SIGUIENTES (AJUSTADO AL FIN DE
      *    LOS MESES MAS CORTOS). EL INTERES DEL PLAN, OPCIONAL, ES
      *    UN PORCENTAJE SOBRE EL SALDO FINANCIADO: SE SUMA A
      *    DEU_SALDO Y SE ASIENTA EN DEUMOV.DAT COMO "I" AL GRABAR.
      *    LOS COBROS DE GFILE02 SE APLICAN A LA CUOTA IMPAGA MAS
      *    VIEJA; INTDEU1 NO COBRA INTERES A UN DEUDOR CON EL PLAN
      *    AL DIA Y RPTDEB04 LISTA LOS PLANES CAIDOS PARA DARLOS DE
      *    BAJA AQUI (OPCION 88), CON LO QUE EL DEUDOR VUELVE A LOS
      *    INTERESES Y RECLAMOS NORMALES. UN DEUDOR CON UN PLAN
      *    ACTIVO NO PUEDE TENER OTRO. SE LLEGA DESDE EL ABM DE
      *    MNTDEU1 (OPCION 06).
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
           SELECT OPTIONAL DEUMOV ASSIGN TO "./deumov.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DMOV-CLAVE
                  STATUS ST-FILE-DMOV.
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
      *    PLANPAG.DAT: EL PLAN VIGENTE (O EL ULTIMO) DE CADA DEUDOR.
      *    PLN-TOTAL = PLN-IMPORTE-BASE + PLN-INTERES, Y ES LO QUE
      *    SUMAN SUS CUOTAS
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
      *    PLANCUO.DAT: UNA CUOTA POR VENCIMIENTO, CON LO COBRADO
      *    ACUMULADO POR GFILE02
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
              88 DMOV-AJUSTE-SUBA  VALUE "A".
              88 DMOV-AJUSTE-BAJA  VALUE "J".
           03 DMOV-IMPORTE         PIC 9(10)V9(2).
           03 DMOV-SALDO-DESPUES   PIC 9(10)V9(2).
           03 DMOV-RECIBO          PIC 9(8).
           03 DMOV-SESION          PIC 9(6).
           03 FILLER               PIC X(16).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-PLN             PIC XX.
       01  ST-FILE-PCU             PIC XX.
       01  ST-FILE-DMOV            PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  EXISTE                  PIC X.
       01  EXISTE-PLAN             PIC X.
       01  FIN-CUOTAS              PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  OPCION                  PIC 99.
       01  CONFIRMA-BAJA           PIC X.
       01  FECHA-VALIDA            PIC X.
       01  MAX-REINTENTOS          PIC 99 VALUE 5.
       01  REINTENTOS-GRABO        PIC 99 VALUE 0.
       01  W-SEGUNDOS-ESPERA       PIC 9  VALUE 1.
      *
       01  W-DEU-ID                PIC 9(20).
       01  W-DEU-ID-Z              PIC Z(19)9.
       01  W-FECHA-HOY             PIC 9(8).
       01  W-LINEA                 PIC 99.
       01  W-CUOTA-SUB             PIC 9(3).
       01  W-CANT-MOSTRADAS        PIC 99.
       01  W-IMPORTE-Z             PIC Z(9)9,99.
       01  W-TASA-Z                PIC Z9,99.
       01  W-CUOTAS-Z              PIC ZZ9.
      *
      *    DATOS DEL PLAN EN CARGA
       01  DATOS.
           02 W-CANT-CUOTAS        PIC 9(3).
           02 W-PRIMER-VTO         PIC 9(8).
           02 W-TASA-INTERES       PIC 9(2)V9(2).
           02 W-IMPORTE-BASE       PIC 9(10)V9(2).
           02 W-INTERES            PIC 9(10)V9(2).
           02 W-TOTAL-PLAN         PIC 9(10)V9(2).
           02 W-IMPORTE-CUOTA      PIC 9(10)V9(2).
           02 W-IMPORTE-ULTIMA     PIC 9(10)V9(2).
       01  W-MAX-CUOTAS            PIC 9(3) VALUE 60.
      *
      *    CALCULO DE LOS VENCIMIENTOS MENSUALES
       01  W-FECHA                 PIC 9(8).
       01  W-FECHA-R REDEFINES W-FECHA.
           03  W-FECHA-AAAA        PIC 9(4).
           03  W-FECHA-MM          PIC 9(2).
           03  W-FECHA-DD          PIC 9(2).
       01  W-DIA-VTO               PIC 9(2).
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
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
           COPY "SIGNON.CPY".
      *    PARAMETERS FOR THE SHARED PERCTL SUBPROGRAM - SEE PERCTL.CPY
           COPY "PERCTL.CPY".
      *
       PROCEDURE DIVISION.
       MAIN.
      *    COMO EL PROGRAMA VUELVE CON GOBACK Y SIN CANCEL, LA
      *    WORKING-STORAGE QUEDA VIVA ENTRE LLAMADAS DESDE MNTDEU1;
      *    SE REINICIA LO QUE EL CICLO ANTERIOR PUDO DEJAR SUCIO
           MOVE "N" TO FIN.
           MOVE SPACES TO EXISTE.
           MOVE SPACES TO EXISTE-PLAN.
      *    LA PANTALLA NO SE MUESTRA SIN IDENTIFICACION Y NIVEL
      *    SUFICIENTE (VER SIGNON)
           MOVE "MNTPLN1" TO SIGNON-PROGRAM.
           MOVE 2          TO SIGNON-NIVEL-REQUERIDO.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF NOT SIGNON-OK
              GOBACK
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRO-ARCHIVO.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           PERFORM CIERRO-ARCHIVO.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
      *    GOBACK Y NO STOP RUN: ESTA PANTALLA SE ABRE CON CALL
      *    DESDE EL ABM DE MNTDEU1 (OPCION 06) Y TIENE QUE VOLVER
      *    ALLI, COMO MNTCON1 DESDE FSTRUCT1
           GOBACK.
      *
       ABRO-ARCHIVO.
           OPEN I-O DEUDORES.
           IF ST-FILE > "07"
              STRING "ERROR AL ABRIR DEUDORES " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20
              MOVE "MNTPLN1"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "DEUDORES"     TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O PLANPAG.
           IF ST-FILE-PLN = "35"
              OPEN OUTPUT PLANPAG
              CLOSE PLANPAG
              OPEN I-O PLANPAG
           END-IF.
           IF ST-FILE-PLN > "07"
              STRING "ERROR AL ABRIR PLANPAG " ST-FILE-PLN
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 11 COL 20
              MOVE "MNTPLN1"      TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVO" TO ERRLOG-PARAGRAPH
              MOVE "PLANPAG"      TO ERRLOG-FILENAME
              MOVE SPACES         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PLN    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O PLANCUO.
           IF ST-FILE-PCU = "35"
              OPEN OUTPUT PLANCUO
              CLOSE PLANCUO
              OPEN I-O PLANCUO
           END-IF.
           OPEN I-O DEUMOV.
           IF ST-FILE-DMOV = "35"
              OPEN OUTPUT DEUMOV
              CLOSE DEUMOV
              OPEN I-O DEUMOV
           END-IF.
      *
       CIERRO-ARCHIVO.
           CLOSE DEUDORES.
           CLOSE PLANPAG.
           CLOSE PLANCUO.
           CLOSE DEUMOV.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM INGRESO-DEUDOR THRU F-INGRESO-DEUDOR.
           IF FIN = "S" GO TO F-PROCESO.
           PERFORM LEO-PLAN.
           IF EXISTE-PLAN = "S"
              PERFORM MUESTRO-PLAN
              PERFORM LISTO-CUOTAS THRU F-LISTO-CUOTAS
           END-IF.
           IF EXISTE-PLAN = "S" AND PLN-ACTIVO
              PERFORM OPCIONES-PLAN-ACTIVO
           ELSE
              IF DEU_SALDO = 0
                 DISPLAY "DEUDOR SIN SALDO - NO HAY NADA QUE FINANCIAR"
                         LINE 24 COL 1
                 ACCEPT OPCION LINE 21 COL 38 PROMPT
              ELSE
                 PERFORM CARGO-DATOS THRU F-CARGO-DATOS
                 PERFORM OPCIONES
              END-IF
           END-IF.
       F-PROCESO.
           EXIT.
      *
       MUESTRO-PANTALLA.
           DISPLAY " "                         LINE 1  COL 1 ERASE EOS
           DISPLAY "Planes de Pago de Deudores" LINE 2  COL 27
                   GUIONES                     LINE 3  COL 1
                   "Id Deudor (0=Salir): "     LINE 4  COL 5
                   "Saldo          : "         LINE 6  COL 5
                   "Estado del plan: "         LINE 6  COL 45
                   "01. Cuotas     : "         LINE 7  COL 5
                   "02. Primer vto : "         LINE 8  COL 5
                   "03. Interes %  : "         LINE 9  COL 5
                   "Total plan     : "         LINE 7  COL 45
                   "Cuota          : "         LINE 8  COL 45
                   "Interes plan   : "         LINE 9  COL 45
                   "OPCION [   ]    : "        LINE 21 COL 30
                   GUIONES                     LINE 22 COL 1.
      *
       INGRESO-DEUDOR.
           ACCEPT W-DEU-ID LINE 4 COL 27 PROMPT.
           IF W-DEU-ID = 0
              MOVE "S" TO FIN
              GO TO F-INGRESO-DEUDOR
           END-IF.
           MOVE "S" TO EXISTE.
           MOVE W-DEU-ID TO DEU_ID.
           READ DEUDORES INVALID KEY MOVE "N" TO EXISTE.
           IF EXISTE = "N"
              DISPLAY "DEUDOR INEXISTENTE" LINE 24 COL 1
              GO TO INGRESO-DEUDOR
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           MOVE W-DEU-ID TO W-DEU-ID-Z.
           MOVE DEU_SALDO TO W-IMPORTE-Z.
           DISPLAY W-DEU-ID-Z         LINE 4 COL 27
                   DEU_APELLIDO(1:30) LINE 5 COL 5
                   DEU_NOMBRE(1:30)   LINE 5 COL 37
                   W-IMPORTE-Z        LINE 6 COL 22.
       F-INGRESO-DEUDOR.
           EXIT.
      *
       LEO-PLAN.
           MOVE "S" TO EXISTE-PLAN.
           MOVE W-DEU-ID TO PLN-DEU-ID.
           READ PLANPAG INVALID KEY MOVE "N" TO EXISTE-PLAN.
           IF EXISTE-PLAN = "N"
              DISPLAY "SIN PLAN  " LINE 6 COL 62
           END-IF.
      *
       MUESTRO-PLAN.
           EVALUATE TRUE
              WHEN PLN-ACTIVO
                 DISPLAY "ACTIVO    " LINE 6 COL 62
              WHEN PLN-CANCELADO
                 DISPLAY "CANCELADO " LINE 6 COL 62
              WHEN OTHER
                 DISPLAY "CUMPLIDO  " LINE 6 COL 62
           END-EVALUATE.
           MOVE PLN-CANT-CUOTAS TO W-CUOTAS-Z.
           DISPLAY W-CUOTAS-Z     LINE 7 COL 22
                   PLN-PRIMER-VTO LINE 8 COL 22.
           MOVE PLN-TASA-INTERES TO W-TASA-Z.
           DISPLAY W-TASA-Z LINE 9 COL 22.
           MOVE PLN-TOTAL TO W-IMPORTE-Z.
           DISPLAY W-IMPORTE-Z LINE 7 COL 62.
           MOVE PLN-INTERES TO W-IMPORTE-Z.
           DISPLAY W-IMPORTE-Z LINE 9 COL 62.
      *
      *    LAS CUOTAS DEL PLAN A PARTIR DE LA PRIMERA IMPAGA, HASTA
      *    DONDE ENTRA EN PANTALLA
       LISTO-CUOTAS.
           DISPLAY "CUOTA  VENCIMIENTO        IMPORTE         PAGADO"
                   LINE 10 COL 5.
           MOVE 11  TO W-LINEA.
           MOVE 0   TO W-CANT-MOSTRADAS.
           MOVE "N" TO FIN-CUOTAS.
           MOVE W-DEU-ID TO PCU-DEU-ID.
           MOVE 0        TO PCU-NRO.
           START PLANCUO KEY IS NOT LESS THAN PCU-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUOTAS
           END-START.
           PERFORM LISTO-UNA-CUOTA THRU F-LISTO-UNA-CUOTA
              UNTIL FIN-CUOTAS = "S".
       F-LISTO-CUOTAS.
           EXIT.
      *
       LISTO-UNA-CUOTA.
           READ PLANCUO NEXT RECORD
              AT END MOVE "S" TO FIN-CUOTAS
           END-READ.
           IF FIN-CUOTAS = "S" GO TO F-LISTO-UNA-CUOTA.
           IF PCU-DEU-ID NOT = W-DEU-ID
              MOVE "S" TO FIN-CUOTAS
              GO TO F-LISTO-UNA-CUOTA
           END-IF.
           IF PCU-PAGA AND PCU-NRO < PLN-CANT-CUOTAS
              GO TO F-LISTO-UNA-CUOTA
           END-IF.
           MOVE PCU-NRO TO W-CUOTAS-Z.
           DISPLAY W-CUOTAS-Z      LINE W-LINEA COL 5
                   PCU-VENCIMIENTO LINE W-LINEA COL 12.
           MOVE PCU-IMPORTE TO W-IMPORTE-Z.
           DISPLAY W-IMPORTE-Z LINE W-LINEA COL 26.
           MOVE PCU-PAGADO TO W-IMPORTE-Z.
           DISPLAY W-IMPORTE-Z LINE W-LINEA COL 41.
           IF PCU-PENDIENTE AND PCU-VENCIMIENTO < W-FECHA-HOY
              DISPLAY "VENCIDA" LINE W-LINEA COL 57
           END-IF.
           ADD 1 TO W-LINEA.
           ADD 1 TO W-CANT-MOSTRADAS.
           IF W-LINEA > 20
              MOVE "S" TO FIN-CUOTAS
           END-IF.
       F-LISTO-UNA-CUOTA.
           EXIT.
      *
      *    UN PLAN NUEVO: FINANCIA EL SALDO ACTUAL DEL DEUDOR
       CARGO-DATOS.
           INITIALIZE DATOS.
           MOVE DEU_SALDO   TO W-IMPORTE-BASE.
           MOVE 1           TO W-CANT-CUOTAS.
           MOVE W-FECHA-HOY TO W-PRIMER-VTO.
       INGRESO-CUOTAS.
           ACCEPT W-CANT-CUOTAS LINE 7 COL 22 UPDATE.
           IF W-CANT-CUOTAS = 0 OR W-CANT-CUOTAS > W-MAX-CUOTAS
              DISPLAY "CANTIDAD DE CUOTAS INVALIDA (1 A 60)"
                      LINE 24 COL 1
              GO TO INGRESO-CUOTAS
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           PERFORM CALCULO-PLAN.
       INGRESO-PRIMER-VTO.
           ACCEPT W-PRIMER-VTO LINE 8 COL 22 UPDATE.
           MOVE W-PRIMER-VTO TO W-FECHA.
           PERFORM VALIDO-FECHA.
           IF FECHA-VALIDA = "N" OR W-PRIMER-VTO < W-FECHA-HOY
              DISPLAY "PRIMER VENCIMIENTO INVALIDO" LINE 24 COL 1
              GO TO INGRESO-PRIMER-VTO
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
       INGRESO-INTERES.
           ACCEPT W-TASA-INTERES LINE 9 COL 22 UPDATE.
           MOVE W-TASA-INTERES TO W-TASA-Z.
           DISPLAY W-TASA-Z LINE 9 COL 22.
           PERFORM CALCULO-PLAN.
       F-CARGO-DATOS.
           EXIT.
      *
      *    LA CUOTA SE REDONDEA HACIA ABAJO; LA ULTIMA LLEVA EL
      *    RESTO PARA QUE LAS CUOTAS SUMEN EXACTO EL TOTAL
       CALCULO-PLAN.
           COMPUTE W-INTERES ROUNDED =
              W-IMPORTE-BASE * W-TASA-INTERES / 100.
           COMPUTE W-TOTAL-PLAN = W-IMPORTE-BASE + W-INTERES.
           COMPUTE W-IMPORTE-CUOTA = W-TOTAL-PLAN / W-CANT-CUOTAS.
           COMPUTE W-IMPORTE-ULTIMA = W-TOTAL-PLAN -
              W-IMPORTE-CUOTA * (W-CANT-CUOTAS - 1).
           MOVE W-TOTAL-PLAN TO W-IMPORTE-Z.
           DISPLAY W-IMPORTE-Z LINE 7 COL 62.
           MOVE W-IMPORTE-CUOTA TO W-IMPORTE-Z.
           DISPLAY W-IMPORTE-Z LINE 8 COL 62.
           MOVE W-INTERES TO W-IMPORTE-Z.
           DISPLAY W-IMPORTE-Z LINE 9 COL 62.
      *
       VALIDO-FECHA.
           MOVE "S" TO FECHA-VALIDA.
           IF W-FECHA-AAAA < 1900
              OR W-FECHA-MM < 1 OR W-FECHA-MM > 12
              OR W-FECHA-DD < 1 OR W-FECHA-DD > 31
              MOVE "N" TO FECHA-VALIDA
           END-IF.
      *
       OPCIONES.
           DISPLAY "[00 - ENTER ] GRABAR" LINE 23 COL 1
                   "[77  - SALIR]"        LINE 23 COL 20.
           ACCEPT OPCION LINE 21 COL 38 PROMPT.
           IF FIN = "N"
              EVALUATE OPCION
               WHEN 1
                   PERFORM INGRESO-CUOTAS
               WHEN 2
                   PERFORM INGRESO-PRIMER-VTO
               WHEN 3
                   PERFORM INGRESO-INTERES THRU F-CARGO-DATOS
               WHEN 0
                   PERFORM GRABAR THRU F-GRABAR
               WHEN 77
                   MOVE "S" TO FIN
               WHEN OTHER
                   GO TO OPCIONES
              END-EVALUATE.
              IF OPCION > 0 AND OPCION < 77 GO TO OPCIONES.
      *
      *    CON EL PLAN ACTIVO SOLO SE PUEDE DAR DE BAJA
       OPCIONES-PLAN-ACTIVO.
           DISPLAY "[88 - CANCELAR PLAN]" LINE 23 COL 1
                   "[77  - SALIR]"        LINE 23 COL 25.
           ACCEPT OPCION LINE 21 COL 38 PROMPT.
           EVALUATE OPCION
            WHEN 88
                PERFORM CONFIRMO-BAJA THRU F-CONFIRMO-BAJA
            WHEN 77
                MOVE "S" TO FIN
            WHEN OTHER
                CONTINUE
           END-EVALUATE.
      *
      *    EL INTERES DEL PLAN ES UN MOVIMIENTO DE SALDO: NO PUEDE
      *    CAER EN UN PERIODO YA CERRADO CON CIEMES1 (VER PERCTL)
       GRABAR.
           IF W-INTERES > 0
              MOVE "DEU" TO PERCTL-MODULO
              MOVE W-FECHA-HOY TO PERCTL-FECHA
              CALL "PERCTL" USING PERCTL-PARMS
              IF PERCTL-CERRADO
                 DISPLAY "PERIODO CERRADO - NO SE GRABA"
                         LINE 24 COL 1
                 GO TO F-GRABAR
              END-IF
           END-IF.
           PERFORM BORRO-CUOTAS-ANTERIORES.
           MOVE W-DEU-ID        TO PLN-DEU-ID.
           MOVE W-FECHA-HOY     TO PLN-FECHA-ALTA.
           MOVE W-IMPORTE-BASE  TO PLN-IMPORTE-BASE.
           MOVE W-TASA-INTERES  TO PLN-TASA-INTERES.
           MOVE W-INTERES       TO PLN-INTERES.
           MOVE W-TOTAL-PLAN    TO PLN-TOTAL.
           MOVE W-CANT-CUOTAS   TO PLN-CANT-CUOTAS.
           MOVE W-PRIMER-VTO    TO PLN-PRIMER-VTO.
           SET PLN-ACTIVO       TO TRUE.
           MOVE 0               TO PLN-FECHA-BAJA.
           MOVE SIGNON-OPERADOR TO PLN-OPERADOR.
           IF EXISTE-PLAN = "S"
              REWRITE REG-PLANPAG
           ELSE
              WRITE REG-PLANPAG
           END-IF.
           IF ST-FILE-PLN > "07"
              STRING "ERROR AL GRABAR PLANPAG " ST-FILE-PLN
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "MNTPLN1"  TO ERRLOG-PROGRAM
              MOVE "GRABAR"   TO ERRLOG-PARAGRAPH
              MOVE "PLANPAG"  TO ERRLOG-FILENAME
              MOVE W-DEU-ID    TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PLN TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-GRABAR
           END-IF.
           MOVE "S" TO EXISTE-PLAN.
           MOVE W-PRIMER-VTO TO W-FECHA.
           MOVE W-FECHA-DD   TO W-DIA-VTO.
           PERFORM GRABO-UNA-CUOTA
              VARYING W-CUOTA-SUB FROM 1 BY 1
              UNTIL W-CUOTA-SUB > W-CANT-CUOTAS.
           IF W-INTERES > 0
              PERFORM CARGO-INTERES-PLAN THRU F-CARGO-INTERES-PLAN
           END-IF.
           DISPLAY "PLAN DE PAGO GRABADO" LINE 24 COL 1.
           MOVE 77 TO OPCION.
       F-GRABAR.
           EXIT.
      *
      *    LAS CUOTAS DE UN PLAN ANTERIOR (CANCELADO O CUMPLIDO) SE
      *    REEMPLAZAN POR LAS DEL NUEVO
       BORRO-CUOTAS-ANTERIORES.
           IF EXISTE-PLAN = "N" GO TO F-BORRO-CUOTAS-ANTERIORES.
           MOVE "N" TO FIN-CUOTAS.
           MOVE W-DEU-ID TO PCU-DEU-ID.
           MOVE 0        TO PCU-NRO.
           START PLANCUO KEY IS NOT LESS THAN PCU-CLAVE
              INVALID KEY MOVE "S" TO FIN-CUOTAS
           END-START.
           PERFORM BORRO-UNA-CUOTA THRU F-BORRO-UNA-CUOTA
              UNTIL FIN-CUOTAS = "S".
           MOVE W-DEU-ID TO PLN-DEU-ID.
           READ PLANPAG INVALID KEY MOVE "N" TO EXISTE-PLAN.
       F-BORRO-CUOTAS-ANTERIORES.
           EXIT.
      *
       BORRO-UNA-CUOTA.
           READ PLANCUO NEXT RECORD
              AT END MOVE "S" TO FIN-CUOTAS
           END-READ.
           IF FIN-CUOTAS = "S" GO TO F-BORRO-UNA-CUOTA.
           IF PCU-DEU-ID NOT = W-DEU-ID
              MOVE "S" TO FIN-CUOTAS
              GO TO F-BORRO-UNA-CUOTA
           END-IF.
           DELETE PLANCUO RECORD.
       F-BORRO-UNA-CUOTA.
           EXIT.
      *
       GRABO-UNA-CUOTA.
           MOVE W-DEU-ID    TO PCU-DEU-ID.
           MOVE W-CUOTA-SUB TO PCU-NRO.
           MOVE W-FECHA     TO PCU-VENCIMIENTO.
           IF W-CUOTA-SUB = W-CANT-CUOTAS
              MOVE W-IMPORTE-ULTIMA TO PCU-IMPORTE
           ELSE
              MOVE W-IMPORTE-CUOTA  TO PCU-IMPORTE
           END-IF.
           MOVE 0           TO PCU-PAGADO.
           SET PCU-PENDIENTE TO TRUE.
           MOVE 0           TO PCU-FECHA-PAGO.
           WRITE REG-PLANCUO.
           IF ST-FILE-PCU > "07"
              MOVE "MNTPLN1"         TO ERRLOG-PROGRAM
              MOVE "GRABO-UNA-CUOTA" TO ERRLOG-PARAGRAPH
              MOVE "PLANCUO"         TO ERRLOG-FILENAME
              MOVE PCU-CLAVE          TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PCU        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
           PERFORM AVANZO-MES.
      *
      *    VENCIMIENTO SIGUIENTE: UN MES MAS, EL MISMO DIA DEL PRIMER
      *    VENCIMIENTO SIN PASAR EL ULTIMO DIA DEL MES
       AVANZO-MES.
           IF W-FECHA-MM = 12
              MOVE 1 TO W-FECHA-MM
              ADD 1 TO W-FECHA-AAAA
           ELSE
              ADD 1 TO W-FECHA-MM
           END-IF.
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
           IF W-DIA-VTO > W-ULTIMO-DIA
              MOVE W-ULTIMO-DIA TO W-FECHA-DD
           ELSE
              MOVE W-DIA-VTO TO W-FECHA-DD
           END-IF.
      *
      *    EL INTERES DEL PLAN SUBE EL SALDO DEL DEUDOR CON
      *    REINTENTO SOBRE REGISTRO BLOQUEADO (COMO EL REGRABO DE
      *    GFILE02) Y SE ASIENTA EN EL JOURNAL COMO "I"
       CARGO-INTERES-PLAN.
           MOVE W-DEU-ID TO DEU_ID.
           READ DEUDORES INVALID KEY GO TO F-CARGO-INTERES-PLAN.
           ADD W-INTERES TO DEU_SALDO.
       REGRABO-DEUDOR.
           REWRITE REG-DEUDORES.
           IF ST-FILE = "99"
              ADD 1 TO REINTENTOS-GRABO
              IF REINTENTOS-GRABO > MAX-REINTENTOS
                 DISPLAY "DEUDOR EN USO - INTERES DEL PLAN SIN CARGAR"
                         LINE 24 COL 1
                 MOVE 0 TO REINTENTOS-GRABO
                 GO TO F-CARGO-INTERES-PLAN
              END-IF
              CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
              GO TO REGRABO-DEUDOR
           END-IF.
           MOVE 0 TO REINTENTOS-GRABO.
           IF ST-FILE > "07"
              STRING "ERROR AL REGRABAR DEUDORES " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "MNTPLN1"            TO ERRLOG-PROGRAM
              MOVE "CARGO-INTERES-PLAN" TO ERRLOG-PARAGRAPH
              MOVE "DEUDORES"           TO ERRLOG-FILENAME
              MOVE DEU_ID                TO ERRLOG-KEYVALUE
              MOVE ST-FILE               TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-CARGO-INTERES-PLAN
           END-IF.
           INITIALIZE REG-DEUMOV.
           MOVE W-FECHA-HOY TO DMOV-FECHA.
           ACCEPT DMOV-HORA FROM TIME.
           MOVE DEU_ID      TO DMOV-DEU-ID.
           MOVE 1           TO DMOV-SECUENCIA.
           SET DMOV-INTERES TO TRUE.
           MOVE W-INTERES   TO DMOV-IMPORTE.
           MOVE DEU_SALDO   TO DMOV-SALDO-DESPUES.
      *    UNA CLAVE YA TOMADA CORRE LA SECUENCIA Y REINTENTA
       GRABO-DMOV-CLAVE.
           WRITE REG-DEUMOV.
           IF ST-FILE-DMOV = "22"
              ADD 1 TO DMOV-SECUENCIA
              GO TO GRABO-DMOV-CLAVE
           END-IF.
       F-CARGO-INTERES-PLAN.
           EXIT.
      *
      *    LA BAJA NO BORRA NADA: EL PLAN QUEDA CANCELADO CON SUS
      *    CUOTAS A LA VISTA Y EL DEUDOR VUELVE A LOS INTERESES Y
      *    RECLAMOS NORMALES POR SU SALDO
       CONFIRMO-BAJA.
           DISPLAY "CONFIRMA CANCELAR EL PLAN (S/N): " LINE 24 COL 1.
           ACCEPT CONFIRMA-BAJA LINE 24 COL 35.
           IF CONFIRMA-BAJA = "S" OR CONFIRMA-BAJA = "s"
              SET PLN-CANCELADO TO TRUE
              MOVE W-FECHA-HOY     TO PLN-FECHA-BAJA
              MOVE SIGNON-OPERADOR TO PLN-OPERADOR
              REWRITE REG-PLANPAG
              IF ST-FILE-PLN > "07"
                 STRING "ERROR AL REGRABAR PLANPAG " ST-FILE-PLN
                 DELIMITED BY SIZE
                 INTO MENSAJE
                 DISPLAY MENSAJE LINE 24 COL 40
                 MOVE "MNTPLN1"       TO ERRLOG-PROGRAM
                 MOVE "CONFIRMO-BAJA" TO ERRLOG-PARAGRAPH
                 MOVE "PLANPAG"       TO ERRLOG-FILENAME
                 MOVE PLN-DEU-ID       TO ERRLOG-KEYVALUE
                 MOVE ST-FILE-PLN      TO ERRLOG-STATUS
                 CALL "ERRLOG" USING ERRLOG-PARMS
              END-IF
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
       F-CONFIRMO-BAJA.
           EXIT.
       END PROGRAM MNTPLN1.
