       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPCAJ1.
      *
      *    BOLETA DE DEPOSITO BANCARIO DE LAS SESIONES DE CAJA
      *    EL TESORERO JUNTA UNA O MAS SESIONES DE CAJA YA CERRADAS EN
      *    GFILE02 (CAJASES.DAT, ESTADO "C") EN UNA BOLETA DE DEPOSITO
      *    NUMERADA CON LA SERIE "PROXDEP" DE DEUCTL.DAT, CARGA EL
      *    IMPORTE EFECTIVAMENTE DEPOSITADO (PROPUESTO: LO DECLARADO
      *    EN LAS SESIONES) Y LA GRABA EN DEPOSITOS.DAT, CON UNA LINEA
      *    POR SESION EN DEPSES.DAT. LAS SESIONES QUEDAN "D"
      *    (DEPOSITADAS) Y NO PUEDEN IR EN OTRA BOLETA. LA BOLETA SE
      *    IMPRIME EN BOLETAS.LST PARA LLEVAR AL BANCO. CONDEP1 LA
      *    CONCILIA DESPUES CONTRA EL EXTRACTO; RECIEN ENTONCES LAS
      *    SESIONES QUEDAN "R" (CONCILIADAS).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAJASES ASSIGN TO "./cajases.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CAJ-SESION
                  STATUS ST-FILE-CAJ.
           SELECT OPTIONAL DEUCTL ASSIGN TO "./deuctl.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DCT-CLAVE
                  STATUS ST-FILE-DCT.
           SELECT OPTIONAL DEPOSITOS ASSIGN TO "./depositos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DEP-NUMERO
                  STATUS ST-FILE-DEP.
           SELECT OPTIONAL DEPSES ASSIGN TO "./depses.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DPS-CLAVE
                  STATUS ST-FILE-DPS.
           SELECT BOLETAS ASSIGN TO "./boletas.lst"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-BOL.
       DATA DIVISION.
       FILE SECTION.
       FD CAJASES.
       01 REG-CAJASES.
           03 CAJ-SESION           PIC 9(6).
           03 CAJ-FECHA            PIC 9(8).
           03 CAJ-OPERADOR         PIC X(8).
           03 CAJ-ESTADO           PIC X.
              88 CAJ-ABIERTA       VALUE "A".
              88 CAJ-CERRADA       VALUE "C".
              88 CAJ-DEPOSITADA    VALUE "D".
              88 CAJ-CONCILIADA    VALUE "R".
           03 CAJ-CANT-RECIBOS     PIC 9(4).
           03 CAJ-TOTAL-COBRADO    PIC 9(12)V9(2).
           03 CAJ-DECLARADO        PIC 9(12)V9(2).
           03 CAJ-DIFERENCIA       PIC S9(12)V9(2).
      *
       FD DEUCTL.
       01 REG-DEUCTL.
           03 DCT-CLAVE            PIC X(8).
           03 DCT-PROX-NRO         PIC 9(8).
      *
      *    DEPOSITOS.DAT: UNA BOLETA DE DEPOSITO. DEP-DECLARADO ES LA
      *    SUMA DE LO DECLARADO EN SUS SESIONES Y DEP-IMPORTE LO QUE
      *    SE LLEVO AL BANCO; LOS DATOS DE LA ACREDITACION LOS GRABA
      *    CONDEP1 AL CONCILIAR
       FD DEPOSITOS.
       01 REG-DEPOSITOS.
           03 DEP-NUMERO           PIC 9(6).
           03 DEP-FECHA            PIC 9(8).
           03 DEP-OPERADOR         PIC X(8).
           03 DEP-CANT-SESIONES    PIC 9(3).
           03 DEP-DECLARADO        PIC 9(12)V9(2).
           03 DEP-IMPORTE          PIC 9(12)V9(2).
           03 DEP-ESTADO           PIC X.
              88 DEP-PENDIENTE     VALUE "P".
              88 DEP-CONCILIADO    VALUE "C".
           03 DEP-FECHA-ACRED      PIC 9(8).
           03 DEP-IMPORTE-ACRED    PIC 9(12)V9(2).
           03 FILLER               PIC X(20).
      *
      *    DEPSES.DAT: LAS SESIONES DE CADA BOLETA
       FD DEPSES.
       01 REG-DEPSES.
           03 DPS-CLAVE.
              05 DPS-DEPOSITO      PIC 9(6).
              05 DPS-SESION        PIC 9(6).
           03 DPS-FECHA-SESION     PIC 9(8).
           03 DPS-OPERADOR         PIC X(8).
           03 DPS-DECLARADO        PIC 9(12)V9(2).
           03 DPS-DIFERENCIA       PIC S9(12)V9(2).
      *
       FD BOLETAS.
       01 LINEA-BOLETA             PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-CAJ             PIC XX.
       01  ST-FILE-DCT             PIC XX.
       01  ST-FILE-DEP             PIC XX.
       01  ST-FILE-DPS             PIC XX.
       01  ST-FILE-BOL             PIC XX.
       01  FIN                     PIC X VALUE "N".
       01  FIN-SESIONES            PIC X.
       01  FIN-CARGA               PIC X.
       01  EXISTE                  PIC X.
       01  CONFIRMA                PIC X.
       01  X                       PIC X.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  W-FECHA-HOY             PIC 9(8).
       01  W-LINEA                 PIC 99.
       01  W-SESION                PIC 9(6).
       01  W-IMPORTE               PIC 9(12)V9(2).
       01  W-IMPORTE-Z             PIC Z(11)9,99.
       01  W-TOTAL-DECLARADO       PIC 9(12)V9(2).
       01  W-DEPOSITO              PIC 9(6).
       01  W-CANT-BOLETAS          PIC 9(5) VALUE 0.
      *
      *    SESIONES ELEGIDAS PARA LA BOLETA EN CURSO
       01  W-MAX-SESIONES          PIC 99 VALUE 20.
       01  W-CANT-ELEGIDAS         PIC 99 VALUE 0.
       01  W-TABLA-ELEGIDAS.
           05  W-ELEGIDA OCCURS 20 TIMES INDEXED BY W-ELE-IDX.
               10  W-ELE-SESION    PIC 9(6).
       01  W-YA-ELEGIDA            PIC X.
      *
      *    NUMERACION DE BOLETAS (MISMO CICLO QUE GFILE02)
       01  W-CLAVE-CONTROL         PIC X(8).
       01  W-NRO-CONTROL           PIC 9(8).
       01  NRO-ASIGNADO            PIC X.
      *
       01  L-BOL-TITULO.
           03  FILLER              PIC X(25) VALUE
               "BOLETA DE DEPOSITO NRO. ".
           03  L-BOL-NUMERO        PIC 9(6).
           03  FILLER              PIC X(9)  VALUE "  FECHA: ".
           03  L-BOL-FECHA         PIC 9(8).
           03  FILLER              PIC X(12) VALUE "  TESORERO: ".
           03  L-BOL-OPERADOR      PIC X(8).
       01  L-BOL-SESION.
           03  FILLER              PIC X(10) VALUE "  SESION ".
           03  L-BOL-SES-NRO       PIC 9(6).
           03  FILLER              PIC X(2)  VALUE SPACES.
           03  L-BOL-SES-FECHA     PIC 9(8).
           03  FILLER              PIC X(2)  VALUE SPACES.
           03  L-BOL-SES-OPER      PIC X(8).
           03  FILLER              PIC X(2)  VALUE SPACES.
           03  L-BOL-SES-IMPORTE   PIC Z(11)9,99.
       01  L-BOL-TOTAL.
           03  L-BOL-ROTULO        PIC X(38).
           03  L-BOL-IMPORTE       PIC Z(11)9,99.
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *    PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
           COPY "SIGNON.CPY".
      *
       PROCEDURE DIVISION.
       MAIN.
      *    LA PANTALLA NO SE MUESTRA SIN IDENTIFICACION Y NIVEL
      *    SUFICIENTE (VER SIGNON)
           MOVE "DEPCAJ1" TO SIGNON-PROGRAM.
           MOVE 2          TO SIGNON-NIVEL-REQUERIDO.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF NOT SIGNON-OK
              STOP RUN
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRO-ARCHIVOS.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           PERFORM CIERRO-ARCHIVOS.
           DISPLAY "DEPCAJ1 BOLETAS GRABADAS: " W-CANT-BOLETAS.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.
      *
       ABRO-ARCHIVOS.
           OPEN I-O CAJASES.
           IF ST-FILE-CAJ > "07"
              DISPLAY "ERROR AL ABRIR CAJASES " ST-FILE-CAJ
              MOVE "DEPCAJ1"       TO ERRLOG-PROGRAM
              MOVE "ABRO-ARCHIVOS" TO ERRLOG-PARAGRAPH
              MOVE "CAJASES"       TO ERRLOG-FILENAME
              MOVE SPACES          TO ERRLOG-KEYVALUE
              MOVE ST-FILE-CAJ     TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN
           END-IF.
           OPEN I-O DEUCTL.
           IF ST-FILE-DCT = "35"
              OPEN OUTPUT DEUCTL
              CLOSE DEUCTL
              OPEN I-O DEUCTL
           END-IF.
           OPEN I-O DEPOSITOS.
           IF ST-FILE-DEP = "35"
              OPEN OUTPUT DEPOSITOS
              CLOSE DEPOSITOS
              OPEN I-O DEPOSITOS
           END-IF.
           OPEN I-O DEPSES.
           IF ST-FILE-DPS = "35"
              OPEN OUTPUT DEPSES
              CLOSE DEPSES
              OPEN I-O DEPSES
           END-IF.
      *
       CIERRO-ARCHIVOS.
           CLOSE CAJASES.
           CLOSE DEUCTL.
           CLOSE DEPOSITOS.
           CLOSE DEPSES.
      *
      *    UNA BOLETA: SE MUESTRAN LAS SESIONES CERRADAS SIN DEPOSITAR,
      *    SE ELIGEN, SE CARGA EL IMPORTE Y SE CONFIRMA
       PROCESO.
           MOVE 0 TO W-CANT-ELEGIDAS.
           MOVE 0 TO W-TOTAL-DECLARADO.
           DISPLAY " "                          LINE 1  COL 1 ERASE EOS.
           DISPLAY "BOLETA DE DEPOSITO BANCARIO" LINE 2 COL 27
                   GUIONES                      LINE 3  COL 1
                   "SESIONES CERRADAS SIN DEPOSITAR:" LINE 4 COL 5.
           PERFORM MUESTRO-PENDIENTES THRU F-MUESTRO-PENDIENTES.
           MOVE "N" TO FIN-CARGA.
           PERFORM ELIJO-SESION THRU F-ELIJO-SESION
              UNTIL FIN-CARGA = "S".
           IF W-CANT-ELEGIDAS = 0
              MOVE "S" TO FIN
              GO TO F-PROCESO
           END-IF.
           MOVE W-TOTAL-DECLARADO TO W-IMPORTE-Z.
           DISPLAY "TOTAL DECLARADO : " LINE 19 COL 5
                   W-IMPORTE-Z         LINE 19 COL 24.
           MOVE W-TOTAL-DECLARADO TO W-IMPORTE.
           DISPLAY "IMPORTE DEPOSITADO: " LINE 20 COL 5.
           ACCEPT W-IMPORTE LINE 20 COL 26 UPDATE.
           IF W-IMPORTE = 0
              GO TO F-PROCESO
           END-IF.
           DISPLAY "CONFIRMA LA BOLETA (S/N): " LINE 21 COL 5.
           ACCEPT CONFIRMA LINE 21 COL 32.
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
              GO TO F-PROCESO
           END-IF.
           PERFORM GRABO-BOLETA THRU F-GRABO-BOLETA.
       F-PROCESO.
           EXIT.
      *
       MUESTRO-PENDIENTES.
           MOVE 5 TO W-LINEA.
           MOVE "N" TO FIN-SESIONES.
           MOVE 0 TO CAJ-SESION.
           START CAJASES KEY IS NOT LESS THAN CAJ-SESION
              INVALID KEY GO TO F-MUESTRO-PENDIENTES
           END-START.
           PERFORM MUESTRO-UNA-SESION
              UNTIL FIN-SESIONES = "S" OR W-LINEA > 15.
       F-MUESTRO-PENDIENTES.
           EXIT.
      *
       MUESTRO-UNA-SESION.
           READ CAJASES NEXT RECORD
              AT END MOVE "S" TO FIN-SESIONES
           END-READ.
           IF FIN-SESIONES = "N" AND CAJ-CERRADA
              MOVE CAJ-DECLARADO TO W-IMPORTE-Z
              DISPLAY CAJ-SESION   LINE W-LINEA COL 5
                      CAJ-FECHA    LINE W-LINEA COL 13
                      CAJ-OPERADOR LINE W-LINEA COL 23
                      W-IMPORTE-Z  LINE W-LINEA COL 33
              ADD 1 TO W-LINEA
           END-IF.
      *
      *    SOLO ENTRAN SESIONES CERRADAS Y NO DEPOSITADAS, UNA VEZ
       ELIJO-SESION.
           DISPLAY "SESION A DEPOSITAR (0 = FIN): " LINE 17 COL 5.
           MOVE 0 TO W-SESION.
           ACCEPT W-SESION LINE 17 COL 36.
           DISPLAY " " LINE 18 COL 5 ERASE EOL.
           IF W-SESION = 0
              MOVE "S" TO FIN-CARGA
              GO TO F-ELIJO-SESION
           END-IF.
           IF W-CANT-ELEGIDAS NOT < W-MAX-SESIONES
              DISPLAY "BOLETA COMPLETA" LINE 18 COL 5
              MOVE "S" TO FIN-CARGA
              GO TO F-ELIJO-SESION
           END-IF.
           MOVE W-SESION TO CAJ-SESION.
           MOVE "S" TO EXISTE.
           READ CAJASES INVALID KEY MOVE "N" TO EXISTE.
           IF EXISTE = "N"
              DISPLAY "SESION INEXISTENTE" LINE 18 COL 5
              GO TO F-ELIJO-SESION
           END-IF.
           IF NOT CAJ-CERRADA
              DISPLAY "SESION ABIERTA O YA DEPOSITADA" LINE 18 COL 5
              GO TO F-ELIJO-SESION
           END-IF.
           MOVE "N" TO W-YA-ELEGIDA.
           PERFORM BUSCO-ELEGIDA
              VARYING W-ELE-IDX FROM 1 BY 1
              UNTIL W-ELE-IDX > W-CANT-ELEGIDAS.
           IF W-YA-ELEGIDA = "S"
              DISPLAY "SESION YA INCLUIDA EN LA BOLETA" LINE 18 COL 5
              GO TO F-ELIJO-SESION
           END-IF.
           ADD 1 TO W-CANT-ELEGIDAS.
           SET W-ELE-IDX TO W-CANT-ELEGIDAS.
           MOVE W-SESION TO W-ELE-SESION(W-ELE-IDX).
           ADD CAJ-DECLARADO TO W-TOTAL-DECLARADO.
           MOVE W-TOTAL-DECLARADO TO W-IMPORTE-Z.
           DISPLAY "SESIONES: "     LINE 18 COL 45
                   W-CANT-ELEGIDAS  LINE 18 COL 55
                   W-IMPORTE-Z      LINE 18 COL 58.
       F-ELIJO-SESION.
           EXIT.
      *
       BUSCO-ELEGIDA.
           IF W-ELE-SESION(W-ELE-IDX) = W-SESION
              MOVE "S" TO W-YA-ELEGIDA
           END-IF.
      *
      *    NUMERO DE BOLETA, CABECERA, UNA LINEA POR SESION Y LA
      *    SESION MARCADA DEPOSITADA; LA BOLETA SE IMPRIME AL FINAL
       GRABO-BOLETA.
           MOVE "PROXDEP" TO W-CLAVE-CONTROL.
           PERFORM OBTENGO-NUMERO-CONTROL
              THRU F-OBTENGO-NUMERO-CONTROL.
           IF NRO-ASIGNADO = "N"
              DISPLAY "NO SE PUDO NUMERAR LA BOLETA" LINE 22 COL 5
              ACCEPT X LINE 22 COL 40
              GO TO F-GRABO-BOLETA
           END-IF.
           MOVE W-NRO-CONTROL TO W-DEPOSITO.
           INITIALIZE REG-DEPOSITOS.
           MOVE W-DEPOSITO        TO DEP-NUMERO.
           MOVE W-FECHA-HOY       TO DEP-FECHA.
           MOVE SIGNON-OPERADOR   TO DEP-OPERADOR.
           MOVE W-CANT-ELEGIDAS   TO DEP-CANT-SESIONES.
           MOVE W-TOTAL-DECLARADO TO DEP-DECLARADO.
           MOVE W-IMPORTE         TO DEP-IMPORTE.
           SET DEP-PENDIENTE      TO TRUE.
           WRITE REG-DEPOSITOS.
           IF ST-FILE-DEP > "07"
              DISPLAY "ERROR AL GRABAR DEPOSITOS " ST-FILE-DEP
                      LINE 22 COL 5
              MOVE "DEPCAJ1"       TO ERRLOG-PROGRAM
              MOVE "GRABO-BOLETA"  TO ERRLOG-PARAGRAPH
              MOVE "DEPOSITOS"     TO ERRLOG-FILENAME
              MOVE W-DEPOSITO      TO ERRLOG-KEYVALUE
              MOVE ST-FILE-DEP     TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              ACCEPT X LINE 22 COL 40
              GO TO F-GRABO-BOLETA
           END-IF.
           OPEN EXTEND BOLETAS.
           IF ST-FILE-BOL NOT = "00"
              OPEN OUTPUT BOLETAS
           END-IF.
           MOVE GUIONES TO LINEA-BOLETA.
           WRITE LINEA-BOLETA.
           MOVE W-DEPOSITO      TO L-BOL-NUMERO.
           MOVE W-FECHA-HOY     TO L-BOL-FECHA.
           MOVE SIGNON-OPERADOR TO L-BOL-OPERADOR.
           WRITE LINEA-BOLETA FROM L-BOL-TITULO.
           PERFORM GRABO-UNA-SESION
              VARYING W-ELE-IDX FROM 1 BY 1
              UNTIL W-ELE-IDX > W-CANT-ELEGIDAS.
           MOVE "TOTAL DECLARADO EN LAS SESIONES:" TO L-BOL-ROTULO.
           MOVE W-TOTAL-DECLARADO TO L-BOL-IMPORTE.
           WRITE LINEA-BOLETA FROM L-BOL-TOTAL.
           MOVE "IMPORTE DEPOSITADO:" TO L-BOL-ROTULO.
           MOVE W-IMPORTE TO L-BOL-IMPORTE.
           WRITE LINEA-BOLETA FROM L-BOL-TOTAL.
           CLOSE BOLETAS.
           MOVE "DEPCAJ1"       TO RPTARC-PROGRAM.
           MOVE "BOLETA DE DEPOSITO BANCARIO"
              TO RPTARC-TITLE.
           MOVE "./boletas.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SIGNON-OPERADOR TO RPTARC-OPERATOR.
           MOVE "A"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
           ADD 1 TO W-CANT-BOLETAS.
           DISPLAY "BOLETA NRO. " LINE 22 COL 5
                   W-DEPOSITO     LINE 22 COL 17
                   " GRABADA"     LINE 22 COL 23.
           ACCEPT X LINE 22 COL 40.
       F-GRABO-BOLETA.
           EXIT.
      *
       GRABO-UNA-SESION.
           MOVE W-ELE-SESION(W-ELE-IDX) TO CAJ-SESION.
           READ CAJASES INVALID KEY CONTINUE.
           IF ST-FILE-CAJ = "00"
              MOVE W-DEPOSITO     TO DPS-DEPOSITO
              MOVE CAJ-SESION     TO DPS-SESION
              MOVE CAJ-FECHA      TO DPS-FECHA-SESION
              MOVE CAJ-OPERADOR   TO DPS-OPERADOR
              MOVE CAJ-DECLARADO  TO DPS-DECLARADO
              MOVE CAJ-DIFERENCIA TO DPS-DIFERENCIA
              WRITE REG-DEPSES
                 INVALID KEY REWRITE REG-DEPSES
              END-WRITE
              SET CAJ-DEPOSITADA TO TRUE
              REWRITE REG-CAJASES
              MOVE CAJ-SESION     TO L-BOL-SES-NRO
              MOVE CAJ-FECHA      TO L-BOL-SES-FECHA
              MOVE CAJ-OPERADOR   TO L-BOL-SES-OPER
              MOVE CAJ-DECLARADO  TO L-BOL-SES-IMPORTE
              WRITE LINEA-BOLETA FROM L-BOL-SESION
           END-IF.
      *
      *    TOMA EL PROXIMO NUMERO DEL CONTROL PEDIDO EN
      *    W-CLAVE-CONTROL, SEMBRANDOLO EN 1 LA PRIMERA VEZ
       OBTENGO-NUMERO-CONTROL.
           MOVE "N" TO NRO-ASIGNADO.
           MOVE 0   TO W-NRO-CONTROL.
           MOVE W-CLAVE-CONTROL TO DCT-CLAVE.
           READ DEUCTL
              INVALID KEY
                 MOVE W-CLAVE-CONTROL TO DCT-CLAVE
                 MOVE 1 TO DCT-PROX-NRO
                 WRITE REG-DEUCTL
                 END-WRITE
           END-READ.
           IF ST-FILE-DCT > "07"
              GO TO F-OBTENGO-NUMERO-CONTROL
           END-IF.
           MOVE DCT-PROX-NRO TO W-NRO-CONTROL.
           ADD 1 TO DCT-PROX-NRO.
           REWRITE REG-DEUCTL.
           IF ST-FILE-DCT > "07"
              MOVE 0 TO W-NRO-CONTROL
              GO TO F-OBTENGO-NUMERO-CONTROL
           END-IF.
           MOVE "S" TO NRO-ASIGNADO.
       F-OBTENGO-NUMERO-CONTROL.
           EXIT.
       END PROGRAM DEPCAJ1.
