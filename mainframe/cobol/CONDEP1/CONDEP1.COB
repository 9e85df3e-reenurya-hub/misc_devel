       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDEP1.
      *
      *    CONCILIACION DE DEPOSITOS DE CAJA CONTRA EL EXTRACTO
      *    LEE EL EXTRACTO BANCARIO (EXTRACTO.TXT) Y CASA CADA CREDITO
      *    CON UNA BOLETA DE DEPOSITO PENDIENTE DE DEPCAJ1
      *    (DEPOSITOS.DAT) DEL MISMO IMPORTE, CON FECHA DE CREDITO NO
      *    ANTERIOR A LA DEL DEPOSITO (SI HAY VARIAS, LA MAS VIEJA).
      *    LA BOLETA CASADA QUEDA CONCILIADA CON LA FECHA E IMPORTE
      *    DEL CREDITO, Y SUS SESIONES DE CAJA (DEPSES.DAT) PASAN A
      *    "R" EN CAJASES.DAT: RECIEN AHI LA SESION CUENTA COMO
      *    CONCILIADA. EL LISTADO DE CONTROL (CONDEP1.LST) MUESTRA:
      *      - LOS CREDITOS CASADOS;
      *      - LAS DIFERENCIAS DE IMPORTE: UN CREDITO QUE NO CASA POR
      *        IMPORTE PERO CAE DENTRO DEL PLAZO DE UNA BOLETA
      *        PENDIENTE, Y LAS BOLETAS CUYO IMPORTE DEPOSITADO NO ES
      *        LO DECLARADO EN SUS SESIONES; EN AMBOS CASOS CON EL
      *        DETALLE POR SESION Y OPERADOR (DECLARADO Y SOBRANTE/
      *        FALTANTE DEL CAJON);
      *      - LOS CREDITOS DEL EXTRACTO SIN DEPOSITO;
      *      - LAS BOLETAS NO ACREDITADAS PASADOS N DIAS.
      *    EL PLAZO N SE TOMA DE CONDEP1.PRM (UNA LINEA, NUMERICA);
      *    SIN ARCHIVO DE PARAMETRO SE USAN 3 DIAS. LOS DEBITOS DEL
      *    EXTRACTO SE IGNORAN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL CAJASES ASSIGN TO "./cajases.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CAJ-SESION
           STATUS ST-FILE-CAJ.
           SELECT OPTIONAL EXTRACTO ASSIGN TO "./extracto.txt"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-EXT.
           SELECT LFPARM ASSIGN TO "CONDEP1.PRM"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-PRM.
           SELECT LISTADO ASSIGN TO "./condep1.lst"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LST.
       DATA DIVISION.
       FILE SECTION.
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
      *    UNA LINEA DEL EXTRACTO: "C" CREDITO, "D" DEBITO
       FD EXTRACTO.
       01 REG-EXTRACTO.
           03 EXT-FECHA            PIC 9(8).
           03 EXT-TIPO             PIC X.
              88 EXT-CREDITO       VALUE "C".
           03 EXT-IMPORTE          PIC 9(12)V9(2).
           03 EXT-REFERENCIA       PIC X(30).
      *
       FD LFPARM.
       01 PARM-RECORD              PIC X(3).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-DEP             PIC XX.
       01  ST-FILE-DPS             PIC XX.
       01  ST-FILE-CAJ             PIC XX.
       01  ST-FILE-EXT             PIC XX.
       01  ST-FILE-PRM             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  FIN-DEPOSITOS           PIC X VALUE "N".
       01  FIN-EXTRACTO            PIC X VALUE "N".
       01  FIN-SESIONES            PIC X.
       01  W-DIAS-PLAZO            PIC 9(3) VALUE 3.
       01  W-FECHA-HOY             PIC 9(8).
       01  W-JULIANO-HOY           PIC 9(7).
       01  W-JULIANO-EXT           PIC 9(7).
       01  W-DIAS                  PIC S9(7).
       01  W-DIFERENCIA            PIC S9(12)V9(2).
       01  W-ENCONTRADO            PIC X.
       01  W-DEP-ELEGIDO           PIC 9(4).
      *
      *    BOLETAS PENDIENTES AL EMPEZAR, EN ORDEN DE NUMERO (QUE ES
      *    EL DE EMISION)
       01  W-MAX-PENDIENTES        PIC 9(4) VALUE 500.
       01  W-CANT-PENDIENTES       PIC 9(4) VALUE 0.
       01  W-TABLA-PENDIENTES.
           05  W-PEND OCCURS 500 TIMES INDEXED BY W-PND-IDX.
               10  W-PND-NUMERO    PIC 9(6).
               10  W-PND-FECHA     PIC 9(8).
               10  W-PND-JULIANO   PIC 9(7).
               10  W-PND-IMPORTE   PIC 9(12)V9(2).
               10  W-PND-DECLARADO PIC 9(12)V9(2).
               10  W-PND-CASADA    PIC X.
      *
       01  W-CANT-CREDITOS         PIC 9(6) VALUE 0.
       01  W-CANT-CASADOS          PIC 9(6) VALUE 0.
       01  W-CANT-SIN-DEPOSITO     PIC 9(6) VALUE 0.
       01  W-CANT-DIFERENCIAS      PIC 9(6) VALUE 0.
       01  W-CANT-VENCIDAS         PIC 9(6) VALUE 0.
       01  W-CANT-SESIONES-CONC    PIC 9(6) VALUE 0.
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(44) VALUE
               "CONCILIACION DE DEPOSITOS DE CAJA - FECHA: ".
           03  L-ENC-FECHA     PIC 9(8).
           03  FILLER          PIC X(10) VALUE "  PLAZO: ".
           03  L-ENC-DIAS      PIC ZZ9.
           03  FILLER          PIC X(5)  VALUE " DIAS".
       01  L-TITULO            PIC X(60).
       01  L-CREDITO.
           03  L-CRE-ROTULO    PIC X(24).
           03  L-CRE-FECHA     PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-CRE-IMPORTE   PIC Z(11)9,99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-CRE-REFERENCIA PIC X(30).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-CRE-DEPOSITO-R PIC X(9).
           03  L-CRE-DEPOSITO  PIC Z(5)9.
       01  L-BOLETA.
           03  L-BOL-ROTULO    PIC X(24).
           03  L-BOL-NUMERO    PIC Z(5)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-BOL-FECHA     PIC 9(8).
           03  FILLER          PIC X(12) VALUE "  DECLARADO ".
           03  L-BOL-DECLARADO PIC Z(11)9,99.
           03  FILLER          PIC X(13) VALUE "  DEPOSITADO ".
           03  L-BOL-IMPORTE   PIC Z(11)9,99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-BOL-EXTRA-R   PIC X(8).
           03  L-BOL-EXTRA     PIC -(11)9,99.
       01  L-SESION.
           03  FILLER          PIC X(10) VALUE "    SESION".
           03  L-SES-NUMERO    PIC Z(5)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-SES-FECHA     PIC 9(8).
           03  FILLER          PIC X(12) VALUE "  OPERADOR: ".
           03  L-SES-OPERADOR  PIC X(8).
           03  FILLER          PIC X(12) VALUE "  DECLARADO ".
           03  L-SES-DECLARADO PIC Z(11)9,99.
           03  FILLER          PIC X(15) VALUE "  SOBR./FALT.  ".
           03  L-SES-DIFERENCIA PIC -(11)9,99.
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(32).
           03  L-CTL-VALOR     PIC ZZZ.ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZACION.
           PERFORM CARGO-PENDIENTES THRU F-CARGO-PENDIENTES
              UNTIL FIN-DEPOSITOS = "S".
           MOVE "** CREDITOS DEL EXTRACTO **" TO L-TITULO.
           WRITE LINEA-LISTADO FROM L-TITULO.
           OPEN INPUT EXTRACTO.
           IF ST-FILE-EXT = "00"
              PERFORM PROCESO-CREDITO THRU F-PROCESO-CREDITO
                 UNTIL FIN-EXTRACTO = "S"
              CLOSE EXTRACTO
           ELSE
              MOVE "SIN EXTRACTO BANCARIO EN ESTA CORRIDA" TO L-TITULO
              WRITE LINEA-LISTADO FROM L-TITULO
           END-IF.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "** BOLETAS NO ACREDITADAS EN PLAZO **" TO L-TITULO.
           WRITE LINEA-LISTADO FROM L-TITULO.
           PERFORM VERIFICO-VENCIDA
              VARYING W-PND-IDX FROM 1 BY 1
              UNTIL W-PND-IDX > W-CANT-PENDIENTES.
           PERFORM TERMINAR.
           STOP RUN.
      *
       INICIALIZACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE W-JULIANO-HOY =
              FUNCTION INTEGER-OF-DATE(W-FECHA-HOY).
           PERFORM LEO-PARAMETRO.
           OPEN I-O DEPOSITOS.
           IF ST-FILE-DEP > "07"
              DISPLAY "ERROR AL ABRIR DEPOSITOS " ST-FILE-DEP
              MOVE "CONDEP1"        TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "DEPOSITOS"      TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-DEP      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              STOP RUN
           END-IF.
           OPEN INPUT DEPSES.
           OPEN I-O CAJASES.
           OPEN OUTPUT LISTADO.
           MOVE W-FECHA-HOY  TO L-ENC-FECHA.
           MOVE W-DIAS-PLAZO TO L-ENC-DIAS.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO1.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE 0 TO DEP-NUMERO.
           START DEPOSITOS KEY IS NOT LESS THAN DEP-NUMERO
              INVALID KEY MOVE "S" TO FIN-DEPOSITOS
           END-START.
      *
       LEO-PARAMETRO.
           OPEN INPUT LFPARM.
           IF ST-FILE-PRM = "00"
              READ LFPARM
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-RECORD IS NUMERIC
                       MOVE PARM-RECORD TO W-DIAS-PLAZO
                    END-IF
              END-READ
              CLOSE LFPARM
           END-IF.
      *
       CARGO-PENDIENTES.
           READ DEPOSITOS NEXT RECORD
              AT END MOVE "S" TO FIN-DEPOSITOS
           END-READ.
           IF FIN-DEPOSITOS = "S" GO TO F-CARGO-PENDIENTES.
           IF NOT DEP-PENDIENTE GO TO F-CARGO-PENDIENTES.
           IF W-CANT-PENDIENTES NOT < W-MAX-PENDIENTES
              DISPLAY "CONDEP1 DEMASIADAS BOLETAS PENDIENTES"
              MOVE "S" TO FIN-DEPOSITOS
              GO TO F-CARGO-PENDIENTES
           END-IF.
           ADD 1 TO W-CANT-PENDIENTES.
           SET W-PND-IDX TO W-CANT-PENDIENTES.
           MOVE DEP-NUMERO    TO W-PND-NUMERO(W-PND-IDX).
           MOVE DEP-FECHA     TO W-PND-FECHA(W-PND-IDX).
           COMPUTE W-PND-JULIANO(W-PND-IDX) =
              FUNCTION INTEGER-OF-DATE(DEP-FECHA).
           MOVE DEP-IMPORTE   TO W-PND-IMPORTE(W-PND-IDX).
           MOVE DEP-DECLARADO TO W-PND-DECLARADO(W-PND-IDX).
           MOVE "N"           TO W-PND-CASADA(W-PND-IDX).
       F-CARGO-PENDIENTES.
           EXIT.
      *
      *    UN CREDITO: PRIMERO SE BUSCA UNA BOLETA DEL MISMO IMPORTE;
      *    SI NO HAY, UNA DENTRO DEL PLAZO QUE DIFIERA EN EL IMPORTE
       PROCESO-CREDITO.
           READ EXTRACTO
              AT END MOVE "S" TO FIN-EXTRACTO
           END-READ.
           IF FIN-EXTRACTO = "S" GO TO F-PROCESO-CREDITO.
           IF NOT EXT-CREDITO GO TO F-PROCESO-CREDITO.
           IF EXT-FECHA NOT NUMERIC OR EXT-IMPORTE NOT NUMERIC
              GO TO F-PROCESO-CREDITO
           END-IF.
           ADD 1 TO W-CANT-CREDITOS.
           COMPUTE W-JULIANO-EXT =
              FUNCTION INTEGER-OF-DATE(EXT-FECHA).
           MOVE "N" TO W-ENCONTRADO.
           PERFORM BUSCO-POR-IMPORTE
              VARYING W-PND-IDX FROM 1 BY 1
              UNTIL W-PND-IDX > W-CANT-PENDIENTES
                 OR W-ENCONTRADO = "S".
           IF W-ENCONTRADO = "S"
              PERFORM CONCILIO-BOLETA THRU F-CONCILIO-BOLETA
              GO TO F-PROCESO-CREDITO
           END-IF.
           PERFORM BUSCO-EN-PLAZO
              VARYING W-PND-IDX FROM 1 BY 1
              UNTIL W-PND-IDX > W-CANT-PENDIENTES
                 OR W-ENCONTRADO = "S".
           IF W-ENCONTRADO = "S"
              PERFORM INFORMO-DIFERENCIA
              GO TO F-PROCESO-CREDITO
           END-IF.
           ADD 1 TO W-CANT-SIN-DEPOSITO.
           MOVE "CREDITO SIN DEPOSITO"  TO L-CRE-ROTULO.
           MOVE EXT-FECHA               TO L-CRE-FECHA.
           MOVE EXT-IMPORTE             TO L-CRE-IMPORTE.
           MOVE EXT-REFERENCIA          TO L-CRE-REFERENCIA.
           MOVE SPACES                  TO L-CRE-DEPOSITO-R.
           MOVE 0                       TO L-CRE-DEPOSITO.
           WRITE LINEA-LISTADO FROM L-CREDITO.
       F-PROCESO-CREDITO.
           EXIT.
      *
       BUSCO-POR-IMPORTE.
           IF W-PND-CASADA(W-PND-IDX) = "N"
              AND W-PND-IMPORTE(W-PND-IDX) = EXT-IMPORTE
              AND W-PND-FECHA(W-PND-IDX) NOT > EXT-FECHA
              MOVE "S" TO W-ENCONTRADO
              SET W-DEP-ELEGIDO TO W-PND-IDX
           END-IF.
      *
       BUSCO-EN-PLAZO.
           COMPUTE W-DIAS = W-JULIANO-EXT - W-PND-JULIANO(W-PND-IDX).
           IF W-PND-CASADA(W-PND-IDX) = "N"
              AND W-DIAS NOT < 0
              AND W-DIAS NOT > W-DIAS-PLAZO
              MOVE "S" TO W-ENCONTRADO
              SET W-DEP-ELEGIDO TO W-PND-IDX
           END-IF.
      *
      *    LA BOLETA QUEDA CONCILIADA Y SUS SESIONES TAMBIEN. SI LO
      *    DEPOSITADO NO ES LO DECLARADO SE DETALLAN LAS SESIONES
       CONCILIO-BOLETA.
           SET W-PND-IDX TO W-DEP-ELEGIDO.
           MOVE "S" TO W-PND-CASADA(W-PND-IDX).
           MOVE W-PND-NUMERO(W-PND-IDX) TO DEP-NUMERO.
           READ DEPOSITOS
              INVALID KEY GO TO F-CONCILIO-BOLETA
           END-READ.
           SET DEP-CONCILIADO TO TRUE.
           MOVE EXT-FECHA   TO DEP-FECHA-ACRED.
           MOVE EXT-IMPORTE TO DEP-IMPORTE-ACRED.
           REWRITE REG-DEPOSITOS.
           IF ST-FILE-DEP > "07"
              MOVE "CONDEP1"         TO ERRLOG-PROGRAM
              MOVE "CONCILIO-BOLETA" TO ERRLOG-PARAGRAPH
              MOVE "DEPOSITOS"       TO ERRLOG-FILENAME
              MOVE DEP-NUMERO        TO ERRLOG-KEYVALUE
              MOVE ST-FILE-DEP       TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-CONCILIO-BOLETA
           END-IF.
           ADD 1 TO W-CANT-CASADOS.
           MOVE "CREDITO CONCILIADO"    TO L-CRE-ROTULO.
           MOVE EXT-FECHA               TO L-CRE-FECHA.
           MOVE EXT-IMPORTE             TO L-CRE-IMPORTE.
           MOVE EXT-REFERENCIA          TO L-CRE-REFERENCIA.
           MOVE "BOLETA: "              TO L-CRE-DEPOSITO-R.
           MOVE DEP-NUMERO              TO L-CRE-DEPOSITO.
           WRITE LINEA-LISTADO FROM L-CREDITO.
           MOVE "S" TO FIN-SESIONES.
           MOVE DEP-NUMERO TO DPS-DEPOSITO.
           MOVE 0          TO DPS-SESION.
           START DEPSES KEY IS NOT LESS THAN DPS-CLAVE
              INVALID KEY GO TO F-CONCILIO-BOLETA
           END-START.
           MOVE "N" TO FIN-SESIONES.
           PERFORM CONCILIO-UNA-SESION UNTIL FIN-SESIONES = "S".
           IF DEP-IMPORTE NOT = DEP-DECLARADO
              ADD 1 TO W-CANT-DIFERENCIAS
              MOVE "  DEPOSITADO NO DECLARADO" TO L-BOL-ROTULO
              MOVE "DIFER.: " TO L-BOL-EXTRA-R
              COMPUTE W-DIFERENCIA = DEP-IMPORTE - DEP-DECLARADO
              MOVE W-DIFERENCIA TO L-BOL-EXTRA
              PERFORM IMPRIMO-BOLETA
           END-IF.
       F-CONCILIO-BOLETA.
           EXIT.
      *
       CONCILIO-UNA-SESION.
           READ DEPSES NEXT RECORD
              AT END MOVE "S" TO FIN-SESIONES
           END-READ.
           IF FIN-SESIONES = "N" AND DPS-DEPOSITO NOT = DEP-NUMERO
              MOVE "S" TO FIN-SESIONES
           END-IF.
           IF FIN-SESIONES = "N"
              MOVE DPS-SESION TO CAJ-SESION
              READ CAJASES INVALID KEY CONTINUE END-READ
              IF ST-FILE-CAJ = "00"
                 SET CAJ-CONCILIADA TO TRUE
                 REWRITE REG-CAJASES
                 ADD 1 TO W-CANT-SESIONES-CONC
              END-IF
           END-IF.
      *
      *    EL CREDITO NO CASA POR IMPORTE CON NINGUNA BOLETA PERO
      *    LLEGA DENTRO DEL PLAZO DE UNA: SE INFORMA Y NO SE CONCILIA
       INFORMO-DIFERENCIA.
           ADD 1 TO W-CANT-DIFERENCIAS.
           SET W-PND-IDX TO W-DEP-ELEGIDO.
           MOVE "DIFERENCIA DE IMPORTE" TO L-CRE-ROTULO.
           MOVE EXT-FECHA               TO L-CRE-FECHA.
           MOVE EXT-IMPORTE             TO L-CRE-IMPORTE.
           MOVE EXT-REFERENCIA          TO L-CRE-REFERENCIA.
           MOVE "BOLETA?: "             TO L-CRE-DEPOSITO-R.
           MOVE W-PND-NUMERO(W-PND-IDX) TO L-CRE-DEPOSITO.
           WRITE LINEA-LISTADO FROM L-CREDITO.
           MOVE W-PND-NUMERO(W-PND-IDX) TO DEP-NUMERO.
           READ DEPOSITOS
              INVALID KEY CONTINUE
           END-READ.
           IF ST-FILE-DEP = "00"
              MOVE "  BOLETA PENDIENTE" TO L-BOL-ROTULO
              MOVE "DIFER.: " TO L-BOL-EXTRA-R
              COMPUTE W-DIFERENCIA = EXT-IMPORTE - DEP-IMPORTE
              MOVE W-DIFERENCIA TO L-BOL-EXTRA
              PERFORM IMPRIMO-BOLETA
           END-IF.
      *
      *    LA BOLETA EN REG-DEPOSITOS CON EL DETALLE DE SUS SESIONES
       IMPRIMO-BOLETA.
           MOVE DEP-NUMERO    TO L-BOL-NUMERO.
           MOVE DEP-FECHA     TO L-BOL-FECHA.
           MOVE DEP-DECLARADO TO L-BOL-DECLARADO.
           MOVE DEP-IMPORTE   TO L-BOL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-BOLETA.
           MOVE DEP-NUMERO TO DPS-DEPOSITO.
           MOVE 0          TO DPS-SESION.
           MOVE "N" TO FIN-SESIONES.
           START DEPSES KEY IS NOT LESS THAN DPS-CLAVE
              INVALID KEY MOVE "S" TO FIN-SESIONES
           END-START.
           PERFORM IMPRIMO-UNA-SESION UNTIL FIN-SESIONES = "S".
      *
       IMPRIMO-UNA-SESION.
           READ DEPSES NEXT RECORD
              AT END MOVE "S" TO FIN-SESIONES
           END-READ.
           IF FIN-SESIONES = "N" AND DPS-DEPOSITO NOT = DEP-NUMERO
              MOVE "S" TO FIN-SESIONES
           END-IF.
           IF FIN-SESIONES = "N"
              MOVE DPS-SESION       TO L-SES-NUMERO
              MOVE DPS-FECHA-SESION TO L-SES-FECHA
              MOVE DPS-OPERADOR     TO L-SES-OPERADOR
              MOVE DPS-DECLARADO    TO L-SES-DECLARADO
              MOVE DPS-DIFERENCIA   TO L-SES-DIFERENCIA
              WRITE LINEA-LISTADO FROM L-SESION
           END-IF.
      *
      *    BOLETA QUE SIGUE PENDIENTE PASADO EL PLAZO
       VERIFICO-VENCIDA.
           COMPUTE W-DIAS = W-JULIANO-HOY - W-PND-JULIANO(W-PND-IDX).
           IF W-PND-CASADA(W-PND-IDX) = "N"
              AND W-DIAS > W-DIAS-PLAZO
              ADD 1 TO W-CANT-VENCIDAS
              MOVE W-PND-NUMERO(W-PND-IDX) TO DEP-NUMERO
              READ DEPOSITOS
                 INVALID KEY CONTINUE
              END-READ
              IF ST-FILE-DEP = "00"
                 MOVE "NO ACREDITADA" TO L-BOL-ROTULO
                 MOVE "DIAS:   " TO L-BOL-EXTRA-R
                 MOVE W-DIAS TO L-BOL-EXTRA
                 PERFORM IMPRIMO-BOLETA
              END-IF
           END-IF.
      *
       TERMINAR.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "CREDITOS LEIDOS:"            TO L-CTL-ROTULO.
           MOVE W-CANT-CREDITOS               TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "BOLETAS CONCILIADAS:"        TO L-CTL-ROTULO.
           MOVE W-CANT-CASADOS                TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "SESIONES CONCILIADAS:"       TO L-CTL-ROTULO.
           MOVE W-CANT-SESIONES-CONC          TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "DIFERENCIAS DE IMPORTE:"     TO L-CTL-ROTULO.
           MOVE W-CANT-DIFERENCIAS            TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "CREDITOS SIN DEPOSITO:"      TO L-CTL-ROTULO.
           MOVE W-CANT-SIN-DEPOSITO           TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "BOLETAS NO ACREDITADAS:"     TO L-CTL-ROTULO.
           MOVE W-CANT-VENCIDAS               TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           CLOSE LISTADO.
           MOVE "CONDEP1"       TO RPTARC-PROGRAM.
           MOVE "CONCILIACION DE DEPOSITOS DE CAJA"
              TO RPTARC-TITLE.
           MOVE "./condep1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SPACES          TO RPTARC-OPERATOR.
           MOVE "M"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
           CLOSE DEPOSITOS.
           CLOSE DEPSES.
           CLOSE CAJASES.
           DISPLAY "CONDEP1 BOLETAS CONCILIADAS: " W-CANT-CASADOS.
           DISPLAY "CONDEP1 CREDITOS SIN DEPOSITO: "
                   W-CANT-SIN-DEPOSITO.
           DISPLAY "CONDEP1 BOLETAS NO ACREDITADAS: " W-CANT-VENCIDAS.
       END PROGRAM CONDEP1.
