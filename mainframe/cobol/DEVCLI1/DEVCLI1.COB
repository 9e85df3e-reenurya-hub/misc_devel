       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVCLI1.
      *
      *    SALDOS A FAVOR DE CLIENTES A DEVOLVER (SEMANAL)
      *    RECORRE CLIENTES.DAT Y LISTA LOS CLIENTES CON SALDO A
      *    FAVOR (CLI_SALDO MAYOR QUE CERO: LOS DEBITOS RESTAN Y LOS
      *    COBROS SUMAN) QUE NO SE MUEVE HACE MAS DE LA CANTIDAD DE
      *    DIAS PARAMETRIZADA, CONTADOS DESDE CLI_ULT_ACTIVIDAD. POR
      *    CADA UNO DEJA UNA PROPUESTA DE DEVOLUCION PENDIENTE EN
      *    DEVOLUC.DAT, SALVO QUE EL CLIENTE YA TENGA UNA; LA
      *    PROPUESTA NO TOCA EL SALDO: LA APRUEBA O RECHAZA UN
      *    SUPERVISOR EN DEVCLI2, QUE ES QUIEN ASIENTA EL DEBITO Y
      *    GENERA EL COMPROBANTE A PAGAR POR SFTPAY1.
      *    LA CANTIDAD DE DIAS SE TOMA DE DEVCLI1.PRM (UNA LINEA,
      *    NUMERICA); SIN ARCHIVO DE PARAMETRO SE USAN 90 DIAS.
      *    EL LISTADO (DEVCLI1.LST) MUESTRA CADA CLIENTE CON SU
      *    SALDO, LOS DIAS SIN MOVIMIENTO Y SI LA PROPUESTA ES NUEVA
      *    O YA ESTABA PENDIENTE, Y LOS TOTALES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS ID_CLIENTE
           ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
           ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
           STATUS ST-FILE.
           SELECT OPTIONAL DEVOLUC ASSIGN TO "./devoluc.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS DEV-CLAVE
           STATUS ST-FILE-DEV.
           SELECT LFPARM ASSIGN TO "DEVCLI1.PRM"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-PRM.
           SELECT LISTADO ASSIGN TO "./devcli1.lst"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LST.
       DATA DIVISION.
       FILE SECTION.
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
           03  FILLER              PIC X(218).
      *
      *    DEVOLUC.DAT: PROPUESTAS DE DEVOLUCION DE SALDOS A FAVOR,
      *    UNA POR CLIENTE Y FECHA. DEVCLI2 LAS RESUELVE Y DEJA EL
      *    COMPROBANTE DE PROVVOU.DAT QUE PAGA LA DEVOLUCION
       FD DEVOLUC.
       01 REG-DEVOLUC.
           03 DEV-CLAVE.
               05 DEV-CLI-ID           PIC 9(7).
               05 DEV-FECHA-PROPUESTA  PIC 9(8).
               05 DEV-SECUENCIA        PIC 9(2).
           03 DEV-SALDO-PROPUESTO      PIC S9(7)V9(3).
           03 DEV-ULT-ACTIVIDAD        PIC 9(8).
           03 DEV-DIAS                 PIC 9(5).
           03 DEV-ESTADO               PIC X.
              88 DEV-PENDIENTE         VALUE "P".
              88 DEV-APROBADA          VALUE "A".
              88 DEV-RECHAZADA         VALUE "R".
           03 DEV-FECHA-RESOLUCION     PIC 9(8).
           03 DEV-OPERADOR-RESUELVE    PIC X(8).
           03 DEV-IMPORTE-DEVUELTO     PIC S9(7)V9(3).
           03 DEV-COMPROBANTE          PIC 9(8).
           03 FILLER                   PIC X(30).
      *
       FD LFPARM.
       01 PARM-RECORD              PIC X(5).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-DEV             PIC XX.
       01  ST-FILE-PRM             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  FIN-CLIENTES            PIC X VALUE "N".
       01  FIN-DEVOLUC             PIC X.
       01  HAY-PENDIENTE           PIC X.
       01  W-DIAS-CORTE            PIC 9(5) VALUE 90.
       01  W-FECHA-HOY             PIC 9(8).
       01  W-JULIANO-HOY           PIC 9(7).
       01  W-JULIANO-ULT           PIC 9(7).
       01  W-DIAS-INMOVIL          PIC S9(7).
      *
       01  W-CANT-LEIDOS           PIC 9(6) VALUE 0.
       01  W-CANT-A-FAVOR          PIC 9(6) VALUE 0.
       01  W-CANT-NUEVAS           PIC 9(6) VALUE 0.
       01  W-CANT-PENDIENTES       PIC 9(6) VALUE 0.
       01  W-TOTAL-A-FAVOR         PIC S9(9)V9(3) VALUE 0.
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(44) VALUE
               "SALDOS A FAVOR DE CLIENTES A DEVOLVER - AL ".
           03  L-ENC-FECHA     PIC 9(8).
           03  FILLER          PIC X(21) VALUE
               " - SIN MOVIMIENTO > ".
           03  L-ENC-DIAS      PIC ZZZZ9.
           03  FILLER          PIC X(5)  VALUE " DIAS".
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(10) VALUE "ID CLIENTE".
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  FILLER          PIC X(32) VALUE "NOMBRE".
           03  FILLER          PIC X(15) VALUE "ULT. ACTIVIDAD".
           03  FILLER          PIC X(8)  VALUE "DIAS".
           03  FILLER          PIC X(16) VALUE "  SALDO A FAVOR".
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  FILLER          PIC X(10) VALUE "PROPUESTA".
       01  L-DETALLE.
           03  L-DET-ID        PIC Z(6)9.
           03  FILLER          PIC X(5)  VALUE SPACES.
           03  L-DET-NOMBRE    PIC X(32).
           03  L-DET-ULT       PIC 9(8).
           03  FILLER          PIC X(7)  VALUE SPACES.
           03  L-DET-DIAS      PIC ZZZZ9.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-SALDO     PIC -(9)9,999.
           03  FILLER          PIC X(4)  VALUE SPACES.
           03  L-DET-ESTADO    PIC X(10).
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(30).
           03  L-CTL-VALOR     PIC ZZZ.ZZ9.
       01  L-CONTROL-IMPORTE.
           03  L-CTI-ROTULO    PIC X(30).
           03  L-CTI-VALOR     PIC -(11)9,999.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZACION.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN-CLIENTES = "S".
           PERFORM TERMINAR.
           STOP RUN.
      *
       INICIALIZACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE W-JULIANO-HOY =
              FUNCTION INTEGER-OF-DATE(W-FECHA-HOY).
           PERFORM LEO-PARAMETRO.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR AL ABRIR CLIENTES " ST-FILE
              MOVE "DEVCLI1"        TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "CLIENTES"       TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE          TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-CLIENTES
           END-IF.
           OPEN I-O DEVOLUC.
           IF ST-FILE-DEV = "35"
              OPEN OUTPUT DEVOLUC
              CLOSE DEVOLUC
              OPEN I-O DEVOLUC
           END-IF.
           IF ST-FILE-DEV > "07"
              DISPLAY "ERROR AL ABRIR DEVOLUC " ST-FILE-DEV
              MOVE "DEVCLI1"        TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "DEVOLUC"        TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-DEV      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-CLIENTES
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE W-FECHA-HOY  TO L-ENC-FECHA.
           MOVE W-DIAS-CORTE TO L-ENC-DIAS.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO1.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO2.
           IF FIN-CLIENTES = "N"
              MOVE LOW-VALUES TO ID_CLIENTE
              START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
                 INVALID KEY MOVE "S" TO FIN-CLIENTES
              END-START
           END-IF.
      *
       LEO-PARAMETRO.
           OPEN INPUT LFPARM.
           IF ST-FILE-PRM = "00"
              READ LFPARM
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-RECORD IS NUMERIC
                       MOVE PARM-RECORD TO W-DIAS-CORTE
                    END-IF
              END-READ
              CLOSE LFPARM
           END-IF.
      *
       PROCESO.
           READ CLIENTES NEXT RECORD
              AT END MOVE "S" TO FIN-CLIENTES
           END-READ.
           IF FIN-CLIENTES = "S" GO TO F-PROCESO.
           ADD 1 TO W-CANT-LEIDOS.
           IF CLI_SALDO NOT > 0 GO TO F-PROCESO.
           PERFORM CALCULO-DIAS-INMOVIL.
           IF W-DIAS-INMOVIL NOT > W-DIAS-CORTE GO TO F-PROCESO.
           ADD 1 TO W-CANT-A-FAVOR.
           ADD CLI_SALDO TO W-TOTAL-A-FAVOR.
           PERFORM BUSCO-PENDIENTE THRU F-BUSCO-PENDIENTE.
           IF HAY-PENDIENTE = "S"
              ADD 1 TO W-CANT-PENDIENTES
              MOVE "PENDIENTE" TO L-DET-ESTADO
           ELSE
              PERFORM GRABO-PROPUESTA THRU F-GRABO-PROPUESTA
           END-IF.
           PERFORM IMPRIME-DETALLE.
       F-PROCESO.
           EXIT.
      *
       CALCULO-DIAS-INMOVIL.
           IF CLI_ULT_ACTIVIDAD = 0
              OR CLI_ULT_ACTIVIDAD NOT NUMERIC
              MOVE 99999 TO W-DIAS-INMOVIL
           ELSE
              COMPUTE W-JULIANO-ULT =
                 FUNCTION INTEGER-OF-DATE(CLI_ULT_ACTIVIDAD)
              COMPUTE W-DIAS-INMOVIL =
                 W-JULIANO-HOY - W-JULIANO-ULT
           END-IF.
           IF W-DIAS-INMOVIL > 99999
              MOVE 99999 TO W-DIAS-INMOVIL
           END-IF.
      *
      *    UN CLIENTE NO PUEDE TENER MAS DE UNA PROPUESTA PENDIENTE
       BUSCO-PENDIENTE.
           MOVE "N" TO HAY-PENDIENTE.
           MOVE "N" TO FIN-DEVOLUC.
           MOVE CLI_ID TO DEV-CLI-ID.
           MOVE 0      TO DEV-FECHA-PROPUESTA.
           MOVE 0      TO DEV-SECUENCIA.
           START DEVOLUC KEY IS NOT LESS THAN DEV-CLAVE
              INVALID KEY MOVE "S" TO FIN-DEVOLUC
           END-START.
           PERFORM LEO-UNA-PROPUESTA THRU F-LEO-UNA-PROPUESTA
              UNTIL FIN-DEVOLUC = "S".
       F-BUSCO-PENDIENTE.
           EXIT.
      *
       LEO-UNA-PROPUESTA.
           READ DEVOLUC NEXT RECORD
              AT END MOVE "S" TO FIN-DEVOLUC
           END-READ.
           IF FIN-DEVOLUC = "S" GO TO F-LEO-UNA-PROPUESTA.
           IF DEV-CLI-ID NOT = CLI_ID
              MOVE "S" TO FIN-DEVOLUC
              GO TO F-LEO-UNA-PROPUESTA
           END-IF.
           IF DEV-PENDIENTE
              MOVE "S" TO HAY-PENDIENTE
              MOVE "S" TO FIN-DEVOLUC
           END-IF.
       F-LEO-UNA-PROPUESTA.
           EXIT.
      *
       GRABO-PROPUESTA.
           INITIALIZE REG-DEVOLUC.
           MOVE CLI_ID            TO DEV-CLI-ID.
           MOVE W-FECHA-HOY       TO DEV-FECHA-PROPUESTA.
           MOVE 1                 TO DEV-SECUENCIA.
           MOVE CLI_SALDO         TO DEV-SALDO-PROPUESTO.
           MOVE CLI_ULT_ACTIVIDAD TO DEV-ULT-ACTIVIDAD.
           MOVE W-DIAS-INMOVIL    TO DEV-DIAS.
           SET DEV-PENDIENTE      TO TRUE.
           MOVE SPACES            TO DEV-OPERADOR-RESUELVE.
      *    UNA CLAVE YA TOMADA (OTRA PROPUESTA DEL MISMO DIA YA
      *    RESUELTA) CORRE LA SECUENCIA Y REINTENTA
       GRABO-DEV-CLAVE.
           WRITE REG-DEVOLUC.
           IF ST-FILE-DEV = "22" AND DEV-SECUENCIA < 99
              ADD 1 TO DEV-SECUENCIA
              GO TO GRABO-DEV-CLAVE
           END-IF.
           IF ST-FILE-DEV > "07"
              DISPLAY "ERROR AL GRABAR DEVOLUC " ST-FILE-DEV
              MOVE "DEVCLI1"         TO ERRLOG-PROGRAM
              MOVE "GRABO-PROPUESTA" TO ERRLOG-PARAGRAPH
              MOVE "DEVOLUC"         TO ERRLOG-FILENAME
              MOVE CLI_ID             TO ERRLOG-KEYVALUE
              MOVE ST-FILE-DEV        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "NO GRABADA" TO L-DET-ESTADO
              GO TO F-GRABO-PROPUESTA
           END-IF.
           ADD 1 TO W-CANT-NUEVAS.
           MOVE "NUEVA" TO L-DET-ESTADO.
       F-GRABO-PROPUESTA.
           EXIT.
      *
       IMPRIME-DETALLE.
           MOVE CLI_ID            TO L-DET-ID.
           MOVE CLI_NOMBRE(1:32)  TO L-DET-NOMBRE.
           MOVE CLI_ULT_ACTIVIDAD TO L-DET-ULT.
           MOVE W-DIAS-INMOVIL    TO L-DET-DIAS.
           MOVE CLI_SALDO         TO L-DET-SALDO.
           WRITE LINEA-LISTADO FROM L-DETALLE.
      *
       TERMINAR.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "CLIENTES LEIDOS:"              TO L-CTL-ROTULO.
           MOVE W-CANT-LEIDOS                   TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "CON SALDO A FAVOR INMOVIL:"    TO L-CTL-ROTULO.
           MOVE W-CANT-A-FAVOR                  TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "PROPUESTAS NUEVAS:"            TO L-CTL-ROTULO.
           MOVE W-CANT-NUEVAS                   TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "YA PENDIENTES DE APROBACION:"  TO L-CTL-ROTULO.
           MOVE W-CANT-PENDIENTES               TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "TOTAL SALDOS A FAVOR:"         TO L-CTI-ROTULO.
           MOVE W-TOTAL-A-FAVOR                 TO L-CTI-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           DISPLAY "DEVCLI1 LEIDOS     : " W-CANT-LEIDOS.
           DISPLAY "DEVCLI1 A FAVOR    : " W-CANT-A-FAVOR.
           DISPLAY "DEVCLI1 PROPUESTAS : " W-CANT-NUEVAS.
           CLOSE CLIENTES.
           CLOSE DEVOLUC.
           CLOSE LISTADO.
           MOVE "DEVCLI1"       TO RPTARC-PROGRAM.
           MOVE "SALDOS A FAVOR DE CLIENTES A DEVOLVER"
              TO RPTARC-TITLE.
           MOVE "./devcli1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SPACES          TO RPTARC-OPERATOR.
           MOVE "M"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM DEVCLI1.
