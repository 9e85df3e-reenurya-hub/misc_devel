       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTMAIL1.
      *
      *    EXTRACTOS MENSUALES DE CUENTA POR CORREO ELECTRONICO
      *    CORRIDA DE FIN DE MES: RECORRE CLIENTES.DAT Y, PARA CADA
      *    CLIENTE ACTIVO CON MOVIMIENTOS EN EL MES, SALDO O PARTIDAS
      *    ABIERTAS, ARMA EL EXTRACTO DEL MES CON EL MISMO CALCULO DE
      *    SALDOS QUE RPTCLI03 (SALDO INICIAL, MOVIMIENTOS DE CLIMOV,
      *    PARTIDAS ABIERTAS DE PENDCLI Y SALDO FINAL).
      *    EL DESTINATARIO ES EL CONTACTO DE PAGOS (TIPO "P" EN
      *    CLICONTAC.DAT, VER MNTCON1) CON UN EMAIL UTILIZABLE; ENTRE
      *    VARIOS SE TOMA EL PREFERIDO. CON DESTINATARIO EL EXTRACTO
      *    SE GRABA COMO ADJUNTO DE TEXTO PROPIO DEL CLIENTE
      *    (EXT<CLIENTE>.<AAAAMM>.TXT) Y SE AGREGA UNA ENTRADA
      *    PENDIENTE A LA BANDEJA DE SALIDA MAILOUT.DAT (DESTINATARIO,
      *    ASUNTO Y ADJUNTO) QUE DESPACHA EL GATEWAY DE CORREO DE LA
      *    OFICINA; MAILRES1 LEE DESPUES EL RESULTADO DEL GATEWAY Y
      *    MARCA CADA ENTRADA ENVIADA O REBOTADA. SIN EMAIL
      *    UTILIZABLE EL EXTRACTO SALE IMPRESO EN EXTMAIL1.LST COMO
      *    SIEMPRE, Y AL FINAL DEL LISTADO VA EL CONTROL DE LA CORRIDA.
      *    EL MES ES EL DE LA FECHA DE CORRIDA; EXTMAIL1.PRM (UNA
      *    LINEA AAAAMM) LO CAMBIA PARA REPROCESAR UN MES ANTERIOR.
      *    RESPETA/ESCRIBE SU MARCA DE COMPLETADO EN NIGHTLY.LOG COMO
      *    LOS DEMAS PASOS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY IS ID_CLIENTE
           ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
           ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
           STATUS ST-FILE.
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
           SELECT OPTIONAL CLICONTAC ASSIGN TO "./clicontac.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CON-CLAVE
           STATUS ST-FILE-CON.
      *    EL NOMBRE DEL ADJUNTO SE ARMA POR CLIENTE Y MES
           SELECT ADJUNTO ASSIGN TO W-NOMBRE-ADJUNTO
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-ADJ.
           SELECT OPTIONAL BANDEJA ASSIGN TO "./mailout.dat"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-OUT.
           SELECT LFPARM ASSIGN TO "EXTMAIL1.PRM"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-PRM.
           SELECT LISTADO ASSIGN TO "./extmail1.lst"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LST.
           SELECT LFRUNLOG ASSIGN TO "NIGHTLY.LOG"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LOG.
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
           03  FILLER              PIC X(231).
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
              88  MOV-APERTURA     VALUE "S".
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
       FD CLICONTAC.
       01 REG-CLICONTAC.
           03  CON-CLAVE.
               05  CON-CLI-ID      PIC 9(7).
               05  CON-SECUENCIA   PIC 9(2).
           03  CON-TIPO            PIC X.
              88  CON-COMERCIAL    VALUE "C".
              88  CON-PAGOS        VALUE "P".
              88  CON-OTRO         VALUE "O".
           03  CON-NOMBRE          PIC X(40).
           03  CON-TELEFONO        PIC X(20).
           03  CON-EMAIL           PIC X(50).
           03  CON-PREFERIDO       PIC X.
      *
       FD ADJUNTO.
       01 LINEA-ADJUNTO            PIC X(132).
      *
      *    BANDEJA DE SALIDA DEL GATEWAY DE CORREO: UNA ENTRADA POR
      *    EXTRACTO ENVIADO. EL MISMO LAYOUT LO REGRABA MAILRES1
      *    CON EL RESULTADO DE LA ENTREGA
       FD BANDEJA.
       01 REG-BANDEJA.
           03  OUT-ADJUNTO         PIC X(30).
           03  FILLER              PIC X.
           03  OUT-CLI-ID          PIC 9(7).
           03  FILLER              PIC X.
           03  OUT-CON-SECUENCIA   PIC 9(2).
           03  FILLER              PIC X.
           03  OUT-PERIODO         PIC 9(6).
           03  FILLER              PIC X.
           03  OUT-DESTINATARIO    PIC X(50).
           03  FILLER              PIC X.
           03  OUT-ASUNTO          PIC X(60).
           03  FILLER              PIC X.
           03  OUT-FECHA           PIC 9(8).
           03  FILLER              PIC X.
           03  OUT-HORA            PIC 9(6).
           03  FILLER              PIC X.
           03  OUT-ESTADO          PIC X.
              88  OUT-PENDIENTE    VALUE "P".
              88  OUT-ENVIADO      VALUE "E".
              88  OUT-REBOTADO     VALUE "R".
           03  FILLER              PIC X.
           03  OUT-FECHA-RESULTADO PIC 9(8).
           03  FILLER              PIC X.
           03  OUT-MOTIVO          PIC X(40).
      *
      *    UNA LINEA: EL MES A EXTRACTAR, AAAAMM
       FD LFPARM.
       01 PARM-RECORD.
           03  PRM-PERIODO         PIC X(6).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       FD LFRUNLOG.
       01 RUNLOG-RECORD            PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-MOV             PIC XX.
       01  ST-FILE-PND             PIC XX.
       01  ST-FILE-CON             PIC XX.
       01  ST-FILE-ADJ             PIC XX.
       01  ST-FILE-OUT             PIC XX.
       01  ST-FILE-PRM             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  ST-FILE-LOG             PIC XX.
       01  FIN-CLIENTES            PIC X VALUE "N".
       01  FIN-MOVIMIENTOS         PIC X.
       01  FIN-PARTIDAS            PIC X.
       01  FIN-CONTACTOS           PIC X.
       01  HAY-PENDCLI             PIC X VALUE "S".
       01  HAY-CONTACTOS           PIC X VALUE "S".
       01  HUBO-ERROR              PIC 9 VALUE 0.
      *
       01  W-FECHA-HOY             PIC 9(8).
       01  W-HORA-HOY              PIC 9(8).
       01  W-HORA-HOY-R  REDEFINES W-HORA-HOY.
           03  W-HORA-HHMMSS       PIC 9(6).
           03  FILLER              PIC 9(2).
       01  W-PERIODO               PIC 9(6).
       01  W-PERIODO-R  REDEFINES W-PERIODO.
           03  W-PER-AAAA          PIC 9(4).
           03  W-PER-MM            PIC 9(2).
       01  W-FECHA-DESDE           PIC 9(8).
       01  W-FECHA-HASTA           PIC 9(8).
      *
      *    SALDOS Y CONTADORES DEL CLIENTE EN CURSO
       01  W-SALDO-INICIAL         PIC S9(9)V9(3).
       01  W-SALDO-FINAL           PIC S9(9)V9(3).
       01  HAY-MOV-PREVIO          PIC X.
       01  W-MOV-DEL-MES           PIC 9(6).
       01  W-PARTIDAS-ABIERTAS     PIC 9(6).
       01  W-PENDIENTE-PARTIDA     PIC S9(9)V9(3).
       01  W-TOTAL-PENDIENTE       PIC S9(11)V9(3).
       01  W-DOCUMENTO-Z           PIC 9(7).
       01  W-REFERENCIA-Z          PIC 9(7).
      *
      *    DESTINO DEL EXTRACTO EN CURSO: ADJUNTO POR EMAIL O LISTADO
       01  W-DESTINO               PIC X.
           88  DESTINO-EMAIL       VALUE "E".
           88  DESTINO-IMPRESO     VALUE "I".
       01  W-NOMBRE-ADJUNTO        PIC X(30).
       01  W-LINEA                 PIC X(132).
       01  CONTACTO-UTIL           PIC X.
       01  W-CON-SECUENCIA         PIC 9(2).
       01  W-CON-EMAIL             PIC X(50).
       01  W-CANT-ARROBAS          PIC 9(3).
       01  W-CANT-PUNTOS           PIC 9(3).
       01  W-CANT-BLANCOS          PIC 9(3).
      *
       01  W-CANT-LEIDOS           PIC 9(6) VALUE 0.
       01  W-CANT-EMAIL            PIC 9(6) VALUE 0.
       01  W-CANT-IMPRESOS         PIC 9(6) VALUE 0.
       01  W-CANT-SIN-EXTRACTO     PIC 9(6) VALUE 0.
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
       01  GUIONES                 PIC X(80) VALUES ALL "-".
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(28) VALUE
               "EXTRACTO DE CUENTA CLIENTE: ".
           03  L-ENC-ID        PIC Z(6)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-ENC-NOMBRE    PIC X(70).
       01  L-DIRECCION.
           03  FILLER          PIC X(11) VALUE "DOMICILIO: ".
           03  L-DIR-VALOR     PIC X(80).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DIR-CODPOST   PIC X(10).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(9)  VALUE "PERIODO: ".
           03  L-ENC-MM        PIC 9(2).
           03  FILLER          PIC X     VALUE "/".
           03  L-ENC-AAAA      PIC 9(4).
           03  FILLER          PIC X(9)  VALUE "  DESDE: ".
           03  L-ENC-DESDE     PIC 9(8).
           03  FILLER          PIC X(9)  VALUE "  HASTA: ".
           03  L-ENC-HASTA     PIC 9(8).
       01  L-ENCABEZADO3.
           03  FILLER          PIC X(10) VALUE "FECHA".
           03  FILLER          PIC X(10) VALUE "HORA".
           03  FILLER          PIC X(6)  VALUE "TIPO".
           03  FILLER          PIC X(15) VALUE "IMPORTE".
           03  FILLER          PIC X(15) VALUE "SALDO".
           03  FILLER          PIC X(10) VALUE "DOCUMENTO".
       01  L-SALDO-INICIAL.
           03  FILLER          PIC X(20) VALUE "SALDO INICIAL:      ".
           03  L-INI-VALOR     PIC -(9)9,999.
       01  L-DETALLE.
           03  L-DET-FECHA     PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-HORA      PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-TIPO      PIC X(4).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-IMPORTE   PIC -(9)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-SALDO     PIC -(9)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-DOCUMENTO PIC X(28).
       01  L-SIN-MOVIMIENTOS.
           03  FILLER          PIC X(30) VALUE
               "SIN MOVIMIENTOS EN EL PERIODO".
       01  L-SALDO-FINAL.
           03  FILLER          PIC X(20) VALUE "SALDO FINAL:        ".
           03  L-FIN-VALOR     PIC -(9)9,999.
       01  L-PEND-TITULO.
           03  FILLER          PIC X(40) VALUE
               "PARTIDAS ABIERTAS A LA FECHA DE EMISION".
       01  L-PEND-ENCABEZADO.
           03  FILLER          PIC X(11) VALUE "DOCUMENTO".
           03  FILLER          PIC X(10) VALUE "FECHA".
           03  FILLER          PIC X(17) VALUE "ORIGINAL".
           03  FILLER          PIC X(17) VALUE "PAGADO".
           03  FILLER          PIC X(17) VALUE "PENDIENTE".
       01  L-PEND-DETALLE.
           03  L-PEND-DOCUMENTO PIC Z(6)9.
           03  FILLER          PIC X(4)  VALUE SPACES.
           03  L-PEND-FECHA    PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-PEND-ORIGINAL PIC -(11)9,999.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-PEND-PAGADO   PIC -(11)9,999.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-PEND-SALDO    PIC -(11)9,999.
       01  L-PEND-TOTAL.
           03  FILLER          PIC X(55) VALUE
               "TOTAL PENDIENTE:".
           03  L-PEND-TOT-VALOR PIC -(11)9,999.
       01  L-SIN-PARTIDAS.
           03  FILLER          PIC X(30) VALUE
               "SIN PARTIDAS ABIERTAS".
      *
       01  L-CONTROL-TITULO.
           03  FILLER          PIC X(40) VALUE
               "** CONTROL DE EXTRACTOS DEL PERIODO **".
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(30).
           03  L-CTL-VALOR     PIC ZZZ.ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM VERIFICO-YA-CORRIDO THRU F-VERIFICO-YA-CORRIDO.
           IF STEP-ALREADY-DONE
              DISPLAY "EXTMAIL1 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           PERFORM INICIALIZACION.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN-CLIENTES = "S".
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
           IF WS-RUNLOG-PROGRAM = "EXTMAIL1"
              AND WS-RUNLOG-STATUS = "COMPLETE"
              SET STEP-ALREADY-DONE TO TRUE
           END-IF.
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.
      *
       INICIALIZACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-HOY  FROM TIME.
           MOVE W-FECHA-HOY(1:6) TO W-PERIODO.
           PERFORM LEO-PARAMETROS.
      *    EL DIA 31 CUBRE CUALQUIER MES: LAS FECHAS SE COMPARAN
      *    COMO NUMEROS AAAAMMDD
           COMPUTE W-FECHA-DESDE = W-PERIODO * 100 + 1.
           COMPUTE W-FECHA-HASTA = W-PERIODO * 100 + 31.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              DISPLAY "ERROR AL ABRIR CLIENTES " ST-FILE
              MOVE "EXTMAIL1"       TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "CLIENTES"       TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE          TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-CLIENTES
              MOVE 1   TO HUBO-ERROR
           END-IF.
           OPEN INPUT CLIMOV.
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR AL ABRIR CLIMOV " ST-FILE-MOV
              MOVE "EXTMAIL1"       TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "CLIMOV"         TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-MOV      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-CLIENTES
              MOVE 1   TO HUBO-ERROR
           END-IF.
           OPEN INPUT PENDCLI.
           IF ST-FILE-PND > "07"
              MOVE "N" TO HAY-PENDCLI
           END-IF.
           OPEN INPUT CLICONTAC.
           IF ST-FILE-CON > "07"
              MOVE "N" TO HAY-CONTACTOS
           END-IF.
           OPEN EXTEND BANDEJA.
           IF ST-FILE-OUT > "07"
              OPEN OUTPUT BANDEJA
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE W-PER-MM      TO L-ENC-MM.
           MOVE W-PER-AAAA    TO L-ENC-AAAA.
           MOVE W-FECHA-DESDE TO L-ENC-DESDE.
           MOVE W-FECHA-HASTA TO L-ENC-HASTA.
      *
       LEO-PARAMETROS.
           OPEN INPUT LFPARM.
           IF ST-FILE-PRM = "00"
              READ LFPARM
                 AT END CONTINUE
                 NOT AT END
                    IF PRM-PERIODO IS NUMERIC
                       AND PRM-PERIODO(5:2) > "00"
                       AND PRM-PERIODO(5:2) < "13"
                       MOVE PRM-PERIODO TO W-PERIODO
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
           IF NOT CLI-ACTIVO GO TO F-PROCESO.
           ADD 1 TO W-CANT-LEIDOS.
           PERFORM CALCULO-SALDOS THRU F-CALCULO-SALDOS.
           PERFORM CUENTO-PARTIDAS THRU F-CUENTO-PARTIDAS.
      *    SIN MOVIMIENTOS EN EL MES, SIN SALDO Y SIN PARTIDAS
      *    ABIERTAS NO HAY NADA QUE INFORMAR
           IF W-MOV-DEL-MES = 0 AND W-SALDO-FINAL = 0
              AND W-PARTIDAS-ABIERTAS = 0
              ADD 1 TO W-CANT-SIN-EXTRACTO
              GO TO F-PROCESO
           END-IF.
           PERFORM BUSCO-CONTACTO THRU F-BUSCO-CONTACTO.
           MOVE "I" TO W-DESTINO.
           IF CONTACTO-UTIL = "S"
              PERFORM ABRO-ADJUNTO
           END-IF.
           PERFORM IMPRIME-EXTRACTO.
           IF DESTINO-EMAIL
              CLOSE ADJUNTO
              PERFORM GRABO-BANDEJA
              ADD 1 TO W-CANT-EMAIL
           ELSE
              ADD 1 TO W-CANT-IMPRESOS
           END-IF.
       F-PROCESO.
           EXIT.
      *
      *    MISMO CRITERIO QUE RPTCLI03: LOS SALDOS SALEN DE LOS
      *    MOV-SALDO-RESULT DEL JOURNAL. EL INICIAL ES EL RESULTANTE
      *    DEL ULTIMO MOVIMIENTO PREVIO AL MES (O EL DEL PRIMERO DEL
      *    MES DESHECHO) Y EL FINAL EL DEL ULTIMO MOVIMIENTO DEL MES
       CALCULO-SALDOS.
           MOVE 0   TO W-SALDO-INICIAL.
           MOVE 0   TO W-SALDO-FINAL.
           MOVE 0   TO W-MOV-DEL-MES.
           MOVE "N" TO HAY-MOV-PREVIO.
           PERFORM POSICIONO-CLIMOV.
           PERFORM SUMO-UN-MOVIMIENTO THRU F-SUMO-UN-MOVIMIENTO
              UNTIL FIN-MOVIMIENTOS = "S".
           IF W-MOV-DEL-MES = 0
              MOVE W-SALDO-INICIAL TO W-SALDO-FINAL
           END-IF.
       F-CALCULO-SALDOS.
           EXIT.
      *
       POSICIONO-CLIMOV.
           MOVE "N" TO FIN-MOVIMIENTOS.
           MOVE CLI_ID TO MOV-ID_CLIENTE.
           MOVE 0      TO MOV-FECHA.
           MOVE 0      TO MOV-SECUENCIA.
           START CLIMOV KEY IS NOT LESS THAN MOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-MOVIMIENTOS
           END-START.
      *
       SUMO-UN-MOVIMIENTO.
           PERFORM LEO-MOVIMIENTO-DEL-MES THRU F-LEO-MOVIMIENTO-DEL-MES.
           IF FIN-MOVIMIENTOS = "S" GO TO F-SUMO-UN-MOVIMIENTO.
           IF W-MOV-DEL-MES = 0
              PERFORM ARMA-SALDO-INICIAL
           END-IF.
           MOVE MOV-SALDO-RESULT TO W-SALDO-FINAL.
           ADD 1 TO W-MOV-DEL-MES.
       F-SUMO-UN-MOVIMIENTO.
           EXIT.
      *
      *    DEJA EN EL REGISTRO EL PROXIMO MOVIMIENTO DEL MES; LOS
      *    PREVIOS SOLO ACTUALIZAN EL SALDO INICIAL, IGUAL QUE LA
      *    APERTURA DEL ANIO QUE DEJA CIEANU1 EL 1/1. LA CLAVE VIENE
      *    POR CUENTA Y FECHA: OTRA CUENTA O PASADO EL MES, TERMINO
       LEO-MOVIMIENTO-DEL-MES.
           READ CLIMOV NEXT RECORD
              AT END MOVE "S" TO FIN-MOVIMIENTOS
           END-READ.
           IF FIN-MOVIMIENTOS = "S" GO TO F-LEO-MOVIMIENTO-DEL-MES.
           IF MOV-ID_CLIENTE NOT = CLI_ID
              OR MOV-FECHA > W-FECHA-HASTA
              MOVE "S" TO FIN-MOVIMIENTOS
              GO TO F-LEO-MOVIMIENTO-DEL-MES
           END-IF.
           IF MOV-FECHA < W-FECHA-DESDE OR MOV-APERTURA
              MOVE MOV-SALDO-RESULT TO W-SALDO-INICIAL
              MOVE "S" TO HAY-MOV-PREVIO
              GO TO LEO-MOVIMIENTO-DEL-MES
           END-IF.
       F-LEO-MOVIMIENTO-DEL-MES.
           EXIT.
      *
      *    SIN MOVIMIENTOS PREVIOS AL MES, EL SALDO INICIAL SE
      *    RECONSTRUYE DESHACIENDO EL PRIMER MOVIMIENTO DEL MES
       ARMA-SALDO-INICIAL.
           IF HAY-MOV-PREVIO = "N"
              IF MOV-DEBITO
                 COMPUTE W-SALDO-INICIAL =
                    MOV-SALDO-RESULT + MOV-IMPORTE
              ELSE
                 COMPUTE W-SALDO-INICIAL =
                    MOV-SALDO-RESULT - MOV-IMPORTE
              END-IF
           END-IF.
      *
       CUENTO-PARTIDAS.
           MOVE 0 TO W-PARTIDAS-ABIERTAS.
           MOVE 0 TO W-TOTAL-PENDIENTE.
           IF HAY-PENDCLI = "N" GO TO F-CUENTO-PARTIDAS.
           PERFORM POSICIONO-PENDCLI.
           PERFORM CUENTO-UNA-PARTIDA THRU F-CUENTO-UNA-PARTIDA
              UNTIL FIN-PARTIDAS = "S".
       F-CUENTO-PARTIDAS.
           EXIT.
      *
       POSICIONO-PENDCLI.
           MOVE "N" TO FIN-PARTIDAS.
           MOVE CLI_ID TO PND-CLI-ID.
           MOVE 0      TO PND-DOCUMENTO.
           START PENDCLI KEY IS NOT LESS THAN PND-CLAVE
              INVALID KEY MOVE "S" TO FIN-PARTIDAS
           END-START.
      *
       CUENTO-UNA-PARTIDA.
           PERFORM LEO-PARTIDA-ABIERTA THRU F-LEO-PARTIDA-ABIERTA.
           IF FIN-PARTIDAS = "S" GO TO F-CUENTO-UNA-PARTIDA.
           ADD 1 TO W-PARTIDAS-ABIERTAS.
           ADD W-PENDIENTE-PARTIDA TO W-TOTAL-PENDIENTE.
       F-CUENTO-UNA-PARTIDA.
           EXIT.
      *
      *    DEJA EN EL REGISTRO LA PROXIMA PARTIDA DEL CLIENTE CON
      *    IMPORTE PENDIENTE; LAS CANCELADAS SE SALTEAN
       LEO-PARTIDA-ABIERTA.
           READ PENDCLI NEXT RECORD
              AT END MOVE "S" TO FIN-PARTIDAS
           END-READ.
           IF FIN-PARTIDAS = "S" GO TO F-LEO-PARTIDA-ABIERTA.
           IF PND-CLI-ID NOT = CLI_ID
              MOVE "S" TO FIN-PARTIDAS
              GO TO F-LEO-PARTIDA-ABIERTA
           END-IF.
           IF PND-CANCELADO GO TO LEO-PARTIDA-ABIERTA.
           COMPUTE W-PENDIENTE-PARTIDA =
              PND-IMPORTE-ORIG - PND-IMPORTE-PAGADO.
           IF W-PENDIENTE-PARTIDA = 0 GO TO LEO-PARTIDA-ABIERTA.
       F-LEO-PARTIDA-ABIERTA.
           EXIT.
      *
      *    EL CONTACTO DE PAGOS CON EMAIL UTILIZABLE; ENTRE VARIOS,
      *    EL PREFERIDO PISA AL PRIMERO Y CORTA LA BUSQUEDA
       BUSCO-CONTACTO.
           MOVE "N" TO CONTACTO-UTIL.
           MOVE SPACES TO W-CON-EMAIL.
           MOVE 0 TO W-CON-SECUENCIA.
           IF HAY-CONTACTOS = "N" GO TO F-BUSCO-CONTACTO.
           MOVE "N" TO FIN-CONTACTOS.
           MOVE CLI_ID TO CON-CLI-ID.
           MOVE 0      TO CON-SECUENCIA.
           START CLICONTAC KEY IS NOT LESS THAN CON-CLAVE
              INVALID KEY MOVE "S" TO FIN-CONTACTOS
           END-START.
           PERFORM EVALUO-UN-CONTACTO THRU F-EVALUO-UN-CONTACTO
              UNTIL FIN-CONTACTOS = "S".
       F-BUSCO-CONTACTO.
           EXIT.
      *
       EVALUO-UN-CONTACTO.
           READ CLICONTAC NEXT RECORD
              AT END MOVE "S" TO FIN-CONTACTOS
           END-READ.
           IF FIN-CONTACTOS = "S" GO TO F-EVALUO-UN-CONTACTO.
           IF CON-CLI-ID NOT = CLI_ID
              MOVE "S" TO FIN-CONTACTOS
              GO TO F-EVALUO-UN-CONTACTO
           END-IF.
           IF NOT CON-PAGOS GO TO F-EVALUO-UN-CONTACTO.
      *    UN EMAIL UTILIZABLE TIENE UNA SOLA ARROBA, QUE NO VA
      *    PRIMERA, ALGUN PUNTO Y NINGUN BLANCO INTERMEDIO
           MOVE 0 TO W-CANT-ARROBAS.
           MOVE 0 TO W-CANT-PUNTOS.
           MOVE 0 TO W-CANT-BLANCOS.
           INSPECT CON-EMAIL TALLYING W-CANT-ARROBAS FOR ALL "@"
                                      W-CANT-PUNTOS  FOR ALL ".".
           INSPECT CON-EMAIL TALLYING W-CANT-BLANCOS
              FOR ALL " " BEFORE INITIAL "@".
           IF W-CANT-ARROBAS NOT = 1 OR W-CANT-PUNTOS = 0
              OR W-CANT-BLANCOS > 0 OR CON-EMAIL(1:1) = "@"
              GO TO F-EVALUO-UN-CONTACTO
           END-IF.
           IF CONTACTO-UTIL = "N" OR CON-PREFERIDO = "S"
              MOVE "S" TO CONTACTO-UTIL
              MOVE CON-SECUENCIA TO W-CON-SECUENCIA
              MOVE CON-EMAIL     TO W-CON-EMAIL
              IF CON-PREFERIDO = "S"
                 MOVE "S" TO FIN-CONTACTOS
              END-IF
           END-IF.
       F-EVALUO-UN-CONTACTO.
           EXIT.
      *
      *    UN ADJUNTO QUE NO SE PUEDE CREAR SE ANOTA EN ERRLOG Y EL
      *    EXTRACTO SALE IMPRESO
       ABRO-ADJUNTO.
           MOVE SPACES TO W-NOMBRE-ADJUNTO.
           STRING "ext" CLI_ID "." W-PERIODO ".txt"
              DELIMITED BY SIZE INTO W-NOMBRE-ADJUNTO.
           OPEN OUTPUT ADJUNTO.
           IF ST-FILE-ADJ = "00"
              MOVE "E" TO W-DESTINO
           ELSE
              MOVE "EXTMAIL1"         TO ERRLOG-PROGRAM
              MOVE "ABRO-ADJUNTO"     TO ERRLOG-PARAGRAPH
              MOVE W-NOMBRE-ADJUNTO   TO ERRLOG-FILENAME
              MOVE CLI_ID             TO ERRLOG-KEYVALUE
              MOVE ST-FILE-ADJ        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
      *
       IMPRIME-EXTRACTO.
           IF DESTINO-IMPRESO
              MOVE GUIONES TO W-LINEA
              PERFORM GRABO-LINEA
           END-IF.
           MOVE CLI_ID     TO L-ENC-ID.
           MOVE CLI_NOMBRE TO L-ENC-NOMBRE.
           MOVE L-ENCABEZADO1 TO W-LINEA.
           PERFORM GRABO-LINEA.
           MOVE CLI_DIRECCION TO L-DIR-VALOR.
           MOVE CLI_CODPOST   TO L-DIR-CODPOST.
           MOVE L-DIRECCION TO W-LINEA.
           PERFORM GRABO-LINEA.
           MOVE L-ENCABEZADO2 TO W-LINEA.
           PERFORM GRABO-LINEA.
           MOVE SPACES TO W-LINEA.
           PERFORM GRABO-LINEA.
           MOVE W-SALDO-INICIAL TO L-INI-VALOR.
           MOVE L-SALDO-INICIAL TO W-LINEA.
           PERFORM GRABO-LINEA.
           IF W-MOV-DEL-MES = 0
              MOVE L-SIN-MOVIMIENTOS TO W-LINEA
              PERFORM GRABO-LINEA
           ELSE
              MOVE L-ENCABEZADO3 TO W-LINEA
              PERFORM GRABO-LINEA
              PERFORM POSICIONO-CLIMOV
              PERFORM IMPRIME-UN-MOVIMIENTO
                 THRU F-IMPRIME-UN-MOVIMIENTO
                 UNTIL FIN-MOVIMIENTOS = "S"
           END-IF.
           MOVE W-SALDO-FINAL TO L-FIN-VALOR.
           MOVE L-SALDO-FINAL TO W-LINEA.
           PERFORM GRABO-LINEA.
           MOVE SPACES TO W-LINEA.
           PERFORM GRABO-LINEA.
           MOVE L-PEND-TITULO TO W-LINEA.
           PERFORM GRABO-LINEA.
           IF W-PARTIDAS-ABIERTAS = 0
              MOVE L-SIN-PARTIDAS TO W-LINEA
              PERFORM GRABO-LINEA
           ELSE
              MOVE L-PEND-ENCABEZADO TO W-LINEA
              PERFORM GRABO-LINEA
              PERFORM POSICIONO-PENDCLI
              PERFORM IMPRIME-UNA-PARTIDA THRU F-IMPRIME-UNA-PARTIDA
                 UNTIL FIN-PARTIDAS = "S"
              MOVE W-TOTAL-PENDIENTE TO L-PEND-TOT-VALOR
              MOVE L-PEND-TOTAL TO W-LINEA
              PERFORM GRABO-LINEA
           END-IF.
      *
       IMPRIME-UN-MOVIMIENTO.
           PERFORM LEO-MOVIMIENTO-DEL-MES THRU F-LEO-MOVIMIENTO-DEL-MES.
           IF FIN-MOVIMIENTOS = "S" GO TO F-IMPRIME-UN-MOVIMIENTO.
           MOVE MOV-FECHA   TO L-DET-FECHA.
           MOVE MOV-HORA    TO L-DET-HORA.
           MOVE MOV-TIPO    TO L-DET-TIPO.
           MOVE MOV-IMPORTE TO L-DET-IMPORTE.
           MOVE MOV-SALDO-RESULT TO L-DET-SALDO.
           MOVE SPACES TO L-DET-DOCUMENTO.
           IF MOV-DOCUMENTO IS NUMERIC AND MOV-DOCUMENTO > 0
              MOVE MOV-DOCUMENTO TO W-DOCUMENTO-Z
              IF MOV-DOC-NOTA-CREDITO
                 AND MOV-DOC-REFERENCIA IS NUMERIC
                 MOVE MOV-DOC-REFERENCIA TO W-REFERENCIA-Z
                 STRING "N/C " W-DOCUMENTO-Z " S/FAC " W-REFERENCIA-Z
                    DELIMITED BY SIZE
                    INTO L-DET-DOCUMENTO
              ELSE
                 STRING "FAC " W-DOCUMENTO-Z DELIMITED BY SIZE
                    INTO L-DET-DOCUMENTO
              END-IF
           END-IF.
           MOVE L-DETALLE TO W-LINEA.
           PERFORM GRABO-LINEA.
       F-IMPRIME-UN-MOVIMIENTO.
           EXIT.
      *
       IMPRIME-UNA-PARTIDA.
           PERFORM LEO-PARTIDA-ABIERTA THRU F-LEO-PARTIDA-ABIERTA.
           IF FIN-PARTIDAS = "S" GO TO F-IMPRIME-UNA-PARTIDA.
           MOVE PND-DOCUMENTO      TO L-PEND-DOCUMENTO.
           MOVE PND-FECHA          TO L-PEND-FECHA.
           MOVE PND-IMPORTE-ORIG   TO L-PEND-ORIGINAL.
           MOVE PND-IMPORTE-PAGADO TO L-PEND-PAGADO.
           MOVE W-PENDIENTE-PARTIDA TO L-PEND-SALDO.
           MOVE L-PEND-DETALLE TO W-LINEA.
           PERFORM GRABO-LINEA.
       F-IMPRIME-UNA-PARTIDA.
           EXIT.
      *
      *    CADA LINEA DEL EXTRACTO VA AL ADJUNTO DEL CLIENTE O AL
      *    LISTADO IMPRESO, SEGUN EL DESTINO
       GRABO-LINEA.
           IF DESTINO-EMAIL
              WRITE LINEA-ADJUNTO FROM W-LINEA
           ELSE
              WRITE LINEA-LISTADO FROM W-LINEA
           END-IF.
      *
       GRABO-BANDEJA.
           MOVE SPACES            TO REG-BANDEJA.
           MOVE W-NOMBRE-ADJUNTO  TO OUT-ADJUNTO.
           MOVE CLI_ID            TO OUT-CLI-ID.
           MOVE W-CON-SECUENCIA   TO OUT-CON-SECUENCIA.
           MOVE W-PERIODO         TO OUT-PERIODO.
           MOVE W-CON-EMAIL       TO OUT-DESTINATARIO.
           STRING "EXTRACTO DE CUENTA " W-PER-MM "/" W-PER-AAAA
                  " - CLIENTE " CLI_ID
              DELIMITED BY SIZE INTO OUT-ASUNTO.
           MOVE W-FECHA-HOY       TO OUT-FECHA.
           MOVE W-HORA-HHMMSS     TO OUT-HORA.
           MOVE "P"               TO OUT-ESTADO.
           MOVE 0                 TO OUT-FECHA-RESULTADO.
           WRITE REG-BANDEJA.
      *
       GRABO-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "EXTMAIL1" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE W-CANT-EMAIL    TO WS-RUNLOG-CNT1.
           MOVE W-CANT-IMPRESOS TO WS-RUNLOG-CNT2.
           MOVE "COMPLETE"      TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF ST-FILE-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.
      *
       TERMINAR.
           MOVE GUIONES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           WRITE LINEA-LISTADO FROM L-CONTROL-TITULO.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO2.
           MOVE "CLIENTES ACTIVOS LEIDOS:"   TO L-CTL-ROTULO.
           MOVE W-CANT-LEIDOS                TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "EXTRACTOS POR EMAIL:"       TO L-CTL-ROTULO.
           MOVE W-CANT-EMAIL                 TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "EXTRACTOS IMPRESOS:"        TO L-CTL-ROTULO.
           MOVE W-CANT-IMPRESOS              TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "SIN NADA QUE INFORMAR:"     TO L-CTL-ROTULO.
           MOVE W-CANT-SIN-EXTRACTO          TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           DISPLAY "EXTMAIL1 CLIENTES LEIDOS  : " W-CANT-LEIDOS.
           DISPLAY "EXTMAIL1 EXTRACTOS EMAIL  : " W-CANT-EMAIL.
           DISPLAY "EXTMAIL1 EXTRACTOS IMPRES.: " W-CANT-IMPRESOS.
      *    UNA CORRIDA ABORTADA NO DEBE MARCARSE COMPLETA
           IF HUBO-ERROR = 0
              PERFORM GRABO-RUNLOG
           END-IF.
           CLOSE CLIENTES.
           CLOSE CLIMOV.
           IF HAY-PENDCLI = "S"
              CLOSE PENDCLI
           END-IF.
           IF HAY-CONTACTOS = "S"
              CLOSE CLICONTAC
           END-IF.
           CLOSE BANDEJA.
           CLOSE LISTADO.
           MOVE "EXTMAIL1"       TO RPTARC-PROGRAM.
           MOVE "EXTRACTOS MENSUALES - IMPRESOS Y CONTROL"
              TO RPTARC-TITLE.
           MOVE "./extmail1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "M"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM EXTMAIL1.
