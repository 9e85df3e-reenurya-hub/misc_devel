       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILRES1.
      *
      *    RESULTADO DE ENTREGA DE LOS EXTRACTOS POR CORREO
      *    LEE MAILRES.DAT, EL ARCHIVO DE RESULTADOS QUE DEJA EL
      *    GATEWAY DE CORREO DE LA OFICINA (UNA LINEA POR ADJUNTO
      *    DESPACHADO: NOMBRE DEL ADJUNTO, RESULTADO E = ENTREGADO O
      *    R = REBOTADO, FECHA Y MOTIVO), Y REGRABA LA BANDEJA DE
      *    SALIDA MAILOUT.DAT QUE ARMA EXTMAIL1 MARCANDO CADA ENTRADA
      *    PENDIENTE COMO ENVIADA O REBOTADA, CON LA FECHA Y EL
      *    MOTIVO DEL GATEWAY. LAS ENTRADAS YA RESUELTAS NO SE
      *    TOCAN, ASI QUE RELEER EL MISMO RESULTADO NO CAMBIA NADA.
      *    LA BANDEJA SE REGRABA POR UN ARCHIVO TEMPORARIO
      *    (MAILOUT.TMP) COMO BCKMST1 REGRABA SU CATALOGO.
      *    IMPRIME MAILRES1.LST CON LOS EMAILS QUE REBOTARON EN ESTA
      *    CORRIDA (CLIENTE, CONTACTO, DIRECCION Y MOTIVO) PARA QUE
      *    COBRANZAS LOS CORRIJA EN MNTCON1, Y EL CONTROL DE LA
      *    CORRIDA. RESPETA/ESCRIBE SU MARCA DE COMPLETADO EN
      *    NIGHTLY.LOG COMO LOS DEMAS PASOS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESULTADOS ASSIGN TO "./mailres.dat"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-RES.
           SELECT OPTIONAL BANDEJA ASSIGN TO "./mailout.dat"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-OUT.
           SELECT BANDEJA-NUEVA ASSIGN TO "./mailout.tmp"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-TMP.
           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS ID_CLIENTE
           ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
           ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
           STATUS ST-FILE.
           SELECT LISTADO ASSIGN TO "./mailres1.lst"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LST.
           SELECT LFRUNLOG ASSIGN TO "NIGHTLY.LOG"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LOG.
       DATA DIVISION.
       FILE SECTION.
      *    UNA LINEA POR ADJUNTO QUE EL GATEWAY INTENTO ENTREGAR
       FD RESULTADOS.
       01 REG-RESULTADOS.
           03  RES-ADJUNTO         PIC X(30).
           03  FILLER              PIC X.
           03  RES-RESULTADO       PIC X.
              88  RES-ENTREGADO    VALUE "E".
              88  RES-REBOTADO     VALUE "R".
           03  FILLER              PIC X.
           03  RES-FECHA           PIC 9(8).
           03  FILLER              PIC X.
           03  RES-MOTIVO          PIC X(40).
      *
      *    MISMO LAYOUT QUE GRABA EXTMAIL1
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
       FD BANDEJA-NUEVA.
       01 REG-BANDEJA-NUEVA        PIC X(228).
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
           03  FILLER              PIC X(239).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       FD LFRUNLOG.
       01 RUNLOG-RECORD            PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-RES             PIC XX.
       01  ST-FILE-OUT             PIC XX.
       01  ST-FILE-TMP             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  ST-FILE-LOG             PIC XX.
       01  FIN-RESULTADOS          PIC X VALUE "N".
       01  FIN-BANDEJA             PIC X VALUE "N".
       01  HAY-CLIENTES            PIC X VALUE "S".
       01  W-FECHA-HOY             PIC 9(8).
      *
      *    LOS RESULTADOS DEL GATEWAY, EN MEMORIA PARA BUSCARLOS POR
      *    ADJUNTO MIENTRAS SE RECORRE LA BANDEJA
       01  W-MAX-RESULTADOS        PIC 9(5) VALUE 5000.
       01  W-RES-CNT               PIC 9(5) VALUE 0.
       01  W-RES-TABLA.
           05  W-RES-ITEM OCCURS 5000 TIMES.
               10  W-RES-ADJUNTO   PIC X(30).
               10  W-RES-RESULTADO PIC X.
               10  W-RES-FECHA     PIC 9(8).
               10  W-RES-MOTIVO    PIC X(40).
               10  W-RES-USADO     PIC X.
       01  W-RES-SUB               PIC 9(5).
       01  W-RES-ENCONTRADO        PIC 9(5).
      *
       01  W-CANT-RESULTADOS       PIC 9(6) VALUE 0.
       01  W-CANT-DESCARTADOS      PIC 9(6) VALUE 0.
       01  W-CANT-ENVIADOS         PIC 9(6) VALUE 0.
       01  W-CANT-REBOTADOS        PIC 9(6) VALUE 0.
       01  W-CANT-PENDIENTES       PIC 9(6) VALUE 0.
       01  W-CANT-SIN-ENTRADA      PIC 9(6) VALUE 0.
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
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(40) VALUE
               "EMAILS REBOTADOS DE EXTRACTOS - ".
           03  L-ENC-FECHA     PIC 9(8).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(60) VALUE
               "CORREGIR EL EMAIL DEL CONTACTO DE PAGOS EN MNTCON1".
       01  L-ENCABEZADO3.
           03  FILLER          PIC X(9)  VALUE "CLIENTE".
           03  FILLER          PIC X(32) VALUE "NOMBRE".
           03  FILLER          PIC X(5)  VALUE "CONT".
           03  FILLER          PIC X(7)  VALUE "PERIODO".
           03  FILLER          PIC X(10) VALUE "FECHA".
           03  FILLER          PIC X(51) VALUE "EMAIL".
       01  L-DETALLE.
           03  L-DET-CLI-ID    PIC Z(6)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-NOMBRE    PIC X(30).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-CONTACTO  PIC Z9.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-PERIODO   PIC 9(6).
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-FECHA     PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-EMAIL     PIC X(50).
       01  L-MOTIVO.
           03  FILLER          PIC X(18) VALUE SPACES.
           03  FILLER          PIC X(8)  VALUE "MOTIVO: ".
           03  L-MOT-VALOR     PIC X(40).
       01  L-SIN-ENTRADA.
           03  FILLER          PIC X(36) VALUE
               "  RESULTADO SIN ENTRADA PENDIENTE: ".
           03  L-SIN-ADJUNTO   PIC X(30).
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(30).
           03  L-CTL-VALOR     PIC ZZZ.ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM VERIFICO-YA-CORRIDO THRU F-VERIFICO-YA-CORRIDO.
           IF STEP-ALREADY-DONE
              DISPLAY "MAILRES1 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           PERFORM INICIALIZACION.
           PERFORM CARGO-RESULTADOS THRU F-CARGO-RESULTADOS.
           PERFORM ACTUALIZO-BANDEJA THRU F-ACTUALIZO-BANDEJA.
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
           IF WS-RUNLOG-PROGRAM = "MAILRES1"
              AND WS-RUNLOG-STATUS = "COMPLETE"
              SET STEP-ALREADY-DONE TO TRUE
           END-IF.
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.
      *
       INICIALIZACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              MOVE "N" TO HAY-CLIENTES
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE W-FECHA-HOY TO L-ENC-FECHA.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO1.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO2.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO3.
      *
      *    SIN ARCHIVO DEL GATEWAY NO HAY NADA QUE MARCAR
       CARGO-RESULTADOS.
           OPEN INPUT RESULTADOS.
           IF ST-FILE-RES NOT = "00"
              MOVE "S" TO FIN-RESULTADOS
              GO TO F-CARGO-RESULTADOS
           END-IF.
           PERFORM CARGO-UN-RESULTADO THRU F-CARGO-UN-RESULTADO
              UNTIL FIN-RESULTADOS = "S".
           CLOSE RESULTADOS.
       F-CARGO-RESULTADOS.
           EXIT.
      *
      *    UNA LINEA CON RESULTADO DESCONOCIDO O CON LA TABLA LLENA
      *    SE DESCARTA; QUEDA PARA LA PROXIMA CORRIDA
       CARGO-UN-RESULTADO.
           READ RESULTADOS
              AT END MOVE "S" TO FIN-RESULTADOS
           END-READ.
           IF FIN-RESULTADOS = "S" GO TO F-CARGO-UN-RESULTADO.
           ADD 1 TO W-CANT-RESULTADOS.
           IF NOT RES-ENTREGADO AND NOT RES-REBOTADO
              OR RES-ADJUNTO = SPACES
              OR W-RES-CNT NOT < W-MAX-RESULTADOS
              ADD 1 TO W-CANT-DESCARTADOS
              GO TO F-CARGO-UN-RESULTADO
           END-IF.
           ADD 1 TO W-RES-CNT.
           MOVE RES-ADJUNTO   TO W-RES-ADJUNTO(W-RES-CNT).
           MOVE RES-RESULTADO TO W-RES-RESULTADO(W-RES-CNT).
           IF RES-FECHA IS NUMERIC
              MOVE RES-FECHA  TO W-RES-FECHA(W-RES-CNT)
           ELSE
              MOVE W-FECHA-HOY TO W-RES-FECHA(W-RES-CNT)
           END-IF.
           MOVE RES-MOTIVO    TO W-RES-MOTIVO(W-RES-CNT).
           MOVE "N"           TO W-RES-USADO(W-RES-CNT).
       F-CARGO-UN-RESULTADO.
           EXIT.
      *
      *    LA BANDEJA SE COPIA A MAILOUT.TMP CON LAS MARCAS NUEVAS Y
      *    LUEGO LA COPIA REEMPLAZA A LA BANDEJA
       ACTUALIZO-BANDEJA.
           IF W-RES-CNT = 0 GO TO F-ACTUALIZO-BANDEJA.
           OPEN INPUT BANDEJA.
           IF ST-FILE-OUT NOT = "00"
              MOVE "MAILRES1"          TO ERRLOG-PROGRAM
              MOVE "ACTUALIZO-BANDEJA" TO ERRLOG-PARAGRAPH
              MOVE "MAILOUT"           TO ERRLOG-FILENAME
              MOVE SPACES              TO ERRLOG-KEYVALUE
              MOVE ST-FILE-OUT         TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-ACTUALIZO-BANDEJA
           END-IF.
           OPEN OUTPUT BANDEJA-NUEVA.
           MOVE "N" TO FIN-BANDEJA.
           PERFORM MARCO-UNA-ENTRADA THRU F-MARCO-UNA-ENTRADA
              UNTIL FIN-BANDEJA = "S".
           CLOSE BANDEJA.
           CLOSE BANDEJA-NUEVA.
           PERFORM REEMPLAZO-BANDEJA.
           PERFORM LISTO-SIN-ENTRADA
              VARYING W-RES-SUB FROM 1 BY 1
              UNTIL W-RES-SUB > W-RES-CNT.
       F-ACTUALIZO-BANDEJA.
           EXIT.
      *
       MARCO-UNA-ENTRADA.
           READ BANDEJA
              AT END MOVE "S" TO FIN-BANDEJA
           END-READ.
           IF FIN-BANDEJA = "S" GO TO F-MARCO-UNA-ENTRADA.
           IF OUT-PENDIENTE
              PERFORM BUSCO-RESULTADO
              IF W-RES-ENCONTRADO > 0
                 PERFORM APLICO-RESULTADO
              ELSE
                 ADD 1 TO W-CANT-PENDIENTES
              END-IF
           END-IF.
           WRITE REG-BANDEJA-NUEVA FROM REG-BANDEJA.
       F-MARCO-UNA-ENTRADA.
           EXIT.
      *
       BUSCO-RESULTADO.
           MOVE 0 TO W-RES-ENCONTRADO.
           PERFORM COMPARO-UN-RESULTADO
              VARYING W-RES-SUB FROM 1 BY 1
              UNTIL W-RES-SUB > W-RES-CNT OR W-RES-ENCONTRADO > 0.
      *
       COMPARO-UN-RESULTADO.
           IF W-RES-ADJUNTO(W-RES-SUB) = OUT-ADJUNTO
              MOVE W-RES-SUB TO W-RES-ENCONTRADO
           END-IF.
      *
       APLICO-RESULTADO.
           MOVE "S" TO W-RES-USADO(W-RES-ENCONTRADO).
           MOVE W-RES-RESULTADO(W-RES-ENCONTRADO) TO OUT-ESTADO.
           MOVE W-RES-FECHA(W-RES-ENCONTRADO) TO OUT-FECHA-RESULTADO.
           MOVE W-RES-MOTIVO(W-RES-ENCONTRADO) TO OUT-MOTIVO.
           IF OUT-REBOTADO
              ADD 1 TO W-CANT-REBOTADOS
              PERFORM IMPRIME-REBOTE
           ELSE
              ADD 1 TO W-CANT-ENVIADOS
           END-IF.
      *
       IMPRIME-REBOTE.
           MOVE OUT-CLI-ID TO L-DET-CLI-ID.
           MOVE SPACES TO L-DET-NOMBRE.
           IF HAY-CLIENTES = "S"
              MOVE OUT-CLI-ID TO CLI_ID
              READ CLIENTES
                 INVALID KEY MOVE "** NO REGISTRADO **"
                                TO L-DET-NOMBRE
                 NOT INVALID KEY MOVE CLI_NOMBRE TO L-DET-NOMBRE
              END-READ
           END-IF.
           MOVE OUT-CON-SECUENCIA   TO L-DET-CONTACTO.
           MOVE OUT-PERIODO         TO L-DET-PERIODO.
           MOVE OUT-FECHA-RESULTADO TO L-DET-FECHA.
           MOVE OUT-DESTINATARIO    TO L-DET-EMAIL.
           WRITE LINEA-LISTADO FROM L-DETALLE.
           IF OUT-MOTIVO NOT = SPACES
              MOVE OUT-MOTIVO TO L-MOT-VALOR
              WRITE LINEA-LISTADO FROM L-MOTIVO
           END-IF.
      *
       REEMPLAZO-BANDEJA.
           MOVE "N" TO FIN-BANDEJA.
           OPEN INPUT BANDEJA-NUEVA.
           OPEN OUTPUT BANDEJA.
           PERFORM COPIO-UNA-ENTRADA THRU F-COPIO-UNA-ENTRADA
              UNTIL FIN-BANDEJA = "S".
           CLOSE BANDEJA-NUEVA.
           CLOSE BANDEJA.
      *
       COPIO-UNA-ENTRADA.
           READ BANDEJA-NUEVA
              AT END MOVE "S" TO FIN-BANDEJA
           END-READ.
           IF FIN-BANDEJA = "S" GO TO F-COPIO-UNA-ENTRADA.
           WRITE REG-BANDEJA FROM REG-BANDEJA-NUEVA.
       F-COPIO-UNA-ENTRADA.
           EXIT.
      *
      *    UN RESULTADO QUE NO ENCONTRO ENTRADA PENDIENTE (YA MARCADA
      *    O DE OTRO ORIGEN) SE LISTA PARA CONTROL
       LISTO-SIN-ENTRADA.
           IF W-RES-USADO(W-RES-SUB) = "N"
              ADD 1 TO W-CANT-SIN-ENTRADA
              MOVE W-RES-ADJUNTO(W-RES-SUB) TO L-SIN-ADJUNTO
              WRITE LINEA-LISTADO FROM L-SIN-ENTRADA
           END-IF.
      *
       GRABO-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "MAILRES1" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE W-CANT-ENVIADOS  TO WS-RUNLOG-CNT1.
           MOVE W-CANT-REBOTADOS TO WS-RUNLOG-CNT2.
           MOVE "COMPLETE"       TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF ST-FILE-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.
      *
       TERMINAR.
           MOVE SPACES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE "RESULTADOS DEL GATEWAY:"   TO L-CTL-ROTULO.
           MOVE W-CANT-RESULTADOS           TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "RESULTADOS DESCARTADOS:"   TO L-CTL-ROTULO.
           MOVE W-CANT-DESCARTADOS          TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "MARCADOS ENVIADOS:"        TO L-CTL-ROTULO.
           MOVE W-CANT-ENVIADOS             TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "MARCADOS REBOTADOS:"       TO L-CTL-ROTULO.
           MOVE W-CANT-REBOTADOS            TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "SIN ENTRADA PENDIENTE:"    TO L-CTL-ROTULO.
           MOVE W-CANT-SIN-ENTRADA          TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "AUN PENDIENTES EN BANDEJA:" TO L-CTL-ROTULO.
           MOVE W-CANT-PENDIENTES           TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           DISPLAY "MAILRES1 MARCADOS ENVIADOS : " W-CANT-ENVIADOS.
           DISPLAY "MAILRES1 MARCADOS REBOTADOS: " W-CANT-REBOTADOS.
           PERFORM GRABO-RUNLOG.
           IF HAY-CLIENTES = "S"
              CLOSE CLIENTES
           END-IF.
           CLOSE LISTADO.
           MOVE "MAILRES1"       TO RPTARC-PROGRAM.
           MOVE "EMAILS REBOTADOS DE EXTRACTOS"
              TO RPTARC-TITLE.
           MOVE "./mailres1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "D"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM MAILRES1.
