       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPASE1.
      *
      *    PASE AL MAYOR DE LOS LOTES CONTABLES
      *    PASO NOCTURNO (NIGHTRUN / JOBSTEPS.DAT, DESPUES DE
      *    GLEXTR1): LEE LOS LOTES QUE GLEXTR1 DEJO EN GLBATCH.DAT
      *    (CABECERA, RENGLONES DEBE/HABER Y TRAILER POR ORIGEN) Y
      *    LOS ASIENTA EN EL MAYOR PROPIO:
      *      - GLSALDOS.DAT: DEBE Y HABER ACUMULADOS POR CUENTA Y
      *        PERIODO (AAAAMM DE LA FECHA DEL RENGLON);
      *      - GLMOVCTA.DAT: CADA RENGLON CON SU CUENTA, PERIODO Y
      *        EL LOTE DE ORIGEN (ORIGEN + FECHA + NUMERO + LINEA),
      *        PARA EL LISTADO DE DETALLE DE CUENTA RPTMAY1;
      *      - GLLOTES.DAT: EL REGISTRO DE LOTES PASADOS.
      *    EL ARCHIVO SE RECORRE DOS VECES. LA PRIMERA VALIDA CADA
      *    LOTE ENTERO ANTES DE ASENTAR NADA: SE RECHAZA EL LOTE CUYO
      *    TRAILER NO CIERRA (CANTIDAD, DEBE O HABER DISTINTOS DE
      *    LOS RENGLONES, DEBE DISTINTO DE HABER, O NO "BALANCED"),
      *    EL QUE NO TIENE TRAILER, EL QUE TRAE UNA CUENTA QUE NO
      *    ESTA ACTIVA EN EL PLAN DE CUENTAS (GLCTAS.DAT, MNTCTA1) Y
      *    EL QUE YA FIGURA PASADO EN GLLOTES.DAT. LA SEGUNDA PASA
      *    LOS LOTES VALIDOS. LOS RENGLONES DE GLMOVCTA LLEVAN CLAVE
      *    UNICA, ASI QUE SI UNA CORRIDA SE CORTA A MITAD DE UN LOTE
      *    LA SIGUIENTE SALTEA LO YA ASENTADO SIN DUPLICAR SALDOS.
      *    IMPRIME EL CONTROL DEL PASE EN GLPASE1.LST Y
      *    RESPETA/ESCRIBE SU MARCA DE COMPLETADO EN NIGHTLY.LOG.
      *    LOS ASIENTOS MANUALES DE AJUSTE ENTRAN POR GLASI1.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GLBATCH ASSIGN TO "GLBATCH.DAT"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-GLB.
           SELECT OPTIONAL GLCTAS ASSIGN TO "./glctas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS CTA-NUMERO
           STATUS ST-FILE-CTA.
           SELECT OPTIONAL GLSALDOS ASSIGN TO "./glsaldos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS SAL-CLAVE
           STATUS ST-FILE-SAL.
           SELECT OPTIONAL GLMOVCTA ASSIGN TO "./glmovcta.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS GMV-CLAVE
           STATUS ST-FILE-GMV.
           SELECT OPTIONAL GLLOTES ASSIGN TO "./gllotes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS LOT-CLAVE
           STATUS ST-FILE-LOT.
           SELECT LISTADO ASSIGN TO "./glpase1.lst"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LST.
           SELECT LFRUNLOG ASSIGN TO "NIGHTLY.LOG"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LOG.
       DATA DIVISION.
       FILE SECTION.
      *    GLBATCH.DAT TAL COMO LO ESCRIBE GLEXTR1: EL PRIMER BYTE
      *    DICE SI ES CABECERA, RENGLON O TRAILER
       FD GLBATCH.
       01 REG-GLBATCH.
           03  GLB-TIPO-REG        PIC X.
              88  GLB-CABECERA     VALUE "H".
              88  GLB-DETALLE      VALUE "D".
              88  GLB-TRAILER      VALUE "T".
           03  FILLER              PIC X(79).
       01 REG-GLB-CABECERA.
           03  FILLER              PIC X.
           03  GLBH-ORIGEN         PIC X(8).
           03  FILLER              PIC X.
           03  GLBH-FECHA          PIC 9(8).
           03  FILLER              PIC X(62).
       01 REG-GLB-DETALLE.
           03  FILLER              PIC X.
           03  GLBD-CUENTA         PIC 9(6).
           03  FILLER              PIC X.
           03  GLBD-DC             PIC X.
           03  FILLER              PIC X.
           03  GLBD-IMPORTE        PIC 9(11)V99.
           03  FILLER              PIC X.
           03  GLBD-FECHA          PIC 9(8).
           03  FILLER              PIC X.
           03  GLBD-TIPO           PIC X(2).
           03  FILLER              PIC X(45).
       01 REG-GLB-TRAILER.
           03  FILLER              PIC X.
           03  GLBT-CANTIDAD       PIC 9(6).
           03  FILLER              PIC X.
           03  GLBT-DEBE           PIC 9(13)V99.
           03  FILLER              PIC X.
           03  GLBT-HABER          PIC 9(13)V99.
           03  FILLER              PIC X.
           03  GLBT-BALANCE        PIC X(10).
           03  FILLER              PIC X(30).
      *
       FD GLCTAS.
       01 REG-GLCTAS.
           03  CTA-NUMERO          PIC 9(6).
           03  CTA-NOMBRE          PIC X(40).
           03  CTA-TIPO            PIC X.
           03  CTA-ESTADO          PIC X.
              88  CTA-ACTIVA       VALUE "A".
              88  CTA-INACTIVA     VALUE "I".
           03  CTA-FECHA-ALTA      PIC 9(8).
           03  FILLER              PIC X(24).
      *
       FD GLSALDOS.
       01 REG-GLSALDOS.
           03  SAL-CLAVE.
               05  SAL-CUENTA      PIC 9(6).
               05  SAL-PERIODO     PIC 9(6).
           03  SAL-DEBE            PIC 9(13)V99.
           03  SAL-HABER           PIC 9(13)V99.
           03  SAL-CANT-MOV        PIC 9(7).
           03  FILLER              PIC X(20).
      *
      *    UN RENGLON DEL MAYOR POR CADA RENGLON DE LOTE ASENTADO;
      *    LA CLAVE LLEVA EL LOTE DE ORIGEN Y LA LINEA DENTRO DE EL
       FD GLMOVCTA.
       01 REG-GLMOVCTA.
           03  GMV-CLAVE.
               05  GMV-CUENTA      PIC 9(6).
               05  GMV-PERIODO     PIC 9(6).
               05  GMV-ORIGEN      PIC X(8).
               05  GMV-FECHA-LOTE  PIC 9(8).
               05  GMV-NRO-LOTE    PIC 9(4).
               05  GMV-LINEA       PIC 9(6).
           03  GMV-FECHA           PIC 9(8).
           03  GMV-DC              PIC X.
              88  GMV-DEBE         VALUE "D".
              88  GMV-HABER        VALUE "C".
           03  GMV-IMPORTE         PIC 9(11)V99.
           03  GMV-TIPO            PIC X(2).
           03  GMV-DESCRIPCION     PIC X(30).
           03  FILLER              PIC X(20).
      *
      *    LOS LOTES DE GLBATCH.DAT SE REGISTRAN CON NUMERO 0; LOS
      *    ASIENTOS MANUALES (ORIGEN "MANUAL") SE NUMERAN DESDE 1
      *    DENTRO DEL DIA
       FD GLLOTES.
       01 REG-GLLOTES.
           03  LOT-CLAVE.
               05  LOT-ORIGEN      PIC X(8).
               05  LOT-FECHA       PIC 9(8).
               05  LOT-NUMERO      PIC 9(4).
           03  LOT-FECHA-PASE      PIC 9(8).
           03  LOT-HORA-PASE       PIC 9(8).
           03  LOT-CANT-LINEAS     PIC 9(6).
           03  LOT-DEBE            PIC 9(13)V99.
           03  LOT-HABER           PIC 9(13)V99.
           03  LOT-OPERADOR        PIC X(8).
           03  LOT-DESCRIPCION     PIC X(30).
           03  FILLER              PIC X(20).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       FD LFRUNLOG.
       01 RUNLOG-RECORD            PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-GLB             PIC XX.
       01  ST-FILE-CTA             PIC XX.
       01  ST-FILE-SAL             PIC XX.
       01  ST-FILE-GMV             PIC XX.
       01  ST-FILE-LOT             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  ST-FILE-LOG             PIC XX.
       01  FIN-GLBATCH             PIC X VALUE "N".
       01  EN-LOTE                 PIC X VALUE "N".
       01  PASO-LOTE               PIC X VALUE "N".
       01  ERROR-LOTE              PIC X VALUE "N".
       01  HUBO-ERROR              PIC 9 VALUE 0.
       01  W-FECHA-HOY             PIC 9(8).
       01  W-HORA                  PIC 9(8).
       01  W-LOTE-NRO              PIC 9(3) VALUE 0.
       01  W-LINEA                 PIC 9(6) VALUE 0.
       01  W-RENGLONES-ESPERADOS   PIC 9(7).
      *
      *    UNA ENTRADA POR LOTE DE GLBATCH.DAT, EN EL ORDEN DEL
      *    ARCHIVO; GLEXTR1 ESCRIBE UNO POR ORIGEN POR NOCHE
       01  W-MAX-LOTES             PIC 9(3) VALUE 50.
       01  W-LOTES-COUNT           PIC 9(3) VALUE 0.
       01  W-LOTES-TABLE.
           05  W-LOTE-ENTRY OCCURS 50 TIMES
                                   INDEXED BY W-LOTE-IDX.
               10  W-TBL-ORIGEN    PIC X(8).
               10  W-TBL-FECHA     PIC 9(8).
               10  W-TBL-LINEAS    PIC 9(6).
               10  W-TBL-DEBE      PIC 9(13)V99.
               10  W-TBL-HABER     PIC 9(13)V99.
               10  W-TBL-ESTADO    PIC X.
                  88  W-TBL-VALIDO         VALUE "V".
                  88  W-TBL-PASADO         VALUE "A".
                  88  W-TBL-NO-CIERRA      VALUE "N".
                  88  W-TBL-SIN-TRAILER    VALUE "S".
                  88  W-TBL-CUENTA-MAL     VALUE "C".
                  88  W-TBL-YA-PASADO      VALUE "P".
                  88  W-TBL-ERROR          VALUE "E".
      *
       01  W-CANT-LOTES-LEIDOS     PIC 9(6) VALUE 0.
       01  W-CANT-LOTES-PASADOS    PIC 9(6) VALUE 0.
       01  W-CANT-LOTES-RECHAZADOS PIC 9(6) VALUE 0.
       01  W-CANT-LINEAS-PASADAS   PIC 9(6) VALUE 0.
       01  W-CANT-LINEAS-SALTEADAS PIC 9(6) VALUE 0.
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
               "PASE AL MAYOR DE LOS LOTES CONTABLES - ".
           03  L-ENC-FECHA     PIC 9(8).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(10) VALUE "ORIGEN".
           03  FILLER          PIC X(10) VALUE "FECHA".
           03  FILLER          PIC X(8)  VALUE "LINEAS".
           03  FILLER          PIC X(20) VALUE "DEBE".
           03  FILLER          PIC X(20) VALUE "HABER".
           03  FILLER          PIC X(30) VALUE "RESULTADO".
       01  L-DETALLE.
           03  L-DET-ORIGEN    PIC X(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-FECHA     PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-LINEAS    PIC ZZZZZ9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-DEBE      PIC Z(12)9,99.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-HABER     PIC Z(12)9,99.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-RESULTADO PIC X(30).
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(25).
           03  L-CTL-VALOR     PIC ZZZ.ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM VERIFICO-YA-CORRIDO THRU F-VERIFICO-YA-CORRIDO.
           IF STEP-ALREADY-DONE
              DISPLAY "GLPASE1 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           PERFORM INICIALIZACION.
           PERFORM VALIDO-LOTES THRU F-VALIDO-LOTES.
           PERFORM PASO-LOTES THRU F-PASO-LOTES.
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
           IF WS-RUNLOG-PROGRAM = "GLPASE1"
              AND WS-RUNLOG-STATUS = "COMPLETE"
              SET STEP-ALREADY-DONE TO TRUE
           END-IF.
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.
      *
       INICIALIZACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT GLCTAS.
           OPEN I-O GLSALDOS.
           IF ST-FILE-SAL = "35"
              OPEN OUTPUT GLSALDOS
              CLOSE GLSALDOS
              OPEN I-O GLSALDOS
           END-IF.
           IF ST-FILE-SAL > "07"
              DISPLAY "ERROR AL ABRIR GLSALDOS " ST-FILE-SAL
              MOVE "GLPASE1"        TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "GLSALDOS"       TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-SAL      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE 1 TO HUBO-ERROR
           END-IF.
           OPEN I-O GLMOVCTA.
           IF ST-FILE-GMV = "35"
              OPEN OUTPUT GLMOVCTA
              CLOSE GLMOVCTA
              OPEN I-O GLMOVCTA
           END-IF.
           IF ST-FILE-GMV > "07"
              DISPLAY "ERROR AL ABRIR GLMOVCTA " ST-FILE-GMV
              MOVE "GLPASE1"        TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "GLMOVCTA"       TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-GMV      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE 1 TO HUBO-ERROR
           END-IF.
           OPEN I-O GLLOTES.
           IF ST-FILE-LOT = "35"
              OPEN OUTPUT GLLOTES
              CLOSE GLLOTES
              OPEN I-O GLLOTES
           END-IF.
           IF ST-FILE-LOT > "07"
              DISPLAY "ERROR AL ABRIR GLLOTES " ST-FILE-LOT
              MOVE "GLPASE1"        TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "GLLOTES"        TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-LOT      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE 1 TO HUBO-ERROR
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE W-FECHA-HOY TO L-ENC-FECHA.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO1.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO2.
      *
      ******************************************************************
      *    PRIMERA PASADA: CADA LOTE SE VALIDA ENTERO Y SU RESULTADO
      *    QUEDA EN LA TABLA; TODAVIA NO SE ASIENTA NADA
      ******************************************************************
       VALIDO-LOTES.
           IF HUBO-ERROR = 1 GO TO F-VALIDO-LOTES.
           MOVE "N" TO FIN-GLBATCH.
           MOVE "N" TO EN-LOTE.
           OPEN INPUT GLBATCH.
           IF ST-FILE-GLB > "07"
              MOVE "S" TO FIN-GLBATCH
           END-IF.
           PERFORM VALIDO-UN-REGISTRO THRU F-VALIDO-UN-REGISTRO
              UNTIL FIN-GLBATCH = "S".
           IF ST-FILE-GLB < "10"
              CLOSE GLBATCH
           END-IF.
       F-VALIDO-LOTES.
           EXIT.
      *
       VALIDO-UN-REGISTRO.
           READ GLBATCH
              AT END MOVE "S" TO FIN-GLBATCH
           END-READ.
           IF FIN-GLBATCH = "S"
              IF EN-LOTE = "S"
                 PERFORM LOTE-SIN-TRAILER
              END-IF
              GO TO F-VALIDO-UN-REGISTRO
           END-IF.
           EVALUATE TRUE
              WHEN GLB-CABECERA
                 PERFORM VALIDO-CABECERA THRU F-VALIDO-CABECERA
              WHEN GLB-DETALLE
                 IF EN-LOTE = "S"
                    PERFORM VALIDO-RENGLON
                 END-IF
              WHEN GLB-TRAILER
                 IF EN-LOTE = "S"
                    PERFORM VALIDO-TRAILER
                 END-IF
           END-EVALUATE.
       F-VALIDO-UN-REGISTRO.
           EXIT.
      *
       VALIDO-CABECERA.
           IF EN-LOTE = "S"
              PERFORM LOTE-SIN-TRAILER
           END-IF.
           ADD 1 TO W-CANT-LOTES-LEIDOS.
           IF W-LOTES-COUNT NOT < W-MAX-LOTES
              DISPLAY "GLPASE1 DEMASIADOS LOTES EN GLBATCH.DAT"
              MOVE "N" TO EN-LOTE
              GO TO F-VALIDO-CABECERA
           END-IF.
           ADD 1 TO W-LOTES-COUNT.
           SET W-LOTE-IDX TO W-LOTES-COUNT.
           MOVE GLBH-ORIGEN TO W-TBL-ORIGEN(W-LOTE-IDX).
           MOVE GLBH-FECHA  TO W-TBL-FECHA(W-LOTE-IDX).
           MOVE 0           TO W-TBL-LINEAS(W-LOTE-IDX).
           MOVE 0           TO W-TBL-DEBE(W-LOTE-IDX).
           MOVE 0           TO W-TBL-HABER(W-LOTE-IDX).
           SET W-TBL-VALIDO(W-LOTE-IDX) TO TRUE.
           MOVE "S" TO EN-LOTE.
           MOVE GLBH-ORIGEN TO LOT-ORIGEN.
           MOVE GLBH-FECHA  TO LOT-FECHA.
           MOVE 0           TO LOT-NUMERO.
           READ GLLOTES
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 SET W-TBL-YA-PASADO(W-LOTE-IDX) TO TRUE
           END-READ.
       F-VALIDO-CABECERA.
           EXIT.
      *
       VALIDO-RENGLON.
           ADD 1 TO W-TBL-LINEAS(W-LOTE-IDX).
           EVALUATE GLBD-DC
              WHEN "D"
                 ADD GLBD-IMPORTE TO W-TBL-DEBE(W-LOTE-IDX)
              WHEN "C"
                 ADD GLBD-IMPORTE TO W-TBL-HABER(W-LOTE-IDX)
              WHEN OTHER
                 IF W-TBL-VALIDO(W-LOTE-IDX)
                    SET W-TBL-NO-CIERRA(W-LOTE-IDX) TO TRUE
                 END-IF
           END-EVALUATE.
           MOVE GLBD-CUENTA TO CTA-NUMERO.
           READ GLCTAS
              INVALID KEY
                 IF W-TBL-VALIDO(W-LOTE-IDX)
                    SET W-TBL-CUENTA-MAL(W-LOTE-IDX) TO TRUE
                 END-IF
              NOT INVALID KEY
                 IF NOT CTA-ACTIVA AND W-TBL-VALIDO(W-LOTE-IDX)
                    SET W-TBL-CUENTA-MAL(W-LOTE-IDX) TO TRUE
                 END-IF
           END-READ.
      *
      *    EL TRAILER CUENTA MOVIMIENTOS; CADA UNO SON DOS RENGLONES
       VALIDO-TRAILER.
           MOVE "N" TO EN-LOTE.
           IF NOT W-TBL-VALIDO(W-LOTE-IDX)
              GO TO F-VALIDO-TRAILER
           END-IF.
           COMPUTE W-RENGLONES-ESPERADOS = GLBT-CANTIDAD * 2.
           IF W-TBL-LINEAS(W-LOTE-IDX) NOT = W-RENGLONES-ESPERADOS
              OR W-TBL-DEBE(W-LOTE-IDX)  NOT = GLBT-DEBE
              OR W-TBL-HABER(W-LOTE-IDX) NOT = GLBT-HABER
              OR GLBT-DEBE NOT = GLBT-HABER
              OR GLBT-BALANCE NOT = "BALANCED"
              SET W-TBL-NO-CIERRA(W-LOTE-IDX) TO TRUE
           END-IF.
       F-VALIDO-TRAILER.
           EXIT.
      *
       LOTE-SIN-TRAILER.
           MOVE "N" TO EN-LOTE.
           IF W-TBL-VALIDO(W-LOTE-IDX)
              SET W-TBL-SIN-TRAILER(W-LOTE-IDX) TO TRUE
           END-IF.
      *
      ******************************************************************
      *    SEGUNDA PASADA: SE ASIENTAN LOS RENGLONES DE LOS LOTES QUE
      *    QUEDARON VALIDOS Y SE REGISTRA CADA LOTE PASADO
      ******************************************************************
       PASO-LOTES.
           IF HUBO-ERROR = 1 OR W-LOTES-COUNT = 0
              GO TO F-PASO-LOTES
           END-IF.
           MOVE "N" TO FIN-GLBATCH.
           MOVE "N" TO PASO-LOTE.
           MOVE 0   TO W-LOTE-NRO.
           OPEN INPUT GLBATCH.
           PERFORM PASO-UN-REGISTRO THRU F-PASO-UN-REGISTRO
              UNTIL FIN-GLBATCH = "S".
           CLOSE GLBATCH.
       F-PASO-LOTES.
           EXIT.
      *
       PASO-UN-REGISTRO.
           READ GLBATCH
              AT END MOVE "S" TO FIN-GLBATCH
           END-READ.
           IF FIN-GLBATCH = "S" GO TO F-PASO-UN-REGISTRO.
           EVALUATE TRUE
              WHEN GLB-CABECERA
                 MOVE "N" TO PASO-LOTE
                 MOVE "N" TO ERROR-LOTE
                 MOVE 0   TO W-LINEA
                 ADD 1 TO W-LOTE-NRO
                 IF W-LOTE-NRO NOT > W-LOTES-COUNT
                    SET W-LOTE-IDX TO W-LOTE-NRO
                    IF W-TBL-VALIDO(W-LOTE-IDX)
                       MOVE "S" TO PASO-LOTE
                    END-IF
                 END-IF
              WHEN GLB-DETALLE
                 IF PASO-LOTE = "S"
                    PERFORM ASIENTO-RENGLON THRU F-ASIENTO-RENGLON
                 END-IF
              WHEN GLB-TRAILER
                 IF PASO-LOTE = "S"
                    PERFORM REGISTRO-LOTE THRU F-REGISTRO-LOTE
                    MOVE "N" TO PASO-LOTE
                 END-IF
           END-EVALUATE.
       F-PASO-UN-REGISTRO.
           EXIT.
      *
      *    UN RENGLON YA ASENTADO (CLAVE DUPLICADA) ES DE UNA CORRIDA
      *    ANTERIOR CORTADA: NO SE VUELVE A SUMAR AL SALDO
       ASIENTO-RENGLON.
           ADD 1 TO W-LINEA.
           INITIALIZE REG-GLMOVCTA.
           MOVE GLBD-CUENTA                 TO GMV-CUENTA.
           MOVE GLBD-FECHA(1:6)             TO GMV-PERIODO.
           MOVE W-TBL-ORIGEN(W-LOTE-IDX)    TO GMV-ORIGEN.
           MOVE W-TBL-FECHA(W-LOTE-IDX)     TO GMV-FECHA-LOTE.
           MOVE 0                           TO GMV-NRO-LOTE.
           MOVE W-LINEA                     TO GMV-LINEA.
           MOVE GLBD-FECHA                  TO GMV-FECHA.
           MOVE GLBD-DC                     TO GMV-DC.
           MOVE GLBD-IMPORTE                TO GMV-IMPORTE.
           MOVE GLBD-TIPO                   TO GMV-TIPO.
           WRITE REG-GLMOVCTA.
           IF ST-FILE-GMV = "22"
              ADD 1 TO W-CANT-LINEAS-SALTEADAS
              GO TO F-ASIENTO-RENGLON
           END-IF.
           IF ST-FILE-GMV > "07"
              MOVE "GLPASE1"         TO ERRLOG-PROGRAM
              MOVE "ASIENTO-RENGLON" TO ERRLOG-PARAGRAPH
              MOVE "GLMOVCTA"        TO ERRLOG-FILENAME
              MOVE GMV-CLAVE         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-GMV       TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO ERROR-LOTE
              MOVE 1   TO HUBO-ERROR
              GO TO F-ASIENTO-RENGLON
           END-IF.
           PERFORM ACUMULO-SALDO THRU F-ACUMULO-SALDO.
           ADD 1 TO W-CANT-LINEAS-PASADAS.
       F-ASIENTO-RENGLON.
           EXIT.
      *
       ACUMULO-SALDO.
           MOVE GMV-CUENTA  TO SAL-CUENTA.
           MOVE GMV-PERIODO TO SAL-PERIODO.
           READ GLSALDOS
              INVALID KEY
                 INITIALIZE REG-GLSALDOS
                 MOVE GMV-CUENTA  TO SAL-CUENTA
                 MOVE GMV-PERIODO TO SAL-PERIODO
                 MOVE 0 TO SAL-DEBE
                 MOVE 0 TO SAL-HABER
                 MOVE 0 TO SAL-CANT-MOV
           END-READ.
           IF GMV-DEBE
              ADD GMV-IMPORTE TO SAL-DEBE
           ELSE
              ADD GMV-IMPORTE TO SAL-HABER
           END-IF.
           ADD 1 TO SAL-CANT-MOV.
           IF ST-FILE-SAL = "23"
              WRITE REG-GLSALDOS
           ELSE
              REWRITE REG-GLSALDOS
           END-IF.
           IF ST-FILE-SAL > "07"
              MOVE "GLPASE1"       TO ERRLOG-PROGRAM
              MOVE "ACUMULO-SALDO" TO ERRLOG-PARAGRAPH
              MOVE "GLSALDOS"      TO ERRLOG-FILENAME
              MOVE SAL-CLAVE       TO ERRLOG-KEYVALUE
              MOVE ST-FILE-SAL     TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO ERROR-LOTE
              MOVE 1   TO HUBO-ERROR
           END-IF.
       F-ACUMULO-SALDO.
           EXIT.
      *
       REGISTRO-LOTE.
           IF ERROR-LOTE = "S"
              SET W-TBL-ERROR(W-LOTE-IDX) TO TRUE
              GO TO F-REGISTRO-LOTE
           END-IF.
           INITIALIZE REG-GLLOTES.
           MOVE W-TBL-ORIGEN(W-LOTE-IDX) TO LOT-ORIGEN.
           MOVE W-TBL-FECHA(W-LOTE-IDX)  TO LOT-FECHA.
           MOVE 0                        TO LOT-NUMERO.
           MOVE W-FECHA-HOY              TO LOT-FECHA-PASE.
           ACCEPT W-HORA FROM TIME.
           MOVE W-HORA                   TO LOT-HORA-PASE.
           MOVE W-TBL-LINEAS(W-LOTE-IDX) TO LOT-CANT-LINEAS.
           MOVE W-TBL-DEBE(W-LOTE-IDX)   TO LOT-DEBE.
           MOVE W-TBL-HABER(W-LOTE-IDX)  TO LOT-HABER.
           MOVE "GLPASE1"                TO LOT-OPERADOR.
           MOVE "LOTE DE GLEXTR1"        TO LOT-DESCRIPCION.
           WRITE REG-GLLOTES.
           IF ST-FILE-LOT > "07"
              MOVE "GLPASE1"       TO ERRLOG-PROGRAM
              MOVE "REGISTRO-LOTE" TO ERRLOG-PARAGRAPH
              MOVE "GLLOTES"       TO ERRLOG-FILENAME
              MOVE LOT-CLAVE       TO ERRLOG-KEYVALUE
              MOVE ST-FILE-LOT     TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE 1 TO HUBO-ERROR
              SET W-TBL-ERROR(W-LOTE-IDX) TO TRUE
              GO TO F-REGISTRO-LOTE
           END-IF.
           SET W-TBL-PASADO(W-LOTE-IDX) TO TRUE.
       F-REGISTRO-LOTE.
           EXIT.
      *
       IMPRIMO-UN-LOTE.
           MOVE W-TBL-ORIGEN(W-LOTE-IDX) TO L-DET-ORIGEN.
           MOVE W-TBL-FECHA(W-LOTE-IDX)  TO L-DET-FECHA.
           MOVE W-TBL-LINEAS(W-LOTE-IDX) TO L-DET-LINEAS.
           MOVE W-TBL-DEBE(W-LOTE-IDX)   TO L-DET-DEBE.
           MOVE W-TBL-HABER(W-LOTE-IDX)  TO L-DET-HABER.
           EVALUATE TRUE
              WHEN W-TBL-PASADO(W-LOTE-IDX)
                 MOVE "PASADO AL MAYOR" TO L-DET-RESULTADO
                 ADD 1 TO W-CANT-LOTES-PASADOS
              WHEN W-TBL-YA-PASADO(W-LOTE-IDX)
                 MOVE "RECHAZADO - YA PASADO" TO L-DET-RESULTADO
                 ADD 1 TO W-CANT-LOTES-RECHAZADOS
              WHEN W-TBL-NO-CIERRA(W-LOTE-IDX)
                 MOVE "RECHAZADO - TRAILER NO CIERRA"
                                        TO L-DET-RESULTADO
                 ADD 1 TO W-CANT-LOTES-RECHAZADOS
              WHEN W-TBL-SIN-TRAILER(W-LOTE-IDX)
                 MOVE "RECHAZADO - SIN TRAILER" TO L-DET-RESULTADO
                 ADD 1 TO W-CANT-LOTES-RECHAZADOS
              WHEN W-TBL-CUENTA-MAL(W-LOTE-IDX)
                 MOVE "RECHAZADO - CUENTA INVALIDA"
                                        TO L-DET-RESULTADO
                 ADD 1 TO W-CANT-LOTES-RECHAZADOS
              WHEN OTHER
                 MOVE "NO PASADO - ERROR DE GRABACION"
                                        TO L-DET-RESULTADO
                 ADD 1 TO W-CANT-LOTES-RECHAZADOS
           END-EVALUATE.
           WRITE LINEA-LISTADO FROM L-DETALLE.
      *
       GRABO-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "GLPASE1" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE W-CANT-LOTES-PASADOS  TO WS-RUNLOG-CNT1.
           MOVE W-CANT-LINEAS-PASADAS TO WS-RUNLOG-CNT2.
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF ST-FILE-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.
      *
       TERMINAR.
           PERFORM IMPRIMO-UN-LOTE
              VARYING W-LOTE-IDX FROM 1 BY 1
              UNTIL W-LOTE-IDX > W-LOTES-COUNT.
           MOVE "LOTES LEIDOS:"        TO L-CTL-ROTULO.
           MOVE W-CANT-LOTES-LEIDOS    TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "LOTES PASADOS:"       TO L-CTL-ROTULO.
           MOVE W-CANT-LOTES-PASADOS   TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "LOTES RECHAZADOS:"    TO L-CTL-ROTULO.
           MOVE W-CANT-LOTES-RECHAZADOS TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "RENGLONES ASENTADOS:" TO L-CTL-ROTULO.
           MOVE W-CANT-LINEAS-PASADAS  TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "RENGLONES YA ASENTADOS:" TO L-CTL-ROTULO.
           MOVE W-CANT-LINEAS-SALTEADAS TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           DISPLAY "GLPASE1 LOTES LEIDOS     : " W-CANT-LOTES-LEIDOS.
           DISPLAY "GLPASE1 LOTES PASADOS    : " W-CANT-LOTES-PASADOS.
           DISPLAY "GLPASE1 LOTES RECHAZADOS : "
                   W-CANT-LOTES-RECHAZADOS.
      *    UNA CORRIDA ABORTADA NO DEBE MARCARSE COMPLETA
           IF HUBO-ERROR = 0
              PERFORM GRABO-RUNLOG
           END-IF.
           CLOSE GLCTAS.
           CLOSE GLSALDOS.
           CLOSE GLMOVCTA.
           CLOSE GLLOTES.
           CLOSE LISTADO.
           MOVE "GLPASE1"       TO RPTARC-PROGRAM.
           MOVE "PASE AL MAYOR DE LOS LOTES CONTABLES"
              TO RPTARC-TITLE.
           MOVE "./glpase1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SPACES          TO RPTARC-OPERATOR.
           MOVE "A"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM GLPASE1.
