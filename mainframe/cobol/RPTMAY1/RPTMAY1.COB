       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTMAY1.
      *
      *    DETALLE DE CUENTA DEL MAYOR
      *    PIDE UNA CUENTA Y UN ANIO-MES (AAAAMM) Y LISTA, DESDE EL
      *    SALDO ANTERIOR AL PERIODO (GLSALDOS.DAT), CADA RENGLON
      *    ASENTADO EN LA CUENTA EN ESE PERIODO (GLMOVCTA.DAT) CON
      *    EL SALDO CORRIDO. CADA RENGLON MUESTRA EL LOTE DE ORIGEN
      *    - ORIGEN (CLIMOV, DEUMOV, PROVPAY, BONUS O MANUAL), FECHA
      *    Y NUMERO DEL LOTE, LINEA DENTRO DE EL Y TIPO DE
      *    MOVIMIENTO - PARA LLEGAR DE UN SALDO AL LOTE DE GLEXTR1
      *    (Y DE AHI AL JOURNAL) O AL ASIENTO MANUAL DE GLASI1 QUE
      *    LO FORMO. AL PIE, LOS TOTALES Y EL SALDO FINAL, QUE DEBE
      *    COINCIDIR CON EL DE LA CUENTA EN RPTBAL1.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       DATA DIVISION.
       FILE SECTION.
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
       WORKING-STORAGE SECTION.
       01  ST-FILE-CTA                PIC XX.
       01  ST-FILE-SAL                PIC XX.
       01  ST-FILE-GMV                PIC XX.
      *    PARAMETERS FOR THE SHARED RPTWRT REPORT WRITER, WHICH
      *    HANDLES THE PAGE HEADINGS, OVERFLOW AND TRAILER
           COPY "RPTWRT.CPY".
       01  FIN-MOVIMIENTOS            PIC X VALUE "N".
       01  FIN-SALDOS                 PIC X.
       01  W-CUENTA-PEDIDA            PIC 9(6).
       01  W-ANNO-MES-PEDIDO          PIC 9(6).
       01  W-CANT-RENGLONES           PIC 9(6) VALUE 0.
      *
       01  W-SALDO-ANTERIOR           PIC S9(13)V99 VALUE 0.
       01  W-SALDO-CORRIDO            PIC S9(13)V99 VALUE 0.
       01  TOT-DEBE                   PIC 9(13)V99 VALUE 0.
       01  TOT-HABER                  PIC 9(13)V99 VALUE 0.
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(8)  VALUE "CUENTA: ".
           03  L-ENC-CUENTA    PIC 9(6).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-ENC-NOMBRE    PIC X(40).
           03  FILLER          PIC X(11) VALUE "  PERIODO: ".
           03  L-ENC-PERIODO   PIC 9(6).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(10) VALUE "FECHA".
           03  FILLER          PIC X(9)  VALUE "ORIGEN".
           03  FILLER          PIC X(10) VALUE "FEC.LOTE".
           03  FILLER          PIC X(5)  VALUE "NRO".
           03  FILLER          PIC X(7)  VALUE "LINEA".
           03  FILLER          PIC X(5)  VALUE "TIPO".
           03  FILLER          PIC X(25) VALUE "DESCRIPCION".
           03  FILLER          PIC X(18) VALUE "             DEBE".
           03  FILLER          PIC X(18) VALUE "            HABER".
           03  FILLER          PIC X(19) VALUE "            SALDO".
       01  L-SALDO-ANTERIOR.
           03  FILLER          PIC X(30) VALUE "SALDO ANTERIOR".
           03  FILLER          PIC X(77) VALUE SPACES.
           03  L-ANT-SALDO     PIC -(13)9,99.
       01  L-DETALLE.
           03  L-DET-FECHA     PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-ORIGEN    PIC X(8).
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-FEC-LOTE  PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-NRO-LOTE  PIC ZZZ9.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-LINEA     PIC ZZZZZ9.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-TIPO      PIC X(2).
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-DESC      PIC X(24).
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-DEBE      PIC Z(13)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-HABER     PIC Z(13)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-SALDO     PIC -(13)9,99.
       01  L-TOTAL.
           03  FILLER          PIC X(71) VALUE
               "TOTALES DEL PERIODO Y SALDO FINAL".
           03  L-TOT-DEBE      PIC Z(13)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-TOT-HABER     PIC Z(13)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-TOT-SALDO     PIC -(13)9,99.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZACION.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN-MOVIMIENTOS = "S".
           PERFORM TERMINAR.
           STOP RUN.
      *
       INICIALIZACION.
           DISPLAY "DETALLE DE CUENTA DEL MAYOR".
           DISPLAY "CUENTA: ".
           ACCEPT W-CUENTA-PEDIDA.
           DISPLAY "ANIO-MES AAAAMM: ".
           ACCEPT W-ANNO-MES-PEDIDO.
           OPEN INPUT GLCTAS.
           OPEN INPUT GLSALDOS.
           OPEN INPUT GLMOVCTA.
           IF ST-FILE-GMV > "07"
              DISPLAY "ERROR AL ABRIR GLMOVCTA " ST-FILE-GMV
              MOVE "S" TO FIN-MOVIMIENTOS
           END-IF.
           MOVE SPACES TO CTA-NOMBRE.
           MOVE W-CUENTA-PEDIDA TO CTA-NUMERO.
           READ GLCTAS
              INVALID KEY
                 MOVE "*** CUENTA INEXISTENTE ***" TO CTA-NOMBRE
           END-READ.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./rptmay1.lst" TO RPTWRT-REPORT-NAME.
           MOVE "RPTMAY1"  TO RPTWRT-PROGRAM.
           MOVE "A"       TO RPTWRT-RETENTION.
           MOVE "DETALLE DE CUENTA DEL MAYOR" TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
           MOVE W-CUENTA-PEDIDA   TO L-ENC-CUENTA.
           MOVE CTA-NOMBRE        TO L-ENC-NOMBRE.
           MOVE W-ANNO-MES-PEDIDO TO L-ENC-PERIODO.
           MOVE L-ENCABEZADO1 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE L-ENCABEZADO2 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           PERFORM SUMO-SALDO-ANTERIOR THRU F-SUMO-SALDO-ANTERIOR.
           MOVE W-SALDO-ANTERIOR TO L-ANT-SALDO.
           MOVE L-SALDO-ANTERIOR TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE W-SALDO-ANTERIOR TO W-SALDO-CORRIDO.
           IF FIN-MOVIMIENTOS = "N"
              MOVE LOW-VALUES        TO GMV-CLAVE
              MOVE W-CUENTA-PEDIDA   TO GMV-CUENTA
              MOVE W-ANNO-MES-PEDIDO TO GMV-PERIODO
              START GLMOVCTA KEY IS NOT LESS THAN GMV-CLAVE
                 INVALID KEY MOVE "S" TO FIN-MOVIMIENTOS
              END-START
           END-IF.
      *
      *    EL SALDO ANTERIOR SON TODOS LOS PERIODOS PREVIOS DE LA
      *    CUENTA EN GLSALDOS
       SUMO-SALDO-ANTERIOR.
           MOVE 0 TO W-SALDO-ANTERIOR.
           IF ST-FILE-SAL > "07" GO TO F-SUMO-SALDO-ANTERIOR.
           MOVE "N" TO FIN-SALDOS.
           MOVE W-CUENTA-PEDIDA TO SAL-CUENTA.
           MOVE 0               TO SAL-PERIODO.
           START GLSALDOS KEY IS NOT LESS THAN SAL-CLAVE
              INVALID KEY MOVE "S" TO FIN-SALDOS
           END-START.
           PERFORM SUMO-UN-PERIODO UNTIL FIN-SALDOS = "S".
       F-SUMO-SALDO-ANTERIOR.
           EXIT.
      *
       SUMO-UN-PERIODO.
           READ GLSALDOS NEXT RECORD
              AT END MOVE "S" TO FIN-SALDOS
           END-READ.
           IF FIN-SALDOS = "N"
              IF SAL-CUENTA NOT = W-CUENTA-PEDIDA
                 OR SAL-PERIODO NOT < W-ANNO-MES-PEDIDO
                 MOVE "S" TO FIN-SALDOS
              ELSE
                 ADD SAL-DEBE TO W-SALDO-ANTERIOR
                 SUBTRACT SAL-HABER FROM W-SALDO-ANTERIOR
              END-IF
           END-IF.
      *
       PROCESO.
           READ GLMOVCTA NEXT RECORD
              AT END MOVE "S" TO FIN-MOVIMIENTOS
           END-READ.
           IF FIN-MOVIMIENTOS = "S" GO TO F-PROCESO.
           IF GMV-CUENTA NOT = W-CUENTA-PEDIDA
              OR GMV-PERIODO NOT = W-ANNO-MES-PEDIDO
              MOVE "S" TO FIN-MOVIMIENTOS
              GO TO F-PROCESO
           END-IF.
           PERFORM IMPRIME-RENGLON.
       F-PROCESO.
           EXIT.
      *
       IMPRIME-RENGLON.
           MOVE GMV-FECHA       TO L-DET-FECHA.
           MOVE GMV-ORIGEN      TO L-DET-ORIGEN.
           MOVE GMV-FECHA-LOTE  TO L-DET-FEC-LOTE.
           MOVE GMV-NRO-LOTE    TO L-DET-NRO-LOTE.
           MOVE GMV-LINEA       TO L-DET-LINEA.
           MOVE GMV-TIPO        TO L-DET-TIPO.
           MOVE GMV-DESCRIPCION TO L-DET-DESC.
           IF GMV-DEBE
              MOVE GMV-IMPORTE TO L-DET-DEBE
              MOVE 0           TO L-DET-HABER
              ADD GMV-IMPORTE  TO W-SALDO-CORRIDO
              ADD GMV-IMPORTE  TO TOT-DEBE
           ELSE
              MOVE 0           TO L-DET-DEBE
              MOVE GMV-IMPORTE TO L-DET-HABER
              SUBTRACT GMV-IMPORTE FROM W-SALDO-CORRIDO
              ADD GMV-IMPORTE  TO TOT-HABER
           END-IF.
           MOVE W-SALDO-CORRIDO TO L-DET-SALDO.
           MOVE L-DETALLE TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           ADD 1 TO W-CANT-RENGLONES.
      *
       TERMINAR.
           MOVE TOT-DEBE        TO L-TOT-DEBE.
           MOVE TOT-HABER       TO L-TOT-HABER.
           MOVE W-SALDO-CORRIDO TO L-TOT-SALDO.
           MOVE L-TOTAL TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           DISPLAY "RPTMAY1 RENGLONES DEL PERIODO: " W-CANT-RENGLONES.
           CLOSE GLCTAS.
           CLOSE GLSALDOS.
           CLOSE GLMOVCTA.
           MOVE "C" TO RPTWRT-ACTION.
           CALL "RPTWRT" USING RPTWRT-PARMS.
      *
       ESCRIBO-LINEA.
           MOVE "L" TO RPTWRT-ACTION.
           CALL "RPTWRT" USING RPTWRT-PARMS.
       END PROGRAM RPTMAY1.
