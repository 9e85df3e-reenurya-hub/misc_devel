       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBAL1.
      *
      *    BALANCE DE SUMAS Y SALDOS DEL MAYOR
      *    PIDE UN ANIO-MES (AAAAMM) Y RECORRE EL PLAN DE CUENTAS
      *    (GLCTAS.DAT) EN ORDEN DE CUENTA; PARA CADA UNA TOMA DE
      *    GLSALDOS.DAT (QUE ALIMENTAN GLPASE1 Y GLASI1) EL SALDO
      *    ANTERIOR AL PERIODO, EL DEBE Y EL HABER DEL PERIODO Y EL
      *    SALDO AL CIERRE (DEUDOR POSITIVO, ACREEDOR NEGATIVO).
      *    LOS SALDOS SE ACUMULAN DESDE EL PRIMER PERIODO ASENTADO
      *    EN TODAS LAS CUENTAS; EL CIERRE DE LAS CUENTAS DE
      *    RESULTADO CONTRA EL PATRIMONIO SE HACE CON UN ASIENTO
      *    MANUAL (GLASI1). LAS CUENTAS SIN SALDO NI MOVIMIENTO NO
      *    SE IMPRIMEN. AL PIE, LOS TOTALES DEL DEBE Y DEL HABER DEL
      *    PERIODO Y DE LOS SALDOS, QUE DEBEN CERRAR.
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
       WORKING-STORAGE SECTION.
       01  ST-FILE-CTA                PIC XX.
       01  ST-FILE-SAL                PIC XX.
      *    PARAMETERS FOR THE SHARED RPTWRT REPORT WRITER, WHICH
      *    HANDLES THE PAGE HEADINGS, OVERFLOW AND TRAILER
           COPY "RPTWRT.CPY".
       01  FIN-CUENTAS                PIC X VALUE "N".
       01  FIN-SALDOS                 PIC X.
       01  W-ANNO-MES-PEDIDO          PIC 9(6).
       01  W-CANT-CUENTAS             PIC 9(6) VALUE 0.
      *
       01  W-SALDO-ANTERIOR           PIC S9(13)V99.
       01  W-DEBE-PERIODO             PIC 9(13)V99.
       01  W-HABER-PERIODO            PIC 9(13)V99.
       01  W-SALDO-FINAL              PIC S9(13)V99.
      *
       01  TOT-SALDO-ANTERIOR         PIC S9(13)V99 VALUE 0.
       01  TOT-DEBE                   PIC 9(13)V99 VALUE 0.
       01  TOT-HABER                  PIC 9(13)V99 VALUE 0.
       01  TOT-SALDO-FINAL            PIC S9(13)V99 VALUE 0.
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(20) VALUE "PERIODO: ".
           03  L-ENC-PERIODO   PIC 9(6).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(8)  VALUE "CUENTA".
           03  FILLER          PIC X(32) VALUE "NOMBRE".
           03  FILLER          PIC X(5)  VALUE "TIPO".
           03  FILLER          PIC X(19) VALUE "   SALDO ANTERIOR".
           03  FILLER          PIC X(19) VALUE "             DEBE".
           03  FILLER          PIC X(19) VALUE "            HABER".
           03  FILLER          PIC X(19) VALUE "      SALDO FINAL".
       01  L-DETALLE.
           03  L-DET-CUENTA    PIC 9(6).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-NOMBRE    PIC X(30).
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-TIPO      PIC X.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-ANTERIOR  PIC -(13)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-DEBE      PIC Z(13)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-HABER     PIC Z(13)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-FINAL     PIC -(13)9,99.
       01  L-TOTAL.
           03  FILLER          PIC X(44) VALUE
               "TOTALES".
           03  L-TOT-ANTERIOR  PIC -(13)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-TOT-DEBE      PIC Z(13)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-TOT-HABER     PIC Z(13)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-TOT-FINAL     PIC -(13)9,99.
       01  L-CONTROL.
           03  L-CTL-TEXTO     PIC X(60).
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZACION.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN-CUENTAS = "S".
           PERFORM TERMINAR.
           STOP RUN.
      *
       INICIALIZACION.
           DISPLAY "BALANCE DE SUMAS Y SALDOS".
           DISPLAY "ANIO-MES AAAAMM: ".
           ACCEPT W-ANNO-MES-PEDIDO.
           OPEN INPUT GLCTAS.
           IF ST-FILE-CTA > "07"
              DISPLAY "ERROR AL ABRIR GLCTAS " ST-FILE-CTA
              MOVE "S" TO FIN-CUENTAS
           END-IF.
           OPEN INPUT GLSALDOS.
           IF ST-FILE-SAL > "07"
              DISPLAY "ERROR AL ABRIR GLSALDOS " ST-FILE-SAL
              MOVE "S" TO FIN-CUENTAS
           END-IF.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./rptbal1.lst" TO RPTWRT-REPORT-NAME.
           MOVE "RPTBAL1"  TO RPTWRT-PROGRAM.
           MOVE "A"       TO RPTWRT-RETENTION.
           MOVE "BALANCE DE SUMAS Y SALDOS" TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
           MOVE W-ANNO-MES-PEDIDO TO L-ENC-PERIODO.
           MOVE L-ENCABEZADO1 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE L-ENCABEZADO2 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           IF FIN-CUENTAS = "N"
              MOVE LOW-VALUES TO CTA-NUMERO
              START GLCTAS KEY IS NOT LESS THAN CTA-NUMERO
                 INVALID KEY MOVE "S" TO FIN-CUENTAS
              END-START
           END-IF.
      *
       PROCESO.
           READ GLCTAS NEXT RECORD
              AT END MOVE "S" TO FIN-CUENTAS
           END-READ.
           IF FIN-CUENTAS = "S" GO TO F-PROCESO.
           PERFORM SUMO-SALDOS-CUENTA THRU F-SUMO-SALDOS-CUENTA.
           IF W-SALDO-ANTERIOR = 0 AND W-DEBE-PERIODO = 0
              AND W-HABER-PERIODO = 0
              GO TO F-PROCESO
           END-IF.
           PERFORM IMPRIME-CUENTA.
       F-PROCESO.
           EXIT.
      *
      *    LOS PERIODOS DE LA CUENTA VIENEN EN ORDEN; LOS ANTERIORES
      *    AL PEDIDO FORMAN EL SALDO ANTERIOR Y LOS POSTERIORES NO
      *    SE MIRAN
       SUMO-SALDOS-CUENTA.
           MOVE 0 TO W-SALDO-ANTERIOR.
           MOVE 0 TO W-DEBE-PERIODO.
           MOVE 0 TO W-HABER-PERIODO.
           MOVE "N" TO FIN-SALDOS.
           MOVE CTA-NUMERO TO SAL-CUENTA.
           MOVE 0          TO SAL-PERIODO.
           START GLSALDOS KEY IS NOT LESS THAN SAL-CLAVE
              INVALID KEY MOVE "S" TO FIN-SALDOS
           END-START.
           PERFORM SUMO-UN-PERIODO UNTIL FIN-SALDOS = "S".
           COMPUTE W-SALDO-FINAL = W-SALDO-ANTERIOR
                                 + W-DEBE-PERIODO - W-HABER-PERIODO.
       F-SUMO-SALDOS-CUENTA.
           EXIT.
      *
       SUMO-UN-PERIODO.
           READ GLSALDOS NEXT RECORD
              AT END MOVE "S" TO FIN-SALDOS
           END-READ.
           IF FIN-SALDOS = "N"
              IF SAL-CUENTA NOT = CTA-NUMERO
                 OR SAL-PERIODO > W-ANNO-MES-PEDIDO
                 MOVE "S" TO FIN-SALDOS
              ELSE
                 IF SAL-PERIODO = W-ANNO-MES-PEDIDO
                    MOVE SAL-DEBE  TO W-DEBE-PERIODO
                    MOVE SAL-HABER TO W-HABER-PERIODO
                 ELSE
                    ADD SAL-DEBE TO W-SALDO-ANTERIOR
                    SUBTRACT SAL-HABER FROM W-SALDO-ANTERIOR
                 END-IF
              END-IF
           END-IF.
      *
       IMPRIME-CUENTA.
           MOVE CTA-NUMERO        TO L-DET-CUENTA.
           MOVE CTA-NOMBRE        TO L-DET-NOMBRE.
           MOVE CTA-TIPO          TO L-DET-TIPO.
           MOVE W-SALDO-ANTERIOR  TO L-DET-ANTERIOR.
           MOVE W-DEBE-PERIODO    TO L-DET-DEBE.
           MOVE W-HABER-PERIODO   TO L-DET-HABER.
           MOVE W-SALDO-FINAL     TO L-DET-FINAL.
           MOVE L-DETALLE TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           ADD 1 TO W-CANT-CUENTAS.
           ADD W-SALDO-ANTERIOR TO TOT-SALDO-ANTERIOR.
           ADD W-DEBE-PERIODO   TO TOT-DEBE.
           ADD W-HABER-PERIODO  TO TOT-HABER.
           ADD W-SALDO-FINAL    TO TOT-SALDO-FINAL.
      *
       TERMINAR.
           MOVE TOT-SALDO-ANTERIOR TO L-TOT-ANTERIOR.
           MOVE TOT-DEBE           TO L-TOT-DEBE.
           MOVE TOT-HABER          TO L-TOT-HABER.
           MOVE TOT-SALDO-FINAL    TO L-TOT-FINAL.
           MOVE L-TOTAL TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           IF TOT-DEBE = TOT-HABER AND TOT-SALDO-FINAL = 0
              MOVE "EL BALANCE CIERRA" TO L-CTL-TEXTO
           ELSE
              MOVE "*** EL BALANCE NO CIERRA - REVISAR EL MAYOR ***"
                                        TO L-CTL-TEXTO
           END-IF.
           MOVE L-CONTROL TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           DISPLAY "RPTBAL1 CUENTAS IMPRESAS: " W-CANT-CUENTAS.
           CLOSE GLCTAS.
           CLOSE GLSALDOS.
           MOVE "C" TO RPTWRT-ACTION.
           CALL "RPTWRT" USING RPTWRT-PARMS.
      *
       ESCRIBO-LINEA.
           MOVE "L" TO RPTWRT-ACTION.
           CALL "RPTWRT" USING RPTWRT-PARMS.
       END PROGRAM RPTBAL1.
