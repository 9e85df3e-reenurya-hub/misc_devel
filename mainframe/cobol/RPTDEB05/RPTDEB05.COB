       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDEB05.
      *
      *    REGISTRO MENSUAL DE CASTIGOS DE DEUDORES
      *    PIDE UN ANIO-MES (AAAAMM) Y LISTA PARA LOS AUDITORES LOS
      *    CASTIGOS APROBADOS EN CASDEU2 DURANTE EL MES (POR FECHA
      *    DE RESOLUCION), ORDENADOS CON UN SORT POR MOTIVO Y POR
      *    OPERADOR QUE PROPUSO, CON SUBTOTAL POR OPERADOR, POR
      *    MOTIVO Y TOTAL GENERAL. CADA LINEA LLEVA EL DEUDOR, LAS
      *    FECHAS DE PROPUESTA Y APROBACION, EL SUPERVISOR QUE
      *    APROBO Y EL IMPORTE CASTIGADO. AL PIE CUENTA LAS
      *    PROPUESTAS RECHAZADAS EN EL MES.
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
           SELECT OPTIONAL CASTIGOS ASSIGN TO "./castigos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CAS-CLAVE
                  STATUS ST-FILE-CAS.
           SELECT ORDENADOS ASSIGN TO "RPTDEB05.SRT"
           STATUS ST-FILE-SRT.
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
       FD CASTIGOS.
       01 REG-CASTIGOS.
           03 CAS-CLAVE.
               05 CAS-DEU-ID           PIC 9(20).
               05 CAS-FECHA-PROPUESTA  PIC 9(8).
               05 CAS-SECUENCIA        PIC 9(2).
           03 CAS-MOTIVO               PIC 9(2).
           03 CAS-OBSERVACION          PIC X(40).
           03 CAS-SALDO-PROPUESTO      PIC 9(10)V9(2).
           03 CAS-OPERADOR-PROPONE     PIC X(8).
           03 CAS-ESTADO               PIC X.
              88 CAS-PENDIENTE         VALUE "P".
              88 CAS-APROBADO          VALUE "A".
              88 CAS-RECHAZADO         VALUE "R".
           03 CAS-FECHA-RESOLUCION     PIC 9(8).
           03 CAS-OPERADOR-RESUELVE    PIC X(8).
           03 CAS-IMPORTE-CASTIGADO    PIC 9(10)V9(2).
           03 FILLER                   PIC X(30).
      *
      *    EL REGISTRO DE TRABAJO: MOTIVO + OPERADOR QUE PROPUSO +
      *    DEUDOR, CON LO QUE SE IMPRIME DE CADA CASTIGO
       SD ORDENADOS.
       01 REG-ORDENADO.
           03  SRT-MOTIVO          PIC 9(2).
           03  SRT-OPERADOR        PIC X(8).
           03  SRT-DEU-ID          PIC 9(20).
           03  SRT-FECHA-PROPUESTA PIC 9(8).
           03  SRT-FECHA-APROBADO  PIC 9(8).
           03  SRT-SUPERVISOR      PIC X(8).
           03  SRT-IMPORTE         PIC 9(10)V9(2).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-CAS             PIC XX.
       01  ST-FILE-SRT             PIC XX.
       01  FIN-CASTIGOS            PIC X VALUE "N".
       01  FIN-ORDENADOS           PIC X VALUE "N".
       01  W-ANNO-MES-PEDIDO       PIC 9(6).
       01  W-HAY-GRUPO             PIC X VALUE "N".
       01  W-GRP-MOTIVO            PIC 9(2).
       01  W-GRP-OPERADOR          PIC X(8).
       01  W-DEU-NOMBRE-COMPLETO   PIC X(70).
      *
       01  W-CANT-OPERADOR         PIC 9(6).
       01  W-TOTAL-OPERADOR        PIC 9(12)V9(2).
       01  W-CANT-MOTIVO           PIC 9(6).
       01  W-TOTAL-MOTIVO          PIC 9(12)V9(2).
       01  W-CANT-GENERAL          PIC 9(6) VALUE 0.
       01  W-TOTAL-GENERAL         PIC 9(12)V9(2) VALUE 0.
       01  W-CANT-RECHAZADAS       PIC 9(6) VALUE 0.
      *
      *    MOTIVOS DE CASTIGO (LOS MISMOS EN CASDEU1 Y CASDEU2)
       01  W-MOTIVOS-VALORES.
           03  FILLER              PIC X(30) VALUE
               "INSOLVENCIA DEL DEUDOR".
           03  FILLER              PIC X(30) VALUE
               "CONCURSO O QUIEBRA".
           03  FILLER              PIC X(30) VALUE
               "FALLECIMIENTO SIN SUCESION".
           03  FILLER              PIC X(30) VALUE
               "DEUDOR INUBICABLE".
           03  FILLER              PIC X(30) VALUE
               "DEUDA PRESCRIPTA".
           03  FILLER              PIC X(30) VALUE
               "COBRO ANTIECONOMICO".
       01  W-MOTIVOS-TABLA REDEFINES W-MOTIVOS-VALORES.
           03  W-MOTIVO-DESC       PIC X(30) OCCURS 6 TIMES.
       01  W-MAX-MOTIVOS           PIC 99 VALUE 6.
      *
      *    PARAMETERS FOR THE SHARED RPTWRT REPORT WRITER, WHICH
      *    HANDLES THE PAGE HEADINGS, OVERFLOW AND TRAILER
           COPY "RPTWRT.CPY".
      *
       01  L-ENCABEZADO.
           03  FILLER          PIC X(20) VALUE "MES: ".
           03  L-ENC-ANNO-MES  PIC 9(6).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(22) VALUE "DEUDOR".
           03  FILLER          PIC X(32) VALUE "APELLIDO Y NOMBRE".
           03  FILLER          PIC X(10) VALUE "PROPUESTO".
           03  FILLER          PIC X(10) VALUE "APROBADO".
           03  FILLER          PIC X(10) VALUE "SUPERV.".
           03  FILLER          PIC X(14) VALUE "IMPORTE".
       01  L-MOTIVO.
           03  FILLER          PIC X(8)  VALUE "MOTIVO ".
           03  L-MOT-CODIGO    PIC 99.
           03  FILLER          PIC X(3)  VALUE " - ".
           03  L-MOT-DESC      PIC X(30).
       01  L-OPERADOR.
           03  FILLER          PIC X(14) VALUE "  PROPUSO:    ".
           03  L-OPE-OPERADOR  PIC X(8).
       01  L-DETALLE.
           03  L-DET-DEU-ID    PIC Z(19)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-NOMBRE    PIC X(30).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-PROPUESTO PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-APROBADO  PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-SUPERV    PIC X(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-IMPORTE   PIC Z(9)9,99.
       01  L-SUBTOTAL.
           03  FILLER          PIC X(4)  VALUE SPACES.
           03  L-SUB-ROTULO    PIC X(30).
           03  L-SUB-CANT      PIC ZZZ.ZZ9.
           03  FILLER          PIC X(4)  VALUE SPACES.
           03  L-SUB-IMPORTE   PIC Z(11)9,99.
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(34).
           03  L-CTL-VALOR     PIC ZZZ.ZZ9.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZACION.
           SORT ORDENADOS
              ON ASCENDING KEY SRT-MOTIVO SRT-OPERADOR SRT-DEU-ID
              INPUT PROCEDURE IS EXTRAIGO-CASTIGOS
              OUTPUT PROCEDURE IS IMPRIMO-ORDENADOS.
           PERFORM TERMINAR.
           STOP RUN.
      *
       INICIALIZACION.
           DISPLAY "REGISTRO MENSUAL DE CASTIGOS DE DEUDORES".
           DISPLAY "ANIO-MES AAAAMM        : ".
           ACCEPT W-ANNO-MES-PEDIDO.
           OPEN INPUT DEUDORES.
           OPEN INPUT CASTIGOS.
           IF ST-FILE-CAS > "07"
              DISPLAY "ERROR AL ABRIR CASTIGOS " ST-FILE-CAS
              MOVE "S" TO FIN-CASTIGOS
           END-IF.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./rptdeb05.lst" TO RPTWRT-REPORT-NAME.
           MOVE "RPTDEB05" TO RPTWRT-PROGRAM.
           MOVE "A"       TO RPTWRT-RETENTION.
           MOVE "REGISTRO DE CASTIGOS DE DEUDORES" TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
           MOVE W-ANNO-MES-PEDIDO TO L-ENC-ANNO-MES.
           MOVE L-ENCABEZADO TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE L-ENCABEZADO2 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
      *
      *    EXTRACCION: LOS CASTIGOS RESUELTOS EN EL MES PEDIDO; LOS
      *    APROBADOS VAN AL SORT Y LOS RECHAZADOS SOLO SE CUENTAN
       EXTRAIGO-CASTIGOS.
           PERFORM EXTRAIGO-UN-CASTIGO THRU F-EXTRAIGO-UN-CASTIGO
              UNTIL FIN-CASTIGOS = "S".
      *
       EXTRAIGO-UN-CASTIGO.
           READ CASTIGOS NEXT RECORD
              AT END MOVE "S" TO FIN-CASTIGOS
           END-READ.
           IF FIN-CASTIGOS = "S" GO TO F-EXTRAIGO-UN-CASTIGO.
           IF CAS-PENDIENTE GO TO F-EXTRAIGO-UN-CASTIGO.
           IF CAS-FECHA-RESOLUCION(1:6) NOT = W-ANNO-MES-PEDIDO
              GO TO F-EXTRAIGO-UN-CASTIGO
           END-IF.
           IF CAS-RECHAZADO
              ADD 1 TO W-CANT-RECHAZADAS
              GO TO F-EXTRAIGO-UN-CASTIGO
           END-IF.
           MOVE CAS-MOTIVO            TO SRT-MOTIVO.
           MOVE CAS-OPERADOR-PROPONE  TO SRT-OPERADOR.
           MOVE CAS-DEU-ID            TO SRT-DEU-ID.
           MOVE CAS-FECHA-PROPUESTA   TO SRT-FECHA-PROPUESTA.
           MOVE CAS-FECHA-RESOLUCION  TO SRT-FECHA-APROBADO.
           MOVE CAS-OPERADOR-RESUELVE TO SRT-SUPERVISOR.
           MOVE CAS-IMPORTE-CASTIGADO TO SRT-IMPORTE.
           RELEASE REG-ORDENADO.
       F-EXTRAIGO-UN-CASTIGO.
           EXIT.
      *
      *    CORTE DE CONTROL EN DOS NIVELES: AL CAMBIAR EL OPERADOR
      *    SE CIERRA SU SUBTOTAL, Y AL CAMBIAR EL MOTIVO TAMBIEN EL
      *    DEL MOTIVO
       IMPRIMO-ORDENADOS.
           PERFORM IMPRIMO-UN-CASTIGO THRU F-IMPRIMO-UN-CASTIGO
              UNTIL FIN-ORDENADOS = "S".
           IF W-HAY-GRUPO = "S"
              PERFORM CIERRO-OPERADOR
              PERFORM CIERRO-MOTIVO
           END-IF.
      *
       IMPRIMO-UN-CASTIGO.
           RETURN ORDENADOS
              AT END
                 MOVE "S" TO FIN-ORDENADOS
                 GO TO F-IMPRIMO-UN-CASTIGO
           END-RETURN.
           IF W-HAY-GRUPO = "S"
              IF SRT-MOTIVO NOT = W-GRP-MOTIVO
                 PERFORM CIERRO-OPERADOR
                 PERFORM CIERRO-MOTIVO
                 MOVE "N" TO W-HAY-GRUPO
              ELSE
                 IF SRT-OPERADOR NOT = W-GRP-OPERADOR
                    PERFORM CIERRO-OPERADOR
                    PERFORM ABRO-OPERADOR
                 END-IF
              END-IF
           END-IF.
           IF W-HAY-GRUPO = "N"
              MOVE "S" TO W-HAY-GRUPO
              PERFORM ABRO-MOTIVO
              PERFORM ABRO-OPERADOR
           END-IF.
           PERFORM IMPRIME-DETALLE.
       F-IMPRIMO-UN-CASTIGO.
           EXIT.
      *
       ABRO-MOTIVO.
           MOVE SRT-MOTIVO TO W-GRP-MOTIVO.
           MOVE 0 TO W-CANT-MOTIVO.
           MOVE 0 TO W-TOTAL-MOTIVO.
           MOVE SRT-MOTIVO TO L-MOT-CODIGO.
           IF SRT-MOTIVO > 0 AND SRT-MOTIVO NOT > W-MAX-MOTIVOS
              MOVE W-MOTIVO-DESC(SRT-MOTIVO) TO L-MOT-DESC
           ELSE
              MOVE "** MOTIVO DESCONOCIDO **" TO L-MOT-DESC
           END-IF.
           MOVE SPACES TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE L-MOTIVO TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
      *
       ABRO-OPERADOR.
           MOVE SRT-OPERADOR TO W-GRP-OPERADOR.
           MOVE 0 TO W-CANT-OPERADOR.
           MOVE 0 TO W-TOTAL-OPERADOR.
           MOVE SRT-OPERADOR TO L-OPE-OPERADOR.
           MOVE L-OPERADOR TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
      *
       IMPRIME-DETALLE.
           MOVE SRT-DEU-ID TO DEU_ID.
           READ DEUDORES
              INVALID KEY
                 MOVE SPACES TO DEU_APELLIDO
                 MOVE "** DEUDOR INEXISTENTE **" TO DEU_NOMBRE
           END-READ.
           MOVE SPACES TO W-DEU-NOMBRE-COMPLETO.
           STRING DEU_APELLIDO DELIMITED BY "  "
                  " "          DELIMITED BY SIZE
                  DEU_NOMBRE   DELIMITED BY "  "
                  INTO W-DEU-NOMBRE-COMPLETO
           END-STRING.
           MOVE SRT-DEU-ID            TO L-DET-DEU-ID.
           MOVE W-DEU-NOMBRE-COMPLETO TO L-DET-NOMBRE.
           MOVE SRT-FECHA-PROPUESTA   TO L-DET-PROPUESTO.
           MOVE SRT-FECHA-APROBADO    TO L-DET-APROBADO.
           MOVE SRT-SUPERVISOR        TO L-DET-SUPERV.
           MOVE SRT-IMPORTE           TO L-DET-IMPORTE.
           MOVE L-DETALLE TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           ADD 1           TO W-CANT-OPERADOR.
           ADD SRT-IMPORTE TO W-TOTAL-OPERADOR.
      *
       CIERRO-OPERADOR.
           MOVE "TOTAL OPERADOR:"  TO L-SUB-ROTULO.
           MOVE W-CANT-OPERADOR    TO L-SUB-CANT.
           MOVE W-TOTAL-OPERADOR   TO L-SUB-IMPORTE.
           MOVE L-SUBTOTAL TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           ADD W-CANT-OPERADOR  TO W-CANT-MOTIVO.
           ADD W-TOTAL-OPERADOR TO W-TOTAL-MOTIVO.
      *
       CIERRO-MOTIVO.
           MOVE "TOTAL MOTIVO:"    TO L-SUB-ROTULO.
           MOVE W-CANT-MOTIVO      TO L-SUB-CANT.
           MOVE W-TOTAL-MOTIVO     TO L-SUB-IMPORTE.
           MOVE L-SUBTOTAL TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           ADD W-CANT-MOTIVO  TO W-CANT-GENERAL.
           ADD W-TOTAL-MOTIVO TO W-TOTAL-GENERAL.
      *
       TERMINAR.
           MOVE SPACES TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE "TOTAL GENERAL CASTIGADO:" TO L-SUB-ROTULO.
           MOVE W-CANT-GENERAL     TO L-SUB-CANT.
           MOVE W-TOTAL-GENERAL    TO L-SUB-IMPORTE.
           MOVE L-SUBTOTAL TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE "PROPUESTAS RECHAZADAS EN EL MES:" TO L-CTL-ROTULO.
           MOVE W-CANT-RECHAZADAS  TO L-CTL-VALOR.
           MOVE L-CONTROL TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           DISPLAY "RPTDEB05 CASTIGOS LISTADOS: " W-CANT-GENERAL.
           CLOSE DEUDORES.
           CLOSE CASTIGOS.
           MOVE "C" TO RPTWRT-ACTION.
           CALL "RPTWRT" USING RPTWRT-PARMS.
      *
       ESCRIBO-LINEA.
           MOVE "L" TO RPTWRT-ACTION.
           CALL "RPTWRT" USING RPTWRT-PARMS.
       END PROGRAM RPTDEB05.
