       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVLOT1.
      *
      *    CONVERSION POR UNICA VEZ DE LOTESPROC.DAT AL LAYOUT CON
      *    ESTADO DEL LOTE (VER CARGAVD1, CARGACLI Y ANULVD1). EL
      *    REGISTRO CRECE, ASI QUE NO ALCANZA CON REDEFINIR.
      *    PROCEDIMIENTO DE CORRIDA: OPERACIONES RENOMBRA EL ARCHIVO
      *    VIVO A LOTESPROC.OLD, CORRE ESTA CONVERSION (QUE CREA EL
      *    NUEVO .DAT) Y VERIFICA EN CNVLOT1.LST LA PRUEBA DE
      *    CANTIDADES ANTES/DESPUES, QUE DEBEN COINCIDIR, ANTES DE
      *    HABILITAR LAS CARGAS. TODO LOTE YA REGISTRADO QUEDA COMO
      *    CARGADO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOTESPROCV ASSIGN TO "./lotesproc.old"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS VLT-CLAVE
           STATUS ST-FILE-VLT.
           SELECT LOTESPROC ASSIGN TO "./lotesproc.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS LOT-CLAVE
           STATUS ST-FILE-LOT.
           SELECT LISTADO ASSIGN TO "./cnvlot1.lst"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LST.
       DATA DIVISION.
       FILE SECTION.
      *    EL LAYOUT VIEJO, TAL COMO LO ESCRIBIAN CARGAVD1 Y CARGACLI
       FD LOTESPROCV.
       01 REG-LOTESPROCV.
           03  VLT-CLAVE.
               05  VLT-ARCHIVO     PIC X(10).
               05  VLT-NUMERO      PIC 9(6).
           03  VLT-FECHA           PIC 9(8).
           03  VLT-CANT            PIC 9(6).
           03  VLT-IMPORTE         PIC S9(13)V9(3).
      *
       FD LOTESPROC.
       01 REG-LOTESPROC.
           03  LOT-CLAVE.
               05  LOT-ARCHIVO     PIC X(10).
               05  LOT-NUMERO      PIC 9(6).
           03  LOT-FECHA           PIC 9(8).
           03  LOT-CANT            PIC 9(6).
           03  LOT-IMPORTE         PIC S9(13)V9(3).
           03  LOT-ESTADO          PIC X.
              88  LOT-CARGADO      VALUE " ".
              88  LOT-ANULADO      VALUE "A".
           03  LOT-FECHA-ANULACION PIC 9(8).
           03  LOT-OPERADOR-ANULA  PIC X(8).
           03  FILLER              PIC X(20).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-VLT             PIC XX.
       01  ST-FILE-LOT             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  FIN-ARCHIVO             PIC X.
      *
       01  W-CANT-LOT-LEIDOS       PIC 9(7) VALUE 0.
       01  W-CANT-LOT-GRABADOS     PIC 9(7) VALUE 0.
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       01  L-TITULO            PIC X(50) VALUE
           "CONVERSION DE LOTESPROC AL LAYOUT CON ESTADO".
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(35).
           03  L-CTL-VALOR     PIC ZZZZ.ZZ9.
       01  L-VEREDICTO         PIC X(60).
      *
       PROCEDURE DIVISION.
       MAIN.
           OPEN OUTPUT LISTADO.
           WRITE LINEA-LISTADO FROM L-TITULO.
           PERFORM CONVIERTO-LOTES THRU F-CONVIERTO-LOTES.
           PERFORM TERMINAR.
           STOP RUN.
      *
       CONVIERTO-LOTES.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT LOTESPROCV.
           IF ST-FILE-VLT > "07"
              MOVE "  (SIN LOTESPROC.OLD PARA CONVERTIR)"
                 TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              GO TO F-CONVIERTO-LOTES
           END-IF.
           OPEN OUTPUT LOTESPROC.
           IF ST-FILE-LOT > "07"
              DISPLAY "ERROR AL CREAR LOTESPROC.DAT " ST-FILE-LOT
              MOVE "CNVLOT1"         TO ERRLOG-PROGRAM
              MOVE "CONVIERTO-LOTES" TO ERRLOG-PARAGRAPH
              MOVE "LOTESPROC"       TO ERRLOG-FILENAME
              MOVE SPACES            TO ERRLOG-KEYVALUE
              MOVE ST-FILE-LOT       TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              CLOSE LOTESPROCV
              GO TO F-CONVIERTO-LOTES
           END-IF.
           PERFORM CONVIERTO-UN-LOTE THRU F-CONVIERTO-UN-LOTE
              UNTIL FIN-ARCHIVO = "S".
           CLOSE LOTESPROCV.
           CLOSE LOTESPROC.
       F-CONVIERTO-LOTES.
           EXIT.
      *
       CONVIERTO-UN-LOTE.
           READ LOTESPROCV NEXT RECORD
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-CONVIERTO-UN-LOTE.
           ADD 1 TO W-CANT-LOT-LEIDOS.
           INITIALIZE REG-LOTESPROC.
           MOVE VLT-ARCHIVO       TO LOT-ARCHIVO.
           MOVE VLT-NUMERO        TO LOT-NUMERO.
           MOVE VLT-FECHA         TO LOT-FECHA.
           MOVE VLT-CANT          TO LOT-CANT.
           MOVE VLT-IMPORTE       TO LOT-IMPORTE.
           SET LOT-CARGADO        TO TRUE.
           WRITE REG-LOTESPROC.
           IF ST-FILE-LOT > "07"
              DISPLAY "ERROR GRABANDO LOTESPROC " ST-FILE-LOT
              MOVE "CNVLOT1"           TO ERRLOG-PROGRAM
              MOVE "CONVIERTO-UN-LOTE" TO ERRLOG-PARAGRAPH
              MOVE "LOTESPROC"         TO ERRLOG-FILENAME
              MOVE LOT-CLAVE            TO ERRLOG-KEYVALUE
              MOVE ST-FILE-LOT          TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-CONVIERTO-UN-LOTE
           END-IF.
           ADD 1 TO W-CANT-LOT-GRABADOS.
       F-CONVIERTO-UN-LOTE.
           EXIT.
      *
      *    LA PRUEBA ANTES/DESPUES: LEIDOS Y GRABADOS DEBEN
      *    COINCIDIR ANTES DE HABILITAR LAS CARGAS
       TERMINAR.
           MOVE "LOTESPROC LEIDOS (ANTES):"    TO L-CTL-ROTULO.
           MOVE W-CANT-LOT-LEIDOS              TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "LOTESPROC GRABADOS (DESPUES):" TO L-CTL-ROTULO.
           MOVE W-CANT-LOT-GRABADOS            TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           IF W-CANT-LOT-LEIDOS = W-CANT-LOT-GRABADOS
              MOVE "PRUEBA DE CANTIDADES: CORRECTA" TO L-VEREDICTO
           ELSE
              MOVE "PRUEBA DE CANTIDADES: *** NO COINCIDE ***"
                 TO L-VEREDICTO
           END-IF.
           WRITE LINEA-LISTADO FROM L-VEREDICTO.
           DISPLAY "CNVLOT1 LOTESPROC " W-CANT-LOT-LEIDOS " -> "
                   W-CANT-LOT-GRABADOS.
           DISPLAY L-VEREDICTO.
           CLOSE LISTADO.
           MOVE "CNVLOT1"       TO RPTARC-PROGRAM.
           MOVE "CONVERSION DE LOTESPROC.DAT"
              TO RPTARC-TITLE.
           MOVE "./cnvlot1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SPACES          TO RPTARC-OPERATOR.
           MOVE "D"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM CNVLOT1.
