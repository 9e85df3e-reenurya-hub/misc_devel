       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVFAC1.
      *
      *    CONVERSION POR UNICA VEZ DE FACTURAS.DAT, FACITEMS.DAT Y
      *    NOTCRED.DAT AL LAYOUT CON DESGLOSE DE IVA Y AUTORIZACION
      *    ELECTRONICA (VER FACTCLI1, FACAUT1 Y FACAUT2). LOS
      *    REGISTROS CRECEN, ASI QUE NO ALCANZA CON EL FILLER.
      *    PROCEDIMIENTO DE CORRIDA: OPERACIONES RENOMBRA LOS
      *    ARCHIVOS VIVOS A FACTURAS.OLD, FACITEMS.OLD Y NOTCRED.OLD,
      *    CORRE ESTA CONVERSION (QUE CREA LOS NUEVOS .DAT) Y
      *    VERIFICA EN CNVFAC1.LST LA PRUEBA DE CANTIDADES
      *    ANTES/DESPUES, QUE DEBEN COINCIDIR, ANTES DE HABILITAR EL
      *    SISTEMA. LO YA EMITIDO NO LLEVABA IVA: QUEDA TODO COMO
      *    NETO CON TASA 0, Y LAS FACTURAS CON FAC-AUT-ESTADO EN
      *    ESPACIOS (ANTERIORES AL REGIMEN), QUE NO SE ENVIAN A
      *    AUTORIZAR NI ENTRAN AL LIBRO DE IVA.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FACTURASV ASSIGN TO "./facturas.old"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS VFA-NUMERO
           STATUS ST-FILE-VFA.
           SELECT OPTIONAL FACITEMSV ASSIGN TO "./facitems.old"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS VIT-CLAVE
           STATUS ST-FILE-VIT.
           SELECT OPTIONAL NOTCREDV ASSIGN TO "./notcred.old"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS VNC-NUMERO
           STATUS ST-FILE-VNC.
           SELECT FACTURAS ASSIGN TO "./facturas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS FAC-NUMERO
           STATUS ST-FILE-FAC.
           SELECT FACITEMS ASSIGN TO "./facitems.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS ITM-CLAVE
           STATUS ST-FILE-ITM.
           SELECT NOTCRED ASSIGN TO "./notcred.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NC-NUMERO
           ALTERNATE KEY NC-FAC-NUMERO WITH DUPLICATES
           STATUS ST-FILE-NCR.
           SELECT LISTADO ASSIGN TO "./cnvfac1.lst"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LST.
       DATA DIVISION.
       FILE SECTION.
      *    LOS LAYOUTS VIEJOS, TAL COMO LOS ESCRIBIA FACTCLI1
       FD FACTURASV.
       01 REG-FACTURASV.
           03  VFA-NUMERO          PIC 9(7).
           03  VFA-FECHA           PIC 9(8).
           03  VFA-HORA            PIC 9(8).
           03  VFA-ID-CLIENTE      PIC 9(7).
           03  VFA-CANT-ITEMS      PIC 9(2).
           03  VFA-TOTAL           PIC S9(9)V9(3).
           03  VFA-ESTADO          PIC X.
           03  VFA-IMPORTE-ACREDITADO PIC S9(9)V9(3).
           03  FILLER              PIC X(8).
      *
       FD FACITEMSV.
       01 REG-FACITEMSV.
           03  VIT-CLAVE.
               05  VIT-FAC-NUMERO  PIC 9(7).
               05  VIT-NRO         PIC 9(2).
           03  VIT-DESCRIPCION     PIC X(40).
           03  VIT-CANTIDAD        PIC 9(5).
           03  VIT-PRECIO-UNIT     PIC 9(7)V9(3).
           03  VIT-IMPORTE         PIC S9(9)V9(3).
      *
       FD NOTCREDV.
       01 REG-NOTCREDV.
           03  VNC-NUMERO          PIC 9(7).
           03  VNC-FECHA           PIC 9(8).
           03  VNC-HORA            PIC 9(8).
           03  VNC-ID-CLIENTE      PIC 9(7).
           03  VNC-FAC-NUMERO      PIC 9(7).
           03  VNC-CANT-ITEMS      PIC 9(2).
           03  VNC-TOTAL           PIC S9(9)V9(3).
           03  VNC-TIPO            PIC X.
           03  VNC-OPERADOR        PIC X(8).
           03  FILLER              PIC X(20).
      *
      *    LOS LAYOUTS NUEVOS (VER FACTCLI1)
       FD FACTURAS.
       01 REG-FACTURAS.
           03  FAC-NUMERO          PIC 9(7).
           03  FAC-FECHA           PIC 9(8).
           03  FAC-HORA            PIC 9(8).
           03  FAC-ID-CLIENTE      PIC 9(7).
           03  FAC-CANT-ITEMS      PIC 9(2).
           03  FAC-TOTAL           PIC S9(9)V9(3).
           03  FAC-ESTADO          PIC X.
              88  FAC-EMITIDA      VALUE "E".
              88  FAC-ANULADA      VALUE "A".
              88  FAC-ACRED-PARCIAL VALUE "P".
           03  FAC-IMPORTE-ACREDITADO PIC S9(9)V9(3).
           03  FAC-CATEGORIA       PIC X.
           03  FAC-TASA            PIC 9(2)V9(2).
           03  FAC-NETO            PIC S9(9)V9(3).
           03  FAC-IVA             PIC S9(9)V9(3).
           03  FAC-AUT-ESTADO      PIC X.
              88  FAC-SIN-REGIMEN  VALUE " ".
              88  FAC-AUT-PENDIENTE VALUE "P".
              88  FAC-AUT-ENVIADA  VALUE "S".
              88  FAC-AUTORIZADA   VALUE "A".
              88  FAC-AUT-RECHAZADA VALUE "R".
           03  FAC-CAE             PIC 9(14).
           03  FAC-CAE-VTO         PIC 9(8).
           03  FAC-FECHA-AUT       PIC 9(8).
           03  FAC-MOTIVO-RECHAZO  PIC X(40).
           03  FILLER              PIC X(50).
      *
       FD FACITEMS.
       01 REG-FACITEMS.
           03  ITM-CLAVE.
               05  ITM-FAC-NUMERO  PIC 9(7).
               05  ITM-NRO         PIC 9(2).
           03  ITM-DESCRIPCION     PIC X(40).
           03  ITM-CANTIDAD        PIC 9(5).
           03  ITM-PRECIO-UNIT     PIC 9(7)V9(3).
           03  ITM-IMPORTE         PIC S9(9)V9(3).
           03  ITM-NETO            PIC S9(9)V9(3).
           03  ITM-IVA             PIC S9(9)V9(3).
           03  FILLER              PIC X(20).
      *
       FD NOTCRED.
       01 REG-NOTCRED.
           03  NC-NUMERO           PIC 9(7).
           03  NC-FECHA            PIC 9(8).
           03  NC-HORA             PIC 9(8).
           03  NC-ID-CLIENTE       PIC 9(7).
           03  NC-FAC-NUMERO       PIC 9(7).
           03  NC-CANT-ITEMS       PIC 9(2).
           03  NC-TOTAL            PIC S9(9)V9(3).
           03  NC-TIPO             PIC X.
              88  NC-TOTAL-FACTURA VALUE "T".
              88  NC-PARCIAL       VALUE "P".
           03  NC-OPERADOR         PIC X(8).
           03  NC-NETO             PIC S9(9)V9(3).
           03  NC-IVA              PIC S9(9)V9(3).
           03  FILLER              PIC X(20).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-VFA             PIC XX.
       01  ST-FILE-VIT             PIC XX.
       01  ST-FILE-VNC             PIC XX.
       01  ST-FILE-FAC             PIC XX.
       01  ST-FILE-ITM             PIC XX.
       01  ST-FILE-NCR             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  FIN-ARCHIVO             PIC X.
      *
       01  W-CANT-FAC-LEIDOS       PIC 9(7) VALUE 0.
       01  W-CANT-FAC-GRABADOS     PIC 9(7) VALUE 0.
       01  W-CANT-ITM-LEIDOS       PIC 9(7) VALUE 0.
       01  W-CANT-ITM-GRABADOS     PIC 9(7) VALUE 0.
       01  W-CANT-NCR-LEIDOS       PIC 9(7) VALUE 0.
       01  W-CANT-NCR-GRABADOS     PIC 9(7) VALUE 0.
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       01  L-TITULO            PIC X(50) VALUE
           "CONVERSION DE FACTURAS AL LAYOUT CON IVA".
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(35).
           03  L-CTL-VALOR     PIC ZZZZ.ZZ9.
       01  L-VEREDICTO         PIC X(60).
      *
       PROCEDURE DIVISION.
       MAIN.
           OPEN OUTPUT LISTADO.
           WRITE LINEA-LISTADO FROM L-TITULO.
           PERFORM CONVIERTO-FACTURAS THRU F-CONVIERTO-FACTURAS.
           PERFORM CONVIERTO-FACITEMS THRU F-CONVIERTO-FACITEMS.
           PERFORM CONVIERTO-NOTCRED THRU F-CONVIERTO-NOTCRED.
           PERFORM TERMINAR.
           STOP RUN.
      *
       CONVIERTO-FACTURAS.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT FACTURASV.
           IF ST-FILE-VFA > "07"
              MOVE "  (SIN FACTURAS.OLD PARA CONVERTIR)"
                 TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              GO TO F-CONVIERTO-FACTURAS
           END-IF.
           OPEN OUTPUT FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR AL CREAR FACTURAS.DAT " ST-FILE-FAC
              MOVE "CNVFAC1"            TO ERRLOG-PROGRAM
              MOVE "CONVIERTO-FACTURAS" TO ERRLOG-PARAGRAPH
              MOVE "FACTURAS"           TO ERRLOG-FILENAME
              MOVE SPACES               TO ERRLOG-KEYVALUE
              MOVE ST-FILE-FAC          TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              CLOSE FACTURASV
              GO TO F-CONVIERTO-FACTURAS
           END-IF.
           PERFORM CONVIERTO-UNA-FACTURA UNTIL FIN-ARCHIVO = "S".
           CLOSE FACTURASV.
           CLOSE FACTURAS.
       F-CONVIERTO-FACTURAS.
           EXIT.
      *
       CONVIERTO-UNA-FACTURA.
           READ FACTURASV NEXT RECORD
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-CONVIERTO-UNA-FACTURA.
           ADD 1 TO W-CANT-FAC-LEIDOS.
           INITIALIZE REG-FACTURAS.
           MOVE VFA-NUMERO        TO FAC-NUMERO.
           MOVE VFA-FECHA         TO FAC-FECHA.
           MOVE VFA-HORA          TO FAC-HORA.
           MOVE VFA-ID-CLIENTE    TO FAC-ID-CLIENTE.
           MOVE VFA-CANT-ITEMS    TO FAC-CANT-ITEMS.
           MOVE VFA-TOTAL         TO FAC-TOTAL.
           MOVE VFA-ESTADO        TO FAC-ESTADO.
      *    LAS FACTURAS ANTERIORES A LAS NOTAS DE CREDITO TRAEN
      *    ESPACIOS EN EL IMPORTE ACREDITADO
           IF VFA-IMPORTE-ACREDITADO IS NUMERIC
              MOVE VFA-IMPORTE-ACREDITADO TO FAC-IMPORTE-ACREDITADO
           ELSE
              MOVE 0 TO FAC-IMPORTE-ACREDITADO
           END-IF.
           MOVE SPACE             TO FAC-CATEGORIA.
           MOVE 0                 TO FAC-TASA.
           MOVE VFA-TOTAL         TO FAC-NETO.
           MOVE 0                 TO FAC-IVA.
           SET FAC-SIN-REGIMEN    TO TRUE.
           WRITE REG-FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR GRABANDO FACTURAS " ST-FILE-FAC
              MOVE "CNVFAC1"               TO ERRLOG-PROGRAM
              MOVE "CONVIERTO-UNA-FACTURA" TO ERRLOG-PARAGRAPH
              MOVE "FACTURAS"              TO ERRLOG-FILENAME
              MOVE FAC-NUMERO               TO ERRLOG-KEYVALUE
              MOVE ST-FILE-FAC              TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-CONVIERTO-UNA-FACTURA
           END-IF.
           ADD 1 TO W-CANT-FAC-GRABADOS.
       F-CONVIERTO-UNA-FACTURA.
           EXIT.
      *
       CONVIERTO-FACITEMS.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT FACITEMSV.
           IF ST-FILE-VIT > "07"
              MOVE "  (SIN FACITEMS.OLD PARA CONVERTIR)"
                 TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              GO TO F-CONVIERTO-FACITEMS
           END-IF.
           OPEN OUTPUT FACITEMS.
           IF ST-FILE-ITM > "07"
              DISPLAY "ERROR AL CREAR FACITEMS.DAT " ST-FILE-ITM
              MOVE "CNVFAC1"            TO ERRLOG-PROGRAM
              MOVE "CONVIERTO-FACITEMS" TO ERRLOG-PARAGRAPH
              MOVE "FACITEMS"           TO ERRLOG-FILENAME
              MOVE SPACES               TO ERRLOG-KEYVALUE
              MOVE ST-FILE-ITM          TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              CLOSE FACITEMSV
              GO TO F-CONVIERTO-FACITEMS
           END-IF.
           PERFORM CONVIERTO-UN-ITEM UNTIL FIN-ARCHIVO = "S".
           CLOSE FACITEMSV.
           CLOSE FACITEMS.
       F-CONVIERTO-FACITEMS.
           EXIT.
      *
       CONVIERTO-UN-ITEM.
           READ FACITEMSV NEXT RECORD
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-CONVIERTO-UN-ITEM.
           ADD 1 TO W-CANT-ITM-LEIDOS.
           INITIALIZE REG-FACITEMS.
           MOVE VIT-FAC-NUMERO    TO ITM-FAC-NUMERO.
           MOVE VIT-NRO           TO ITM-NRO.
           MOVE VIT-DESCRIPCION   TO ITM-DESCRIPCION.
           MOVE VIT-CANTIDAD      TO ITM-CANTIDAD.
           MOVE VIT-PRECIO-UNIT   TO ITM-PRECIO-UNIT.
           MOVE VIT-IMPORTE       TO ITM-IMPORTE.
           MOVE VIT-IMPORTE       TO ITM-NETO.
           MOVE 0                 TO ITM-IVA.
           WRITE REG-FACITEMS.
           IF ST-FILE-ITM > "07"
              DISPLAY "ERROR GRABANDO FACITEMS " ST-FILE-ITM
              MOVE "CNVFAC1"           TO ERRLOG-PROGRAM
              MOVE "CONVIERTO-UN-ITEM" TO ERRLOG-PARAGRAPH
              MOVE "FACITEMS"          TO ERRLOG-FILENAME
              MOVE ITM-CLAVE            TO ERRLOG-KEYVALUE
              MOVE ST-FILE-ITM          TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-CONVIERTO-UN-ITEM
           END-IF.
           ADD 1 TO W-CANT-ITM-GRABADOS.
       F-CONVIERTO-UN-ITEM.
           EXIT.
      *
       CONVIERTO-NOTCRED.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT NOTCREDV.
           IF ST-FILE-VNC > "07"
              MOVE "  (SIN NOTCRED.OLD PARA CONVERTIR)"
                 TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              GO TO F-CONVIERTO-NOTCRED
           END-IF.
           OPEN OUTPUT NOTCRED.
           IF ST-FILE-NCR > "07"
              DISPLAY "ERROR AL CREAR NOTCRED.DAT " ST-FILE-NCR
              MOVE "CNVFAC1"           TO ERRLOG-PROGRAM
              MOVE "CONVIERTO-NOTCRED" TO ERRLOG-PARAGRAPH
              MOVE "NOTCRED"           TO ERRLOG-FILENAME
              MOVE SPACES              TO ERRLOG-KEYVALUE
              MOVE ST-FILE-NCR         TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              CLOSE NOTCREDV
              GO TO F-CONVIERTO-NOTCRED
           END-IF.
           PERFORM CONVIERTO-UNA-NOTA UNTIL FIN-ARCHIVO = "S".
           CLOSE NOTCREDV.
           CLOSE NOTCRED.
       F-CONVIERTO-NOTCRED.
           EXIT.
      *
       CONVIERTO-UNA-NOTA.
           READ NOTCREDV NEXT RECORD
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-CONVIERTO-UNA-NOTA.
           ADD 1 TO W-CANT-NCR-LEIDOS.
           INITIALIZE REG-NOTCRED.
           MOVE VNC-NUMERO        TO NC-NUMERO.
           MOVE VNC-FECHA         TO NC-FECHA.
           MOVE VNC-HORA          TO NC-HORA.
           MOVE VNC-ID-CLIENTE    TO NC-ID-CLIENTE.
           MOVE VNC-FAC-NUMERO    TO NC-FAC-NUMERO.
           MOVE VNC-CANT-ITEMS    TO NC-CANT-ITEMS.
           MOVE VNC-TOTAL         TO NC-TOTAL.
           MOVE VNC-TIPO          TO NC-TIPO.
           MOVE VNC-OPERADOR      TO NC-OPERADOR.
           MOVE VNC-TOTAL         TO NC-NETO.
           MOVE 0                 TO NC-IVA.
           WRITE REG-NOTCRED.
           IF ST-FILE-NCR > "07"
              DISPLAY "ERROR GRABANDO NOTCRED " ST-FILE-NCR
              MOVE "CNVFAC1"            TO ERRLOG-PROGRAM
              MOVE "CONVIERTO-UNA-NOTA" TO ERRLOG-PARAGRAPH
              MOVE "NOTCRED"            TO ERRLOG-FILENAME
              MOVE NC-NUMERO             TO ERRLOG-KEYVALUE
              MOVE ST-FILE-NCR           TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-CONVIERTO-UNA-NOTA
           END-IF.
           ADD 1 TO W-CANT-NCR-GRABADOS.
       F-CONVIERTO-UNA-NOTA.
           EXIT.
      *
      *    LA PRUEBA ANTES/DESPUES: LEIDOS Y GRABADOS DEBEN
      *    COINCIDIR EN CADA ARCHIVO ANTES DE HABILITAR EL SISTEMA
       TERMINAR.
           MOVE "FACTURAS LEIDOS (ANTES):"    TO L-CTL-ROTULO.
           MOVE W-CANT-FAC-LEIDOS             TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "FACTURAS GRABADOS (DESPUES):" TO L-CTL-ROTULO.
           MOVE W-CANT-FAC-GRABADOS           TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "FACITEMS LEIDOS (ANTES):"    TO L-CTL-ROTULO.
           MOVE W-CANT-ITM-LEIDOS             TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "FACITEMS GRABADOS (DESPUES):" TO L-CTL-ROTULO.
           MOVE W-CANT-ITM-GRABADOS           TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "NOTCRED LEIDOS (ANTES):"     TO L-CTL-ROTULO.
           MOVE W-CANT-NCR-LEIDOS             TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "NOTCRED GRABADOS (DESPUES):" TO L-CTL-ROTULO.
           MOVE W-CANT-NCR-GRABADOS           TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           IF W-CANT-FAC-LEIDOS = W-CANT-FAC-GRABADOS
              AND W-CANT-ITM-LEIDOS = W-CANT-ITM-GRABADOS
              AND W-CANT-NCR-LEIDOS = W-CANT-NCR-GRABADOS
              MOVE "PRUEBA DE CANTIDADES: CORRECTA" TO L-VEREDICTO
           ELSE
              MOVE "PRUEBA DE CANTIDADES: *** NO COINCIDE ***"
                 TO L-VEREDICTO
           END-IF.
           WRITE LINEA-LISTADO FROM L-VEREDICTO.
           DISPLAY "CNVFAC1 FACTURAS " W-CANT-FAC-LEIDOS " -> "
                   W-CANT-FAC-GRABADOS.
           DISPLAY "CNVFAC1 FACITEMS " W-CANT-ITM-LEIDOS " -> "
                   W-CANT-ITM-GRABADOS.
           DISPLAY "CNVFAC1 NOTCRED  " W-CANT-NCR-LEIDOS " -> "
                   W-CANT-NCR-GRABADOS.
           DISPLAY L-VEREDICTO.
           CLOSE LISTADO.
           MOVE "CNVFAC1"       TO RPTARC-PROGRAM.
           MOVE "CONVERSION DE FACTURAS CON IVA"
              TO RPTARC-TITLE.
           MOVE "./cnvfac1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SPACES          TO RPTARC-OPERATOR.
           MOVE "D"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM CNVFAC1.
