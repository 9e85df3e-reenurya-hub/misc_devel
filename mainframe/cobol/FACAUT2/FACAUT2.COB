       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACAUT2.
      *
      *    RESPUESTA DE AUTORIZACION ELECTRONICA DE FACTURAS
      *    PASO NOCTURNO (NIGHTRUN / JOBSTEPS.DAT): LEE LA RESPUESTA
      *    DEL ORGANISMO FISCAL FACAUT.RSP AL PEDIDO QUE ARMO FACAUT1
      *    Y LA REGISTRA EN FACTURAS.DAT. UNA FACTURA AUTORIZADA CON
      *    CAE QUEDA FAC-AUTORIZADA CON EL CAE Y SU VENCIMIENTO, SE
      *    IMPRIME (RECIEN AHORA) EN EL FORMULARIO DE FACTCLI1.LST CON
      *    EL CAE AL PIE, Y SE ASIENTA EN EL LIBRO DE IVA IVALIBRO.DAT
      *    COMO ORIGEN "F" PARA QUE RPTIVA1 CUBRA LA FACTURACION A
      *    CLIENTES ADEMAS DE LAS VENTAS DEL POS. UNA FACTURA
      *    RECHAZADA, O AUTORIZADA SIN CAE, QUEDA FAC-AUT-RECHAZADA
      *    CON EL MOTIVO Y RETENIDA: NO SE IMPRIME NI ENTRA AL LIBRO,
      *    Y SE LISTA EN FACAUT2.LST PARA QUE SE ANULE CON UNA NOTA
      *    DE CREDITO Y SE VUELVA A FACTURAR. SOLO SE REGISTRAN
      *    RESPUESTAS DE FACTURAS ENVIADAS (FAC-AUT-ENVIADA), ASI
      *    QUE REPROCESAR LA MISMA RESPUESTA NO DUPLICA NADA.
      *    RESPETA/ESCRIBE SU MARCA DE COMPLETADO EN NIGHTLY.LOG COMO
      *    LOS DEMAS PASOS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESPUESTA ASSIGN TO "./facaut.rsp"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-RSP.
           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FAC-NUMERO
                  STATUS ST-FILE-FAC.
           SELECT OPTIONAL FACITEMS ASSIGN TO "./facitems.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ITM-CLAVE
                  STATUS ST-FILE-ITM.
           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  STATUS ST-FILE.
           SELECT OPTIONAL IVALIBRO ASSIGN TO "./ivalibro.dat"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LIB.
           SELECT FORMULARIO ASSIGN TO "./factcli1.lst"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-FRM.
           SELECT LISTADO ASSIGN TO "./facaut2.lst"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LST.
           SELECT LFRUNLOG ASSIGN TO "NIGHTLY.LOG"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-FILE-LOG.
       DATA DIVISION.
       FILE SECTION.
      *    LA RESPUESTA VIENE ENMARCADA COMO EL PEDIDO: CABECERA "H",
      *    UN DETALLE "D" POR FACTURA (RESULTADO "A" AUTORIZADA CON
      *    CAE Y VENCIMIENTO, "R" RECHAZADA CON MOTIVO) Y COLA "T".
      *    SOLO LOS DETALLES SE PROCESAN
       FD RESPUESTA.
       01 REG-RESPUESTA.
           03  RSP-TIPO            PIC X.
              88  RSP-DETALLE      VALUE "D".
           03  RSP-FAC-NUMERO      PIC 9(7).
           03  RSP-RESULTADO       PIC X.
              88  RSP-AUTORIZADA   VALUE "A".
              88  RSP-RECHAZADA    VALUE "R".
           03  RSP-CAE             PIC 9(14).
           03  RSP-CAE-VTO         PIC 9(8).
           03  RSP-MOTIVO          PIC X(40).
           03  FILLER              PIC X(9).
      *
      *    FACTURAS.DAT, MISMO LAYOUT QUE FACTCLI1
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
      *    EL LIBRO DE IVA (VER CARGAVD1 Y RPTIVA1)
       FD IVALIBRO.
       01 REG-IVALIBRO.
           03 LIB-FECHA            PIC 9(8).
           03 LIB-DEU-ID           PIC 9(20).
           03 LIB-CATEGORIA        PIC X.
           03 LIB-TASA             PIC 9(2)V9(2).
           03 LIB-BRUTO            PIC 9(9)V9(3).
           03 LIB-NETO             PIC 9(9)V9(3).
           03 LIB-IVA              PIC 9(9)V9(3).
           03 LIB-ORIGEN           PIC X.
              88 LIB-FACTURA       VALUE "F".
           03 LIB-DOCUMENTO        PIC 9(7).
      *
       FD FORMULARIO.
       01 LINEA-FORMULARIO         PIC X(132).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
      *
       FD LFRUNLOG.
       01 RUNLOG-RECORD            PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE                 PIC XX.
       01  ST-FILE-RSP             PIC XX.
       01  ST-FILE-FAC             PIC XX.
       01  ST-FILE-ITM             PIC XX.
       01  ST-FILE-LIB             PIC XX.
       01  ST-FILE-FRM             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  ST-FILE-LOG             PIC XX.
       01  FIN-RESPUESTA           PIC X VALUE "N".
       01  EXISTE                  PIC X.
       01  HUBO-ERROR              PIC 9 VALUE 0.
       01  GUIONES                 PIC X(80) VALUES ALL "-".
       01  W-FECHA-HOY             PIC 9(8).
       01  W-ITEM-SUB              PIC 99.
       01  MAX-REINTENTOS          PIC 99 VALUE 5.
       01  REINTENTOS-REGRABO      PIC 99 VALUE 0.
       01  W-SEGUNDOS-ESPERA       PIC 9  VALUE 1.
      *
       01  W-CANT-LEIDAS           PIC 9(6) VALUE 0.
       01  W-CANT-AUTORIZADAS      PIC 9(6) VALUE 0.
       01  W-CANT-RETENIDAS        PIC 9(6) VALUE 0.
       01  W-CANT-IGNORADAS        PIC 9(6) VALUE 0.
       01  W-TOTAL-AUTORIZADO      PIC 9(11)V9(3) VALUE 0.
       01  W-TOTAL-RETENIDO        PIC 9(11)V9(3) VALUE 0.
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
      *    LINEAS DEL LISTADO DE LA RESPUESTA
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(42) VALUE
               "RESPUESTA DE AUTORIZACION DE FACTURAS - ".
           03  L-ENC-FECHA     PIC 9(8).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(10) VALUE "FACTURA".
           03  FILLER          PIC X(10) VALUE "CLIENTE".
           03  FILLER          PIC X(14) VALUE "TOTAL".
           03  FILLER          PIC X(12) VALUE "RESULTADO".
           03  FILLER          PIC X(16) VALUE "CAE".
           03  FILLER          PIC X(10) VALUE "VTO CAE".
           03  FILLER          PIC X(40) VALUE "MOTIVO".
       01  L-DETALLE.
           03  L-DET-FACTURA   PIC Z(6)9.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-CLIENTE   PIC Z(6)9.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-TOTAL     PIC Z(8)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-RESULTADO PIC X(10).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-CAE       PIC Z(13)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-CAE-VTO   PIC Z(7)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-MOTIVO    PIC X(40).
       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(25).
           03  L-CTL-VALOR     PIC ZZZ.ZZ9.
       01  L-CONTROL-IMPORTE.
           03  L-CTL-ROTULO-IMP PIC X(25).
           03  L-CTL-IMPORTE   PIC Z(10)9,999.
      *
      *    LINEAS DEL FORMULARIO IMPRESO, LAS MISMAS DE FACTCLI1 CON
      *    EL CAE AL PIE
       01  L-FAC-TITULO.
           03  L-TIT-DOCUMENTO PIC X(16) VALUE "FACTURA NRO".
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-TIT-NUMERO    PIC 9(7).
           03  FILLER          PIC X(10) VALUE "   FECHA: ".
           03  L-TIT-FECHA     PIC 9(8).
       01  L-FAC-CLIENTE.
           03  FILLER          PIC X(9)  VALUE "CLIENTE: ".
           03  L-CLI-ID        PIC Z(6)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-CLI-NOMBRE    PIC X(50).
       01  L-FAC-DIRECCION.
           03  FILLER          PIC X(9)  VALUE SPACES.
           03  L-CLI-DIRECCION PIC X(80).
       01  L-FAC-ENCAB-ITEM.
           03  FILLER          PIC X(42) VALUE "DESCRIPCION".
           03  FILLER          PIC X(10) VALUE "CANTIDAD".
           03  FILLER          PIC X(14) VALUE "PRECIO UNIT".
           03  FILLER          PIC X(14) VALUE "IMPORTE".
       01  L-FAC-ITEM.
           03  L-ITM-DESC      PIC X(40).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-ITM-CANTIDAD  PIC ZZZZ9.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-ITM-PRECIO    PIC Z(6)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-ITM-IMPORTE   PIC -(8)9,999.
       01  L-FAC-NETO.
           03  FILLER          PIC X(49) VALUE SPACES.
           03  FILLER          PIC X(13) VALUE "NETO:        ".
           03  L-NETO-IMPORTE  PIC -(8)9,999.
       01  L-FAC-IVA.
           03  FILLER          PIC X(49) VALUE SPACES.
           03  FILLER          PIC X(5)  VALUE "IVA ".
           03  L-IVA-TASA      PIC Z9,99.
           03  FILLER          PIC X(3)  VALUE "%: ".
           03  L-IVA-IMPORTE   PIC -(8)9,999.
       01  L-FAC-TOTAL.
           03  FILLER          PIC X(49) VALUE SPACES.
           03  FILLER          PIC X(13) VALUE "TOTAL:       ".
           03  L-TOT-IMPORTE   PIC -(8)9,999.
       01  L-FAC-CAE.
           03  FILLER          PIC X(5)  VALUE "CAE: ".
           03  L-CAE-NUMERO    PIC 9(14).
           03  FILLER          PIC X(15) VALUE "   VTO CAE: ".
           03  L-CAE-VTO       PIC 9(8).
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM VERIFICO-YA-CORRIDO THRU F-VERIFICO-YA-CORRIDO.
           IF STEP-ALREADY-DONE
              DISPLAY "FACAUT2 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           PERFORM INICIALIZACION.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN-RESPUESTA = "S".
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
           IF WS-RUNLOG-PROGRAM = "FACAUT2"
              AND WS-RUNLOG-STATUS = "COMPLETE"
              SET STEP-ALREADY-DONE TO TRUE
           END-IF.
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.
      *
       INICIALIZACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT LISTADO.
           MOVE W-FECHA-HOY    TO L-ENC-FECHA.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO1.
           WRITE LINEA-LISTADO FROM L-ENCABEZADO2.
           OPEN INPUT RESPUESTA.
           IF ST-FILE-RSP > "07"
              MOVE "  (SIN FACAUT.RSP PARA PROCESAR)"
                 TO LINEA-LISTADO
              WRITE LINEA-LISTADO
              MOVE "S" TO FIN-RESPUESTA
           END-IF.
           OPEN I-O FACTURAS.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR AL ABRIR FACTURAS " ST-FILE-FAC
              MOVE "FACAUT2"        TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "FACTURAS"       TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-FAC      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-RESPUESTA
              MOVE 1   TO HUBO-ERROR
           END-IF.
           OPEN INPUT FACITEMS.
           OPEN INPUT CLIENTES.
           OPEN EXTEND IVALIBRO.
           IF ST-FILE-LIB > "07"
              OPEN OUTPUT IVALIBRO
           END-IF.
           OPEN EXTEND FORMULARIO.
           IF ST-FILE-FRM > "07"
              OPEN OUTPUT FORMULARIO
           END-IF.
      *
       PROCESO.
           READ RESPUESTA
              AT END MOVE "S" TO FIN-RESPUESTA
           END-READ.
           IF FIN-RESPUESTA = "S" GO TO F-PROCESO.
           IF NOT RSP-DETALLE GO TO F-PROCESO.
           ADD 1 TO W-CANT-LEIDAS.
           MOVE "S" TO EXISTE.
           MOVE RSP-FAC-NUMERO TO FAC-NUMERO.
       LEO-FACTURA.
           READ FACTURAS INVALID KEY MOVE "N" TO EXISTE.
           IF ST-FILE-FAC = "99"
              CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
              GO TO LEO-FACTURA
           END-IF.
           IF EXISTE = "N"
              MOVE "FACTURA INEXISTENTE EN FACTURAS.DAT"
                 TO L-DET-MOTIVO
              PERFORM IGNORO-RESPUESTA
              GO TO F-PROCESO
           END-IF.
      *    UNA RESPUESTA YA REGISTRADA (O DE UNA FACTURA QUE NO SE
      *    ENVIO) NO SE VUELVE A APLICAR
           IF NOT FAC-AUT-ENVIADA
              MOVE "FACTURA NO ESPERABA RESPUESTA - IGNORADA"
                 TO L-DET-MOTIVO
              PERFORM IGNORO-RESPUESTA
              GO TO F-PROCESO
           END-IF.
           IF RSP-AUTORIZADA
              AND RSP-CAE IS NUMERIC AND RSP-CAE > 0
              PERFORM AUTORIZO-FACTURA THRU F-AUTORIZO-FACTURA
           ELSE
              PERFORM RETENGO-FACTURA THRU F-RETENGO-FACTURA
           END-IF.
       F-PROCESO.
           EXIT.
      *
       IGNORO-RESPUESTA.
           MOVE RSP-FAC-NUMERO TO L-DET-FACTURA.
           MOVE 0              TO L-DET-CLIENTE.
           MOVE 0              TO L-DET-TOTAL.
           MOVE "IGNORADA"     TO L-DET-RESULTADO.
           MOVE 0              TO L-DET-CAE.
           MOVE 0              TO L-DET-CAE-VTO.
           WRITE LINEA-LISTADO FROM L-DETALLE.
           ADD 1 TO W-CANT-IGNORADAS.
      *
      *    LA FACTURA AUTORIZADA LLEVA EL CAE; RECIEN ENTONCES SE
      *    IMPRIME Y ENTRA AL LIBRO DE IVA
       AUTORIZO-FACTURA.
           SET FAC-AUTORIZADA  TO TRUE.
           MOVE RSP-CAE        TO FAC-CAE.
           IF RSP-CAE-VTO IS NUMERIC
              MOVE RSP-CAE-VTO TO FAC-CAE-VTO
           ELSE
              MOVE 0 TO FAC-CAE-VTO
           END-IF.
           MOVE W-FECHA-HOY    TO FAC-FECHA-AUT.
           MOVE SPACES         TO FAC-MOTIVO-RECHAZO.
           PERFORM REGRABO-FACTURA THRU F-REGRABO-FACTURA.
           IF ST-FILE-FAC > "07" GO TO F-AUTORIZO-FACTURA.
           PERFORM IMPRIMO-FACTURA.
           PERFORM GRABO-LIBRO-IVA.
           MOVE "AUTORIZADA"   TO L-DET-RESULTADO.
           MOVE SPACES         TO L-DET-MOTIVO.
           PERFORM IMPRIME-DETALLE.
           ADD 1 TO W-CANT-AUTORIZADAS.
           ADD FAC-TOTAL TO W-TOTAL-AUTORIZADO.
       F-AUTORIZO-FACTURA.
           EXIT.
      *
      *    LA FACTURA RECHAZADA (O AUTORIZADA SIN CAE) QUEDA RETENIDA
      *    CON EL MOTIVO: NO SE IMPRIME NI SE ASIENTA EN EL LIBRO
       RETENGO-FACTURA.
           SET FAC-AUT-RECHAZADA TO TRUE.
           MOVE 0              TO FAC-CAE.
           MOVE 0              TO FAC-CAE-VTO.
           MOVE W-FECHA-HOY    TO FAC-FECHA-AUT.
           IF RSP-AUTORIZADA
              MOVE "AUTORIZADA SIN CAE" TO FAC-MOTIVO-RECHAZO
           ELSE
              IF RSP-MOTIVO = SPACES
                 MOVE "RECHAZADA SIN MOTIVO INFORMADO"
                    TO FAC-MOTIVO-RECHAZO
              ELSE
                 MOVE RSP-MOTIVO TO FAC-MOTIVO-RECHAZO
              END-IF
           END-IF.
           PERFORM REGRABO-FACTURA THRU F-REGRABO-FACTURA.
           IF ST-FILE-FAC > "07" GO TO F-RETENGO-FACTURA.
           MOVE "RETENIDA"     TO L-DET-RESULTADO.
           MOVE FAC-MOTIVO-RECHAZO TO L-DET-MOTIVO.
           PERFORM IMPRIME-DETALLE.
           ADD 1 TO W-CANT-RETENIDAS.
           ADD FAC-TOTAL TO W-TOTAL-RETENIDO.
       F-RETENGO-FACTURA.
           EXIT.
      *
       REGRABO-FACTURA.
           REWRITE REG-FACTURAS.
           IF ST-FILE-FAC = "99"
              ADD 1 TO REINTENTOS-REGRABO
              IF REINTENTOS-REGRABO > MAX-REINTENTOS
                 DISPLAY "FACTURA EN USO, SE SALTEA " FAC-NUMERO
                 MOVE 0 TO REINTENTOS-REGRABO
                 MOVE 1 TO HUBO-ERROR
                 GO TO F-REGRABO-FACTURA
              END-IF
              CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
              GO TO REGRABO-FACTURA
           END-IF.
           MOVE 0 TO REINTENTOS-REGRABO.
           IF ST-FILE-FAC > "07"
              DISPLAY "ERROR GRABANDO FACTURAS " ST-FILE-FAC
              MOVE "FACAUT2"         TO ERRLOG-PROGRAM
              MOVE "REGRABO-FACTURA" TO ERRLOG-PARAGRAPH
              MOVE "FACTURAS"        TO ERRLOG-FILENAME
              MOVE FAC-NUMERO         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-FAC        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE 1 TO HUBO-ERROR
           END-IF.
       F-REGRABO-FACTURA.
           EXIT.
      *
       IMPRIME-DETALLE.
           MOVE FAC-NUMERO     TO L-DET-FACTURA.
           MOVE FAC-ID-CLIENTE TO L-DET-CLIENTE.
           MOVE FAC-TOTAL      TO L-DET-TOTAL.
           MOVE FAC-CAE        TO L-DET-CAE.
           MOVE FAC-CAE-VTO    TO L-DET-CAE-VTO.
           WRITE LINEA-LISTADO FROM L-DETALLE.
      *
      *    EL FORMULARIO DE FACTCLI1, ARMADO DESDE FACTURAS.DAT Y
      *    FACITEMS.DAT, CON EL CAE Y SU VENCIMIENTO AL PIE
       IMPRIMO-FACTURA.
           MOVE FAC-ID-CLIENTE TO CLI_ID.
           READ CLIENTES
              INVALID KEY
                 MOVE SPACES TO CLI_NOMBRE
                 MOVE SPACES TO CLI_DIRECCION
           END-READ.
           MOVE GUIONES TO LINEA-FORMULARIO.
           WRITE LINEA-FORMULARIO.
           MOVE FAC-NUMERO TO L-TIT-NUMERO.
           MOVE FAC-FECHA  TO L-TIT-FECHA.
           WRITE LINEA-FORMULARIO FROM L-FAC-TITULO.
           MOVE FAC-ID-CLIENTE    TO L-CLI-ID.
           MOVE CLI_NOMBRE(1:50)  TO L-CLI-NOMBRE.
           WRITE LINEA-FORMULARIO FROM L-FAC-CLIENTE.
           MOVE CLI_DIRECCION TO L-CLI-DIRECCION.
           WRITE LINEA-FORMULARIO FROM L-FAC-DIRECCION.
           WRITE LINEA-FORMULARIO FROM L-FAC-ENCAB-ITEM.
           PERFORM IMPRIMO-UN-ITEM
              VARYING W-ITEM-SUB FROM 1 BY 1
              UNTIL W-ITEM-SUB > FAC-CANT-ITEMS.
           MOVE FAC-NETO  TO L-NETO-IMPORTE.
           WRITE LINEA-FORMULARIO FROM L-FAC-NETO.
           MOVE FAC-TASA  TO L-IVA-TASA.
           MOVE FAC-IVA   TO L-IVA-IMPORTE.
           WRITE LINEA-FORMULARIO FROM L-FAC-IVA.
           MOVE FAC-TOTAL TO L-TOT-IMPORTE.
           WRITE LINEA-FORMULARIO FROM L-FAC-TOTAL.
           MOVE FAC-CAE     TO L-CAE-NUMERO.
           MOVE FAC-CAE-VTO TO L-CAE-VTO.
           WRITE LINEA-FORMULARIO FROM L-FAC-CAE.
      *
       IMPRIMO-UN-ITEM.
           MOVE FAC-NUMERO TO ITM-FAC-NUMERO.
           MOVE W-ITEM-SUB TO ITM-NRO.
           READ FACITEMS
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE ITM-DESCRIPCION TO L-ITM-DESC
                 MOVE ITM-CANTIDAD    TO L-ITM-CANTIDAD
                 MOVE ITM-PRECIO-UNIT TO L-ITM-PRECIO
                 MOVE ITM-IMPORTE     TO L-ITM-IMPORTE
                 WRITE LINEA-FORMULARIO FROM L-FAC-ITEM
           END-READ.
      *
      *    LA FACTURA AUTORIZADA ENTRA AL LIBRO CON LA FECHA DE
      *    EMISION; LIB-DEU-ID LLEVA EL CLIENTE
       GRABO-LIBRO-IVA.
           MOVE FAC-FECHA      TO LIB-FECHA.
           MOVE FAC-ID-CLIENTE TO LIB-DEU-ID.
           MOVE FAC-CATEGORIA  TO LIB-CATEGORIA.
           MOVE FAC-TASA       TO LIB-TASA.
           MOVE FAC-TOTAL      TO LIB-BRUTO.
           MOVE FAC-NETO       TO LIB-NETO.
           MOVE FAC-IVA        TO LIB-IVA.
           SET LIB-FACTURA     TO TRUE.
           MOVE FAC-NUMERO     TO LIB-DOCUMENTO.
           WRITE REG-IVALIBRO.
           IF ST-FILE-LIB > "07"
              MOVE "FACAUT2"         TO ERRLOG-PROGRAM
              MOVE "GRABO-LIBRO-IVA" TO ERRLOG-PARAGRAPH
              MOVE "IVALIBRO"        TO ERRLOG-FILENAME
              MOVE FAC-NUMERO         TO ERRLOG-KEYVALUE
              MOVE ST-FILE-LIB        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE 1 TO HUBO-ERROR
           END-IF.
      *
       GRABO-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "FACAUT2" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE W-CANT-LEIDAS      TO WS-RUNLOG-CNT1.
           MOVE W-CANT-AUTORIZADAS TO WS-RUNLOG-CNT2.
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF ST-FILE-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.
      *
       TERMINAR.
           MOVE "RESPUESTAS LEIDAS:"   TO L-CTL-ROTULO.
           MOVE W-CANT-LEIDAS          TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "AUTORIZADAS:"         TO L-CTL-ROTULO.
           MOVE W-CANT-AUTORIZADAS     TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "RETENIDAS:"           TO L-CTL-ROTULO.
           MOVE W-CANT-RETENIDAS       TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "IGNORADAS:"           TO L-CTL-ROTULO.
           MOVE W-CANT-IGNORADAS       TO L-CTL-VALOR.
           WRITE LINEA-LISTADO FROM L-CONTROL.
           MOVE "TOTAL AUTORIZADO:"    TO L-CTL-ROTULO-IMP.
           MOVE W-TOTAL-AUTORIZADO     TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           MOVE "TOTAL RETENIDO:"      TO L-CTL-ROTULO-IMP.
           MOVE W-TOTAL-RETENIDO       TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           DISPLAY "FACAUT2 RESPUESTAS LEIDAS: " W-CANT-LEIDAS.
           DISPLAY "FACAUT2 AUTORIZADAS      : " W-CANT-AUTORIZADAS.
           DISPLAY "FACAUT2 RETENIDAS        : " W-CANT-RETENIDAS.
      *    UNA CORRIDA ABORTADA NO DEBE MARCARSE COMPLETA
           IF HUBO-ERROR = 0
              PERFORM GRABO-RUNLOG
           END-IF.
           CLOSE RESPUESTA.
           CLOSE FACTURAS.
           CLOSE FACITEMS.
           CLOSE CLIENTES.
           CLOSE IVALIBRO.
           CLOSE FORMULARIO.
           MOVE "FACAUT2"        TO RPTARC-PROGRAM.
           MOVE "FACTURAS AUTORIZADAS - FORMULARIOS"
              TO RPTARC-TITLE.
           MOVE "./factcli1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "A"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
           CLOSE LISTADO.
           MOVE "FACAUT2"       TO RPTARC-PROGRAM.
           MOVE "RESPUESTA DE AUTORIZACION DE FACTURAS"
              TO RPTARC-TITLE.
           MOVE "./facaut2.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SPACES          TO RPTARC-OPERATOR.
           MOVE "M"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM FACAUT2.
