      *    CLI_SALDO Y SE ASIENTA EN CLIMOV.DAT LLEVANDO EL NUMERO DE
      *    FACTURA EN MOV-DOCUMENTO, PARA QUE EL EXTRACTO (RPTCLI03)
      *    PUEDA NOMBRAR EL DOCUMENTO DETRAS DE CADA MOVIMIENTO.
      *    LA MISMA PANTALLA EMITE NOTAS DE CREDITO CONTRA UNA
      *    FACTURA YA EMITIDA: NUMERADAS CON "PROXNC" DE CLICTL.DAT,
      *    TOTALES O PARCIALES POR RENGLON DE FACITEMS.DAT, CON
      *    CABECERA EN NOTCRED.DAT Y RENGLONES EN NCITEMS.DAT. LA
      *    NOTA MARCA LA FACTURA ANULADA O ACREDITADA PARCIAL, REDUCE
      *    (O CANCELA) SU PARTIDA DE PENDCLI.DAT, APLICA EL CREDITO
      *    A CLI_SALDO Y LO ASIENTA EN CLIMOV.DAT COMO "C" CON EL
      *    NUMERO DE NOTA EN MOV-DOCUMENTO Y LA FACTURA ACREDITADA
      *    EN MOV-DOC-REFERENCIA. SE IMPRIME CON EL MISMO FORMULARIO
      *    QUE LA FACTURA.
      *    CADA RENGLON SE ABRE EN NETO E IVA CON LA TASA DE
      *    IVATASAS.DAT SEGUN LA CLI_CATEGORIA DEL CLIENTE, COMO LO
      *    HACE DESGLOSO-IVA DE CARGAVD1 CON LAS VENTAS DEL POS (EL
      *    PRECIO SE CARGA CON IVA INCLUIDO). LA FACTURA QUEDA
      *    PENDIENTE DE AUTORIZACION ELECTRONICA Y NO SE IMPRIME
      *    ACA: FACAUT1 LA ENVIA AL ORGANISMO FISCAL Y FACAUT2
      *    REGISTRA EL CAE, LA IMPRIME Y LA PASA AL LIBRO DE IVA.
      *    SOLO SE ACREDITAN FACTURAS AUTORIZADAS, RECHAZADAS O
      *    ANTERIORES AL REGIMEN; LA NOTA DE CREDITO DE UNA FACTURA
      *    AUTORIZADA DESCUENTA SU NETO E IVA EN IVALIBRO.DAT.
      *    CADA FACTURA LLEVA EN FAC-VENDEDOR EL CLI_VENDEDOR QUE
      *    TENIA EL CLIENTE AL EMITIRLA: ES EL VENDEDOR QUE COBRA LA
      *    COMISION CUANDO LA FACTURA SE COBRA (COMVEN1), AUNQUE
      *    DESPUES LA CUENTA CAMBIE DE VENDEDOR.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE DYNAMIC
           RECORD KEY IS ITM-CLAVE
           STATUS ST-FILE-ITM.
           SELECT OPTIONAL NOTCRED ASSIGN TO "./notcred.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NC-NUMERO
           ALTERNATE KEY NC-FAC-NUMERO WITH DUPLICATES
           STATUS ST-FILE-NCR.
           SELECT OPTIONAL NCITEMS ASSIGN TO "./ncitems.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS NCI-CLAVE
           ALTERNATE KEY NCI-FAC-ITEM WITH DUPLICATES
           STATUS ST-FILE-NCI.
           SELECT OPTIONAL CLIMOV ASSIGN TO "./climov.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           ACCESS MODE DYNAMIC
           RECORD KEY IS PND-CLAVE
           STATUS ST-FILE-PND.
           SELECT OPTIONAL IVATASAS ASSIGN TO "./ivatasas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS IVA-CATEGORIA
           STATUS ST-FILE-IVA.
           SELECT OPTIONAL IVALIBRO ASSIGN TO "./ivalibro.dat"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LIB.
           SELECT LISTADO ASSIGN TO "./factcli1.lst"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LST.
           03  CLI_ULT_ACTIVIDAD   PIC 9(8).
           03  CLI_MONEDA          PIC X(3).
           03  CLI_SALDO_ME        PIC S9(7)V9(3).
      *       LAS 7 POSICIONES SIGUIENTES SON CLI_FUSIONADO_EN (MRGCLI1)
           03  FILLER              PIC X(7).
           03  CLI_VENDEDOR        PIC X(4).
           03  FILLER              PIC X(207).
      *
      *    CLICTL.DAT HOLDS THE SHOP CONTROL RECORDS; "PROXFAC" IS
      *    THE NEXT INVOICE NUMBER, KEPT WITH THE SAME READ/REWRITE
           03  CTL-CLAVE           PIC X(8).
           03  CTL-PROX-ID         PIC 9(7).
      *
      *    FACTURAS.DAT ES LA CABECERA DE CADA FACTURA EMITIDA.
      *    FAC-IMPORTE-ACREDITADO ACUMULA LAS NOTAS DE CREDITO
      *    EMITIDAS CONTRA LA FACTURA (FAC-TOTAL QUEDA COMO SE EMITIO).
      *    FAC-TOTAL ES NETO + IVA CON LA TASA DE LA CATEGORIA DEL
      *    CLIENTE. FAC-AUT-ESTADO SIGUE LA AUTORIZACION ELECTRONICA
      *    (FACAUT1/FACAUT2); LAS FACTURAS CONVERTIDAS POR CNVFAC1
      *    QUEDAN EN ESPACIOS, ANTERIORES AL REGIMEN
       FD FACTURAS.
       01 REG-FACTURAS.
           03  FAC-NUMERO          PIC 9(7).
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
           03  FAC-VENDEDOR        PIC X(4).
           03  FILLER              PIC X(46).
      *
      *    FACITEMS.DAT LLEVA LOS RENGLONES DE CADA FACTURA
       FD FACITEMS.
           03  ITM-CANTIDAD        PIC 9(5).
           03  ITM-PRECIO-UNIT     PIC 9(7)V9(3).
           03  ITM-IMPORTE         PIC S9(9)V9(3).
           03  ITM-NETO            PIC S9(9)V9(3).
           03  ITM-IVA             PIC S9(9)V9(3).
           03  FILLER              PIC X(20).
      *
      *    NOTCRED.DAT ES LA CABECERA DE CADA NOTA DE CREDITO, CON LA
      *    FACTURA QUE ACREDITA (CLAVE ALTERNATIVA, PARA ENCONTRAR
      *    LAS NOTAS DE UNA FACTURA)
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
      *    NCITEMS.DAT LLEVA LOS RENGLONES DE CADA NOTA, CADA UNO CON
      *    EL RENGLON DE FACITEMS QUE ACREDITA; LA CLAVE ALTERNATIVA
      *    FACTURA + RENGLON SUMA LO YA ACREDITADO DE CADA RENGLON
       FD NCITEMS.
       01 REG-NCITEMS.
           03  NCI-CLAVE.
               05  NCI-NC-NUMERO   PIC 9(7).
               05  NCI-NRO         PIC 9(2).
           03  NCI-FAC-ITEM.
               05  NCI-FAC-NUMERO  PIC 9(7).
               05  NCI-ITM-NRO     PIC 9(2).
           03  NCI-DESCRIPCION     PIC X(40).
           03  NCI-CANTIDAD        PIC 9(5).
           03  NCI-PRECIO-UNIT     PIC 9(7)V9(3).
           03  NCI-IMPORTE         PIC S9(9)V9(3).
           03  FILLER              PIC X(10).
      *
      *    CLIMOV LLEVA MOV-DOCUMENTO: EL NUMERO DE FACTURA (U OTRO
      *    DOCUMENTO) DETRAS DEL MOVIMIENTO; 0 EN LOS MOVIMIENTOS
           03  MOV-IMPORTE         PIC S9(7)V9(3).
           03  MOV-SALDO-RESULT    PIC S9(7)V9(3).
           03  MOV-DOCUMENTO       PIC 9(7).
      *       EN LAS NOTAS DE CREDITO MOV-DOCUMENTO ES EL NUMERO DE
      *       NOTA Y MOV-DOC-REFERENCIA LA FACTURA ACREDITADA; LOS
      *       DEMAS MOVIMIENTOS DEJAN ESPACIOS EN MOV-TIPO-DOC
           03  MOV-TIPO-DOC        PIC X.
              88  MOV-DOC-NOTA-CREDITO VALUE "N".
           03  MOV-DOC-REFERENCIA  PIC 9(7).
           03  FILLER              PIC X(22).
      *
      *    PENDCLI.DAT ES EL ARCHIVO DE PARTIDAS ABIERTAS: UNA POR
      *    CADA DEBITO (FACTURA O CARGO DE FSTRUCT1) CON LO PAGADO
              88  PND-ABIERTO      VALUE "A".
              88  PND-CANCELADO    VALUE "C".
           03  FILLER              PIC X(20).
      *
      *    LA TASA DE IVA DE CADA CATEGORIA (MNTIVA1)
       FD IVATASAS.
       01 REG-IVATASAS.
           03 IVA-CATEGORIA        PIC X.
           03 IVA-TASA             PIC 9(2)V9(2).
           03 IVA-DESCRIPCION      PIC X(30).
      *
      *    EL LIBRO DE IVA (VER CARGAVD1 Y RPTIVA1). LIB-ORIGEN DICE
      *    DE DONDE SALE LA LINEA: ESPACIO O "P" VENTA DEL POS, "F"
      *    FACTURA AUTORIZADA, "N" NOTA DE CREDITO (RESTA)
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
              88 LIB-NOTA-CREDITO  VALUE "N".
           03 LIB-DOCUMENTO        PIC 9(7).
      *
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
       01  ST-FILE-CTL             PIC XX.
       01  ST-FILE-FAC             PIC XX.
       01  ST-FILE-ITM             PIC XX.
       01  ST-FILE-NCR             PIC XX.
       01  ST-FILE-NCI             PIC XX.
       01  ST-FILE-MOV             PIC XX.
       01  ST-FILE-PND             PIC XX.
       01  ST-FILE-IVA             PIC XX.
       01  ST-FILE-LIB             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  MENSAJE                 PIC X(70).
       01  FIN                     PIC X VALUE "N".
       01  W-FAC-NUMERO            PIC 9(7).
       01  W-FAC-NUMERO-Z          PIC Z(6)9.
       01  W-FECHA-HOY             PIC 9(8).
       01  W-TIPO-DOCUMENTO        PIC X.
       01  W-NC-NUMERO             PIC 9(7).
       01  W-NC-TOTAL-SN           PIC X.
       01  W-NC-CANT-ENT           PIC 9(5).
       01  FIN-NCITEMS             PIC X.
       01  EXISTE-PARTIDA          PIC X.
      *    TITULO Y NUMERO DEL FORMULARIO: FACTURA O NOTA DE CREDITO
       01  W-DOC-TITULO            PIC X(16).
       01  W-DOC-NUMERO            PIC 9(7).
      *    TASA DE IVA DEL DOCUMENTO: LA DE LA CATEGORIA DEL CLIENTE
      *    AL FACTURAR, LA DE LA FACTURA ORIGINAL AL ACREDITAR
       01  HAY-TASA                PIC X.
       01  W-CATEGORIA             PIC X.
       01  W-VENDEDOR              PIC X(4).
       01  W-TASA                  PIC 9(2)V9(2).
       01  W-NETO-FACTURA          PIC S9(9)V9(3).
       01  W-IVA-FACTURA           PIC S9(9)V9(3).
       01  W-AUT-ESTADO            PIC X.
      *
      *    RENGLONES CARGADOS EN PANTALLA, PENDIENTES DE GRABAR
       01  W-ITEM-MAX              PIC 99 VALUE 10.
              03 W-ITM-CANTIDAD    PIC 9(5).
              03 W-ITM-PRECIO      PIC 9(7)V9(3).
              03 W-ITM-IMPORTE     PIC S9(9)V9(3).
              03 W-ITM-NETO        PIC S9(9)V9(3).
              03 W-ITM-IVA         PIC S9(9)V9(3).
              03 W-ITM-REF         PIC 9(2).
       01  W-ITEM-SUB              PIC 99.
      *
      *    RENGLONES DE LA FACTURA A ACREDITAR, CON LO YA ACREDITADO
      *    POR NOTAS ANTERIORES Y LO QUE QUEDA DISPONIBLE
       01  W-FL-CNT                PIC 99 VALUE 0.
       01  W-FL-SUB                PIC 99.
       01  W-FAC-LINEAS.
           02 W-FL OCCURS 10 TIMES.
              03 W-FL-NRO          PIC 9(2).
              03 W-FL-DESC         PIC X(40).
              03 W-FL-CANTIDAD     PIC 9(5).
              03 W-FL-PRECIO       PIC 9(7)V9(3).
              03 W-FL-ACREDITADA   PIC 9(5).
              03 W-FL-DISPONIBLE   PIC 9(5).
       01  W-CANTIDAD-Z            PIC ZZZZ9.
       01  W-ITM-DESC-ENT          PIC X(40).
       01  W-ITM-CANT-ENT          PIC 9(5).
       01  W-ITM-PRECIO-ENT        PIC 9(7)V9(3).
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *    PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
           COPY "SIGNON.CPY".
      *    PARAMETERS FOR THE SHARED PERCTL SUBPROGRAM - SEE PERCTL.CPY
      *
      *    LINEAS DEL FORMULARIO IMPRESO
       01  L-FAC-TITULO.
           03  L-TIT-DOCUMENTO PIC X(16) VALUE "FACTURA NRO".
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-TIT-NUMERO    PIC 9(7).
           03  FILLER          PIC X(10) VALUE "   FECHA: ".
           03  L-TIT-FECHA     PIC 9(8).
       01  L-FAC-REFERENCIA.
           03  FILLER          PIC X(22) VALUE
               "ACREDITA FACTURA NRO: ".
           03  L-REF-FACTURA   PIC 9(7).
       01  L-FAC-CLIENTE.
           03  FILLER          PIC X(9)  VALUE "CLIENTE: ".
           03  L-CLI-ID        PIC Z(6)9.
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
           IF ST-FILE-ITM = "35"
              OPEN OUTPUT FACITEMS
           END-IF.
           OPEN I-O NOTCRED.
           IF ST-FILE-NCR = "35"
              OPEN OUTPUT NOTCRED
              CLOSE NOTCRED
              OPEN I-O NOTCRED
           END-IF.
           OPEN I-O NCITEMS.
           IF ST-FILE-NCI = "35"
              OPEN OUTPUT NCITEMS
              CLOSE NCITEMS
              OPEN I-O NCITEMS
           END-IF.
           OPEN I-O CLIMOV.
           IF ST-FILE-MOV = "35"
              OPEN OUTPUT CLIMOV
           IF ST-FILE-PND = "35"
              OPEN OUTPUT PENDCLI
           END-IF.
           OPEN INPUT IVATASAS.
           OPEN EXTEND IVALIBRO.
           IF ST-FILE-LIB > "07"
              OPEN OUTPUT IVALIBRO
           END-IF.
           OPEN EXTEND LISTADO.
           IF ST-FILE-LST > "07"
              OPEN OUTPUT LISTADO
           CLOSE CLICTL.
           CLOSE FACTURAS.
           CLOSE FACITEMS.
           CLOSE NOTCRED.
           CLOSE NCITEMS.
           CLOSE CLIMOV.
           CLOSE PENDCLI.
           CLOSE IVATASAS.
           CLOSE IVALIBRO.
           CLOSE LISTADO.
           MOVE "FACTCLI1"       TO RPTARC-PROGRAM.
           MOVE "FACTURACION DE CLIENTES"
              TO RPTARC-TITLE.
           MOVE "./factcli1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SIGNON-OPERADOR TO RPTARC-OPERATOR.
           MOVE "A"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
      *
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           PERFORM INGRESO-CLIENTE THRU F-INGRESO-CLIENTE.
           IF FIN = "S" GO TO F-PROCESO.
           PERFORM INGRESO-TIPO-DOCUMENTO
              THRU F-INGRESO-TIPO-DOCUMENTO.
           IF W-TIPO-DOCUMENTO = "N"
              PERFORM NOTA-CREDITO THRU F-NOTA-CREDITO
              GO TO F-PROCESO
           END-IF.
           PERFORM OBTENGO-NUMERO-FACTURA
              THRU F-OBTENGO-NUMERO-FACTURA.
           IF NUMERO-ASIGNADO = "N" GO TO F-PROCESO.
           MOVE W-FAC-NUMERO TO W-FAC-NUMERO-Z.
           DISPLAY W-FAC-NUMERO-Z LINE 5 COL 50.
           PERFORM BUSCO-TASA-CLIENTE.
           PERFORM INGRESO-ITEMS THRU F-INGRESO-ITEMS.
           IF W-ITEM-CNT = 0
              DISPLAY "FACTURA SIN RENGLONES - NO SE EMITE"
                      LINE 24 COL 1
              GO TO F-PROCESO
           END-IF.
           PERFORM MUESTRO-TOTALES.
           DISPLAY "CONFIRMA EMISION (S/N): " LINE 22 COL 10.
           ACCEPT CONFIRMA LINE 22 COL 35.
           IF CONFIRMA = "S" OR CONFIRMA = "s"
                   GUIONES                    LINE 4  COL 1
                   "Id Cliente (0=Salir): "   LINE 5  COL 10
                   "Factura Nro: "            LINE 5  COL 37
                   "Documento (F=Factura N=Nota Credito): "
                                              LINE 7  COL 10
                   GUIONES                    LINE 8  COL 1.
      *
       INGRESO-CLIENTE.
                   CLI_NOMBRE(1:50) LINE 6 COL 10.
       F-INGRESO-CLIENTE.
           EXIT.
      *
       INGRESO-TIPO-DOCUMENTO.
           MOVE "F" TO W-TIPO-DOCUMENTO.
           ACCEPT W-TIPO-DOCUMENTO LINE 7 COL 49 UPDATE.
           IF W-TIPO-DOCUMENTO = "f" OR W-TIPO-DOCUMENTO = SPACE
              MOVE "F" TO W-TIPO-DOCUMENTO
           END-IF.
           IF W-TIPO-DOCUMENTO = "n"
              MOVE "N" TO W-TIPO-DOCUMENTO
           END-IF.
           IF W-TIPO-DOCUMENTO NOT = "F"
              AND W-TIPO-DOCUMENTO NOT = "N"
              DISPLAY "DOCUMENTO INVALIDO" LINE 24 COL 1
              GO TO INGRESO-TIPO-DOCUMENTO
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           DISPLAY W-TIPO-DOCUMENTO LINE 7 COL 49.
       F-INGRESO-TIPO-DOCUMENTO.
           EXIT.
      *
      *    LA TASA SALE DE IVATASAS.DAT POR LA CATEGORIA DEL CLIENTE,
      *    COMO EN DESGLOSO-IVA DE CARGAVD1; SIN TASA TODO ES NETO
       BUSCO-TASA-CLIENTE.
           MOVE CLI_CATEGORIA TO W-CATEGORIA.
           MOVE CLI_VENDEDOR  TO W-VENDEDOR.
           MOVE "S" TO HAY-TASA.
           MOVE CLI_CATEGORIA TO IVA-CATEGORIA.
           READ IVATASAS
              INVALID KEY MOVE "N" TO HAY-TASA
           END-READ.
           IF HAY-TASA = "S" AND IVA-TASA > 0
              MOVE IVA-TASA TO W-TASA
           ELSE
              MOVE 0 TO W-TASA
           END-IF.
      *
      *    ABRE EL IMPORTE DEL RENGLON (IVA INCLUIDO) EN NETO E IVA
       DESGLOSO-ITEM.
           IF W-TASA > 0
              COMPUTE W-ITM-NETO(W-ITEM-CNT) ROUNDED =
                 W-ITM-IMPORTE(W-ITEM-CNT) / (1 + W-TASA / 100)
           ELSE
              MOVE W-ITM-IMPORTE(W-ITEM-CNT)
                 TO W-ITM-NETO(W-ITEM-CNT)
           END-IF.
           COMPUTE W-ITM-IVA(W-ITEM-CNT) =
              W-ITM-IMPORTE(W-ITEM-CNT) - W-ITM-NETO(W-ITEM-CNT).
           ADD W-ITM-NETO(W-ITEM-CNT) TO W-NETO-FACTURA.
           ADD W-ITM-IVA(W-ITEM-CNT)  TO W-IVA-FACTURA.
      *
       MUESTRO-TOTALES.
           MOVE W-NETO-FACTURA TO W-TOTAL-Z.
           DISPLAY "NETO: "  LINE 20 COL 10
                   W-TOTAL-Z LINE 20 COL 16.
           MOVE W-IVA-FACTURA TO W-TOTAL-Z.
           DISPLAY "IVA: "   LINE 20 COL 32
                   W-TOTAL-Z LINE 20 COL 37.
           MOVE W-TOTAL-FACTURA TO W-TOTAL-Z.
           DISPLAY "TOTAL: " LINE 20 COL 53
                   W-TOTAL-Z LINE 20 COL 60.
      *
      *    TOMA EL PROXIMO NUMERO DEL REGISTRO DE CONTROL "PROXFAC"
      *    DE CLICTL.DAT CON EL MISMO CICLO DE LECTURA/REGRABACION
       INGRESO-ITEMS.
           MOVE 0 TO W-ITEM-CNT.
           MOVE 0 TO W-TOTAL-FACTURA.
           MOVE 0 TO W-NETO-FACTURA.
           MOVE 0 TO W-IVA-FACTURA.
           MOVE 10 TO W-LINEA-ITEM.
           DISPLAY "DESCRIPCION (ENTER EN BLANCO = FIN) / "
                   "CANTIDAD / PRECIO UNITARIO" LINE 9 COL 5.
           COMPUTE W-ITM-IMPORTE(W-ITEM-CNT) =
              W-ITM-CANT-ENT * W-ITM-PRECIO-ENT.
           ADD W-ITM-IMPORTE(W-ITEM-CNT) TO W-TOTAL-FACTURA.
           PERFORM DESGLOSO-ITEM.
           MOVE W-ITM-IMPORTE(W-ITEM-CNT) TO W-IMPORTE-Z.
           DISPLAY W-IMPORTE-Z LINE W-LINEA-ITEM COL 68.
           ADD 1 TO W-LINEA-ITEM.
       F-INGRESO-ITEMS.
           EXIT.
      *
      *    GRABA LA CABECERA Y LOS RENGLONES PENDIENTES DE
      *    AUTORIZACION Y APLICA EL DEBITO AL CLIENTE, ASENTANDOLO EN
      *    EL JOURNAL CON EL NUMERO DE FACTURA. EL FORMULARIO SE
      *    IMPRIME RECIEN CON EL CAE (FACAUT2)
       GRABO-FACTURA.
      *    UNA FACTURA NO PUEDE EMITIRSE EN UN PERIODO YA CERRADO
      *    CON CIEMES1 (VER PERCTL)
           MOVE W-ITEM-CNT    TO FAC-CANT-ITEMS.
           MOVE W-TOTAL-FACTURA TO FAC-TOTAL.
           SET FAC-EMITIDA    TO TRUE.
           MOVE 0             TO FAC-IMPORTE-ACREDITADO.
           MOVE W-CATEGORIA   TO FAC-CATEGORIA.
           MOVE W-TASA        TO FAC-TASA.
           MOVE W-NETO-FACTURA TO FAC-NETO.
           MOVE W-IVA-FACTURA TO FAC-IVA.
           SET FAC-AUT-PENDIENTE TO TRUE.
           MOVE 0             TO FAC-CAE.
           MOVE 0             TO FAC-CAE-VTO.
           MOVE 0             TO FAC-FECHA-AUT.
           MOVE SPACES        TO FAC-MOTIVO-RECHAZO.
           MOVE W-VENDEDOR    TO FAC-VENDEDOR.
           WRITE REG-FACTURAS.
           IF ST-FILE-FAC > "07"
              STRING "ERROR AL GRABAR FACTURAS " ST-FILE-FAC
           PERFORM GRABO-UN-ITEM
              VARYING W-ITEM-SUB FROM 1 BY 1
              UNTIL W-ITEM-SUB > W-ITEM-CNT.
           PERFORM POSTEO-DEBITO THRU F-POSTEO-DEBITO.
           DISPLAY "FACTURA EMITIDA - PENDIENTE DE AUTORIZACION"
                   LINE 24 COL 1.
       F-GRABO-FACTURA.
           EXIT.
      *
           MOVE W-ITM-CANTIDAD(W-ITEM-SUB) TO ITM-CANTIDAD.
           MOVE W-ITM-PRECIO(W-ITEM-SUB)   TO ITM-PRECIO-UNIT.
           MOVE W-ITM-IMPORTE(W-ITEM-SUB)  TO ITM-IMPORTE.
           MOVE W-ITM-NETO(W-ITEM-SUB)     TO ITM-NETO.
           MOVE W-ITM-IVA(W-ITEM-SUB)      TO ITM-IVA.
           WRITE REG-FACITEMS.
           IF ST-FILE-ITM > "07"
              MOVE "FACTCLI1"      TO ERRLOG-PROGRAM
       IMPRIMO-FACTURA.
           MOVE GUIONES TO LINEA-LISTADO.
           WRITE LINEA-LISTADO.
           MOVE W-DOC-TITULO TO L-TIT-DOCUMENTO.
           MOVE W-DOC-NUMERO TO L-TIT-NUMERO.
           MOVE W-FECHA-HOY  TO L-TIT-FECHA.
           WRITE LINEA-LISTADO FROM L-FAC-TITULO.
      *    LA NOTA DE CREDITO NOMBRA LA FACTURA QUE ACREDITA
           IF W-TIPO-DOCUMENTO = "N"
              MOVE W-FAC-NUMERO TO L-REF-FACTURA
              WRITE LINEA-LISTADO FROM L-FAC-REFERENCIA
           END-IF.
           MOVE W-CLI-ID          TO L-CLI-ID.
           MOVE CLI_NOMBRE(1:50)  TO L-CLI-NOMBRE.
           WRITE LINEA-LISTADO FROM L-FAC-CLIENTE.
           PERFORM IMPRIMO-UN-ITEM
              VARYING W-ITEM-SUB FROM 1 BY 1
              UNTIL W-ITEM-SUB > W-ITEM-CNT.
           MOVE W-NETO-FACTURA TO L-NETO-IMPORTE.
           WRITE LINEA-LISTADO FROM L-FAC-NETO.
           MOVE W-TASA        TO L-IVA-TASA.
           MOVE W-IVA-FACTURA TO L-IVA-IMPORTE.
           WRITE LINEA-LISTADO FROM L-FAC-IVA.
           MOVE W-TOTAL-FACTURA TO L-TOT-IMPORTE.
           WRITE LINEA-LISTADO FROM L-FAC-TOTAL.
      *
              MOVE ST-FILE-PND              TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
      *
      *    NOTA DE CREDITO: SE PIDE LA FACTURA DEL CLIENTE, SE
      *    MUESTRAN SUS RENGLONES CON LO QUE QUEDA SIN ACREDITAR Y SE
      *    TOMA LA CANTIDAD A ACREDITAR DE CADA UNO (ANULACION TOTAL
      *    TOMA TODO LO DISPONIBLE). LOS RENGLONES ACREDITADOS PASAN
      *    A LA TABLA W-ITEM PARA IMPRIMIRSE CON IMPRIMO-FACTURA
       NOTA-CREDITO.
           DISPLAY "Factura Nro: " LINE 7 COL 55.
       INGRESO-FACTURA-NC.
           ACCEPT W-FAC-NUMERO LINE 7 COL 68 PROMPT.
           IF W-FAC-NUMERO = 0
              GO TO F-NOTA-CREDITO
           END-IF.
           MOVE "S" TO EXISTE.
           MOVE W-FAC-NUMERO TO FAC-NUMERO.
       LEO-FACTURA-NC.
           READ FACTURAS INVALID KEY MOVE "N" TO EXISTE.
           IF ST-FILE-FAC = "99"
              CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
              GO TO LEO-FACTURA-NC
           END-IF.
           IF EXISTE = "N"
              DISPLAY "FACTURA INEXISTENTE" LINE 24 COL 1
              GO TO INGRESO-FACTURA-NC
           END-IF.
           IF FAC-ID-CLIENTE NOT = W-CLI-ID
              DISPLAY "LA FACTURA ES DE OTRO CLIENTE" LINE 24 COL 1
              GO TO INGRESO-FACTURA-NC
           END-IF.
           IF FAC-ANULADA
              DISPLAY "FACTURA YA ANULADA" LINE 24 COL 1
              GO TO INGRESO-FACTURA-NC
           END-IF.
      *    UNA FACTURA EN CAMINO AL ORGANISMO FISCAL NO SE ACREDITA
      *    HASTA QUE VUELVA AUTORIZADA O RECHAZADA
           IF FAC-AUT-PENDIENTE OR FAC-AUT-ENVIADA
              DISPLAY "FACTURA PENDIENTE DE AUTORIZACION"
                      LINE 24 COL 1
              GO TO INGRESO-FACTURA-NC
           END-IF.
      *    LAS FACTURAS ANTERIORES A LAS NOTAS DE CREDITO TRAEN
      *    ESPACIOS EN EL IMPORTE ACREDITADO
           IF FAC-IMPORTE-ACREDITADO NOT NUMERIC
              MOVE 0 TO FAC-IMPORTE-ACREDITADO
           END-IF.
      *    LA NOTA SE ABRE CON LA TASA CON QUE SE FACTURO
           MOVE FAC-CATEGORIA  TO W-CATEGORIA.
           MOVE FAC-TASA       TO W-TASA.
           MOVE FAC-AUT-ESTADO TO W-AUT-ESTADO.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           MOVE W-FAC-NUMERO TO W-FAC-NUMERO-Z.
           DISPLAY W-FAC-NUMERO-Z LINE 7 COL 68.
           PERFORM CARGO-RENGLONES-FACTURA.
           IF W-FL-CNT = 0
              DISPLAY "FACTURA SIN RENGLONES - NO SE ACREDITA"
                      LINE 24 COL 1
              GO TO F-NOTA-CREDITO
           END-IF.
       INGRESO-ANULACION-TOTAL.
           DISPLAY "ANULACION TOTAL DE LA FACTURA (S/N): "
                   LINE 9 COL 5.
           ACCEPT W-NC-TOTAL-SN LINE 9 COL 43.
           IF W-NC-TOTAL-SN = "s"
              MOVE "S" TO W-NC-TOTAL-SN
           END-IF.
           IF W-NC-TOTAL-SN = "n"
              MOVE "N" TO W-NC-TOTAL-SN
           END-IF.
           IF W-NC-TOTAL-SN NOT = "S" AND W-NC-TOTAL-SN NOT = "N"
              GO TO INGRESO-ANULACION-TOTAL
           END-IF.
           DISPLAY SPACES LINE 9 COL 1 SIZE 80.
           DISPLAY "DESCRIPCION / FACTURADO / DISPONIBLE / "
                   "A ACREDITAR" LINE 9 COL 5.
           MOVE 0 TO W-ITEM-CNT.
           MOVE 0 TO W-TOTAL-FACTURA.
           MOVE 0 TO W-NETO-FACTURA.
           MOVE 0 TO W-IVA-FACTURA.
           MOVE 10 TO W-LINEA-ITEM.
           PERFORM INGRESO-UN-RENGLON-NC THRU F-INGRESO-UN-RENGLON-NC
              VARYING W-FL-SUB FROM 1 BY 1
              UNTIL W-FL-SUB > W-FL-CNT.
           IF W-ITEM-CNT = 0
              DISPLAY "NOTA SIN RENGLONES - NO SE EMITE"
                      LINE 24 COL 1
              GO TO F-NOTA-CREDITO
           END-IF.
           PERFORM MUESTRO-TOTALES.
           DISPLAY "CONFIRMA EMISION (S/N): " LINE 22 COL 10.
           ACCEPT CONFIRMA LINE 22 COL 35.
           IF CONFIRMA = "S" OR CONFIRMA = "s"
              PERFORM GRABO-NOTA-CREDITO THRU F-GRABO-NOTA-CREDITO
           END-IF.
       F-NOTA-CREDITO.
           EXIT.
      *
      *    LEE LOS RENGLONES DE LA FACTURA Y SUMA, POR LA CLAVE
      *    ALTERNATIVA DE NCITEMS, LO YA ACREDITADO DE CADA UNO
       CARGO-RENGLONES-FACTURA.
           MOVE 0 TO W-FL-CNT.
           PERFORM CARGO-UN-RENGLON
              VARYING W-ITEM-SUB FROM 1 BY 1
              UNTIL W-ITEM-SUB > FAC-CANT-ITEMS
                 OR W-ITEM-SUB > W-ITEM-MAX.
      *
       CARGO-UN-RENGLON.
           MOVE W-FAC-NUMERO TO ITM-FAC-NUMERO.
           MOVE W-ITEM-SUB   TO ITM-NRO.
           READ FACITEMS
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-FL-CNT
                 MOVE ITM-NRO         TO W-FL-NRO(W-FL-CNT)
                 MOVE ITM-DESCRIPCION TO W-FL-DESC(W-FL-CNT)
                 MOVE ITM-CANTIDAD    TO W-FL-CANTIDAD(W-FL-CNT)
                 MOVE ITM-PRECIO-UNIT TO W-FL-PRECIO(W-FL-CNT)
                 PERFORM SUMO-ACREDITADO
           END-READ.
      *
       SUMO-ACREDITADO.
           MOVE 0 TO W-FL-ACREDITADA(W-FL-CNT).
           MOVE "N" TO FIN-NCITEMS.
           MOVE W-FAC-NUMERO       TO NCI-FAC-NUMERO.
           MOVE W-FL-NRO(W-FL-CNT) TO NCI-ITM-NRO.
           START NCITEMS KEY IS = NCI-FAC-ITEM
              INVALID KEY MOVE "S" TO FIN-NCITEMS
           END-START.
           PERFORM SUMO-UN-NCITEM UNTIL FIN-NCITEMS = "S".
           COMPUTE W-FL-DISPONIBLE(W-FL-CNT) =
              W-FL-CANTIDAD(W-FL-CNT) - W-FL-ACREDITADA(W-FL-CNT).
      *
       SUMO-UN-NCITEM.
           READ NCITEMS NEXT RECORD
              AT END MOVE "S" TO FIN-NCITEMS
           END-READ.
           IF FIN-NCITEMS = "N"
              IF NCI-FAC-NUMERO = W-FAC-NUMERO
                 AND NCI-ITM-NRO = W-FL-NRO(W-FL-CNT)
                 ADD NCI-CANTIDAD TO W-FL-ACREDITADA(W-FL-CNT)
              ELSE
                 MOVE "S" TO FIN-NCITEMS
              END-IF
           END-IF.
      *
       INGRESO-UN-RENGLON-NC.
           DISPLAY W-FL-DESC(W-FL-SUB)(1:30) LINE W-LINEA-ITEM COL 5.
           MOVE W-FL-CANTIDAD(W-FL-SUB) TO W-CANTIDAD-Z.
           DISPLAY W-CANTIDAD-Z LINE W-LINEA-ITEM COL 37.
           MOVE W-FL-DISPONIBLE(W-FL-SUB) TO W-CANTIDAD-Z.
           DISPLAY W-CANTIDAD-Z LINE W-LINEA-ITEM COL 45.
           IF W-FL-DISPONIBLE(W-FL-SUB) = 0
              DISPLAY "ACREDITADO" LINE W-LINEA-ITEM COL 55
              GO TO F-INGRESO-UN-RENGLON-NC
           END-IF.
           IF W-NC-TOTAL-SN = "S"
              MOVE W-FL-DISPONIBLE(W-FL-SUB) TO W-NC-CANT-ENT
           ELSE
              MOVE 0 TO W-NC-CANT-ENT
              ACCEPT W-NC-CANT-ENT LINE W-LINEA-ITEM COL 55
           END-IF.
           IF W-NC-CANT-ENT > W-FL-DISPONIBLE(W-FL-SUB)
              DISPLAY "CANTIDAD MAYOR A LA DISPONIBLE" LINE 24 COL 1
              GO TO INGRESO-UN-RENGLON-NC
           END-IF.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           MOVE W-NC-CANT-ENT TO W-CANTIDAD-Z.
           DISPLAY W-CANTIDAD-Z LINE W-LINEA-ITEM COL 55.
           IF W-NC-CANT-ENT > 0
              ADD 1 TO W-ITEM-CNT
              MOVE W-FL-DESC(W-FL-SUB)   TO W-ITM-DESC(W-ITEM-CNT)
              MOVE W-NC-CANT-ENT         TO W-ITM-CANTIDAD(W-ITEM-CNT)
              MOVE W-FL-PRECIO(W-FL-SUB) TO W-ITM-PRECIO(W-ITEM-CNT)
              MOVE W-FL-NRO(W-FL-SUB)    TO W-ITM-REF(W-ITEM-CNT)
              COMPUTE W-ITM-IMPORTE(W-ITEM-CNT) =
                 W-NC-CANT-ENT * W-FL-PRECIO(W-FL-SUB)
              ADD W-ITM-IMPORTE(W-ITEM-CNT) TO W-TOTAL-FACTURA
              PERFORM DESGLOSO-ITEM
              MOVE W-ITM-IMPORTE(W-ITEM-CNT) TO W-IMPORTE-Z
              DISPLAY W-IMPORTE-Z LINE W-LINEA-ITEM COL 68
           END-IF.
       F-INGRESO-UN-RENGLON-NC.
           ADD 1 TO W-LINEA-ITEM.
      *
      *    EL NUMERO DE NOTA SE TOMA RECIEN AL CONFIRMAR; GRABA
      *    CABECERA Y RENGLONES, ACTUALIZA EL ESTADO DE LA FACTURA,
      *    IMPRIME Y APLICA EL CREDITO AL CLIENTE
       GRABO-NOTA-CREDITO.
           MOVE "CLI" TO PERCTL-MODULO.
           MOVE W-FECHA-HOY TO PERCTL-FECHA.
           CALL "PERCTL" USING PERCTL-PARMS.
           IF PERCTL-CERRADO
              DISPLAY "PERIODO CERRADO - NO SE EMITE" LINE 24 COL 1
              GO TO F-GRABO-NOTA-CREDITO
           END-IF.
           PERFORM OBTENGO-NUMERO-NC THRU F-OBTENGO-NUMERO-NC.
           IF NUMERO-ASIGNADO = "N" GO TO F-GRABO-NOTA-CREDITO.
           MOVE W-FAC-NUMERO TO FAC-NUMERO.
       RELEO-FACTURA-NC.
           READ FACTURAS INVALID KEY CONTINUE.
           IF ST-FILE-FAC = "99"
              CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
              GO TO RELEO-FACTURA-NC
           END-IF.
           IF FAC-IMPORTE-ACREDITADO NOT NUMERIC
              MOVE 0 TO FAC-IMPORTE-ACREDITADO
           END-IF.
           ADD W-TOTAL-FACTURA TO FAC-IMPORTE-ACREDITADO.
           IF FAC-IMPORTE-ACREDITADO NOT < FAC-TOTAL
              SET FAC-ANULADA TO TRUE
           ELSE
              SET FAC-ACRED-PARCIAL TO TRUE
           END-IF.
           MOVE W-NC-NUMERO   TO NC-NUMERO.
           MOVE W-FECHA-HOY   TO NC-FECHA.
           ACCEPT NC-HORA     FROM TIME.
           MOVE W-CLI-ID      TO NC-ID-CLIENTE.
           MOVE W-FAC-NUMERO  TO NC-FAC-NUMERO.
           MOVE W-ITEM-CNT    TO NC-CANT-ITEMS.
           MOVE W-TOTAL-FACTURA TO NC-TOTAL.
           IF FAC-ANULADA
              SET NC-TOTAL-FACTURA TO TRUE
           ELSE
              SET NC-PARCIAL TO TRUE
           END-IF.
           MOVE SIGNON-OPERADOR TO NC-OPERADOR.
           MOVE W-NETO-FACTURA TO NC-NETO.
           MOVE W-IVA-FACTURA  TO NC-IVA.
           WRITE REG-NOTCRED.
           IF ST-FILE-NCR > "07"
              STRING "ERROR AL GRABAR NOTCRED " ST-FILE-NCR
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "FACTCLI1"           TO ERRLOG-PROGRAM
              MOVE "GRABO-NOTA-CREDITO" TO ERRLOG-PARAGRAPH
              MOVE "NOTCRED"            TO ERRLOG-FILENAME
              MOVE NC-NUMERO             TO ERRLOG-KEYVALUE
              MOVE ST-FILE-NCR           TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO F-GRABO-NOTA-CREDITO
           END-IF.
           PERFORM GRABO-UN-NCITEM
              VARYING W-ITEM-SUB FROM 1 BY 1
              UNTIL W-ITEM-SUB > W-ITEM-CNT.
           REWRITE REG-FACTURAS.
           IF ST-FILE-FAC > "07"
              MOVE "FACTCLI1"           TO ERRLOG-PROGRAM
              MOVE "GRABO-NOTA-CREDITO" TO ERRLOG-PARAGRAPH
              MOVE "FACTURAS"           TO ERRLOG-FILENAME
              MOVE FAC-NUMERO            TO ERRLOG-KEYVALUE
              MOVE ST-FILE-FAC           TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
           MOVE "NOTA CREDITO NRO" TO W-DOC-TITULO.
           MOVE W-NC-NUMERO        TO W-DOC-NUMERO.
           PERFORM IMPRIMO-FACTURA.
      *    SOLO LA FACTURA AUTORIZADA ESTA EN EL LIBRO DE IVA; LA
      *    NOTA QUE LA ACREDITA DESCUENTA SU NETO E IVA
           IF W-AUT-ESTADO = "A"
              PERFORM GRABO-LIBRO-NC
           END-IF.
           PERFORM POSTEO-CREDITO THRU F-POSTEO-CREDITO.
           DISPLAY "NOTA DE CREDITO EMITIDA" LINE 24 COL 1.
       F-GRABO-NOTA-CREDITO.
           EXIT.
      *
       GRABO-UN-NCITEM.
           MOVE W-NC-NUMERO                TO NCI-NC-NUMERO.
           MOVE W-ITEM-SUB                 TO NCI-NRO.
           MOVE W-FAC-NUMERO               TO NCI-FAC-NUMERO.
           MOVE W-ITM-REF(W-ITEM-SUB)      TO NCI-ITM-NRO.
           MOVE W-ITM-DESC(W-ITEM-SUB)     TO NCI-DESCRIPCION.
           MOVE W-ITM-CANTIDAD(W-ITEM-SUB) TO NCI-CANTIDAD.
           MOVE W-ITM-PRECIO(W-ITEM-SUB)   TO NCI-PRECIO-UNIT.
           MOVE W-ITM-IMPORTE(W-ITEM-SUB)  TO NCI-IMPORTE.
           WRITE REG-NCITEMS.
           IF ST-FILE-NCI > "07"
              MOVE "FACTCLI1"        TO ERRLOG-PROGRAM
              MOVE "GRABO-UN-NCITEM" TO ERRLOG-PARAGRAPH
              MOVE "NCITEMS"         TO ERRLOG-FILENAME
              MOVE NCI-CLAVE          TO ERRLOG-KEYVALUE
              MOVE ST-FILE-NCI        TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
      *
       GRABO-LIBRO-NC.
           MOVE W-FECHA-HOY    TO LIB-FECHA.
           MOVE W-CLI-ID       TO LIB-DEU-ID.
           MOVE W-CATEGORIA    TO LIB-CATEGORIA.
           MOVE W-TASA         TO LIB-TASA.
           MOVE W-TOTAL-FACTURA TO LIB-BRUTO.
           MOVE W-NETO-FACTURA TO LIB-NETO.
           MOVE W-IVA-FACTURA  TO LIB-IVA.
           SET LIB-NOTA-CREDITO TO TRUE.
           MOVE W-NC-NUMERO    TO LIB-DOCUMENTO.
           WRITE REG-IVALIBRO.
           IF ST-FILE-LIB > "07"
              MOVE "FACTCLI1"       TO ERRLOG-PROGRAM
              MOVE "GRABO-LIBRO-NC" TO ERRLOG-PARAGRAPH
              MOVE "IVALIBRO"       TO ERRLOG-FILENAME
              MOVE W-NC-NUMERO       TO ERRLOG-KEYVALUE
              MOVE ST-FILE-LIB       TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
      *
      *    TOMA EL PROXIMO NUMERO DE NOTA DEL REGISTRO "PROXNC" DE
      *    CLICTL.DAT, MISMO CICLO QUE OBTENGO-NUMERO-FACTURA
       OBTENGO-NUMERO-NC.
           MOVE "N" TO NUMERO-ASIGNADO.
           MOVE "PROXNC" TO CTL-CLAVE.
           READ CLICTL
              INVALID KEY CONTINUE
           END-READ.
           IF ST-FILE-CTL = "99"
              ADD 1 TO REINTENTOS-CONTROL
              IF REINTENTOS-CONTROL > MAX-REINTENTOS
                 DISPLAY "CONTROL EN USO, INTENTE MAS TARDE"
                         LINE 24 COL 1
                 MOVE 0 TO REINTENTOS-CONTROL
                 GO TO F-OBTENGO-NUMERO-NC
              END-IF
              CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
              GO TO OBTENGO-NUMERO-NC
           END-IF.
           MOVE 0 TO REINTENTOS-CONTROL.
           IF ST-FILE-CTL = "23" OR ST-FILE-CTL = "35"
              PERFORM ARMO-CONTROL-NC THRU F-ARMO-CONTROL-NC
              IF CONTROL-LISTO = "N"
                 GO TO F-OBTENGO-NUMERO-NC
              END-IF
           ELSE
              IF ST-FILE-CTL > "07"
                 DISPLAY "ERROR LEYENDO CLICTL " ST-FILE-CTL
                         LINE 24 COL 1
                 GO TO F-OBTENGO-NUMERO-NC
              END-IF
           END-IF.
           MOVE CTL-PROX-ID TO W-NC-NUMERO.
           ADD 1 TO CTL-PROX-ID.
           REWRITE REG-CLICTL.
           IF ST-FILE-CTL > "07"
              DISPLAY "ERROR REGRABANDO CLICTL " ST-FILE-CTL
                      LINE 24 COL 1
              GO TO F-OBTENGO-NUMERO-NC
           END-IF.
           MOVE "S" TO NUMERO-ASIGNADO.
       F-OBTENGO-NUMERO-NC.
           EXIT.
      *    PRIMERA VEZ: SE SIEMBRA CON LA NOTA MAS ALTA DE NOTCRED.DAT
      *    MAS UNO (O 1 SI EL ARCHIVO ESTA VACIO)
       ARMO-CONTROL-NC.
           MOVE "N" TO CONTROL-LISTO.
           MOVE "PROXNC" TO CTL-CLAVE.
           MOVE 1 TO CTL-PROX-ID.
           MOVE 9999998 TO NC-NUMERO.
           START NOTCRED KEY IS NOT GREATER THAN NC-NUMERO
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ NOTCRED PREVIOUS RECORD
                    AT END CONTINUE
                    NOT AT END
                       COMPUTE CTL-PROX-ID = NC-NUMERO + 1
                 END-READ
           END-START.
           WRITE REG-CLICTL.
           IF ST-FILE-CTL > "07"
              DISPLAY "ERROR GRABANDO CLICTL " ST-FILE-CTL
                      LINE 24 COL 1
              GO TO F-ARMO-CONTROL-NC
           END-IF.
           MOVE "S" TO CONTROL-LISTO.
       F-ARMO-CONTROL-NC.
           EXIT.
      *
      *    APLICA EL CREDITO A CLI_SALDO COMO LO HACE APLREC1 CON UN
      *    RECIBO, Y LO ASIENTA EN CLIMOV COMO "C" CON LA NOTA EN
      *    MOV-DOCUMENTO Y LA FACTURA EN MOV-DOC-REFERENCIA
       POSTEO-CREDITO.
           ADD W-TOTAL-FACTURA TO CLI_SALDO.
           ACCEPT CLI_ULT_ACTIVIDAD FROM DATE YYYYMMDD.
       REGRABO-CLIENTE-NC.
           REWRITE REG-CLIENTES.
           IF ST-FILE = "99"
              ADD 1 TO REINTENTOS-REGRABO
              IF REINTENTOS-REGRABO > MAX-REINTENTOS
                 DISPLAY "REGISTRO EN USO, INTENTE MAS TARDE"
                         LINE 24 COL 1
                 MOVE 0 TO REINTENTOS-REGRABO
                 GO TO F-POSTEO-CREDITO
              END-IF
              CALL "C$SLEEP" USING W-SEGUNDOS-ESPERA
              GO TO REGRABO-CLIENTE-NC
           END-IF.
           MOVE 0 TO REINTENTOS-REGRABO.
           IF ST-FILE > "07"
              STRING "ERROR AL REGRABAR CLIENTES " ST-FILE
              DELIMITED BY SIZE
              INTO MENSAJE
              DISPLAY MENSAJE LINE 24 COL 1
              MOVE "FACTCLI1"       TO ERRLOG-PROGRAM
              MOVE "POSTEO-CREDITO" TO ERRLOG-PARAGRAPH
              MOVE "CLIENTES"       TO ERRLOG-FILENAME
              MOVE CLI_ID            TO ERRLOG-KEYVALUE
              MOVE ST-FILE           TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           ELSE
              PERFORM GRABO-MOVIMIENTO-NC THRU F-GRABO-MOVIMIENTO-NC
           END-IF.
       F-POSTEO-CREDITO.
           EXIT.
      *
       GRABO-MOVIMIENTO-NC.
           INITIALIZE REG-CLIMOV.
           MOVE W-FECHA-HOY   TO MOV-FECHA.
           ACCEPT MOV-HORA    FROM TIME.
           MOVE CLI_ID        TO MOV-ID_CLIENTE.
           MOVE 1             TO MOV-SECUENCIA.
           SET MOV-CREDITO    TO TRUE.
           MOVE W-TOTAL-FACTURA TO MOV-IMPORTE.
           MOVE CLI_SALDO     TO MOV-SALDO-RESULT.
           MOVE W-NC-NUMERO   TO MOV-DOCUMENTO.
           SET MOV-DOC-NOTA-CREDITO TO TRUE.
           MOVE W-FAC-NUMERO  TO MOV-DOC-REFERENCIA.
       GRABO-MOV-CLAVE-NC.
           WRITE REG-CLIMOV.
           IF ST-FILE-MOV = "22"
              ADD 1 TO MOV-SECUENCIA
              GO TO GRABO-MOV-CLAVE-NC
           END-IF.
           PERFORM REDUZCO-PARTIDA-ABIERTA
              THRU F-REDUZCO-PARTIDA-ABIERTA.
       F-GRABO-MOVIMIENTO-NC.
           EXIT.
      *
      *    LA NOTA REDUCE EL IMPORTE DE LA PARTIDA ABIERTA DE LA
      *    FACTURA; SI YA NO QUEDA NADA IMPAGO LA PARTIDA SE CANCELA.
      *    LO QUE LA NOTA ACREDITE POR ENCIMA DE LO IMPAGO QUEDA COMO
      *    SALDO A FAVOR EN CLI_SALDO
       REDUZCO-PARTIDA-ABIERTA.
           MOVE "S" TO EXISTE-PARTIDA.
           MOVE W-CLI-ID     TO PND-CLI-ID.
           MOVE W-FAC-NUMERO TO PND-DOCUMENTO.
           READ PENDCLI INVALID KEY MOVE "N" TO EXISTE-PARTIDA.
           IF EXISTE-PARTIDA = "N" OR PND-CANCELADO
              GO TO F-REDUZCO-PARTIDA-ABIERTA
           END-IF.
           SUBTRACT W-TOTAL-FACTURA FROM PND-IMPORTE-ORIG.
           IF PND-IMPORTE-PAGADO NOT < PND-IMPORTE-ORIG
              SET PND-CANCELADO TO TRUE
           END-IF.
           REWRITE REG-PENDCLI.
           IF ST-FILE-PND > "07"
              MOVE "FACTCLI1"                TO ERRLOG-PROGRAM
              MOVE "REDUZCO-PARTIDA-ABIERTA" TO ERRLOG-PARAGRAPH
              MOVE "PENDCLI"                 TO ERRLOG-FILENAME
              MOVE PND-CLAVE                  TO ERRLOG-KEYVALUE
              MOVE ST-FILE-PND                TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       F-REDUZCO-PARTIDA-ABIERTA.
           EXIT.
       END PROGRAM FACTCLI1.
