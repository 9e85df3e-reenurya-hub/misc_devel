       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMVEN1.
      *
      *    LIQUIDACION MENSUAL DE COMISIONES DE VENDEDORES
      *    PIDE UN PERIODO (AAAAMM). LA COMISION SE GANA AL COBRAR,
      *    NO AL FACTURAR: RECORRE CLIMOV.DAT Y TOMA LOS CREDITOS DEL
      *    PERIODO QUE NOMBRAN UNA FACTURA:
      *      - LOS RECIBOS QUE APLREC1 APLICO A LA PARTIDA DE PENDCLI
      *        DE UNA FACTURA (MOV-DOCUMENTO = FACTURA). LA COMISION
      *        ES PARA EL FAC-VENDEDOR DE LA FACTURA, SOBRE LA PARTE
      *        NETA DEL COBRO (IMPORTE * FAC-NETO / FAC-TOTAL), A LA
      *        TASA DE VENDEDORES.DAT (MNTVEN1).
      *      - LAS NOTAS DE CREDITO DE FACTCLI1 (MOV-TIPO-DOC "N",
      *        FACTURA EN MOV-DOC-REFERENCIA), QUE SE DESCUENTAN AL
      *        VENDEDOR DE LA FACTURA. COMO SOLO SE COMISIONA LO
      *        COBRADO, LA NOTA SE DESCUENTA UNICAMENTE POR LO QUE
      *        DEVUELVE DE LO YA COBRADO: LO PAGADO DE LA PARTIDA POR
      *        ENCIMA DE LO QUE VALE HOY LA FACTURA (FAC-TOTAL MENOS
      *        FAC-IMPORTE-ACREDITADO), CON TOPE EN LA NOTA. LA NOTA
      *        DE UNA FACTURA SIN PARTIDA (ANTERIOR A PENDCLI) SE
      *        DESCUENTA ENTERA.
      *    LAS FACTURAS SIN VENDEDOR (CUENTAS DE LA CASA O ANTERIORES
      *    A FAC-VENDEDOR) NO GENERAN COMISION; SE CUENTAN AL FINAL.
      *    LOS MOVIMIENTOS SE ORDENAN CON UN SORT POR VENDEDOR Y
      *    FECHA E IMPRIMEN LA LIQUIDACION DE CADA VENDEDOR EN
      *    COMVEN1.LST. EL IMPORTE A PAGAR DE CADA UNO QUEDA EN
      *    COMISIONES.DAT (VENDEDOR + PERIODO) COMO "A PAGAR"; UNA
      *    NUEVA CORRIDA DEL MISMO PERIODO LO RECALCULA, SALVO QUE
      *    YA FIGURE PAGADO, EN CUYO CASO SE LISTA Y NO SE TOCA. LO
      *    PAGA COMVEN2, QUE GENERA POR VENDEDOR EL COMPROBANTE A
      *    PAGAR EN PROVVOU.DAT (SFTPAY1 EMITE EL CHEQUE) Y MARCA EL
      *    PERIODO PAGADO ("G") CON EL NUMERO DE COMPROBANTE. UN
      *    NETO NEGATIVO (MAS DESCUENTOS QUE COBROS) QUEDA ASI PARA
      *    COMPENSARSE EN EL PAGO SIGUIENTE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIMOV ASSIGN TO "./climov.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS MOV-CLAVE
           STATUS ST-FILE-MOV.
           SELECT OPTIONAL FACTURAS ASSIGN TO "./facturas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS FAC-NUMERO
           STATUS ST-FILE-FAC.
           SELECT OPTIONAL PENDCLI ASSIGN TO "./pendcli.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS PND-CLAVE
           STATUS ST-FILE-PND.
           SELECT OPTIONAL VENDEDORES ASSIGN TO "./vendedores.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS VEN-CODIGO
           STATUS ST-FILE-VEN.
           SELECT OPTIONAL COMISIONES ASSIGN TO "./comisiones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS COM-CLAVE
           STATUS ST-FILE-COM.
           SELECT ORDENADOS ASSIGN TO "COMVEN1.SRT"
           STATUS ST-FILE-SRT.
       DATA DIVISION.
       FILE SECTION.
      *    EL JOURNAL DE CLIENTES. EN LAS NOTAS DE CREDITO
      *    MOV-DOCUMENTO ES LA NOTA Y MOV-DOC-REFERENCIA LA FACTURA
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
           03  MOV-IMPORTE         PIC S9(7)V9(3).
           03  MOV-SALDO-RESULT    PIC S9(7)V9(3).
           03  MOV-DOCUMENTO       PIC 9(7).
           03  MOV-TIPO-DOC        PIC X.
              88  MOV-DOC-NOTA-CREDITO VALUE "N".
           03  MOV-DOC-REFERENCIA  PIC 9(7).
           03  FILLER              PIC X(22).
      *
       FD FACTURAS.
       01 REG-FACTURAS.
           03  FAC-NUMERO          PIC 9(7).
           03  FAC-FECHA           PIC 9(8).
           03  FAC-HORA            PIC 9(8).
           03  FAC-ID-CLIENTE      PIC 9(7).
           03  FAC-CANT-ITEMS      PIC 9(2).
           03  FAC-TOTAL           PIC S9(9)V9(3).
           03  FAC-ESTADO          PIC X.
           03  FAC-IMPORTE-ACREDITADO PIC S9(9)V9(3).
           03  FAC-CATEGORIA       PIC X.
           03  FAC-TASA            PIC 9(2)V9(2).
           03  FAC-NETO            PIC S9(9)V9(3).
           03  FAC-IVA             PIC S9(9)V9(3).
           03  FAC-AUT-ESTADO      PIC X.
           03  FAC-CAE             PIC 9(14).
           03  FAC-CAE-VTO         PIC 9(8).
           03  FAC-FECHA-AUT       PIC 9(8).
           03  FAC-MOTIVO-RECHAZO  PIC X(40).
           03  FAC-VENDEDOR        PIC X(4).
           03  FILLER              PIC X(46).
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
       FD VENDEDORES.
       01 REG-VENDEDORES.
           03  VEN-CODIGO          PIC X(4).
           03  VEN-NOMBRE          PIC X(40).
           03  VEN-TASA-COMISION   PIC 9(2)V9(2).
           03  VEN-ESTADO          PIC X.
              88  VEN-ACTIVO       VALUE "A".
              88  VEN-INACTIVO     VALUE "I".
           03  VEN-FECHA-ALTA      PIC 9(8).
           03  FILLER              PIC X(23).
      *
      *    COMISIONES.DAT: LO QUE HAY QUE PAGAR A CADA VENDEDOR POR
      *    CADA PERIODO LIQUIDADO. COMVEN2 LO MARCA "G" AL GENERAR EL
      *    COMPROBANTE, CON LA FECHA DE PAGO Y EL NUMERO
       FD COMISIONES.
       01 REG-COMISIONES.
           03  COM-CLAVE.
               05  COM-VENDEDOR    PIC X(4).
               05  COM-PERIODO     PIC 9(6).
           03  COM-TASA            PIC 9(2)V9(2).
           03  COM-BASE-COBROS     PIC S9(11)V9(3).
           03  COM-BASE-NOTAS      PIC S9(11)V9(3).
           03  COM-COMISION        PIC S9(9)V99.
           03  COM-CONTRACARGO     PIC S9(9)V99.
           03  COM-NETO            PIC S9(9)V99.
           03  COM-FECHA-CALCULO   PIC 9(8).
           03  COM-ESTADO          PIC X.
              88  COM-A-PAGAR      VALUE "A".
              88  COM-PAGADA       VALUE "G".
           03  COM-FECHA-PAGO      PIC 9(8).
           03  COM-COMPROBANTE     PIC 9(8).
           03  FILLER              PIC X(12).
      *
      *    EL REGISTRO DE TRABAJO: UN COBRO O UNA NOTA COMISIONABLE.
      *    LA BASE ES EL NETO SIN IVA, NEGATIVA EN LAS NOTAS
       SD ORDENADOS.
       01 REG-ORDENADO.
           03  SRT-VENDEDOR        PIC X(4).
           03  SRT-FECHA           PIC 9(8).
           03  SRT-CLI-ID          PIC 9(7).
           03  SRT-TIPO            PIC X.
              88  SRT-COBRO        VALUE "C".
              88  SRT-NOTA         VALUE "N".
           03  SRT-DOCUMENTO       PIC 9(7).
           03  SRT-FACTURA         PIC 9(7).
           03  SRT-IMPORTE         PIC S9(9)V9(3).
           03  SRT-BASE            PIC S9(9)V9(3).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-MOV             PIC XX.
       01  ST-FILE-FAC             PIC XX.
       01  ST-FILE-PND             PIC XX.
       01  ST-FILE-VEN             PIC XX.
       01  ST-FILE-COM             PIC XX.
       01  ST-FILE-SRT             PIC XX.
      *    PARAMETERS FOR THE SHARED RPTWRT REPORT WRITER, WHICH
      *    HANDLES THE PAGE HEADINGS, OVERFLOW AND TRAILER
           COPY "RPTWRT.CPY".
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
       01  FIN-MOVIMIENTOS         PIC X VALUE "N".
       01  FIN-ORDENADOS           PIC X VALUE "N".
       01  EXISTE-FACTURA          PIC X.
       01  EXISTE-PARTIDA          PIC X.
       01  EXISTE-VENDEDOR         PIC X.
       01  EXISTE-COMISION         PIC X.
       01  W-HAY-GRUPO             PIC X VALUE "N".
       01  W-ANNO-MES-PEDIDO       PIC 9(6).
       01  W-PERIODO REDEFINES W-ANNO-MES-PEDIDO.
           03  W-PERIODO-ANNO      PIC 9(4).
           03  W-PERIODO-MES       PIC 9(2).
       01  W-FECHA-DESDE           PIC 9(8).
       01  W-FECHA-HASTA           PIC 9(8).
       01  W-FECHA-HOY             PIC 9(8).
       01  W-FACTURA               PIC 9(7).
       01  W-VALOR-FACTURA         PIC S9(9)V9(3).
       01  W-DEVUELTO              PIC S9(9)V9(3).
       01  W-COMISION-LINEA        PIC S9(9)V99.
      *
       01  W-CANT-COBROS           PIC 9(6) VALUE 0.
       01  W-CANT-NOTAS            PIC 9(6) VALUE 0.
       01  W-CANT-SIN-VENDEDOR     PIC 9(6) VALUE 0.
       01  W-CANT-VENDEDORES       PIC 9(6) VALUE 0.
       01  W-CANT-YA-PAGADOS       PIC 9(6) VALUE 0.
      *
      *    ACUMULADOS DEL VENDEDOR EN CURSO
       01  W-GRP-VENDEDOR          PIC X(4).
       01  W-GRP-TASA              PIC 9(2)V9(2).
       01  W-GRP-BASE-COBROS       PIC S9(11)V9(3).
       01  W-GRP-BASE-NOTAS        PIC S9(11)V9(3).
       01  W-GRP-COMISION          PIC S9(9)V99.
       01  W-GRP-CONTRACARGO       PIC S9(9)V99.
       01  W-GRP-NETO              PIC S9(9)V99.
      *
       01  TOT-COMISION            PIC S9(11)V99 VALUE 0.
       01  TOT-CONTRACARGO         PIC S9(11)V99 VALUE 0.
       01  TOT-NETO                PIC S9(11)V99 VALUE 0.
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(8)  VALUE "PERIODO ".
           03  L-ENC-PERIODO   PIC 9(6).
           03  FILLER          PIC X(40) VALUE
               "   (COMISION SOBRE EL NETO COBRADO)".
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(10) VALUE "FECHA".
           03  FILLER          PIC X(9)  VALUE "CLIENTE".
           03  FILLER          PIC X(8)  VALUE "TIPO".
           03  FILLER          PIC X(9)  VALUE "DOCUM.".
           03  FILLER          PIC X(9)  VALUE "FACTURA".
           03  FILLER          PIC X(15) VALUE "        IMPORTE".
           03  FILLER          PIC X(15) VALUE "      BASE NETA".
           03  FILLER          PIC X(14) VALUE "      COMISION".
       01  L-VENDEDOR.
           03  FILLER          PIC X(10) VALUE "VENDEDOR: ".
           03  L-VEN-CODIGO    PIC X(4).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-VEN-NOMBRE    PIC X(40).
           03  FILLER          PIC X(8)  VALUE "  TASA: ".
           03  L-VEN-TASA      PIC Z9,99.
           03  FILLER          PIC X(2)  VALUE " %".
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-VEN-ESTADO    PIC X(22).
       01  L-DETALLE.
           03  L-DET-FECHA     PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-CLIENTE   PIC Z(6)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-TIPO      PIC X(6).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-DOCUMENTO PIC Z(6)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-FACTURA   PIC Z(6)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-IMPORTE   PIC -(9)9,99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-BASE      PIC -(9)9,99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  L-DET-COMISION  PIC -(9)9,99.
       01  L-SUBTOTAL.
           03  FILLER          PIC X(22) VALUE
               "   COBROS - BASE NETA ".
           03  L-SUB-BASE-COB  PIC -(11)9,99.
           03  FILLER          PIC X(12) VALUE "  COMISION: ".
           03  L-SUB-COMISION  PIC -(9)9,99.
       01  L-SUBTOTAL2.
           03  FILLER          PIC X(22) VALUE
               "   NOTAS  - BASE NETA ".
           03  L-SUB-BASE-NC   PIC -(11)9,99.
           03  FILLER          PIC X(12) VALUE "  DESCUENTO:".
           03  L-SUB-CONTRA    PIC -(9)9,99.
       01  L-SUBTOTAL3.
           03  FILLER          PIC X(36) VALUE
               "   NETO A PAGAR AL VENDEDOR".
           03  FILLER          PIC X(12) VALUE SPACES.
           03  L-SUB-NETO      PIC -(9)9,99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-SUB-AVISO     PIC X(40).
       01  L-TOTAL-GENERAL.
           03  FILLER          PIC X(24) VALUE
               "TOTAL GENERAL COMISION: ".
           03  L-TOTG-COMISION PIC -(11)9,99.
           03  FILLER          PIC X(14) VALUE "  DESCUENTOS: ".
           03  L-TOTG-CONTRA   PIC -(11)9,99.
           03  FILLER          PIC X(9)  VALUE "  NETO:  ".
           03  L-TOTG-NETO     PIC -(11)9,99.
       01  L-CONTROL-CANT.
           03  L-CTC-TEXTO     PIC X(50).
           03  L-CTC-CANTIDAD  PIC Z(6)9.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZACION.
           SORT ORDENADOS
              ON ASCENDING KEY SRT-VENDEDOR SRT-FECHA SRT-CLI-ID
                               SRT-DOCUMENTO
              INPUT PROCEDURE IS EXTRAIGO-MOVIMIENTOS
              OUTPUT PROCEDURE IS IMPRIMO-ORDENADOS.
           PERFORM TERMINAR.
           STOP RUN.
      *
       INICIALIZACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "LIQUIDACION DE COMISIONES DE VENDEDORES".
       PIDO-PERIODO.
           DISPLAY "PERIODO AAAAMM: ".
           ACCEPT W-ANNO-MES-PEDIDO.
           IF W-PERIODO-MES < 1 OR W-PERIODO-MES > 12
              DISPLAY "PERIODO INVALIDO"
              GO TO PIDO-PERIODO
           END-IF.
           COMPUTE W-FECHA-DESDE = W-ANNO-MES-PEDIDO * 100 + 1.
           COMPUTE W-FECHA-HASTA = W-ANNO-MES-PEDIDO * 100 + 31.
           OPEN INPUT CLIMOV.
           IF ST-FILE-MOV > "07"
              DISPLAY "ERROR AL ABRIR CLIMOV " ST-FILE-MOV
              MOVE "COMVEN1"        TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "CLIMOV"         TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-MOV      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-MOVIMIENTOS
           END-IF.
           OPEN INPUT FACTURAS.
           OPEN INPUT PENDCLI.
           OPEN INPUT VENDEDORES.
           OPEN I-O COMISIONES.
           IF ST-FILE-COM = "35"
              OPEN OUTPUT COMISIONES
              CLOSE COMISIONES
              OPEN I-O COMISIONES
           END-IF.
           IF ST-FILE-COM > "07"
              DISPLAY "ERROR AL ABRIR COMISIONES " ST-FILE-COM
              MOVE "COMVEN1"        TO ERRLOG-PROGRAM
              MOVE "INICIALIZACION" TO ERRLOG-PARAGRAPH
              MOVE "COMISIONES"     TO ERRLOG-FILENAME
              MOVE SPACES           TO ERRLOG-KEYVALUE
              MOVE ST-FILE-COM      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "S" TO FIN-MOVIMIENTOS
           END-IF.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./comven1.lst" TO RPTWRT-REPORT-NAME.
           MOVE "COMVEN1"  TO RPTWRT-PROGRAM.
           MOVE "A"       TO RPTWRT-RETENTION.
           MOVE "LIQUIDACION DE COMISIONES DE VENDEDORES"
                TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
           MOVE W-ANNO-MES-PEDIDO TO L-ENC-PERIODO.
           MOVE L-ENCABEZADO1 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE L-ENCABEZADO2 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
      *
      *    EXTRACCION: LOS CREDITOS DEL PERIODO QUE NOMBRAN UNA
      *    FACTURA CON VENDEDOR
       EXTRAIGO-MOVIMIENTOS.
           PERFORM EXTRAIGO-UN-MOVIMIENTO THRU F-EXTRAIGO-UN-MOVIMIENTO
              UNTIL FIN-MOVIMIENTOS = "S".
      *
       EXTRAIGO-UN-MOVIMIENTO.
           READ CLIMOV NEXT RECORD
              AT END MOVE "S" TO FIN-MOVIMIENTOS
           END-READ.
           IF FIN-MOVIMIENTOS = "S" GO TO F-EXTRAIGO-UN-MOVIMIENTO.
           IF NOT MOV-CREDITO
              OR MOV-FECHA < W-FECHA-DESDE
              OR MOV-FECHA > W-FECHA-HASTA
              GO TO F-EXTRAIGO-UN-MOVIMIENTO
           END-IF.
           IF MOV-DOC-NOTA-CREDITO
              MOVE MOV-DOC-REFERENCIA TO W-FACTURA
           ELSE
              MOVE MOV-DOCUMENTO TO W-FACTURA
           END-IF.
           IF W-FACTURA = 0 GO TO F-EXTRAIGO-UN-MOVIMIENTO.
      *    UN COBRO DE UN CARGO DE FSTRUCT1 NO TIENE FACTURA
           PERFORM LEO-FACTURA.
           IF EXISTE-FACTURA = "N"
              GO TO F-EXTRAIGO-UN-MOVIMIENTO
           END-IF.
           IF FAC-VENDEDOR = SPACES OR FAC-VENDEDOR = LOW-VALUES
              ADD 1 TO W-CANT-SIN-VENDEDOR
              GO TO F-EXTRAIGO-UN-MOVIMIENTO
           END-IF.
           MOVE FAC-VENDEDOR   TO SRT-VENDEDOR.
           MOVE MOV-FECHA      TO SRT-FECHA.
           MOVE MOV-ID_CLIENTE TO SRT-CLI-ID.
           MOVE MOV-DOCUMENTO  TO SRT-DOCUMENTO.
           MOVE W-FACTURA      TO SRT-FACTURA.
           IF MOV-DOC-NOTA-CREDITO
              PERFORM CALCULO-DEVUELTO THRU F-CALCULO-DEVUELTO
              IF W-DEVUELTO NOT > 0
                 GO TO F-EXTRAIGO-UN-MOVIMIENTO
              END-IF
              SET SRT-NOTA TO TRUE
              COMPUTE SRT-IMPORTE = 0 - W-DEVUELTO
              ADD 1 TO W-CANT-NOTAS
           ELSE
              SET SRT-COBRO TO TRUE
              MOVE MOV-IMPORTE TO SRT-IMPORTE
              ADD 1 TO W-CANT-COBROS
           END-IF.
           COMPUTE SRT-BASE ROUNDED =
              SRT-IMPORTE * FAC-NETO / FAC-TOTAL.
           RELEASE REG-ORDENADO.
       F-EXTRAIGO-UN-MOVIMIENTO.
           EXIT.
      *
       LEO-FACTURA.
           MOVE "S" TO EXISTE-FACTURA.
           MOVE W-FACTURA TO FAC-NUMERO.
           READ FACTURAS
              INVALID KEY MOVE "N" TO EXISTE-FACTURA
           END-READ.
           IF EXISTE-FACTURA = "S"
              IF FAC-ID-CLIENTE NOT = MOV-ID_CLIENTE
                 OR FAC-TOTAL NOT > 0
                 MOVE "N" TO EXISTE-FACTURA
              END-IF
           END-IF.
      *
      *    LO QUE LA NOTA DEVUELVE DE LO YA COBRADO: LO PAGADO DE LA
      *    PARTIDA QUE EXCEDE LO QUE HOY VALE LA FACTURA, SIN PASAR
      *    EL IMPORTE DE LA NOTA. SIN PARTIDA SE TOMA LA NOTA ENTERA
       CALCULO-DEVUELTO.
           MOVE MOV-IMPORTE TO W-DEVUELTO.
           MOVE "S" TO EXISTE-PARTIDA.
           MOVE MOV-ID_CLIENTE TO PND-CLI-ID.
           MOVE W-FACTURA      TO PND-DOCUMENTO.
           READ PENDCLI
              INVALID KEY MOVE "N" TO EXISTE-PARTIDA
           END-READ.
           IF EXISTE-PARTIDA = "N"
              GO TO F-CALCULO-DEVUELTO
           END-IF.
           COMPUTE W-VALOR-FACTURA =
              FAC-TOTAL - FAC-IMPORTE-ACREDITADO.
           IF PND-IMPORTE-PAGADO NOT > W-VALOR-FACTURA
              MOVE 0 TO W-DEVUELTO
              GO TO F-CALCULO-DEVUELTO
           END-IF.
           IF PND-IMPORTE-PAGADO - W-VALOR-FACTURA < W-DEVUELTO
              COMPUTE W-DEVUELTO =
                 PND-IMPORTE-PAGADO - W-VALOR-FACTURA
           END-IF.
       F-CALCULO-DEVUELTO.
           EXIT.
      *
      *    CORTE DE CONTROL POR VENDEDOR
       IMPRIMO-ORDENADOS.
           PERFORM IMPRIMO-UN-MOVIMIENTO THRU F-IMPRIMO-UN-MOVIMIENTO
              UNTIL FIN-ORDENADOS = "S".
           IF W-HAY-GRUPO = "S"
              PERFORM CIERRO-VENDEDOR THRU F-CIERRO-VENDEDOR
           END-IF.
      *
       IMPRIMO-UN-MOVIMIENTO.
           RETURN ORDENADOS
              AT END
                 MOVE "S" TO FIN-ORDENADOS
                 GO TO F-IMPRIMO-UN-MOVIMIENTO
           END-RETURN.
           IF W-HAY-GRUPO = "S"
              AND SRT-VENDEDOR NOT = W-GRP-VENDEDOR
              PERFORM CIERRO-VENDEDOR THRU F-CIERRO-VENDEDOR
              MOVE "N" TO W-HAY-GRUPO
           END-IF.
           IF W-HAY-GRUPO = "N"
              MOVE "S" TO W-HAY-GRUPO
              PERFORM ABRO-VENDEDOR
           END-IF.
           COMPUTE W-COMISION-LINEA ROUNDED =
              SRT-BASE * W-GRP-TASA / 100.
           MOVE SRT-FECHA      TO L-DET-FECHA.
           MOVE SRT-CLI-ID     TO L-DET-CLIENTE.
           MOVE SRT-DOCUMENTO  TO L-DET-DOCUMENTO.
           MOVE SRT-FACTURA    TO L-DET-FACTURA.
           MOVE SRT-IMPORTE    TO L-DET-IMPORTE.
           MOVE SRT-BASE       TO L-DET-BASE.
           MOVE W-COMISION-LINEA TO L-DET-COMISION.
           IF SRT-NOTA
              MOVE "N.CRED" TO L-DET-TIPO
              ADD SRT-BASE         TO W-GRP-BASE-NOTAS
              ADD W-COMISION-LINEA TO W-GRP-CONTRACARGO
           ELSE
              MOVE "COBRO"  TO L-DET-TIPO
              ADD SRT-BASE         TO W-GRP-BASE-COBROS
              ADD W-COMISION-LINEA TO W-GRP-COMISION
           END-IF.
           MOVE L-DETALLE TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
       F-IMPRIMO-UN-MOVIMIENTO.
           EXIT.
      *
      *    LA TASA ES LA VIGENTE DEL VENDEDOR. UN VENDEDOR INACTIVO
      *    COBRA IGUAL LO QUE VENDIO; UNO QUE YA NO ESTA EN LA TABLA
      *    QUEDA CON TASA CERO Y SE AVISA
       ABRO-VENDEDOR.
           MOVE SRT-VENDEDOR TO W-GRP-VENDEDOR.
           MOVE 0 TO W-GRP-BASE-COBROS.
           MOVE 0 TO W-GRP-BASE-NOTAS.
           MOVE 0 TO W-GRP-COMISION.
           MOVE 0 TO W-GRP-CONTRACARGO.
           MOVE 0 TO W-GRP-NETO.
           MOVE "S" TO EXISTE-VENDEDOR.
           MOVE SRT-VENDEDOR TO VEN-CODIGO.
           READ VENDEDORES
              INVALID KEY MOVE "N" TO EXISTE-VENDEDOR
           END-READ.
           MOVE SPACES TO L-VEN-ESTADO.
           IF EXISTE-VENDEDOR = "S"
              MOVE VEN-TASA-COMISION TO W-GRP-TASA
              MOVE VEN-NOMBRE        TO L-VEN-NOMBRE
              IF VEN-INACTIVO
                 MOVE "(INACTIVO)" TO L-VEN-ESTADO
              END-IF
           ELSE
              MOVE 0 TO W-GRP-TASA
              MOVE SPACES TO L-VEN-NOMBRE
              MOVE "** NO ESTA EN LA TABLA" TO L-VEN-ESTADO
           END-IF.
           MOVE SRT-VENDEDOR TO L-VEN-CODIGO.
           MOVE W-GRP-TASA   TO L-VEN-TASA.
           MOVE SPACES TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE L-VENDEDOR TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
      *
       CIERRO-VENDEDOR.
           COMPUTE W-GRP-NETO = W-GRP-COMISION + W-GRP-CONTRACARGO.
           MOVE W-GRP-BASE-COBROS TO L-SUB-BASE-COB.
           MOVE W-GRP-COMISION    TO L-SUB-COMISION.
           MOVE L-SUBTOTAL TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE W-GRP-BASE-NOTAS  TO L-SUB-BASE-NC.
           MOVE W-GRP-CONTRACARGO TO L-SUB-CONTRA.
           MOVE L-SUBTOTAL2 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           ADD 1                 TO W-CANT-VENDEDORES.
           ADD W-GRP-COMISION    TO TOT-COMISION.
           ADD W-GRP-CONTRACARGO TO TOT-CONTRACARGO.
           ADD W-GRP-NETO        TO TOT-NETO.
           PERFORM GRABO-COMISION THRU F-GRABO-COMISION.
           MOVE W-GRP-NETO TO L-SUB-NETO.
           MOVE L-SUBTOTAL3 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
       F-CIERRO-VENDEDOR.
           EXIT.
      *
      *    EL IMPORTE A PAGAR QUEDA EN COMISIONES.DAT. SI EL PERIODO
      *    DEL VENDEDOR YA SE PAGO NO SE REGRABA: SE AVISA EN EL
      *    LISTADO PARA QUE LA DIFERENCIA SE AJUSTE A MANO
       GRABO-COMISION.
           MOVE SPACES TO L-SUB-AVISO.
           MOVE "S" TO EXISTE-COMISION.
           MOVE W-GRP-VENDEDOR    TO COM-VENDEDOR.
           MOVE W-ANNO-MES-PEDIDO TO COM-PERIODO.
           READ COMISIONES
              INVALID KEY MOVE "N" TO EXISTE-COMISION
           END-READ.
           IF EXISTE-COMISION = "S" AND COM-PAGADA
              MOVE "** YA PAGADO - NO SE REGRABA **" TO L-SUB-AVISO
              ADD 1 TO W-CANT-YA-PAGADOS
              GO TO F-GRABO-COMISION
           END-IF.
           MOVE W-GRP-TASA        TO COM-TASA.
           MOVE W-GRP-BASE-COBROS TO COM-BASE-COBROS.
           MOVE W-GRP-BASE-NOTAS  TO COM-BASE-NOTAS.
           MOVE W-GRP-COMISION    TO COM-COMISION.
           MOVE W-GRP-CONTRACARGO TO COM-CONTRACARGO.
           MOVE W-GRP-NETO        TO COM-NETO.
           MOVE W-FECHA-HOY       TO COM-FECHA-CALCULO.
           SET COM-A-PAGAR        TO TRUE.
           MOVE 0                 TO COM-FECHA-PAGO.
           MOVE 0                 TO COM-COMPROBANTE.
           IF EXISTE-COMISION = "S"
              REWRITE REG-COMISIONES
           ELSE
              WRITE REG-COMISIONES
           END-IF.
           IF ST-FILE-COM > "07"
              MOVE "** ERROR AL GRABAR COMISIONES **" TO L-SUB-AVISO
              DISPLAY "ERROR AL GRABAR COMISIONES " ST-FILE-COM
              MOVE "COMVEN1"        TO ERRLOG-PROGRAM
              MOVE "GRABO-COMISION" TO ERRLOG-PARAGRAPH
              MOVE "COMISIONES"     TO ERRLOG-FILENAME
              MOVE COM-CLAVE        TO ERRLOG-KEYVALUE
              MOVE ST-FILE-COM      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       F-GRABO-COMISION.
           EXIT.
      *
       TERMINAR.
           MOVE SPACES TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE TOT-COMISION    TO L-TOTG-COMISION.
           MOVE TOT-CONTRACARGO TO L-TOTG-CONTRA.
           MOVE TOT-NETO        TO L-TOTG-NETO.
           MOVE L-TOTAL-GENERAL TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE "VENDEDORES LIQUIDADOS:" TO L-CTC-TEXTO.
           MOVE W-CANT-VENDEDORES TO L-CTC-CANTIDAD.
           PERFORM ESCRIBO-CANTIDAD.
           MOVE "COBROS COMISIONADOS:" TO L-CTC-TEXTO.
           MOVE W-CANT-COBROS TO L-CTC-CANTIDAD.
           PERFORM ESCRIBO-CANTIDAD.
           MOVE "NOTAS DE CREDITO DESCONTADAS:" TO L-CTC-TEXTO.
           MOVE W-CANT-NOTAS TO L-CTC-CANTIDAD.
           PERFORM ESCRIBO-CANTIDAD.
           MOVE "MOVIMIENTOS DE FACTURAS SIN VENDEDOR:"
                TO L-CTC-TEXTO.
           MOVE W-CANT-SIN-VENDEDOR TO L-CTC-CANTIDAD.
           PERFORM ESCRIBO-CANTIDAD.
           MOVE "VENDEDORES CON EL PERIODO YA PAGADO:" TO L-CTC-TEXTO.
           MOVE W-CANT-YA-PAGADOS TO L-CTC-CANTIDAD.
           PERFORM ESCRIBO-CANTIDAD.
           DISPLAY "COMVEN1 VENDEDORES LIQUIDADOS : " W-CANT-VENDEDORES.
           DISPLAY "COMVEN1 COBROS COMISIONADOS   : " W-CANT-COBROS.
           DISPLAY "COMVEN1 NOTAS DESCONTADAS     : " W-CANT-NOTAS.
           CLOSE CLIMOV.
           CLOSE FACTURAS.
           CLOSE PENDCLI.
           CLOSE VENDEDORES.
           CLOSE COMISIONES.
           MOVE "C" TO RPTWRT-ACTION.
           CALL "RPTWRT" USING RPTWRT-PARMS.
      *
       ESCRIBO-CANTIDAD.
           MOVE L-CONTROL-CANT TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
      *
       ESCRIBO-LINEA.
           MOVE "L" TO RPTWRT-ACTION.
           CALL "RPTWRT" USING RPTWRT-PARMS.
       END PROGRAM COMVEN1.
