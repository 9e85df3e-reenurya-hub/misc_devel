       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTIVC1.
      *
      *    LIBRO DE IVA COMPRAS MENSUAL
      *    PIDE UN PERIODO (AAAAMM) Y TOMA DE IVACOMP.DAT (EL LIBRO
      *    QUE GRABA SFTVOU1 AL REGISTRAR CADA FACTURA DE PROVEEDOR)
      *    LAS FACTURAS IMPUTADAS AL PERIODO, LAS ORDENA CON UN SORT
      *    POR CUIT DEL PROVEEDOR (IDFPROV-TAXID), FECHA Y FACTURA, Y
      *    LAS LISTA EN EL ORDEN QUE PIDE LA DECLARACION: POR CUIT,
      *    CON SUBTOTAL DE NETO GRAVADO, IVA Y TOTAL DE CADA UNO, MAS
      *    LOS TOTALES POR TASA Y EL TOTAL GENERAL DEL CREDITO
      *    FISCAL. EL PERIODO ES EL DE IMPUTACION (CMP-PERIODO): UNA
      *    FACTURA DE UN MES YA PRESENTADO ENTRA EN EL SIGUIENTE.
      *    LA POSICION MENSUAL CONTRA EL IVA VENTAS ESTA EN POSIVA1.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IVACOMP ASSIGN TO "./ivacomp.dat"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-CMP.
           SELECT ORDENADOS ASSIGN TO "RPTIVC1.SRT"
           STATUS ST-FILE-SRT.
       DATA DIVISION.
       FILE SECTION.
       FD IVACOMP.
       01 REG-IVACOMP.
           03 CMP-FECHA            PIC 9(8).
           03 CMP-PERIODO          PIC 9(6).
           03 CMP-PROV-ID          PIC 9(10).
           03 CMP-CUIT             PIC X(11).
           03 CMP-FACTURA          PIC X(15).
           03 CMP-VOUCHER          PIC 9(8).
           03 CMP-TASA             PIC 9(2)V9(2).
           03 CMP-TOTAL            PIC 9(10).
           03 CMP-NETO             PIC 9(10).
           03 CMP-IVA              PIC 9(10).
           03 CMP-RAZON            PIC X(40).
           03 FILLER               PIC X(10).
      *
      *    EL REGISTRO DE TRABAJO: UNA FACTURA DEL PERIODO
       SD ORDENADOS.
       01 REG-ORDENADO.
           03  SRT-CUIT            PIC X(11).
           03  SRT-FECHA           PIC 9(8).
           03  SRT-FACTURA         PIC X(15).
           03  SRT-RAZON           PIC X(40).
           03  SRT-VOUCHER         PIC 9(8).
           03  SRT-TASA            PIC 9(2)V9(2).
           03  SRT-NETO            PIC 9(10).
           03  SRT-IVA             PIC 9(10).
           03  SRT-TOTAL           PIC 9(10).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-CMP                PIC XX.
       01  ST-FILE-SRT                PIC XX.
      *    PARAMETERS FOR THE SHARED RPTWRT REPORT WRITER, WHICH
      *    HANDLES THE PAGE HEADINGS, OVERFLOW AND TRAILER
           COPY "RPTWRT.CPY".
       01  FIN-LIBRO                  PIC X VALUE "N".
       01  FIN-ORDENADOS              PIC X VALUE "N".
       01  W-ANNO-MES-PEDIDO          PIC 9(6).
       01  W-CANT-FACTURAS            PIC 9(6) VALUE 0.
       01  W-CANT-CUITS               PIC 9(6) VALUE 0.
       01  W-HAY-GRUPO                PIC X VALUE "N".
      *
      *    ACUMULADOS DEL CUIT EN CURSO
       01  W-GRP-CUIT              PIC X(11).
       01  W-GRP-NETO              PIC 9(12).
       01  W-GRP-IVA               PIC 9(12).
       01  W-GRP-TOTAL             PIC 9(12).
      *
      *    TOTALES POR TASA, EN UNA TABLA CHICA COMO LA DE RPTIVA1
       01  W-MAX-TASAS             PIC 99 VALUE 20.
       01  W-TASAS-COUNT           PIC 99 VALUE 0.
       01  W-TASAS-TABLE.
           05  W-TASA-ENTRY OCCURS 20 TIMES
                                   INDEXED BY W-TASA-IDX.
               10  W-TBL-TASA      PIC 9(2)V9(2).
               10  W-TBL-NETO      PIC 9(13).
               10  W-TBL-IVA       PIC 9(13).
       01  W-TASA-ENCONTRADA       PIC X.
      *
       01  TOT-NETO                PIC 9(13) VALUE 0.
       01  TOT-IVA                 PIC 9(13) VALUE 0.
       01  TOT-TOTAL               PIC 9(13) VALUE 0.
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(22) VALUE "PERIODO DE IMPUTACION ".
           03  L-ENC-PERIODO   PIC 9(6).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(10) VALUE "FECHA".
           03  FILLER          PIC X(17) VALUE "FACTURA".
           03  FILLER          PIC X(10) VALUE "COMPROB.".
           03  FILLER          PIC X(7)  VALUE "TASA %".
           03  FILLER          PIC X(14) VALUE "  NETO GRAVADO".
           03  FILLER          PIC X(14) VALUE "           IVA".
           03  FILLER          PIC X(14) VALUE "         TOTAL".
       01  L-CUIT.
           03  FILLER          PIC X(6)  VALUE "CUIT: ".
           03  L-CUIT-CUIT     PIC X(11).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-CUIT-RAZON    PIC X(40).
       01  L-DETALLE.
           03  L-DET-FECHA     PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-FACTURA   PIC X(15).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-VOUCHER   PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-TASA      PIC Z9,99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-NETO      PIC Z(13)9.
           03  L-DET-IVA       PIC Z(13)9.
           03  L-DET-TOTAL     PIC Z(13)9.
       01  L-SUBTOTAL.
           03  FILLER          PIC X(14) VALUE "   TOTAL CUIT ".
           03  L-SUB-CUIT      PIC X(11).
           03  FILLER          PIC X(19) VALUE SPACES.
           03  L-SUB-NETO      PIC Z(13)9.
           03  L-SUB-IVA       PIC Z(13)9.
           03  L-SUB-TOTAL     PIC Z(13)9.
       01  L-TITULO-TASAS.
           03  FILLER          PIC X(30) VALUE
               "** TOTALES POR TASA **".
       01  L-TOTAL-TASA.
           03  FILLER          PIC X(6)  VALUE "TASA  ".
           03  L-TOT-TASA      PIC Z9,99.
           03  FILLER          PIC X(9)  VALUE "  NETO:  ".
           03  L-TOT-NETO      PIC Z(12)9.
           03  FILLER          PIC X(8)  VALUE "  IVA:  ".
           03  L-TOT-IVA       PIC Z(12)9.
       01  L-TOTAL-GENERAL.
           03  FILLER          PIC X(15) VALUE "TOTAL GENERAL  ".
           03  FILLER          PIC X(9)  VALUE "  NETO:  ".
           03  L-TOTG-NETO     PIC Z(12)9.
           03  FILLER          PIC X(8)  VALUE "  IVA:  ".
           03  L-TOTG-IVA      PIC Z(12)9.
           03  FILLER          PIC X(10) VALUE "  TOTAL:  ".
           03  L-TOTG-TOTAL    PIC Z(12)9.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZACION.
           SORT ORDENADOS
              ON ASCENDING KEY SRT-CUIT SRT-FECHA SRT-FACTURA
              INPUT PROCEDURE IS EXTRAIGO-FACTURAS
              OUTPUT PROCEDURE IS IMPRIMO-ORDENADOS.
           PERFORM TERMINAR.
           STOP RUN.
      *
       INICIALIZACION.
           DISPLAY "LIBRO DE IVA COMPRAS".
           DISPLAY "PERIODO AAAAMM: ".
           ACCEPT W-ANNO-MES-PEDIDO.
           OPEN INPUT IVACOMP.
           IF ST-FILE-CMP > "07"
              DISPLAY "ERROR AL ABRIR IVACOMP " ST-FILE-CMP
              MOVE "S" TO FIN-LIBRO
           END-IF.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./rptivc1.lst" TO RPTWRT-REPORT-NAME.
           MOVE "RPTIVC1"  TO RPTWRT-PROGRAM.
           MOVE "A"       TO RPTWRT-RETENTION.
           MOVE "LIBRO DE IVA COMPRAS" TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
           MOVE W-ANNO-MES-PEDIDO TO L-ENC-PERIODO.
           MOVE L-ENCABEZADO1 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE L-ENCABEZADO2 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
      *
      *    EXTRACCION: LAS FACTURAS IMPUTADAS AL PERIODO PEDIDO
       EXTRAIGO-FACTURAS.
           PERFORM EXTRAIGO-UNA-FACTURA THRU F-EXTRAIGO-UNA-FACTURA
              UNTIL FIN-LIBRO = "S".
      *
       EXTRAIGO-UNA-FACTURA.
           READ IVACOMP
              AT END MOVE "S" TO FIN-LIBRO
           END-READ.
           IF FIN-LIBRO = "S" GO TO F-EXTRAIGO-UNA-FACTURA.
           IF CMP-PERIODO NOT = W-ANNO-MES-PEDIDO
              GO TO F-EXTRAIGO-UNA-FACTURA
           END-IF.
           MOVE CMP-CUIT    TO SRT-CUIT.
           MOVE CMP-FECHA   TO SRT-FECHA.
           MOVE CMP-FACTURA TO SRT-FACTURA.
           MOVE CMP-RAZON   TO SRT-RAZON.
           MOVE CMP-VOUCHER TO SRT-VOUCHER.
           MOVE CMP-TASA    TO SRT-TASA.
           MOVE CMP-NETO    TO SRT-NETO.
           MOVE CMP-IVA     TO SRT-IVA.
           MOVE CMP-TOTAL   TO SRT-TOTAL.
           RELEASE REG-ORDENADO.
       F-EXTRAIGO-UNA-FACTURA.
           EXIT.
      *
      *    CORTE DE CONTROL POR CUIT
       IMPRIMO-ORDENADOS.
           PERFORM IMPRIMO-UNA-FACTURA THRU F-IMPRIMO-UNA-FACTURA
              UNTIL FIN-ORDENADOS = "S".
           IF W-HAY-GRUPO = "S"
              PERFORM CIERRO-CUIT
           END-IF.
      *
       IMPRIMO-UNA-FACTURA.
           RETURN ORDENADOS
              AT END
                 MOVE "S" TO FIN-ORDENADOS
                 GO TO F-IMPRIMO-UNA-FACTURA
           END-RETURN.
           IF W-HAY-GRUPO = "S"
              AND SRT-CUIT NOT = W-GRP-CUIT
              PERFORM CIERRO-CUIT
              MOVE "N" TO W-HAY-GRUPO
           END-IF.
           IF W-HAY-GRUPO = "N"
              MOVE "S" TO W-HAY-GRUPO
              PERFORM ABRO-CUIT
           END-IF.
           MOVE SRT-FECHA   TO L-DET-FECHA.
           MOVE SRT-FACTURA TO L-DET-FACTURA.
           MOVE SRT-VOUCHER TO L-DET-VOUCHER.
           MOVE SRT-TASA    TO L-DET-TASA.
           MOVE SRT-NETO    TO L-DET-NETO.
           MOVE SRT-IVA     TO L-DET-IVA.
           MOVE SRT-TOTAL   TO L-DET-TOTAL.
           MOVE L-DETALLE TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           ADD 1         TO W-CANT-FACTURAS.
           ADD SRT-NETO  TO W-GRP-NETO.
           ADD SRT-IVA   TO W-GRP-IVA.
           ADD SRT-TOTAL TO W-GRP-TOTAL.
           PERFORM ACUMULA-TASA.
       F-IMPRIMO-UNA-FACTURA.
           EXIT.
      *
       ABRO-CUIT.
           MOVE SRT-CUIT TO W-GRP-CUIT.
           MOVE 0 TO W-GRP-NETO.
           MOVE 0 TO W-GRP-IVA.
           MOVE 0 TO W-GRP-TOTAL.
           MOVE SRT-CUIT  TO L-CUIT-CUIT.
           MOVE SRT-RAZON TO L-CUIT-RAZON.
           MOVE L-CUIT TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
      *
       CIERRO-CUIT.
           MOVE W-GRP-CUIT  TO L-SUB-CUIT.
           MOVE W-GRP-NETO  TO L-SUB-NETO.
           MOVE W-GRP-IVA   TO L-SUB-IVA.
           MOVE W-GRP-TOTAL TO L-SUB-TOTAL.
           MOVE L-SUBTOTAL TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           ADD 1           TO W-CANT-CUITS.
           ADD W-GRP-NETO  TO TOT-NETO.
           ADD W-GRP-IVA   TO TOT-IVA.
           ADD W-GRP-TOTAL TO TOT-TOTAL.
      *
       ACUMULA-TASA.
           MOVE "N" TO W-TASA-ENCONTRADA.
           PERFORM BUSCO-TASA
              VARYING W-TASA-IDX FROM 1 BY 1
              UNTIL W-TASA-IDX > W-TASAS-COUNT
                 OR W-TASA-ENCONTRADA = "S".
           IF W-TASA-ENCONTRADA = "N"
              AND W-TASAS-COUNT < W-MAX-TASAS
              ADD 1 TO W-TASAS-COUNT
              SET W-TASA-IDX TO W-TASAS-COUNT
              MOVE SRT-TASA TO W-TBL-TASA(W-TASA-IDX)
              MOVE SRT-NETO TO W-TBL-NETO(W-TASA-IDX)
              MOVE SRT-IVA  TO W-TBL-IVA(W-TASA-IDX)
           END-IF.
      *
       BUSCO-TASA.
           IF W-TBL-TASA(W-TASA-IDX) = SRT-TASA
              MOVE "S" TO W-TASA-ENCONTRADA
              ADD SRT-NETO TO W-TBL-NETO(W-TASA-IDX)
              ADD SRT-IVA  TO W-TBL-IVA(W-TASA-IDX)
           END-IF.
      *
       IMPRIME-UNA-TASA.
           MOVE W-TBL-TASA(W-TASA-IDX) TO L-TOT-TASA.
           MOVE W-TBL-NETO(W-TASA-IDX) TO L-TOT-NETO.
           MOVE W-TBL-IVA(W-TASA-IDX)  TO L-TOT-IVA.
           MOVE L-TOTAL-TASA TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
      *
       TERMINAR.
           MOVE L-TITULO-TASAS TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           PERFORM IMPRIME-UNA-TASA
              VARYING W-TASA-IDX FROM 1 BY 1
              UNTIL W-TASA-IDX > W-TASAS-COUNT.
           MOVE TOT-NETO  TO L-TOTG-NETO.
           MOVE TOT-IVA   TO L-TOTG-IVA.
           MOVE TOT-TOTAL TO L-TOTG-TOTAL.
           MOVE L-TOTAL-GENERAL TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           DISPLAY "RPTIVC1 FACTURAS DEL PERIODO: " W-CANT-FACTURAS.
           DISPLAY "RPTIVC1 PROVEEDORES (CUIT)  : " W-CANT-CUITS.
           CLOSE IVACOMP.
           MOVE "C" TO RPTWRT-ACTION.
           CALL "RPTWRT" USING RPTWRT-PARMS.
      *
       ESCRIBO-LINEA.
           MOVE "L" TO RPTWRT-ACTION.
           CALL "RPTWRT" USING RPTWRT-PARMS.
       END PROGRAM RPTIVC1.
