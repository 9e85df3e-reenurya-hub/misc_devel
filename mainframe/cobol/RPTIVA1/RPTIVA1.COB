      *    IVA POR TASA, MAS EL TOTAL GENERAL - EL LIBRO DEL QUE EL
      *    CONTADOR PUEDE PRESENTAR DIRECTAMENTE, SIN RECONSTRUIR
      *    LA POSICION EN UNA PLANILLA.
      *    EL LIBRO TAMBIEN RECIBE LAS FACTURAS A CLIENTES YA
      *    AUTORIZADAS (FACAUT2) Y LAS NOTAS DE CREDITO QUE LAS
      *    ACREDITAN (FACTCLI1); CADA LINEA MUESTRA SU ORIGEN Y
      *    DOCUMENTO, Y LAS NOTAS DE CREDITO RESTAN EN LOS TOTALES.
      *    LAS DEVOLUCIONES DEL POS (CARGAVD1) ENTRAN AL LIBRO A LA
      *    TASA DE LA VENTA ORIGINAL Y RESTAN IGUAL QUE LAS NOTAS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 LIB-BRUTO            PIC 9(9)V9(3).
           03 LIB-NETO             PIC 9(9)V9(3).
           03 LIB-IVA              PIC 9(9)V9(3).
      *       ESPACIO O "P" VENTA DEL POS (CARGAVD1), "F" FACTURA
      *       AUTORIZADA (FACAUT2), "N" NOTA DE CREDITO (FACTCLI1),
      *       "D" DEVOLUCION DEL POS (CARGAVD1)
           03 LIB-ORIGEN           PIC X.
              88 LIB-NOTA-CREDITO  VALUE "N".
              88 LIB-DEVOLUCION    VALUE "D".
              88 LIB-ACREDITA      VALUE "N" "D".
           03 LIB-DOCUMENTO        PIC 9(7).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-LIB                PIC XX.
           05  W-TASA-ENTRY OCCURS 20 TIMES
                                   INDEXED BY W-TASA-IDX.
               10  W-TBL-TASA      PIC 9(2)V9(2).
               10  W-TBL-NETO      PIC S9(12)V9(3).
               10  W-TBL-IVA       PIC S9(12)V9(3).
       01  W-TASA-ENCONTRADA       PIC X.
      *    NETO E IVA DE LA LINEA CON SIGNO: LA NOTA DE CREDITO Y LA
      *    DEVOLUCION RESTAN
       01  W-NETO                  PIC S9(9)V9(3).
       01  W-IVA                   PIC S9(9)V9(3).
      *
       01  TOT-NETO                PIC S9(13)V9(3) VALUE 0.
       01  TOT-IVA                 PIC S9(13)V9(3) VALUE 0.
      *
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(10) VALUE "FECHA".
           03  FILLER          PIC X(22) VALUE "DEUDOR / CLIENTE".
           03  FILLER          PIC X(7)  VALUE "TASA %".
           03  FILLER          PIC X(14) VALUE "BRUTO".
           03  FILLER          PIC X(14) VALUE "NETO".
           03  FILLER          PIC X(14) VALUE "IVA".
           03  FILLER          PIC X(15) VALUE "ORIGEN".
           03  FILLER          PIC X(10) VALUE "DOCUMENTO".
       01  L-DETALLE.
           03  L-DET-FECHA     PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-TASA      PIC Z9,99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-BRUTO     PIC -(8)9,999.
           03  L-DET-NETO      PIC -(8)9,999.
           03  L-DET-IVA       PIC -(8)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-ORIGEN    PIC X(13).
           03  L-DET-DOCUMENTO PIC Z(6)9.
       01  L-TITULO-TASAS.
           03  FILLER          PIC X(30) VALUE
               "** TOTALES POR TASA **".
           03  FILLER          PIC X(6)  VALUE "TASA  ".
           03  L-TOT-TASA      PIC Z9,99.
           03  FILLER          PIC X(9)  VALUE "  NETO:  ".
           03  L-TOT-NETO      PIC -(11)9,999.
           03  FILLER          PIC X(8)  VALUE "  IVA:  ".
           03  L-TOT-IVA       PIC -(11)9,999.
       01  L-TOTAL-GENERAL.
           03  FILLER          PIC X(15) VALUE "TOTAL GENERAL  ".
           03  FILLER          PIC X(9)  VALUE "  NETO:  ".
           03  L-TOTG-NETO     PIC -(12)9,999.
           03  FILLER          PIC X(8)  VALUE "  IVA:  ".
           03  L-TOTG-IVA      PIC -(12)9,999.
      *
       PROCEDURE DIVISION.
       MAIN.
           END-IF.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./rptiva1.lst" TO RPTWRT-REPORT-NAME.
           MOVE "RPTIVA1"  TO RPTWRT-PROGRAM.
           MOVE "A"       TO RPTWRT-RETENTION.
           MOVE "LIBRO DE IVA MENSUAL" TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
           MOVE L-ENCABEZADO2 TO RPTWRT-LINE.
           END-READ.
           IF FIN-LIBRO = "N"
              AND LIB-FECHA(1:6) = W-ANNO-MES-PEDIDO
              PERFORM ARMO-SIGNO
              PERFORM IMPRIME-DETALLE
              PERFORM ACUMULA-TASA
           END-IF.
       F-PROCESO.
           EXIT.
      *
      *    LAS LINEAS ANTERIORES AL ORIGEN VIENEN CORTAS (ESPACIOS):
      *    SON VENTAS DEL POS
       ARMO-SIGNO.
           IF LIB-ACREDITA
              COMPUTE W-NETO = 0 - LIB-NETO
              COMPUTE W-IVA  = 0 - LIB-IVA
           ELSE
              MOVE LIB-NETO TO W-NETO
              MOVE LIB-IVA  TO W-IVA
           END-IF.
      *
       IMPRIME-DETALLE.
           MOVE LIB-FECHA  TO L-DET-FECHA.
           MOVE LIB-DEU-ID TO L-DET-DEU-ID.
           MOVE LIB-TASA   TO L-DET-TASA.
           IF LIB-ACREDITA
              COMPUTE L-DET-BRUTO = 0 - LIB-BRUTO
           ELSE
              MOVE LIB-BRUTO TO L-DET-BRUTO
           END-IF.
           MOVE W-NETO     TO L-DET-NETO.
           MOVE W-IVA      TO L-DET-IVA.
           EVALUATE LIB-ORIGEN
              WHEN "F"
                 MOVE "FACTURA"      TO L-DET-ORIGEN
              WHEN "N"
                 MOVE "NOTA CREDITO" TO L-DET-ORIGEN
              WHEN "D"
                 MOVE "DEVOLUC. POS" TO L-DET-ORIGEN
              WHEN OTHER
                 MOVE "VENTA POS"    TO L-DET-ORIGEN
           END-EVALUATE.
           IF LIB-DOCUMENTO IS NUMERIC
              MOVE LIB-DOCUMENTO TO L-DET-DOCUMENTO
           ELSE
              MOVE 0 TO L-DET-DOCUMENTO
           END-IF.
           MOVE L-DETALLE TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           ADD 1 TO W-CANT-LINEAS.
              ADD 1 TO W-TASAS-COUNT
              SET W-TASA-IDX TO W-TASAS-COUNT
              MOVE LIB-TASA TO W-TBL-TASA(W-TASA-IDX)
              MOVE W-NETO   TO W-TBL-NETO(W-TASA-IDX)
              MOVE W-IVA    TO W-TBL-IVA(W-TASA-IDX)
           END-IF.
           ADD W-NETO TO TOT-NETO.
           ADD W-IVA  TO TOT-IVA.
      *
       BUSCO-TASA.
           IF W-TBL-TASA(W-TASA-IDX) = LIB-TASA
              MOVE "S" TO W-TASA-ENCONTRADA
              ADD W-NETO TO W-TBL-NETO(W-TASA-IDX)
              ADD W-IVA  TO W-TBL-IVA(W-TASA-IDX)
           END-IF.
      *
       IMPRIME-UNA-TASA.
