       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSIVA1.
      *
      *    POSICION MENSUAL DE IVA
      *    PIDE UN PERIODO (AAAAMM) Y COMPENSA, TASA POR TASA, EL IVA
      *    DEBITO DE LAS VENTAS (IVALIBRO.DAT, LAS NOTAS DE CREDITO Y
      *    DEVOLUCIONES RESTAN COMO EN RPTIVA1) CONTRA EL IVA CREDITO
      *    DE LAS COMPRAS IMPUTADAS AL PERIODO (IVACOMP.DAT, CMP-
      *    PERIODO, VER RPTIVC1). AL TOTAL LE DESCUENTA EL SALDO A
      *    FAVOR QUE QUEDO DEL MES ANTERIOR Y MUESTRA EL IMPORTE A
      *    PAGAR O EL SALDO A FAVOR QUE PASA AL MES SIGUIENTE.
      *    CADA POSICION SE GRABA EN IVAPOS.DAT (UNA FILA POR TASA Y
      *    UNA DE TOTAL). MIENTRAS EL MODULO IVA DEL PERIODO ESTE
      *    ABIERTO EN PERCTL LA POSICION ES PROVISORIA Y SE RECALCULA
      *    EN CADA CORRIDA. UNA VEZ PRESENTADA LA DECLARACION Y
      *    CERRADO EL PERIODO CON CIEMES1 SE LISTAN LAS FILAS
      *    GRABADAS SIN RECALCULAR, ASI LAS CIFRAS PRESENTADAS NO SE
      *    MUEVEN AUNQUE LLEGUEN LINEAS ATRASADAS A LOS LIBROS. POR
      *    ESO POSIVA1 SE CORRE ANTES DE CERRAR EL PERIODO.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IVALIBRO ASSIGN TO "./ivalibro.dat"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LIB.
           SELECT OPTIONAL IVACOMP ASSIGN TO "./ivacomp.dat"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-CMP.
           SELECT OPTIONAL IVAPOS ASSIGN TO "./ivapos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS POS-CLAVE
           STATUS ST-FILE-POS.
       DATA DIVISION.
       FILE SECTION.
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
              88 LIB-ACREDITA      VALUE "N" "D".
           03 LIB-DOCUMENTO        PIC 9(7).
      *
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
      *    POSICION GRABADA: UNA FILA "R" POR TASA Y UNA "T" CON EL
      *    TOTAL DEL MES (TASA EN CERO). EL RESULTADO POSITIVO ES A
      *    PAGAR, EL NEGATIVO ES SALDO A FAVOR DEL CONTRIBUYENTE
       FD IVAPOS.
       01 REG-IVAPOS.
           03  POS-CLAVE.
               05  POS-ANOMES      PIC 9(6).
               05  POS-TIPO        PIC X.
                  88  POS-FILA-TASA   VALUE "R".
                  88  POS-FILA-TOTAL  VALUE "T".
               05  POS-TASA        PIC 9(2)V9(2).
           03  POS-NETO-VTA        PIC S9(13)V9(3).
           03  POS-DEBITO          PIC S9(13)V9(3).
           03  POS-NETO-CMP        PIC S9(13)V9(3).
           03  POS-CREDITO         PIC S9(13)V9(3).
           03  POS-SALDO-ANT       PIC S9(13)V9(3).
           03  POS-RESULTADO       PIC S9(13)V9(3).
           03  POS-FECHA           PIC 9(8).
      *
       WORKING-STORAGE SECTION.
       01  ST-FILE-LIB                PIC XX.
       01  ST-FILE-CMP                PIC XX.
       01  ST-FILE-POS                PIC XX.
      *    PARAMETERS FOR THE SHARED RPTWRT REPORT WRITER, WHICH
      *    HANDLES THE PAGE HEADINGS, OVERFLOW AND TRAILER
           COPY "RPTWRT.CPY".
      *    CONTROL DE PERIODOS: EL MODULO IVA SE CIERRA AL PRESENTAR
           COPY "PERCTL.CPY".
       01  FIN-ARCHIVO                PIC X VALUE "N".
       01  W-ANNO-MES-PEDIDO          PIC 9(6).
       01  W-ANNO-MES-R REDEFINES W-ANNO-MES-PEDIDO.
           03  W-ANNO-PEDIDO          PIC 9(4).
           03  W-MES-PEDIDO           PIC 99.
       01  W-ANNO-MES-ANT             PIC 9(6).
       01  W-ANNO-MES-ANT-R REDEFINES W-ANNO-MES-ANT.
           03  W-ANNO-ANT             PIC 9(4).
           03  W-MES-ANT              PIC 99.
       01  W-FECHA-HOY                PIC 9(8).
       01  W-PRESENTADA               PIC X VALUE "N".
       01  W-HAY-POSICION             PIC X VALUE "N".
       01  W-ESTADO-LISTADO           PIC X(40).
      *
      *    POSICION POR TASA, EN UNA TABLA CHICA COMO LA DE RPTIVA1
       01  W-MAX-TASAS             PIC 99 VALUE 20.
       01  W-TASAS-COUNT           PIC 99 VALUE 0.
       01  W-TASAS-TABLE.
           05  W-TASA-ENTRY OCCURS 20 TIMES
                                   INDEXED BY W-TASA-IDX.
               10  W-TBL-TASA      PIC 9(2)V9(2).
               10  W-TBL-NETO-VTA  PIC S9(13)V9(3).
               10  W-TBL-DEBITO    PIC S9(13)V9(3).
               10  W-TBL-NETO-CMP  PIC S9(13)V9(3).
               10  W-TBL-CREDITO   PIC S9(13)V9(3).
       01  W-TASA-ENCONTRADA       PIC X.
       01  W-TASA                  PIC 9(2)V9(2).
      *    IMPORTES DE LA LINEA CON SIGNO: LA NOTA DE CREDITO Y LA
      *    DEVOLUCION RESTAN DEL DEBITO
       01  W-NETO-VTA              PIC S9(13)V9(3).
       01  W-DEBITO                PIC S9(13)V9(3).
       01  W-NETO-CMP              PIC S9(13)V9(3).
       01  W-CREDITO               PIC S9(13)V9(3).
       01  W-RESULTADO             PIC S9(13)V9(3).
      *
       01  TOT-NETO-VTA            PIC S9(13)V9(3) VALUE 0.
       01  TOT-DEBITO              PIC S9(13)V9(3) VALUE 0.
       01  TOT-NETO-CMP            PIC S9(13)V9(3) VALUE 0.
       01  TOT-CREDITO             PIC S9(13)V9(3) VALUE 0.
       01  TOT-SALDO-ANT           PIC S9(13)V9(3) VALUE 0.
       01  TOT-RESULTADO           PIC S9(13)V9(3) VALUE 0.
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(9)  VALUE "PERIODO ".
           03  L-ENC-PERIODO   PIC 9(6).
           03  FILLER          PIC X(4)  VALUE SPACES.
           03  L-ENC-ESTADO    PIC X(40).
       01  L-ENCABEZADO2.
           03  FILLER          PIC X(8)  VALUE "TASA %".
           03  FILLER          PIC X(18) VALUE "       NETO VENTAS".
           03  FILLER          PIC X(18) VALUE "        IVA DEBITO".
           03  FILLER          PIC X(18) VALUE "      NETO COMPRAS".
           03  FILLER          PIC X(18) VALUE "      IVA CREDITO".
           03  FILLER          PIC X(18) VALUE "         RESULTADO".
           03  FILLER          PIC X(16) VALUE SPACES.
       01  L-DETALLE.
           03  L-DET-TASA      PIC Z9,99.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  L-DET-NETO-VTA  PIC -(13)9,999.
           03  L-DET-DEBITO    PIC -(13)9,999.
           03  L-DET-NETO-CMP  PIC -(13)9,999.
           03  L-DET-CREDITO   PIC -(13)9,999.
           03  L-DET-RESULTADO PIC -(13)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  L-DET-LEYENDA   PIC X(14).
       01  L-TOTAL.
           03  FILLER          PIC X(8)  VALUE "TOTAL".
           03  L-TOT-NETO-VTA  PIC -(13)9,999.
           03  L-TOT-DEBITO    PIC -(13)9,999.
           03  L-TOT-NETO-CMP  PIC -(13)9,999.
           03  L-TOT-CREDITO   PIC -(13)9,999.
           03  L-TOT-RESULTADO PIC -(13)9,999.
       01  L-SALDO-ANT.
           03  FILLER          PIC X(40) VALUE
               "MENOS SALDO A FAVOR DEL MES ANTERIOR".
           03  FILLER          PIC X(40) VALUE SPACES.
           03  L-SAL-IMPORTE   PIC -(13)9,999.
       01  L-RESULTADO.
           03  L-RES-LEYENDA   PIC X(40).
           03  FILLER          PIC X(40) VALUE SPACES.
           03  L-RES-IMPORTE   PIC -(13)9,999.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZACION THRU F-INICIALIZACION.
           IF W-PRESENTADA = "S" AND W-HAY-POSICION = "S"
              PERFORM LEO-POSICION THRU F-LEO-POSICION
           ELSE
              PERFORM CALCULO-POSICION THRU F-CALCULO-POSICION
              PERFORM GRABO-POSICION THRU F-GRABO-POSICION
           END-IF.
           PERFORM TERMINAR.
           STOP RUN.
      *
       INICIALIZACION.
           DISPLAY "POSICION MENSUAL DE IVA".
           DISPLAY "PERIODO AAAAMM: ".
           ACCEPT W-ANNO-MES-PEDIDO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE W-ANNO-MES-PEDIDO TO W-ANNO-MES-ANT.
           IF W-MES-ANT = 1
              MOVE 12 TO W-MES-ANT
              SUBTRACT 1 FROM W-ANNO-ANT
           ELSE
              SUBTRACT 1 FROM W-MES-ANT
           END-IF.
      *    PERIODO CERRADO EN PERCTL = DECLARACION YA PRESENTADA
           MOVE "IVA" TO PERCTL-MODULO.
           MOVE W-ANNO-MES-PEDIDO TO PERCTL-FECHA(1:6).
           MOVE "01" TO PERCTL-FECHA(7:2).
           CALL "PERCTL" USING PERCTL-PARMS.
           IF PERCTL-CERRADO
              MOVE "S" TO W-PRESENTADA
           END-IF.
           OPEN I-O IVAPOS.
           IF ST-FILE-POS > "07"
              DISPLAY "ERROR AL ABRIR IVAPOS " ST-FILE-POS
              STOP RUN
           END-IF.
           MOVE W-ANNO-MES-PEDIDO TO POS-ANOMES.
           MOVE "T" TO POS-TIPO.
           MOVE 0   TO POS-TASA.
           READ IVAPOS
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "S" TO W-HAY-POSICION
           END-READ.
           IF W-PRESENTADA = "S"
              IF W-HAY-POSICION = "S"
                 MOVE "PRESENTADA - POSICION CONGELADA"
                    TO W-ESTADO-LISTADO
              ELSE
                 MOVE "PRESENTADA - GRABADA EN ESTA CORRIDA"
                    TO W-ESTADO-LISTADO
              END-IF
           ELSE
              MOVE "PROVISORIA - PERIODO ABIERTO"
                 TO W-ESTADO-LISTADO
           END-IF.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./posiva1.lst" TO RPTWRT-REPORT-NAME.
           MOVE "POSIVA1"  TO RPTWRT-PROGRAM.
           MOVE "A"       TO RPTWRT-RETENTION.
           MOVE "POSICION MENSUAL DE IVA" TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
           MOVE W-ANNO-MES-PEDIDO TO L-ENC-PERIODO.
           MOVE W-ESTADO-LISTADO  TO L-ENC-ESTADO.
           MOVE L-ENCABEZADO1 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE L-ENCABEZADO2 TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
       F-INICIALIZACION.
           EXIT.
      *
      *    PERIODO PRESENTADO: SE LISTA LO GRABADO AL PRESENTAR
       LEO-POSICION.
           MOVE W-ANNO-MES-PEDIDO TO POS-ANOMES.
           MOVE "R" TO POS-TIPO.
           MOVE 0   TO POS-TASA.
           START IVAPOS KEY IS NOT LESS THAN POS-CLAVE
              INVALID KEY GO TO F-LEO-POSICION
           END-START.
           MOVE "N" TO FIN-ARCHIVO.
           PERFORM LEO-UNA-TASA THRU F-LEO-UNA-TASA
              UNTIL FIN-ARCHIVO = "S".
           MOVE W-ANNO-MES-PEDIDO TO POS-ANOMES.
           MOVE "T" TO POS-TIPO.
           MOVE 0   TO POS-TASA.
           READ IVAPOS
              INVALID KEY GO TO F-LEO-POSICION
           END-READ.
           MOVE POS-NETO-VTA  TO TOT-NETO-VTA.
           MOVE POS-DEBITO    TO TOT-DEBITO.
           MOVE POS-NETO-CMP  TO TOT-NETO-CMP.
           MOVE POS-CREDITO   TO TOT-CREDITO.
           MOVE POS-SALDO-ANT TO TOT-SALDO-ANT.
           MOVE POS-RESULTADO TO TOT-RESULTADO.
       F-LEO-POSICION.
           EXIT.
      *
       LEO-UNA-TASA.
           READ IVAPOS NEXT RECORD
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-LEO-UNA-TASA.
           IF POS-ANOMES NOT = W-ANNO-MES-PEDIDO
              OR NOT POS-FILA-TASA
              MOVE "S" TO FIN-ARCHIVO
              GO TO F-LEO-UNA-TASA
           END-IF.
           IF W-TASAS-COUNT < W-MAX-TASAS
              ADD 1 TO W-TASAS-COUNT
              SET W-TASA-IDX TO W-TASAS-COUNT
              MOVE POS-TASA     TO W-TBL-TASA(W-TASA-IDX)
              MOVE POS-NETO-VTA TO W-TBL-NETO-VTA(W-TASA-IDX)
              MOVE POS-DEBITO   TO W-TBL-DEBITO(W-TASA-IDX)
              MOVE POS-NETO-CMP TO W-TBL-NETO-CMP(W-TASA-IDX)
              MOVE POS-CREDITO  TO W-TBL-CREDITO(W-TASA-IDX)
           END-IF.
       F-LEO-UNA-TASA.
           EXIT.
      *
      *    PERIODO ABIERTO: SE RECALCULA DESDE LOS DOS LIBROS
       CALCULO-POSICION.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT IVALIBRO.
           IF ST-FILE-LIB < "10"
              PERFORM SUMO-UNA-VENTA THRU F-SUMO-UNA-VENTA
                 UNTIL FIN-ARCHIVO = "S"
              CLOSE IVALIBRO
           END-IF.
           MOVE "N" TO FIN-ARCHIVO.
           OPEN INPUT IVACOMP.
           IF ST-FILE-CMP < "10"
              PERFORM SUMO-UNA-COMPRA THRU F-SUMO-UNA-COMPRA
                 UNTIL FIN-ARCHIVO = "S"
              CLOSE IVACOMP
           END-IF.
           PERFORM TOTALIZO-UNA-TASA
              VARYING W-TASA-IDX FROM 1 BY 1
              UNTIL W-TASA-IDX > W-TASAS-COUNT.
      *    EL SALDO A FAVOR DEL MES ANTERIOR (RESULTADO NEGATIVO DE
      *    SU FILA DE TOTAL) SE DESCUENTA DE ESTE MES
           MOVE W-ANNO-MES-ANT TO POS-ANOMES.
           MOVE "T" TO POS-TIPO.
           MOVE 0   TO POS-TASA.
           READ IVAPOS
              INVALID KEY MOVE 0 TO POS-RESULTADO
           END-READ.
           IF POS-RESULTADO < 0
              COMPUTE TOT-SALDO-ANT = 0 - POS-RESULTADO
           END-IF.
           COMPUTE TOT-RESULTADO = TOT-DEBITO - TOT-CREDITO
                                 - TOT-SALDO-ANT.
       F-CALCULO-POSICION.
           EXIT.
      *
       SUMO-UNA-VENTA.
           READ IVALIBRO
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-SUMO-UNA-VENTA.
           IF LIB-FECHA(1:6) NOT = W-ANNO-MES-PEDIDO
              GO TO F-SUMO-UNA-VENTA
           END-IF.
           IF LIB-ACREDITA
              COMPUTE W-NETO-VTA = 0 - LIB-NETO
              COMPUTE W-DEBITO   = 0 - LIB-IVA
           ELSE
              MOVE LIB-NETO TO W-NETO-VTA
              MOVE LIB-IVA  TO W-DEBITO
           END-IF.
           MOVE 0 TO W-NETO-CMP.
           MOVE 0 TO W-CREDITO.
           MOVE LIB-TASA TO W-TASA.
           PERFORM ACUMULA-TASA.
       F-SUMO-UNA-VENTA.
           EXIT.
      *
       SUMO-UNA-COMPRA.
           READ IVACOMP
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-SUMO-UNA-COMPRA.
           IF CMP-PERIODO NOT = W-ANNO-MES-PEDIDO
              GO TO F-SUMO-UNA-COMPRA
           END-IF.
           MOVE 0 TO W-NETO-VTA.
           MOVE 0 TO W-DEBITO.
           MOVE CMP-NETO TO W-NETO-CMP.
           MOVE CMP-IVA  TO W-CREDITO.
           MOVE CMP-TASA TO W-TASA.
           PERFORM ACUMULA-TASA.
       F-SUMO-UNA-COMPRA.
           EXIT.
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
              MOVE W-TASA     TO W-TBL-TASA(W-TASA-IDX)
              MOVE W-NETO-VTA TO W-TBL-NETO-VTA(W-TASA-IDX)
              MOVE W-DEBITO   TO W-TBL-DEBITO(W-TASA-IDX)
              MOVE W-NETO-CMP TO W-TBL-NETO-CMP(W-TASA-IDX)
              MOVE W-CREDITO  TO W-TBL-CREDITO(W-TASA-IDX)
           END-IF.
      *
       BUSCO-TASA.
           IF W-TBL-TASA(W-TASA-IDX) = W-TASA
              MOVE "S" TO W-TASA-ENCONTRADA
              ADD W-NETO-VTA TO W-TBL-NETO-VTA(W-TASA-IDX)
              ADD W-DEBITO   TO W-TBL-DEBITO(W-TASA-IDX)
              ADD W-NETO-CMP TO W-TBL-NETO-CMP(W-TASA-IDX)
              ADD W-CREDITO  TO W-TBL-CREDITO(W-TASA-IDX)
           END-IF.
      *
       TOTALIZO-UNA-TASA.
           ADD W-TBL-NETO-VTA(W-TASA-IDX) TO TOT-NETO-VTA.
           ADD W-TBL-DEBITO(W-TASA-IDX)   TO TOT-DEBITO.
           ADD W-TBL-NETO-CMP(W-TASA-IDX) TO TOT-NETO-CMP.
           ADD W-TBL-CREDITO(W-TASA-IDX)  TO TOT-CREDITO.
      *
      *    LA POSICION PROVISORIA REEMPLAZA A LA GRABADA ANTES PARA
      *    EL MISMO PERIODO: SE BORRAN SUS FILAS Y SE GRABAN DE NUEVO
       GRABO-POSICION.
           MOVE W-ANNO-MES-PEDIDO TO POS-ANOMES.
           MOVE LOW-VALUES TO POS-TIPO.
           MOVE 0 TO POS-TASA.
           MOVE "N" TO FIN-ARCHIVO.
           START IVAPOS KEY IS NOT LESS THAN POS-CLAVE
              INVALID KEY MOVE "S" TO FIN-ARCHIVO
           END-START.
           PERFORM BORRO-UNA-FILA THRU F-BORRO-UNA-FILA
              UNTIL FIN-ARCHIVO = "S".
           PERFORM GRABO-UNA-TASA
              VARYING W-TASA-IDX FROM 1 BY 1
              UNTIL W-TASA-IDX > W-TASAS-COUNT.
           INITIALIZE REG-IVAPOS.
           MOVE W-ANNO-MES-PEDIDO TO POS-ANOMES.
           MOVE "T" TO POS-TIPO.
           MOVE 0   TO POS-TASA.
           MOVE TOT-NETO-VTA  TO POS-NETO-VTA.
           MOVE TOT-DEBITO    TO POS-DEBITO.
           MOVE TOT-NETO-CMP  TO POS-NETO-CMP.
           MOVE TOT-CREDITO   TO POS-CREDITO.
           MOVE TOT-SALDO-ANT TO POS-SALDO-ANT.
           MOVE TOT-RESULTADO TO POS-RESULTADO.
           MOVE W-FECHA-HOY   TO POS-FECHA.
           WRITE REG-IVAPOS
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR IVAPOS " ST-FILE-POS
           END-WRITE.
       F-GRABO-POSICION.
           EXIT.
      *
       BORRO-UNA-FILA.
           READ IVAPOS NEXT RECORD
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "S" GO TO F-BORRO-UNA-FILA.
           IF POS-ANOMES NOT = W-ANNO-MES-PEDIDO
              MOVE "S" TO FIN-ARCHIVO
              GO TO F-BORRO-UNA-FILA
           END-IF.
           DELETE IVAPOS RECORD.
       F-BORRO-UNA-FILA.
           EXIT.
      *
       GRABO-UNA-TASA.
           INITIALIZE REG-IVAPOS.
           MOVE W-ANNO-MES-PEDIDO TO POS-ANOMES.
           MOVE "R" TO POS-TIPO.
           MOVE W-TBL-TASA(W-TASA-IDX)     TO POS-TASA.
           MOVE W-TBL-NETO-VTA(W-TASA-IDX) TO POS-NETO-VTA.
           MOVE W-TBL-DEBITO(W-TASA-IDX)   TO POS-DEBITO.
           MOVE W-TBL-NETO-CMP(W-TASA-IDX) TO POS-NETO-CMP.
           MOVE W-TBL-CREDITO(W-TASA-IDX)  TO POS-CREDITO.
           COMPUTE POS-RESULTADO = POS-DEBITO - POS-CREDITO.
           MOVE W-FECHA-HOY TO POS-FECHA.
           WRITE REG-IVAPOS
              INVALID KEY
                 DISPLAY "ERROR AL GRABAR IVAPOS " ST-FILE-POS
           END-WRITE.
      *
       IMPRIME-UNA-TASA.
           MOVE W-TBL-TASA(W-TASA-IDX)     TO L-DET-TASA.
           MOVE W-TBL-NETO-VTA(W-TASA-IDX) TO L-DET-NETO-VTA.
           MOVE W-TBL-DEBITO(W-TASA-IDX)   TO L-DET-DEBITO.
           MOVE W-TBL-NETO-CMP(W-TASA-IDX) TO L-DET-NETO-CMP.
           MOVE W-TBL-CREDITO(W-TASA-IDX)  TO L-DET-CREDITO.
           COMPUTE W-RESULTADO = W-TBL-DEBITO(W-TASA-IDX)
                               - W-TBL-CREDITO(W-TASA-IDX).
           MOVE W-RESULTADO TO L-DET-RESULTADO.
           IF W-RESULTADO < 0
              MOVE "SALDO A FAVOR" TO L-DET-LEYENDA
           ELSE
              MOVE "A PAGAR"       TO L-DET-LEYENDA
           END-IF.
           MOVE L-DETALLE TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
      *
       TERMINAR.
           PERFORM IMPRIME-UNA-TASA
              VARYING W-TASA-IDX FROM 1 BY 1
              UNTIL W-TASA-IDX > W-TASAS-COUNT.
           MOVE TOT-NETO-VTA TO L-TOT-NETO-VTA.
           MOVE TOT-DEBITO   TO L-TOT-DEBITO.
           MOVE TOT-NETO-CMP TO L-TOT-NETO-CMP.
           MOVE TOT-CREDITO  TO L-TOT-CREDITO.
           COMPUTE W-RESULTADO = TOT-DEBITO - TOT-CREDITO.
           MOVE W-RESULTADO  TO L-TOT-RESULTADO.
           MOVE L-TOTAL TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           MOVE TOT-SALDO-ANT TO L-SAL-IMPORTE.
           MOVE L-SALDO-ANT TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           IF TOT-RESULTADO < 0
              MOVE "SALDO A FAVOR AL MES SIGUIENTE"
                 TO L-RES-LEYENDA
              COMPUTE W-RESULTADO = 0 - TOT-RESULTADO
           ELSE
              MOVE "IMPORTE A PAGAR" TO L-RES-LEYENDA
              MOVE TOT-RESULTADO TO W-RESULTADO
           END-IF.
           MOVE W-RESULTADO TO L-RES-IMPORTE.
           MOVE L-RESULTADO TO RPTWRT-LINE.
           PERFORM ESCRIBO-LINEA.
           DISPLAY "POSIVA1 " W-ESTADO-LISTADO.
           DISPLAY "POSIVA1 " L-RES-LEYENDA " " L-RES-IMPORTE.
           CLOSE IVAPOS.
           MOVE "C" TO RPTWRT-ACTION.
           CALL "RPTWRT" USING RPTWRT-PARMS.
      *
       ESCRIBO-LINEA.
           MOVE "L" TO RPTWRT-ACTION.
           CALL "RPTWRT" USING RPTWRT-PARMS.
       END PROGRAM POSIVA1.
