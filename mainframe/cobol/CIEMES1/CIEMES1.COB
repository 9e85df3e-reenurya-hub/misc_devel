      *    (CIEMES1.LST) LA PLANILLA DE CONTROL CON LA CANTIDAD Y EL
      *    IMPORTE TOTAL DE LOS MOVIMIENTOS DEL PERIODO AL MOMENTO
      *    DE CERRAR, PARA ARCHIVAR CON EL CIERRE.
      *    EL MODULO IVA SE CIERRA AL PRESENTAR LA DECLARACION DEL
      *    MES: DESDE ENTONCES SFTVOU1 IMPUTA LAS FACTURAS DE COMPRA
      *    ATRASADAS AL PERIODO EN CURSO Y POSIVA1 MUESTRA LA
      *    POSICION CONGELADA. SUS TOTALES DE CONTROL SON LAS LINEAS
      *    DE LOS LIBROS DE IVA VENTAS (IVALIBRO.DAT) Y COMPRAS
      *    (IVACOMP.DAT) Y EL IVA DEBITO MENOS EL CREDITO DEL MES.
      *    CERRADOS LOS DOCE MESES DE CLI O DEU, CIEANU1 TRASPASA EL
      *    ANIO AL JOURNAL HISTORICO; LAS APERTURAS ("S") QUE DEJA NO
      *    SON MOVIMIENTOS DEL MES Y NO ENTRAN EN LOS TOTALES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL PAYJRN ASSIGN TO "PROVPAY.JRN"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-JRN.
           SELECT OPTIONAL IVALIBRO ASSIGN TO "./ivalibro.dat"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LIB.
           SELECT OPTIONAL IVACOMP ASSIGN TO "./ivacomp.dat"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-CMP.
           SELECT LISTADO ASSIGN TO "./ciemes1.lst"
           ORGANIZATION LINE SEQUENTIAL
           STATUS ST-FILE-LST.
               05  MOV-SECUENCIA   PIC 9(4).
           03  MOV-HORA            PIC 9(8).
           03  MOV-TIPO            PIC X.
              88  MOV-APERTURA     VALUE "S".
           03  MOV-IMPORTE         PIC S9(7)V9(3).
           03  MOV-SALDO-RESULT    PIC S9(7)V9(3).
           03  MOV-DOCUMENTO       PIC 9(7).
               05 DMOV-SECUENCIA   PIC 9(4).
           03 DMOV-HORA            PIC 9(8).
           03 DMOV-TIPO            PIC X.
              88 DMOV-APERTURA     VALUE "S".
           03 DMOV-IMPORTE         PIC 9(10)V9(2).
           03 DMOV-SALDO-DESPUES   PIC 9(10)V9(2).
           03 FILLER               PIC X(30).
           03 PAY-VOUCHER          PIC 9(8).
           03 PAY-CHEQUE           PIC 9(8).
           03 PAY-TYPE             PIC X(1).
      *
      *
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
       FD LISTADO.
       01 LINEA-LISTADO            PIC X(132).
       01  ST-FILE-DMOV            PIC XX.
       01  ST-FILE-JRN             PIC XX.
       01  ST-FILE-LST             PIC XX.
       01  ST-FILE-LIB             PIC XX.
       01  ST-FILE-CMP             PIC XX.
       01  FIN                     PIC X VALUE "N".
       01  FIN-ARCHIVO             PIC X.
       01  EXISTE                  PIC X.
      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *    PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
           COPY "SIGNON.CPY".
      *
           DISPLAY " "                      LINE 1 COL 1 ERASE EOS.
           DISPLAY "CIERRE CONTABLE DE MES" LINE 3 COL 29
                   GUIONES                  LINE 4 COL 1
                   "Modulo (CLI/DEU/PRV/IVA, BLANCO=SALIR):"
                                            LINE 7 COL 10
                   "Periodo AAAAMM                      : "
                                            LINE 9 COL 10.
              GO TO F-PROCESO
           END-IF.
           IF W-MODULO NOT = "CLI" AND W-MODULO NOT = "DEU"
              AND W-MODULO NOT = "PRV" AND W-MODULO NOT = "IVA"
              DISPLAY "MODULO INVALIDO (CLI/DEU/PRV/IVA)" LINE 24 COL 1
              GO TO F-PROCESO
           END-IF.
           ACCEPT W-ANOMES LINE 9 COL 49 PROMPT.
           IF W-ANOMES(1:6) NOT NUMERIC
              GO TO F-PROCESO
           END-IF.
      *    EL MES 00 ES LA MARCA DE ANIO TRASPASADO DE CIEANU1
           IF W-ANOMES(5:2) < "01" OR W-ANOMES(5:2) > "12"
              DISPLAY "MES INVALIDO" LINE 24 COL 1
              GO TO F-PROCESO
           END-IF.
           PERFORM VERIFICO-YA-CERRADO THRU F-VERIFICO-YA-CERRADO.
           IF EXISTE = "C"
              DISPLAY "EL PERIODO YA ESTA CERRADO" LINE 24 COL 1
                 END-IF
                 PERFORM SUMO-UN-PAGO UNTIL FIN-ARCHIVO = "S"
                 CLOSE PAYJRN
              WHEN "IVA"
                 OPEN INPUT IVALIBRO
                 IF ST-FILE-LIB < "10"
                    PERFORM SUMO-UNA-VENTA-IVA UNTIL FIN-ARCHIVO = "S"
                    CLOSE IVALIBRO
                 END-IF
                 MOVE "N" TO FIN-ARCHIVO
                 OPEN INPUT IVACOMP
                 IF ST-FILE-CMP < "10"
                    PERFORM SUMO-UNA-COMPRA UNTIL FIN-ARCHIVO = "S"
                    CLOSE IVACOMP
                 END-IF
           END-EVALUATE.
       F-CALCULO-TOTALES.
           EXIT.
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "N" AND MOV-FECHA(1:6) = W-ANOMES
              AND NOT MOV-APERTURA
              ADD 1 TO W-CANT-MOVIMIENTOS
              ADD MOV-IMPORTE TO W-TOTAL-MOVIMIENTOS
           END-IF.
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "N" AND DMOV-FECHA(1:6) = W-ANOMES
              AND NOT DMOV-APERTURA
              ADD 1 TO W-CANT-MOVIMIENTOS
              ADD DMOV-IMPORTE TO W-TOTAL-MOVIMIENTOS
           END-IF.
              ADD 1 TO W-CANT-MOVIMIENTOS
              ADD PAY-AMOUNT TO W-TOTAL-MOVIMIENTOS
           END-IF.
      *
      *    EL IVA DE LAS VENTAS SUMA (LAS NOTAS DE CREDITO Y LAS
      *    DEVOLUCIONES RESTAN) Y EL DE LAS COMPRAS RESTA
       SUMO-UNA-VENTA-IVA.
           READ IVALIBRO
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "N" AND LIB-FECHA(1:6) = W-ANOMES
              ADD 1 TO W-CANT-MOVIMIENTOS
              IF LIB-ACREDITA
                 SUBTRACT LIB-IVA FROM W-TOTAL-MOVIMIENTOS
              ELSE
                 ADD LIB-IVA TO W-TOTAL-MOVIMIENTOS
              END-IF
           END-IF.
      *
       SUMO-UNA-COMPRA.
           READ IVACOMP
              AT END MOVE "S" TO FIN-ARCHIVO
           END-READ.
           IF FIN-ARCHIVO = "N" AND CMP-PERIODO = W-ANOMES
              ADD 1 TO W-CANT-MOVIMIENTOS
              SUBTRACT CMP-IVA FROM W-TOTAL-MOVIMIENTOS
           END-IF.
      *
       CIERRO-PERIODO.
           OPEN I-O PERIODOS.
           MOVE W-TOTAL-MOVIMIENTOS TO L-CTL-IMPORTE.
           WRITE LINEA-LISTADO FROM L-CONTROL-IMPORTE.
           CLOSE LISTADO.
           MOVE "CIEMES1"       TO RPTARC-PROGRAM.
           MOVE "CIERRE CONTABLE DE MES"
              TO RPTARC-TITLE.
           MOVE "./ciemes1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SIGNON-OPERADOR TO RPTARC-OPERATOR.
           MOVE "A"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM CIEMES1.
