              88 DMOV-AJUSTE       VALUE "A" "J".
              88 DMOV-AJUSTE-SUBA  VALUE "A".
              88 DMOV-AJUSTE-BAJA  VALUE "J".
              88 DMOV-CASTIGO      VALUE "K".
              88 DMOV-RECUPERO     VALUE "R".
              88 DMOV-DEVOLUCION   VALUE "V".
              88 DMOV-ANULA-CARGO  VALUE "X".
              88 DMOV-ANULA-DEVOL  VALUE "Y".
              88 DMOV-APERTURA     VALUE "S".
           03 DMOV-IMPORTE         PIC 9(10)V9(2).
           03 DMOV-SALDO-DESPUES   PIC 9(10)V9(2).
           03 FILLER               PIC X(30).
           03  FILLER          PIC X(25) VALUE
               "PAGINAS EMITIDAS:        ".
           03  L-RES-CANT      PIC ZZ.ZZ9.
      *
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       PROCEDURE DIVISION.
       MAIN.
              MOVE "S" TO FIN-DEUMOV
              GO TO F-LEO-UN-MOVIMIENTO
           END-IF.
      *    LA APERTURA DEL ANIO (CIEANU1) NO ES UN MOVIMIENTO DE ENERO
           IF DMOV-FECHA(1:6) = W-ANNO-MES-PEDIDO
              AND NOT DMOV-APERTURA
              MOVE DMOV-FECHA   TO L-MOV-FECHA
              EVALUATE TRUE
                 WHEN DMOV-COBRO
                 WHEN DMOV-INTERES
                    MOVE "INTERES" TO L-MOV-TIPO
                    ADD DMOV-IMPORTE TO W-TOTAL-CARGOS-MES
                 WHEN DMOV-CASTIGO
                    MOVE "CASTIGO" TO L-MOV-TIPO
                 WHEN DMOV-RECUPERO
                    MOVE "RECUPERO" TO L-MOV-TIPO
                 WHEN DMOV-DEVOLUCION
                    MOVE "DEVOLUC." TO L-MOV-TIPO
                 WHEN DMOV-ANULA-CARGO
                    MOVE "ANUL.CAR" TO L-MOV-TIPO
                 WHEN DMOV-ANULA-DEVOL
                    MOVE "ANUL.DEV" TO L-MOV-TIPO
                 WHEN OTHER
                    MOVE "AJUSTE" TO L-MOV-TIPO
              END-EVALUATE
           CLOSE VENTASDEB.
           CLOSE DEUMOV.
           CLOSE LISTADO.
           MOVE "RPTDEB03"       TO RPTARC-PROGRAM.
           MOVE "RESUMEN MENSUAL DE CUENTA DE DEUDOR"
              TO RPTARC-TITLE.
           MOVE "./rptdeb03.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "M"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM RPTDEB03.
