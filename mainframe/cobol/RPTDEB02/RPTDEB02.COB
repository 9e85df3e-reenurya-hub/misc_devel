      *    LOS COBROS DEL DIA (HORA, DEUDOR, IMPORTE, SALDO LUEGO
      *    DEL COBRO) CON CANTIDAD Y TOTAL GENERAL PARA ARQUEAR
      *    CONTRA LA CAJA. LOS CARGOS Y AJUSTES DEL DIA SE RESUMEN
      *    AL PIE PARA REFERENCIA. LOS RECUPEROS DE DEUDORES
      *    CASTIGADOS SON PLATA DE CAJA Y SALEN CON LOS COBROS; LOS
      *    CASTIGOS DEL DIA SE RESUMEN AL PIE. LAS DEVOLUCIONES DEL
      *    POS (CARGAVD1) BAJAN EL SALDO PERO NO SON PLATA DE CAJA:
      *    TAMBIEN SE RESUMEN AL PIE, IGUAL QUE LOS MOVIMIENTOS DE
      *    ANULACION DE LOTES DEL POS (ANULVD1).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              88 DMOV-AJUSTE       VALUE "A" "J".
              88 DMOV-AJUSTE-SUBA  VALUE "A".
              88 DMOV-AJUSTE-BAJA  VALUE "J".
              88 DMOV-CASTIGO      VALUE "K".
              88 DMOV-RECUPERO     VALUE "R".
              88 DMOV-DEVOLUCION   VALUE "V".
              88 DMOV-ANULA-CARGO  VALUE "X".
              88 DMOV-ANULA-DEVOL  VALUE "Y".
           03 DMOV-IMPORTE         PIC 9(10)V9(2).
           03 DMOV-SALDO-DESPUES   PIC 9(10)V9(2).
      *       CADA COBRO LLEVA SU RECIBO Y SU SESION DE CAJA
       01  W-CANT-AJUSTES          PIC 9(6) VALUE 0.
       01  W-CANT-INTERESES        PIC 9(6) VALUE 0.
       01  W-TOTAL-INTERESES       PIC 9(12)V9(2) VALUE 0.
       01  W-CANT-CASTIGOS         PIC 9(6) VALUE 0.
       01  W-TOTAL-CASTIGOS        PIC 9(12)V9(2) VALUE 0.
       01  W-CANT-DEVOLUCIONES     PIC 9(6) VALUE 0.
       01  W-TOTAL-DEVOLUCIONES    PIC 9(12)V9(2) VALUE 0.
       01  W-CANT-ANULACIONES      PIC 9(6) VALUE 0.
       01  W-TOTAL-ANULACIONES     PIC 9(12)V9(2) VALUE 0.
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(34) VALUE
           03  L-INT-CANT      PIC ZZZ.ZZ9.
           03  FILLER          PIC X(10) VALUE "  TOTAL: ".
           03  L-INT-VALOR     PIC Z(11)9,99.
       01  L-CASTIGOS.
           03  FILLER          PIC X(10) VALUE "CASTIGOS: ".
           03  L-CAS-CANT      PIC ZZZ.ZZ9.
           03  FILLER          PIC X(10) VALUE "  TOTAL: ".
           03  L-CAS-VALOR     PIC Z(11)9,99.
       01  L-DEVOLUCIONES.
           03  FILLER          PIC X(10) VALUE "DEVOLUC.: ".
           03  L-DEV-CANT      PIC ZZZ.ZZ9.
           03  FILLER          PIC X(10) VALUE "  TOTAL: ".
           03  L-DEV-VALOR     PIC Z(11)9,99.
       01  L-ANULACIONES.
           03  FILLER          PIC X(10) VALUE "ANULAC.:  ".
           03  L-ANU-CANT      PIC ZZZ.ZZ9.
           03  FILLER          PIC X(10) VALUE "  TOTAL: ".
           03  L-ANU-VALOR     PIC Z(11)9,99.
      *
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       PROCEDURE DIVISION.
       MAIN.
              EVALUATE TRUE
                 WHEN DMOV-COBRO
                    PERFORM IMPRIME-COBRO
                 WHEN DMOV-RECUPERO
                    PERFORM IMPRIME-COBRO
                 WHEN DMOV-CASTIGO
                    ADD 1 TO W-CANT-CASTIGOS
                    ADD DMOV-IMPORTE TO W-TOTAL-CASTIGOS
                 WHEN DMOV-DEVOLUCION
                    ADD 1 TO W-CANT-DEVOLUCIONES
                    ADD DMOV-IMPORTE TO W-TOTAL-DEVOLUCIONES
                 WHEN DMOV-ANULA-CARGO
                    ADD 1 TO W-CANT-ANULACIONES
                    ADD DMOV-IMPORTE TO W-TOTAL-ANULACIONES
                 WHEN DMOV-ANULA-DEVOL
                    ADD 1 TO W-CANT-ANULACIONES
                    ADD DMOV-IMPORTE TO W-TOTAL-ANULACIONES
                 WHEN DMOV-CARGO
                    ADD 1 TO W-CANT-CARGOS
                    ADD DMOV-IMPORTE TO W-TOTAL-CARGOS
           MOVE W-CANT-INTERESES  TO L-INT-CANT.
           MOVE W-TOTAL-INTERESES TO L-INT-VALOR.
           WRITE LINEA-LISTADO FROM L-INTERESES.
           MOVE W-CANT-CASTIGOS   TO L-CAS-CANT.
           MOVE W-TOTAL-CASTIGOS  TO L-CAS-VALOR.
           WRITE LINEA-LISTADO FROM L-CASTIGOS.
           MOVE W-CANT-DEVOLUCIONES  TO L-DEV-CANT.
           MOVE W-TOTAL-DEVOLUCIONES TO L-DEV-VALOR.
           WRITE LINEA-LISTADO FROM L-DEVOLUCIONES.
           MOVE W-CANT-ANULACIONES   TO L-ANU-CANT.
           MOVE W-TOTAL-ANULACIONES  TO L-ANU-VALOR.
           WRITE LINEA-LISTADO FROM L-ANULACIONES.
           DISPLAY "RPTDEB02 COBROS DEL DIA: " W-CANT-COBROS.
           CLOSE DEUMOV.
           CLOSE LISTADO.
           MOVE "RPTDEB02"       TO RPTARC-PROGRAM.
           MOVE "PLANILLA DIARIA DE COBRANZAS"
              TO RPTARC-TITLE.
           MOVE "./rptdeb02.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "M"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM RPTDEB02.
