       01  L-RESUMEN.
           03  L-RES-ROTULO    PIC X(25).
           03  L-RES-VALOR     PIC ZZZ.ZZ9.
      *
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       PROCEDURE DIVISION.
       MAIN.
              CLOSE CLICONTAC
           END-IF.
           CLOSE CARTAS.
           MOVE "CARTCLI1"       TO RPTARC-PROGRAM.
           MOVE "CARTAS DE RECLAMO DE SALDOS VENCIDOS"
              TO RPTARC-TITLE.
           MOVE "./cartcli1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "M"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
      *
       IMPRIME-SIN-CONTACTO.
           MOVE W-SIN-CONTACTO-ID(W-SIN-SUB) TO L-SIN-ID.
