           03  FILLER          PIC X(25) VALUE
               "REGISTROS IMPRESOS:      ".
           03  L-TOT-VALOR     PIC ZZZ.ZZ9.
      *
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       PROCEDURE DIVISION.
       MAIN.
           WRITE LINEA-LISTADO FROM L-TOTAL.
           CLOSE AUDCLI.
           CLOSE LISTADO.
           MOVE "RPTAUD01"       TO RPTARC-PROGRAM.
           MOVE "TRAIL DE AUDITORIA DE CLIENTES"
              TO RPTARC-TITLE.
           MOVE "./rptaud01.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "M"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM RPTAUD01.
