       01  L-CONTROL.
           03  L-CTL-ROTULO    PIC X(35).
           03  L-CTL-VALOR     PIC ZZZ.ZZ9.
      *
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "AUDREF1 AUD SIN CLIENTE  : "
                   W-CANT-AUD-INEXISTENTES.
           CLOSE LISTADO.
           MOVE "AUDREF1"       TO RPTARC-PROGRAM.
           MOVE "AUDITORIA DE INTEGRIDAD REFERENCIAL"
              TO RPTARC-TITLE.
           MOVE "./audref1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SPACES          TO RPTARC-OPERATOR.
           MOVE "M"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM AUDREF1.
