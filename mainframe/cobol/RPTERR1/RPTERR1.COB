           03  FILLER          PIC X(25) VALUE
               "LINEAS EN EL RANGO:      ".
           03  L-RES-VALOR     PIC ZZZZ.ZZ9.
      *
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "RPTERR1 GRUPOS         : " W-GRUPOS-CNT.
           CLOSE ERRLOG.
           CLOSE LISTADO.
           MOVE "RPTERR1"       TO RPTARC-PROGRAM.
           MOVE "TRIAGE DE ERRORS.LOG"
              TO RPTARC-TITLE.
           MOVE "./rpterr1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SPACES          TO RPTARC-OPERATOR.
           MOVE "D"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM RPTERR1.
