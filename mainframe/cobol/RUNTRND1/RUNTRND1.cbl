           05  FILLER              PIC X(13) VALUE
               " PERCENT  ** ".

      * PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
       COPY "RPTARC.CPY".

       PROCEDURE DIVISION.

       0100-MAINLINE.
              PERFORM 0670-FLAG-GROWTH
           END-IF.
           CLOSE LFREPORT.
           MOVE "RUNTRND1"     TO RPTARC-PROGRAM.
           MOVE "NIGHTLY STEP ELAPSED-TIME TREND"
              TO RPTARC-TITLE.
           MOVE "RUNTREND.RPT" TO RPTARC-REPORT-NAME.
           MOVE 0              TO RPTARC-PAGES.
           MOVE SPACES         TO RPTARC-OPERATOR.
           MOVE "D"            TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       0699-PRINT-REPORT-EXIT.
           EXIT.

