000023*    ----------------------------------------------------
000024*    DATE       BY    DESCRIPTION
000025*    ---------- ----- ----------------------------------
000026*    2026-10-15 RJM   ARCHIVE A STAMPED COPY OF BANKRET.RPT IN THE
000026*                     REPORTS.CAT CATALOG (RPTARC) ONCE CLOSED.
000027************************************************************
000028*          E N V I R O N M E N T   D I V I S I O N
000029************************************************************
000190     05  WS-RPT-TEXT         PIC X(28).
000191     05  WS-RPT-COUNT        PIC ZZZ,ZZ9.
000192
000192* PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
000192 COPY "RPTARC.CPY".
000192
000193************************************************************
000194*          P R O C E D U R E   D I V I S I O N
000195************************************************************
000406     CLOSE BANK-RETURN.
000407     CLOSE PAY-STATUS.
000408     CLOSE EXCEPTIONS.
000408     MOVE 'BNKRET1'     TO RPTARC-PROGRAM.
000408     MOVE 'BANK RETURNS EXCEPTIONS'
000408        TO RPTARC-TITLE.
000408     MOVE 'BANKRET.RPT' TO RPTARC-REPORT-NAME.
000408     MOVE 0             TO RPTARC-PAGES.
000408     MOVE SPACES        TO RPTARC-OPERATOR.
000408     MOVE 'M'           TO RPTARC-RETENTION.
000408     CALL 'RPTARC' USING RPTARC-PARMS.
000409
000410 P0499-EXIT.
000411     EXIT.
