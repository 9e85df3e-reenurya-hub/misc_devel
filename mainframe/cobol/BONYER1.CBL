000018*    ----------------------------------------------------
000019*    DATE       BY    DESCRIPTION
000020*    ---------- ----- ----------------------------------
000021*    2026-10-15 RJM   ARCHIVE A STAMPED COPY OF BONYEAR.RPT IN THE
000021*                     REPORTS.CAT CATALOG (RPTARC) ONCE CLOSED.
000022************************************************************
000023*          E N V I R O N M E N T   D I V I S I O N
000024************************************************************
000140     05  FILLER              PIC X(01) VALUE SPACE.
000141     05  WS-TOT-ST           PIC Z(09)9.99.
000142
000142* PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
000142 COPY "RPTARC.CPY".
000142
000143************************************************************
000144*          P R O C E D U R E   D I V I S I O N
000145************************************************************
000272
000273     CLOSE BONUS-HISTORY.
000274     CLOSE YEAR-REPORT.
000274     MOVE 'BONYER1'     TO RPTARC-PROGRAM.
000274     MOVE 'YEAR-END BONUS REPORT'
000274        TO RPTARC-TITLE.
000274     MOVE 'BONYEAR.RPT' TO RPTARC-REPORT-NAME.
000274     MOVE 0             TO RPTARC-PAGES.
000274     MOVE SPACES        TO RPTARC-OPERATOR.
000274     MOVE 'A'           TO RPTARC-RETENTION.
000274     CALL 'RPTARC' USING RPTARC-PARMS.
000275
000276 P0499-EXIT.
000277     EXIT.
