      *    RPTARC.CPY - PARAMETER LAYOUT FOR THE RPTARC REPORT
      *    ARCHIVE SUBPROGRAM. COPY THIS INTO WORKING-STORAGE OF ANY
      *    PROGRAM THAT PRODUCES A LISTING AND, ONCE THE LISTING
      *    FILE IS CLOSED, ISSUE
      *    CALL "RPTARC" USING RPTARC-PARMS
      *    TO KEEP A DATE-AND-TIME-STAMPED COPY OF IT
      *    (NAME.YYYYMMDD.HHMMSS) REGISTERED IN THE REPORTS.CAT
      *    CATALOG. RPTCAT1 LISTS AND REPRINTS THE COPIES; RPTPUR1
      *    PURGES THEM PAST THEIR RETENTION. RPTWRT CALLS IT ITSELF
      *    WHEN IT CLOSES A REPORT.
      *      RPTARC-PROGRAM     - PROGRAM THAT PRODUCED THE LISTING
      *      RPTARC-TITLE       - REPORT TITLE SHOWN IN THE CATALOG
      *      RPTARC-REPORT-NAME - THE LISTING FILE JUST CLOSED
      *      RPTARC-PAGES       - PAGES PRINTED; ZERO = COUNT THEM
      *                           FROM THE LINES AT 60 PER PAGE
      *      RPTARC-OPERATOR    - SIGNED-ON OPERATOR OF AN ON-LINE
      *                           PROGRAM; SPACES FROM BATCH, WHEN
      *                           THE NIGHTRUN WINDOW (IF ONE IS
      *                           OPEN) IS RECORDED INSTEAD
      *      RPTARC-RETENTION   - RETENTION CLASS: D = DAILY WORK
      *                           LISTINGS, M = MONTHLY (SPACE = M),
      *                           A = ANNUAL / STATUTORY RECORDS.
      *                           THE DAYS PER CLASS ARE IN
      *                           RPTPUR1.PRM
       01  RPTARC-PARMS.
           05  RPTARC-PROGRAM          PIC X(08).
           05  RPTARC-TITLE            PIC X(40).
           05  RPTARC-REPORT-NAME      PIC X(20).
           05  RPTARC-PAGES            PIC 9(04).
           05  RPTARC-OPERATOR         PIC X(08).
           05  RPTARC-RETENTION        PIC X(01).
