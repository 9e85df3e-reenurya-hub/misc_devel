      *      "L" - WRITE THE LINE IN RPTWRT-LINE, BREAKING TO A NEW
      *            PAGE WITH ITS HEADING WHEN THE PAGE IS FULL
      *      "C" - WRITE THE END-OF-REPORT TRAILER WITH THE LINE
      *            COUNT AND CLOSE THE REPORT, THEN ARCHIVE A
      *            STAMPED COPY IN REPORTS.CAT THROUGH RPTARC
      *    ON "A" ALSO SET RPTWRT-PROGRAM TO THE CALLING PROGRAM AND
      *    RPTWRT-RETENTION TO THE REPORT'S RETENTION CLASS (SEE
      *    RPTARC.CPY; SPACE = M)
       01  RPTWRT-PARMS.
           05  RPTWRT-ACTION           PIC X(01).
           05  RPTWRT-REPORT-NAME      PIC X(20).
           05  RPTWRT-TITLE            PIC X(40).
           05  RPTWRT-LINE             PIC X(132).
           05  RPTWRT-PROGRAM          PIC X(08).
           05  RPTWRT-RETENTION        PIC X(01).
