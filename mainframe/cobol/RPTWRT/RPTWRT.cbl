      * WITH PAGE OVERFLOW AT 60 LINES, AND THE UNIFORM END-OF-REPORT
      * TRAILER WITH THE TOTAL LINE COUNT. SEE RPTWRT.CPY FOR THE
      * CALLING PROTOCOL. ONE REPORT AT A TIME: THE FILE HANDLE AND
      * COUNTERS LIVE HERE BETWEEN CALLS. ON CLOSE THE FINISHED
      * REPORT IS HANDED TO RPTARC, WHICH KEEPS A DATE-AND-TIME-
      * STAMPED COPY REGISTERED IN THE REPORTS.CAT CATALOG, SO THE
      * NEXT RUN'S OVERWRITE DOES NOT LOSE IT.
       ENVIRONMENT DIVISION.
      * THE FOUR CALLERS ALL RUN WITH DECIMAL-POINT IS COMMA, SO THE
      * TRAILER COUNT IS EDITED THE SAME WAY
           05  FILLER              PIC X(17) VALUE
               " LINEAS IMPRESAS".

      * PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
       COPY "RPTARC.CPY".

       LINKAGE SECTION.
       COPY "RPTWRT.CPY".

           MOVE WS-TOTAL-LINES TO WS-TRL-LINES.
           WRITE REPORT-RECORD FROM WS-TRAILER-LINE.
           CLOSE LFREPORT.
           PERFORM 0450-ARCHIVE-REPORT.

       0450-ARCHIVE-REPORT.
           MOVE RPTWRT-PROGRAM     TO RPTARC-PROGRAM.
           MOVE RPTWRT-TITLE       TO RPTARC-TITLE.
           MOVE WS-REPORT-NAME     TO RPTARC-REPORT-NAME.
           MOVE WS-PAGE-NUMBER     TO RPTARC-PAGES.
           MOVE SPACES             TO RPTARC-OPERATOR.
           MOVE RPTWRT-RETENTION   TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.

       END PROGRAM RPTWRT.
