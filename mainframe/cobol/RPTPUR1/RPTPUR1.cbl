       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPUR1.
      * NIGHTLY PURGE OF THE REPORT ARCHIVE. EVERY LISTING IS KEPT
      * UNDER A DATE-AND-TIME-STAMPED NAME AND REGISTERED IN THE
      * REPORTS.CAT CATALOG BY THE RPTARC SUBPROGRAM; THIS STEP
      * DELETES FROM DISK, AND DROPS FROM THE CATALOG, EVERY
      * ARCHIVED LISTING OLDER THAN THE RETENTION OF ITS CLASS, THE
      * WAY BCKMST1 PURGES BACKUPS.CAT. THE DAYS PER CLASS COME
      * FROM RPTPUR1.PRM, ONE LINE PER CLASS (THE CLASS LETTER
      * FOLLOWED BY FIVE DIGITS OF DAYS, E.G. D00030); A CLASS NOT
      * IN THE FILE KEEPS ITS DEFAULT:
      *    D - DAILY WORK LISTINGS            30 DAYS
      *    M - MONTHLY (AND UNCLASSIFIED)    400 DAYS
      *    A - ANNUAL / STATUTORY RECORDS   3660 DAYS
      * SCHEDULED AS A JOBSTEPS.DAT STEP OF THE NIGHTRUN WINDOW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL LFCATALOG ASSIGN TO "REPORTS.CAT"
        FILE STATUS IS FILE-CHECK-KEY-CAT
        ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LFCATNEW ASSIGN TO "REPORTS.TMP"
        FILE STATUS IS FILE-CHECK-KEY-CTN
        ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LFPARM ASSIGN TO "RPTPUR1.PRM"
        FILE STATUS IS FILE-CHECK-KEY-PRM
        ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LFRUNLOG ASSIGN TO "NIGHTLY.LOG"
        FILE STATUS IS FILE-CHECK-KEY-LOG
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT AS RPTARC WRITES
       FD LFCATALOG.
       01 CATALOG-RECORD.
           03 CAT-FILENAME             PIC X(40).
           03 FILLER                   PIC X.
           03 CAT-PROGRAM              PIC X(8).
           03 FILLER                   PIC X.
           03 CAT-TITLE                PIC X(40).
           03 FILLER                   PIC X.
           03 CAT-DATE                 PIC 9(8).
           03 FILLER                   PIC X.
           03 CAT-TIME                 PIC 9(6).
           03 FILLER                   PIC X.
           03 CAT-ORIGIN               PIC X(8).
           03 FILLER                   PIC X.
           03 CAT-WINDOW-DATE          PIC 9(8).
           03 FILLER                   PIC X.
           03 CAT-WINDOW-TIME          PIC 9(6).
           03 FILLER                   PIC X.
           03 CAT-PAGES                PIC 9(5).
           03 FILLER                   PIC X.
           03 CAT-RETENTION            PIC X.

       FD LFCATNEW.
       01 CATNEW-RECORD                PIC X(139).

       FD LFPARM.
       01 PARM-RECORD.
           03 PRM-CLASS                PIC X.
           03 PRM-DAYS                 PIC X(5).

       FD LFRUNLOG.
       01 RUNLOG-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY-CAT   PIC X(2).
           05  FILE-CHECK-KEY-CTN   PIC X(2).
           05  FILE-CHECK-KEY-PRM   PIC X(2).
           05  FILE-CHECK-KEY-LOG   PIC X(2).

       01  WS-CAT-EOF-SW           PIC X(1) VALUE 'N'.
           88  CAT-EOF                  VALUE 'Y'.
       01  WS-PRM-EOF-SW           PIC X(1) VALUE 'N'.
           88  PRM-EOF                  VALUE 'Y'.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-TODAY-JULIAN         PIC 9(7).
       01  WS-CAT-JULIAN           PIC 9(7).
       01  WS-AGE-DAYS             PIC 9(7).
       01  WS-RETENTION-DAYS       PIC 9(5).
       01  WS-DAYS-DAILY           PIC 9(5) VALUE 30.
       01  WS-DAYS-MONTHLY         PIC 9(5) VALUE 400.
       01  WS-DAYS-ANNUAL          PIC 9(5) VALUE 3660.
       01  WS-KEPT-COUNT           PIC 9(6) VALUE 0.
       01  WS-PURGE-COUNT          PIC 9(6) VALUE 0.
       01  WS-DELETE-NAME          PIC X(40).

      * ONE LINE PER COMPLETED STEP IN NIGHTLY.LOG
       01  WS-RUNLOG-REC.
           05  WS-RUNLOG-PROGRAM       PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RUNLOG-DATE          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RUNLOG-TIME          PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RUNLOG-CNT1          PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RUNLOG-CNT2          PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RUNLOG-STATUS        PIC X(8) VALUE "COMPLETE".

       PROCEDURE DIVISION.

       0100-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-JULIAN =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 0050-GET-RETENTION THRU 0059-GET-RETENTION-EXIT.
           PERFORM 0400-PURGE-OLD-REPORTS
              THRU 0499-PURGE-OLD-REPORTS-EXIT.
           PERFORM 0500-WRITE-RUNLOG.
           DISPLAY "RPTPUR1 REPORTS KEPT   : " WS-KEPT-COUNT.
           DISPLAY "RPTPUR1 REPORTS PURGED : " WS-PURGE-COUNT.
           STOP RUN.

       0050-GET-RETENTION.
           MOVE 'N' TO WS-PRM-EOF-SW.
           OPEN INPUT LFPARM.
           IF FILE-CHECK-KEY-PRM NOT = "00"
              GO TO 0059-GET-RETENTION-EXIT
           END-IF.
           READ LFPARM
              AT END SET PRM-EOF TO TRUE
           END-READ.
           PERFORM 0055-ONE-PARM-LINE
              UNTIL PRM-EOF.
           CLOSE LFPARM.
       0059-GET-RETENTION-EXIT.
           EXIT.

       0055-ONE-PARM-LINE.
           IF PRM-DAYS IS NUMERIC
              EVALUATE PRM-CLASS
                 WHEN "D" MOVE PRM-DAYS TO WS-DAYS-DAILY
                 WHEN "M" MOVE PRM-DAYS TO WS-DAYS-MONTHLY
                 WHEN "A" MOVE PRM-DAYS TO WS-DAYS-ANNUAL
              END-EVALUATE
           END-IF.
           READ LFPARM
              AT END SET PRM-EOF TO TRUE
           END-READ.

      * REWRITE THE CATALOG KEEPING ONLY THE LISTINGS STILL WITHIN
      * THEIR CLASS'S RETENTION; THE OLD FILES THEMSELVES ARE
      * DELETED FROM DISK WITH CBL_DELETE_FILE
       0400-PURGE-OLD-REPORTS.
           MOVE 'N' TO WS-CAT-EOF-SW.
           OPEN INPUT LFCATALOG.
           IF FILE-CHECK-KEY-CAT NOT = "00"
              AND FILE-CHECK-KEY-CAT NOT = "05"
              GO TO 0499-PURGE-OLD-REPORTS-EXIT
           END-IF.
           OPEN OUTPUT LFCATNEW.
           READ LFCATALOG
              AT END SET CAT-EOF TO TRUE
           END-READ.
           PERFORM 0450-PURGE-ONE-ENTRY
              THRU 0459-PURGE-ONE-ENTRY-EXIT
              UNTIL CAT-EOF.
           CLOSE LFCATALOG.
           CLOSE LFCATNEW.
           PERFORM 0470-SWAP-CATALOG.
       0499-PURGE-OLD-REPORTS-EXIT.
           EXIT.

       0450-PURGE-ONE-ENTRY.
           EVALUATE CAT-RETENTION
              WHEN "D" MOVE WS-DAYS-DAILY   TO WS-RETENTION-DAYS
              WHEN "A" MOVE WS-DAYS-ANNUAL  TO WS-RETENTION-DAYS
              WHEN OTHER
                       MOVE WS-DAYS-MONTHLY TO WS-RETENTION-DAYS
           END-EVALUATE.
           IF CAT-DATE IS NUMERIC AND CAT-DATE > 0
              COMPUTE WS-CAT-JULIAN =
                 FUNCTION INTEGER-OF-DATE(CAT-DATE)
              COMPUTE WS-AGE-DAYS = WS-TODAY-JULIAN - WS-CAT-JULIAN
           ELSE
              MOVE 9999999 TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS > WS-RETENTION-DAYS
              MOVE CAT-FILENAME TO WS-DELETE-NAME
              CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
              ADD 1 TO WS-PURGE-COUNT
           ELSE
              MOVE CATALOG-RECORD TO CATNEW-RECORD
              WRITE CATNEW-RECORD
              ADD 1 TO WS-KEPT-COUNT
           END-IF.
           READ LFCATALOG
              AT END SET CAT-EOF TO TRUE
           END-READ.
       0459-PURGE-ONE-ENTRY-EXIT.
           EXIT.

      * THE SURVIVING ENTRIES BECOME THE NEW CATALOG
       0470-SWAP-CATALOG.
           MOVE 'N' TO WS-CAT-EOF-SW.
           OPEN INPUT LFCATNEW.
           OPEN OUTPUT LFCATALOG.
           READ LFCATNEW
              AT END SET CAT-EOF TO TRUE
           END-READ.
           PERFORM 0475-COPY-ONE-ENTRY
              UNTIL CAT-EOF.
           CLOSE LFCATNEW.
           CLOSE LFCATALOG.

       0475-COPY-ONE-ENTRY.
           MOVE CATNEW-RECORD TO CATALOG-RECORD.
           WRITE CATALOG-RECORD.
           READ LFCATNEW
              AT END SET CAT-EOF TO TRUE
           END-READ.

       0500-WRITE-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "RPTPUR1" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-KEPT-COUNT  TO WS-RUNLOG-CNT1.
           MOVE WS-PURGE-COUNT TO WS-RUNLOG-CNT2.
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF FILE-CHECK-KEY-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.

       END PROGRAM RPTPUR1.
