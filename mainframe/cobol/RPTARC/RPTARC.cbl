       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTARC.
      * SHARED REPORT ARCHIVER, IN THE SPIRIT OF THE ERRLOG AND
      * RPTWRT SUBPROGRAMS. EVERY LISTING PROGRAM OVERWRITES ITS OWN
      * OUTPUT ON EACH RUN, SO ONCE A LISTING IS CLOSED ITS PRODUCER
      * CALLS THIS TO COPY IT TO A DATE-AND-TIME-STAMPED NAME
      * (NAME.YYYYMMDD.HHMMSS, THE WAY BCKMST1 STAMPS ITS BACKUPS)
      * AND REGISTER THE COPY IN THE REPORTS.CAT CATALOG WITH THE
      * PROGRAM, TITLE, RUN DATE AND TIME, WHO RAN IT (THE SIGNED-ON
      * OPERATOR, OR THE NIGHTRUN WINDOW FOR THE NIGHTLY BATCH),
      * THE PAGE COUNT AND THE RETENTION CLASS. RPTCAT1 LISTS AND
      * REPRINTS THE ARCHIVED COPIES AND RPTPUR1 PURGES THEM ONCE
      * PAST THEIR RETENTION. SEE RPTARC.CPY FOR THE CALLING
      * PROTOCOL. A LISTING THAT CANNOT BE COPIED IS LOGGED TO
      * ERRLOG AND LEFT OUT OF THE CATALOG; THE CALLER'S RUN GOES ON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LFSOURCE ASSIGN TO WS-SOURCE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-CHECK-KEY-SRC.
      * THE ARCHIVE NAME IS BUILT AT RUN TIME WITH THE DATE+TIME
      * SUFFIX
       SELECT LFARCHIVE ASSIGN TO WS-ARCHIVE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-CHECK-KEY-ARC.
      * REPORTS.CAT REGISTERS EVERY ARCHIVED LISTING
       SELECT OPTIONAL LFCATALOG ASSIGN TO "REPORTS.CAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-CHECK-KEY-CAT.
      * NIGHTRUN.WIN EXISTS ONLY WHILE A NIGHTRUN WINDOW IS OPEN AND
      * CARRIES THE WINDOW'S START STAMP
       SELECT LFWINDOW ASSIGN TO "NIGHTRUN.WIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-CHECK-KEY-WIN.

       DATA DIVISION.
       FILE SECTION.
       FD LFSOURCE.
       01 SOURCE-RECORD                PIC X(250).

       FD LFARCHIVE.
       01 ARCHIVE-RECORD               PIC X(250).

      * CAT-ORIGIN IS THE OPERATOR WHO RAN THE LISTING, "NIGHTRUN"
      * (WITH THE WINDOW START IN CAT-WINDOW-DATE/TIME) OR "BATCH"
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

       FD LFWINDOW.
       01 WINDOW-RECORD.
           03 WIN-DATE                 PIC 9(8).
           03 FILLER                   PIC X.
           03 WIN-TIME                 PIC 9(6).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY-SRC   PIC X(2).
           05  FILE-CHECK-KEY-ARC   PIC X(2).
           05  FILE-CHECK-KEY-CAT   PIC X(2).
           05  FILE-CHECK-KEY-WIN   PIC X(2).

       01  WS-EOF-SW               PIC X(1).
           88  COPY-EOF                 VALUE 'Y'.
       01  WS-COPY-SW              PIC X(1).
           88  COPY-OK                  VALUE 'Y'.
       01  WS-SOURCE-NAME          PIC X(20).
       01  WS-BASE-NAME            PIC X(20).
       01  WS-ARCHIVE-NAME         PIC X(40).
       01  WS-ARCHIVE-DATE         PIC 9(8).
       01  WS-ARCHIVE-TIME8        PIC 9(8).
       01  WS-ARCHIVE-TIME-R  REDEFINES WS-ARCHIVE-TIME8.
           03  WS-ARCHIVE-TIME     PIC 9(6).
           03  FILLER              PIC 9(2).
       01  WS-LINE-COUNT           PIC 9(7).
       01  WS-LINES-PER-PAGE       PIC 9(2)  VALUE 60.
       01  WS-PAGE-COUNT           PIC 9(5).

      * PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
       COPY "ERRLOG.CPY".

       LINKAGE SECTION.
       COPY "RPTARC.CPY".

       PROCEDURE DIVISION USING RPTARC-PARMS.

       0100-ARCHIVE-REPORT.
           ACCEPT WS-ARCHIVE-DATE  FROM DATE YYYYMMDD.
           ACCEPT WS-ARCHIVE-TIME8 FROM TIME.
           PERFORM 0200-BUILD-ARCHIVE-NAME.
           PERFORM 0300-COPY-REPORT THRU 0399-COPY-REPORT-EXIT.
           IF COPY-OK
              PERFORM 0500-CATALOG-REPORT
           END-IF.
           GOBACK.

      * THE STAMP GOES AFTER THE LISTING'S OWN NAME, LESS ANY
      * LEADING "./", SO THE COPIES OF ONE LISTING SORT TOGETHER
       0200-BUILD-ARCHIVE-NAME.
           MOVE RPTARC-REPORT-NAME TO WS-SOURCE-NAME.
           IF WS-SOURCE-NAME(1:2) = "./"
              MOVE WS-SOURCE-NAME(3:18) TO WS-BASE-NAME
           ELSE
              MOVE WS-SOURCE-NAME TO WS-BASE-NAME
           END-IF.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING WS-BASE-NAME DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-ARCHIVE-DATE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-ARCHIVE-TIME DELIMITED BY SIZE
                  INTO WS-ARCHIVE-NAME.

       0300-COPY-REPORT.
           MOVE 'N' TO WS-COPY-SW.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-LINE-COUNT.
           OPEN INPUT LFSOURCE.
           IF FILE-CHECK-KEY-SRC NOT = "00"
              MOVE "0300-COPY-REPORT"  TO ERRLOG-PARAGRAPH
              MOVE WS-SOURCE-NAME      TO ERRLOG-FILENAME
              MOVE FILE-CHECK-KEY-SRC  TO ERRLOG-STATUS
              PERFORM 0900-LOG-ERROR
              GO TO 0399-COPY-REPORT-EXIT
           END-IF.
           OPEN OUTPUT LFARCHIVE.
           IF FILE-CHECK-KEY-ARC NOT = "00"
              MOVE "0300-COPY-REPORT"  TO ERRLOG-PARAGRAPH
              MOVE WS-ARCHIVE-NAME     TO ERRLOG-FILENAME
              MOVE FILE-CHECK-KEY-ARC  TO ERRLOG-STATUS
              PERFORM 0900-LOG-ERROR
              CLOSE LFSOURCE
              GO TO 0399-COPY-REPORT-EXIT
           END-IF.
           READ LFSOURCE
              AT END SET COPY-EOF TO TRUE
           END-READ.
           PERFORM 0350-COPY-ONE-LINE
              UNTIL COPY-EOF.
           CLOSE LFSOURCE.
           CLOSE LFARCHIVE.
           SET COPY-OK TO TRUE.
       0399-COPY-REPORT-EXIT.
           EXIT.

       0350-COPY-ONE-LINE.
           WRITE ARCHIVE-RECORD FROM SOURCE-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           READ LFSOURCE
              AT END SET COPY-EOF TO TRUE
           END-READ.

      * A CALLER THAT DOES NOT KEEP ITS OWN PAGE NUMBER GETS THE
      * PAGES THE LINES WOULD FILL AT RPTWRT'S 60 TO THE PAGE
       0500-CATALOG-REPORT.
           MOVE SPACES TO CATALOG-RECORD.
           MOVE WS-ARCHIVE-NAME    TO CAT-FILENAME.
           MOVE RPTARC-PROGRAM     TO CAT-PROGRAM.
           MOVE RPTARC-TITLE       TO CAT-TITLE.
           MOVE WS-ARCHIVE-DATE    TO CAT-DATE.
           MOVE WS-ARCHIVE-TIME    TO CAT-TIME.
           MOVE 0 TO CAT-WINDOW-DATE.
           MOVE 0 TO CAT-WINDOW-TIME.
           IF RPTARC-OPERATOR NOT = SPACES
              MOVE RPTARC-OPERATOR TO CAT-ORIGIN
           ELSE
              PERFORM 0550-GET-WINDOW
           END-IF.
           IF RPTARC-PAGES > 0
              MOVE RPTARC-PAGES TO WS-PAGE-COUNT
           ELSE
              COMPUTE WS-PAGE-COUNT =
                 (WS-LINE-COUNT + WS-LINES-PER-PAGE - 1)
                 / WS-LINES-PER-PAGE
           END-IF.
           MOVE WS-PAGE-COUNT TO CAT-PAGES.
           IF RPTARC-RETENTION = "D" OR "M" OR "A"
              MOVE RPTARC-RETENTION TO CAT-RETENTION
           ELSE
              MOVE "M" TO CAT-RETENTION
           END-IF.
           OPEN EXTEND LFCATALOG.
           IF FILE-CHECK-KEY-CAT NOT = "00"
              OPEN OUTPUT LFCATALOG
           END-IF.
           WRITE CATALOG-RECORD.
           CLOSE LFCATALOG.

       0550-GET-WINDOW.
           MOVE "BATCH" TO CAT-ORIGIN.
           OPEN INPUT LFWINDOW.
           IF FILE-CHECK-KEY-WIN = "00"
              READ LFWINDOW
                 AT END CONTINUE
                 NOT AT END
                    MOVE "NIGHTRUN" TO CAT-ORIGIN
                    IF WIN-DATE IS NUMERIC
                       MOVE WIN-DATE TO CAT-WINDOW-DATE
                    END-IF
                    IF WIN-TIME IS NUMERIC
                       MOVE WIN-TIME TO CAT-WINDOW-TIME
                    END-IF
              END-READ
              CLOSE LFWINDOW
           END-IF.

       0900-LOG-ERROR.
           MOVE RPTARC-PROGRAM TO ERRLOG-PROGRAM.
           MOVE SPACES         TO ERRLOG-KEYVALUE.
           CALL "ERRLOG" USING ERRLOG-PARMS.

       END PROGRAM RPTARC.
