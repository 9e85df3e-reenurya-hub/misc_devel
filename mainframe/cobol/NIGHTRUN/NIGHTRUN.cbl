      * THERE. THIS DRIVER READS THE SAME LOG BEFORE LAUNCHING EACH
      * STEP SO A RESTART SKIPS WHATEVER THE PRIOR RUN ALREADY
      * FINISHED INSTEAD OF LAUNCHING IT AGAIN.
      * STEPS THAT POST ONLY AFTER A SUPERVISOR APPROVES THEIR
      * PREVIEW (INTDEU1, REVALME1 - SEE APRCOR1) KEEP THEIR STATE
      * IN PRECORR.DAT: A STEP WHOSE PREVIEW IS STILL AWAITING
      * APPROVAL IS HELD AND NOT LAUNCHED, AND A STEP WHOSE PREVIEW
      * HAS BEEN APPROVED IS LAUNCHED TO POST IT EVEN ON A NIGHT
      * THE CALENDAR WOULD NOT OTHERWISE RUN IT.
      * WHILE THE WINDOW IS OPEN NIGHTRUN.WIN CARRIES ITS START
      * STAMP, SO THE LISTINGS THE STEPS PRODUCE ARE ARCHIVED IN
      * REPORTS.CAT (RPTARC) UNDER THIS WINDOW RATHER THAN AS
      * STRAY BATCH RUNS; THE OPERATOR SUMMARY IS ARCHIVED THE SAME
      * WAY BEFORE THE MARKER IS REMOVED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SES-CLAVE.
      * PRECORR.DAT - ONE RECORD PER PREVIEW-AND-APPROVE STEP WITH
      * THE STATE OF ITS LAST PREVIEW (WRITTEN BY THE STEP ITSELF,
      * RESOLVED BY A SUPERVISOR IN APRCOR1)
       SELECT OPTIONAL LFPRECORR ASSIGN TO "precorr.dat"
        FILE STATUS IS FILE-CHECK-KEY-PRC
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRC-PROGRAMA.
      * NIGHTRUN.WIN - THE WINDOW START STAMP, PRESENT ONLY WHILE A
      * WINDOW IS RUNNING (READ BY RPTARC)
       SELECT LFWINDOW ASSIGN TO "NIGHTRUN.WIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-CHECK-KEY-WIN.

       DATA DIVISION.
       FILE SECTION.
       FD LFERRLOG.
       01 ERRLOG-RECORD                PIC X(100).

       FD LFWINDOW.
       01 WINDOW-RECORD.
           03 WIN-DATE                 PIC 9(8).
           03 FILLER                   PIC X.
           03 WIN-TIME                 PIC 9(6).

       FD LFSUMMARY.
       01 SUMMARY-RECORD               PIC X(100).

           03 SES-FECHA                PIC 9(8).
           03 SES-HORA                 PIC 9(8).

       FD LFPRECORR.
       01 REG-PRECORR.
           03 PRC-PROGRAMA             PIC X(8).
           03 PRC-ESTADO               PIC X.
              88 PRC-PENDIENTE         VALUE "P".
              88 PRC-APROBADO          VALUE "A".
              88 PRC-RECHAZADO         VALUE "R".
              88 PRC-VENCIDO           VALUE "V".
              88 PRC-APLICADO          VALUE "C".
           03 PRC-FECHA-PREVIEW        PIC 9(8).
           03 PRC-HORA-PREVIEW         PIC 9(8).
           03 PRC-CANT-LEIDOS          PIC 9(6).
           03 PRC-CANT-PROPUESTOS      PIC 9(6).
           03 PRC-TOTAL                PIC S9(12)V9(3).
           03 PRC-CTL-CANTIDAD         PIC 9(8).
           03 PRC-CTL-SALDOS           PIC S9(14)V9(3).
           03 PRC-CTL-SALDOS-ME        PIC S9(14)V9(3).
           03 PRC-FECHA-RESOLUCION     PIC 9(8).
           03 PRC-OPERADOR-RESUELVE    PIC X(8).
           03 PRC-FECHA-APLICADO       PIC 9(8).
           03 FILLER                   PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY-SES   PIC X(2).
           05  FILE-CHECK-KEY-FER   PIC X(2).
           05  FILE-CHECK-KEY-HIS   PIC X(2).
           05  FILE-CHECK-KEY-PRC   PIC X(2).
           05  FILE-CHECK-KEY-WIN   PIC X(2).

      * LK-PARM-MODE = "NEW " STARTS A FRESH BATCH WINDOW BY
      * CLEARING NIGHTLY.LOG BEFORE THE FIRST STEP RUNS. ANY OTHER
       01  WS-EVAL-FREQ            PIC X(1).
       01  WS-EVAL-FREQ-DAY        PIC 9(2).
       01  WS-EVAL-HOLIDAY         PIC X(1).
       01  WS-PRECORR-OPEN-SW      PIC X(1) VALUE 'N'.
           88  PRECORR-OPEN             VALUE 'Y'.

      * ONE HISTORY LINE = THE RUN DATE OF THE LINE + THE NIGHTLY
      * LOG LINE AS WRITTEN
           03  WS-SUM-END-SS       PIC 9(2).
       01  WS-SUM-HAVE-START       PIC X(1).
       01  WS-SUM-HAVE-END         PIC X(1).
       01  WS-SUM-END-STATUS       PIC X(8).
       01  WS-SUM-CNT1             PIC 9(6).
       01  WS-SUM-CNT2             PIC 9(6).
       01  WS-SECS-START           PIC 9(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RUNLOG-STATUS        PIC X(8).

       01  WS-WINDOW-FILE          PIC X(12) VALUE "NIGHTRUN.WIN".

      * PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
       COPY "RPTARC.CPY".

       LINKAGE SECTION.
       01  LK-PARM.
           05  LK-PARM-LEN          PIC S9(4) COMP.
              DISPLAY "NIGHTRUN BLOCKED - ON-LINE SESSIONS ACTIVE"
              STOP RUN
           END-IF.
           PERFORM 0020-OPEN-WINDOW.
           PERFORM 0050-GET-PARM.
           PERFORM 0040-BUILD-CALENDAR
              THRU 0049-BUILD-CALENDAR-EXIT.
              DISPLAY "NIGHTRUN BATCH SEQUENCE COMPLETE"
           END-IF.
           PERFORM 0300-OPERATOR-SUMMARY.
           CALL "CBL_DELETE_FILE" USING WS-WINDOW-FILE.
           STOP RUN.

      * THE WINDOW MARKER IS REWRITTEN ON EVERY START, SO A RESTART
      * STAMPS ITS LISTINGS WITH THE RESTART TIME
       0020-OPEN-WINDOW.
           MOVE SPACES TO WINDOW-RECORD.
           MOVE WS-WINDOW-START-DATE TO WIN-DATE.
           MOVE WS-WINDOW-START-TIME TO WIN-TIME.
           OPEN OUTPUT LFWINDOW.
           IF FILE-CHECK-KEY-WIN = "00"
              WRITE WINDOW-RECORD
              CLOSE LFWINDOW
           END-IF.

       0050-GET-PARM.
           IF LK-PARM-LEN = 4
              MOVE LK-PARM-MODE TO WS-MODE
              PERFORM 0075-DEFAULT-STEPS
              GO TO 0079-LOAD-STEPS-EXIT
           END-IF.
           OPEN INPUT LFPRECORR.
           IF FILE-CHECK-KEY-PRC = "00" OR FILE-CHECK-KEY-PRC = "05"
              SET PRECORR-OPEN TO TRUE
           END-IF.
           READ LFJOBSTEPS
              AT END SET JOB-EOF TO TRUE
           END-READ.
           PERFORM 0072-LOAD-ONE-STEP THRU 0072-LOAD-ONE-STEP-EXIT
              UNTIL JOB-EOF.
           CLOSE LFJOBSTEPS.
           IF PRECORR-OPEN
              CLOSE LFPRECORR
           END-IF.
           IF WS-STEP-COUNT = 0
              PERFORM 0075-DEFAULT-STEPS
           END-IF.
              END-IF
              MOVE JOB-HOLIDAY  TO WS-EVAL-HOLIDAY
              PERFORM 0074-EVALUATE-DUE THRU 0074-EVALUATE-DUE-EXIT
              PERFORM 0076-CHECK-PREVIEW
                 THRU 0076-CHECK-PREVIEW-EXIT
              MOVE WS-DUE-SW TO WS-TBL-DUE(WS-STEP-COUNT)
              MOVE JOB-PRED TO WS-TBL-PRED(WS-STEP-COUNT)
              MOVE "N" TO WS-TBL-SKIPPED(WS-STEP-COUNT)
       0074-EVALUATE-DUE-EXIT.
           EXIT.

      * A STEP WITH A PREVIEW AWAITING APPROVAL IS HELD ("H") WHETHER
      * OR NOT IT IS DUE; AN APPROVED PREVIEW IS DUE TONIGHT SO THE
      * POSTING DOES NOT WAIT FOR THE NEXT CALENDAR DATE OF THE STEP
       0076-CHECK-PREVIEW.
           IF NOT PRECORR-OPEN
              GO TO 0076-CHECK-PREVIEW-EXIT
           END-IF.
           MOVE JOB-STEP-NAME TO PRC-PROGRAMA.
           READ LFPRECORR
              INVALID KEY GO TO 0076-CHECK-PREVIEW-EXIT
           END-READ.
           IF PRC-PENDIENTE
              MOVE "H" TO WS-DUE-SW
           END-IF.
           IF PRC-APROBADO
              MOVE "Y" TO WS-DUE-SW
           END-IF.
       0076-CHECK-PREVIEW-EXIT.
           EXIT.

       0075-DEFAULT-STEPS.
           MOVE 3 TO WS-STEP-COUNT.
           MOVE "SFTIDF1" TO WS-TBL-NAME(1).
              DISPLAY WS-TBL-NAME(WS-STEP-SUB)
                      " DISABLED - SKIPPING"
           ELSE
              IF WS-TBL-DUE(WS-STEP-SUB) NOT = "Y"
                 IF WS-TBL-DUE(WS-STEP-SUB) = "H"
                    DISPLAY WS-TBL-NAME(WS-STEP-SUB)
                            " HELD - PREVIEW AWAITING APPROVAL"
                 ELSE
                    DISPLAY WS-TBL-NAME(WS-STEP-SUB)
                            " NOT DUE TONIGHT - SKIPPING"
                 END-IF
              ELSE
                 PERFORM 0160-CHECK-PREDECESSOR
                    THRU 0169-CHECK-PREDECESSOR-EXIT
       0165-FIND-PRED-SLOT.
           IF WS-TBL-NAME(WS-PRED-SUB) = WS-TBL-PRED(WS-STEP-SUB)
              IF WS-TBL-ENABLED(WS-PRED-SUB) NOT = "Y"
                 OR WS-TBL-DUE(WS-PRED-SUB) NOT = "Y"
                 MOVE "Y" TO WS-PRED-FOUND-SW
                 MOVE "D" TO WS-TBL-SKIPPED(WS-STEP-SUB)
              END-IF
           END-IF.
           WRITE SUMMARY-RECORD FROM WS-SUM-VERDICT-LINE.
           CLOSE LFSUMMARY.
           MOVE "NIGHTRUN"       TO RPTARC-PROGRAM.
           MOVE "NIGHTLY BATCH OPERATOR SUMMARY" TO RPTARC-TITLE.
           MOVE "NIGHTSUM.RPT"   TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "D"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
           DISPLAY "NIGHTRUN OPERATOR SUMMARY: " WS-SUM-VERDICT.

       0310-SUMMARIZE-ONE-STEP.
              WRITE SUMMARY-RECORD FROM WS-SUM-STEP-LINE
              GO TO 0319-SUMMARIZE-ONE-STEP-EXIT
           END-IF.
      *    A STEP HELD FOR ITS PREVIEW APPROVAL IS WAITING ON A
      *    SUPERVISOR, NOT FAILING: IT ALSO LEAVES THE VERDICT ALONE
           IF WS-TBL-DUE(WS-STEP-SUB) = "H"
              MOVE SPACES TO WS-SUM-START-X WS-SUM-END-X
              MOVE 0 TO WS-SUM-ELAPSED WS-SUM-CNT1-X WS-SUM-CNT2-X
              MOVE "HELD FOR APPROVAL" TO WS-SUM-STATUS
              WRITE SUMMARY-RECORD FROM WS-SUM-STEP-LINE
              GO TO 0319-SUMMARIZE-ONE-STEP-EXIT
           END-IF.
      *    A STEP SKIPPED FOR A FAILED PREDECESSOR IS NAMED AS SUCH
      *    SO THE OPERATOR CHASES THE ONE FAILURE, NOT ITS SYMPTOMS
           IF WS-TBL-SKIPPED(WS-STEP-SUB) = "Y"
           MOVE WS-TBL-NAME(WS-STEP-SUB) TO WS-STEP-NAME.
           PERFORM 0320-SCAN-LOG-FOR-STEP
              THRU 0329-SCAN-LOG-FOR-STEP-EXIT.
      *    A PREVIEW RUN ENDS WITH A PREVIEW MARKER AND AWAITS
      *    APPROVAL; A POSTING RUN THAT FOUND ITS MASTER CHANGED SINCE
      *    THE PREVIEW ENDS WITH A STALE MARKER AND POSTED NOTHING
           EVALUATE TRUE
              WHEN WS-SUM-HAVE-END = "Y"
                 AND WS-SUM-END-STATUS = "PREVIEW"
                 MOVE "PREVIEW - HELD" TO WS-SUM-STATUS
              WHEN WS-SUM-HAVE-END = "Y"
                 AND WS-SUM-END-STATUS = "STALE"
                 MOVE "REFUSED: MASTER CHGD" TO WS-SUM-STATUS
                 MOVE 'N' TO WS-CLEAN-SW
              WHEN WS-SUM-HAVE-END = "Y"
                 MOVE "COMPLETE" TO WS-SUM-STATUS
              WHEN WS-SUM-HAVE-START = "Y"
       0320-SCAN-LOG-FOR-STEP.
           MOVE "N" TO WS-SUM-HAVE-START.
           MOVE "N" TO WS-SUM-HAVE-END.
           MOVE SPACES TO WS-SUM-END-STATUS.
           MOVE 0 TO WS-SUM-CNT1 WS-SUM-CNT2.
           MOVE 'N' TO WS-LOG-EOF-SW.
           OPEN INPUT LFRUNLOG.
                 MOVE WS-RUNLOG-TIME TO WS-SUM-START-TIME
              END-IF
              IF WS-RUNLOG-STATUS = "COMPLETE"
                 OR WS-RUNLOG-STATUS = "PREVIEW"
                 OR WS-RUNLOG-STATUS = "STALE"
                 MOVE "Y" TO WS-SUM-HAVE-END
                 MOVE WS-RUNLOG-STATUS TO WS-SUM-END-STATUS
                 MOVE WS-RUNLOG-TIME TO WS-SUM-END-TIME
                 MOVE WS-RUNLOG-CNT1 TO WS-SUM-CNT1
                 MOVE WS-RUNLOG-CNT2 TO WS-SUM-CNT2
