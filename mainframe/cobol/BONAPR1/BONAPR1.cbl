       IDENTIFICATION DIVISION.
       PROGRAM-ID. BONAPR1.
      * SUPERVISOR REVIEW AND RELEASE OF THE BONUS BATCH LAB5 LEAVES
      * ON OUTBONUS, BEFORE BNKPAY1 SENDS ANY MONEY TO THE BANK.
      * SHOWS EACH LINE'S GROSS, WITHHOLDINGS AND NET, AND THE
      * TOTALS BY DEPARTMENT (FROM IDFEMPS.DAT) AND BY STATE. A LINE
      * CAN BE HELD WITH A REASON; THE HOLD IS KEPT ON BONHOLD.DAT
      * WITH THE OPERATOR AND TIME, AND BNKPAY1 LEAVES HELD LINES
      * OUT OF THE BANK FILE AND ITS TRAILER HASH. A HELD LINE STAYS
      * PENDING ACROSS LATER BATCHES UNTIL IT IS UNHELD HERE, WHEN IT
      * IS PAID WITH THE NEXT RELEASED BATCH. RELEASING THE BATCH
      * STAMPS BONBATCH.DAT WITH THE OPERATOR, DATE AND TIME - WITH
      * NO RELEASE BNKPAY1 WILL NOT RUN - AND PRINTS BONHOLD.RPT,
      * THE LIST OF EVERY LINE STILL HELD, BY WHOM AND WHY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL LFBONUS ASSIGN TO OUTBONUS
        FILE STATUS IS FILE-CHECK-KEY-BON.
      * BONBATCH.DAT IS THE ONE-RECORD CONTROL FOR THE CURRENT BATCH,
      * WRITTEN BY LAB5
       SELECT LFBONBATCH ASSIGN TO "BONBATCH.DAT"
        FILE STATUS IS FILE-CHECK-KEY-BAT
        ORGANIZATION IS LINE SEQUENTIAL.
      * BONHOLD.DAT KEEPS EVERY HELD LINE, BY BATCH AND LINE NUMBER
       SELECT LFBONHOLD ASSIGN TO "BONHOLD.DAT"
        FILE STATUS IS FILE-CHECK-KEY-HLD
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HLD-KEY.
       SELECT OPTIONAL LFIDFEMPS ASSIGN TO "IDFEMPS.DAT"
        FILE STATUS IS FILE-CHECK-KEY-EMP
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IDFEMP-ID
        ALTERNATE RECORD KEY IS IDFEMP-LNAME
        WITH DUPLICATES.
       SELECT LFHOLDRPT ASSIGN TO "BONHOLD.RPT"
        FILE STATUS IS FILE-CHECK-KEY-RPT
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * SAME LAYOUT LAB5 WRITES TO OUTBONUS
       FD LFBONUS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 BONUS-RECORD.
           03 BON-STATE-CODE         PIC X(02).
           03 BON-LAST-NAME          PIC X(20).
           03 BON-FIRST-NAME         PIC X(15).
           03 BON-MID-INIT           PIC X(01).
           03 BON-BONUS-AMT          PIC 9(7)V99.
           03 BON-FED-EXEMPT-IND     PIC X(01).
           03 BON-ST-EXEMPT-IND      PIC X(01).
           03 BON-FED-WITHHOLD       PIC 9(7)V99.
           03 BON-ST-WITHHOLD        PIC 9(7)V99.
           03 BON-EMP-ID             PIC X(04).
           03 FILLER                 PIC X(09).

      * BATCH STATUS: O = OPEN FOR REVIEW, R = RELEASED (BY
      * OPERATOR, DATE, TIME), T = TRANSMITTED BY BNKPAY1
       FD LFBONBATCH.
       01 BONBATCH-RECORD.
           03 BAT-BATCH-ID.
              05 BAT-RUN-DATE        PIC 9(8).
              05 BAT-RUN-TIME        PIC 9(6).
           03 BAT-REC-COUNT          PIC 9(6).
           03 BAT-BONUS-TOTAL        PIC 9(9)V99.
           03 BAT-STATUS             PIC X(1).
              88 BATCH-OPEN                VALUE "O".
              88 BATCH-RELEASED            VALUE "R".
              88 BATCH-TRANSMITTED         VALUE "T".
           03 BAT-REL-OPERATOR       PIC X(8).
           03 BAT-REL-DATE           PIC 9(8).
           03 BAT-REL-TIME           PIC 9(6).
           03 BAT-TRANS-DATE         PIC 9(8).
           03 FILLER                 PIC X(18).

      * HOLD STATUS: H = HELD, L = UNHELD FROM AN EARLIER BATCH AND
      * TO BE PAID WITH THE NEXT RELEASE, P = PAID BY BNKPAY1
       FD LFBONHOLD.
       01 BONHOLD-RECORD.
           03 HLD-KEY.
              05 HLD-BATCH-ID        PIC 9(14).
              05 HLD-SEQ             PIC 9(5).
           03 HLD-BONUS-IMAGE        PIC X(80).
           03 HLD-STATUS             PIC X(1).
              88 HOLD-HELD                 VALUE "H".
              88 HOLD-UNHELD               VALUE "L".
              88 HOLD-PAID                 VALUE "P".
           03 HLD-REASON             PIC X(30).
           03 HLD-HELD-BY            PIC X(8).
           03 HLD-HELD-DATE          PIC 9(8).
           03 HLD-HELD-TIME          PIC 9(6).
           03 HLD-REL-BY             PIC X(8).
           03 HLD-REL-DATE           PIC 9(8).
           03 HLD-PAID-DATE          PIC 9(8).

       FD LFIDFEMPS.
       01 LFIDFEMPSRECORD.
           03 IDFEMP-ID                PIC X(4).
           03 IDFEMP-LNAME             PIC X(20).
           03 IDFEMP-NAME              PIC X(20).
           03 IDFEMP-INITDATE          PIC X(8).
           03 IDFEMP-ENDDATE           PIC X(8).
           03 IDFEMP-DEPT              PIC X(4).
           03 IDFEMP-BANK-ROUTING      PIC X(9).
           03 IDFEMP-BANK-ACCOUNT      PIC X(17).
           03 IDFEMP-BANK-ACCT-TYPE    PIC X(1).
           03 IDFEMP-PRENOTE-STATUS    PIC X(1).
           03 IDFEMP-PRENOTE-DATE      PIC X(8).

       FD LFHOLDRPT.
       01 HOLDRPT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY-BON   PIC X(2).
           05  FILE-CHECK-KEY-BAT   PIC X(2).
           05  FILE-CHECK-KEY-HLD   PIC X(2).
           05  FILE-CHECK-KEY-EMP   PIC X(2).
           05  FILE-CHECK-KEY-RPT   PIC X(2).

       01  WS-DONE-SW              PIC X(1) VALUE "N".
           88  ALL-DONE                  VALUE "Y".
       01  WS-EOF-SW               PIC X(1) VALUE "N".
           88  SOURCE-EOF                VALUE "Y".
       01  WS-STOP-SW              PIC X(1) VALUE "N".
       01  WS-EMP-OPEN-SW          PIC X(1) VALUE "N".
       01  WS-OPTION               PIC X(1).
       01  WS-ANY-KEY              PIC X(1).
       01  WS-LINE-IN              PIC 9(3).
       01  WS-REASON-IN            PIC X(30).
       01  WS-CONFIRM              PIC X(1).
       01  WS-SUB                  PIC 9(4).
       01  WS-SUB2                 PIC 9(4).
       01  WS-SCREEN-LINE          PIC 9(2).
       01  WS-HELD-COUNT           PIC 9(4).
       01  WS-NET                  PIC S9(7)V99.
       01  WS-STATUS-DESC          PIC X(40).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME8            PIC 9(8).
       01  WS-RUN-TIME-R  REDEFINES WS-RUN-TIME8.
           03  WS-RUN-TIME         PIC 9(6).
           03  FILLER              PIC 9(2).

      * THE LINES UNDER REVIEW: FIRST THIS BATCH'S OUTBONUS RECORDS,
      * IN FILE ORDER (SO THE SUBSCRIPT IS THE LINE NUMBER), THEN
      * THE LINES STILL PENDING FROM EARLIER BATCHES' HOLDS
       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT       PIC 9(4) VALUE 0.
           05  WS-BATCH-LINES      PIC 9(4) VALUE 0.
           05  WS-LINE-MAX         PIC 9(4) VALUE 500.
           05  WS-LINE OCCURS 500 TIMES.
               10  WS-LN-BATCH-ID      PIC 9(14).
               10  WS-LN-SEQ           PIC 9(5).
               10  WS-LN-IMAGE         PIC X(80).
               10  WS-LN-DEPT          PIC X(4).
               10  WS-LN-NET           PIC S9(7)V99.
               10  WS-LN-HELD-SW       PIC X(1).
               10  WS-LN-PRIOR-SW      PIC X(1).

      * ONE OUTBONUS RECORD, FOR LOOKING INSIDE A TABLE IMAGE
       01  WS-BONUS-VIEW.
           03 WS-BV-STATE-CODE       PIC X(02).
           03 WS-BV-LAST-NAME        PIC X(20).
           03 WS-BV-FIRST-NAME       PIC X(15).
           03 WS-BV-MID-INIT         PIC X(01).
           03 WS-BV-BONUS-AMT        PIC 9(7)V99.
           03 WS-BV-FED-EXEMPT-IND   PIC X(01).
           03 WS-BV-ST-EXEMPT-IND    PIC X(01).
           03 WS-BV-FED-WITHHOLD     PIC 9(7)V99.
           03 WS-BV-ST-WITHHOLD      PIC 9(7)V99.
           03 WS-BV-EMP-ID           PIC X(04).
           03 FILLER                 PIC X(09).

      * TOTALS BY DEPARTMENT AND BY STATE OF THE LINES TO BE PAID
       01  WS-TOTALS-TABLE.
           05  WS-DEPT-COUNT       PIC 9(4) VALUE 0.
           05  WS-DEPT-TOT OCCURS 50 TIMES.
               10  WS-DT-CODE          PIC X(4).
               10  WS-DT-LINES         PIC 9(4).
               10  WS-DT-GROSS         PIC 9(9)V99.
               10  WS-DT-WHOLD         PIC 9(9)V99.
               10  WS-DT-NET           PIC S9(9)V99.
           05  WS-STATE-COUNT      PIC 9(4) VALUE 0.
           05  WS-STATE-TOT OCCURS 60 TIMES.
               10  WS-ST-CODE          PIC X(4).
               10  WS-ST-LINES         PIC 9(4).
               10  WS-ST-GROSS         PIC 9(9)V99.
               10  WS-ST-WHOLD         PIC 9(9)V99.
               10  WS-ST-NET           PIC S9(9)V99.
       01  WS-PAY-LINES            PIC 9(4).
       01  WS-PAY-GROSS            PIC 9(9)V99.
       01  WS-PAY-WHOLD            PIC 9(9)V99.
       01  WS-PAY-NET              PIC S9(9)V99.
       01  WS-HOLD-LINES           PIC 9(4).
       01  WS-HOLD-NET             PIC S9(9)V99.
       01  WS-PRIOR-LINES          PIC 9(4).
       01  WS-PRIOR-NET            PIC S9(9)V99.

       01  WS-LIST-HEADING.
           05  FILLER              PIC X(40) VALUE
               "LINE   EMP  LAST NAME            ST     ".
           05  FILLER              PIC X(33) VALUE
               "  GROSS   WITHHELD        NET    ".
       01  WS-LIST-LINE.
           05  WS-LL-NO            PIC ZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LL-PRIOR         PIC X(1).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LL-EMP-ID        PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LL-LAST-NAME     PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LL-STATE         PIC X(2).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LL-GROSS         PIC ZZZZZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LL-WHOLD         PIC ZZZZZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LL-NET           PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LL-HELD          PIC X(4).

       01  WS-TOTAL-HEADING.
           05  FILLER              PIC X(40) VALUE
               "CODE  LINES         GROSS      WITHHELD ".
           05  FILLER              PIC X(15) VALUE
               "           NET".
       01  WS-TOTAL-LINE.
           05  WS-TL-CODE          PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-TL-LINES         PIC ZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-TL-GROSS         PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-TL-WHOLD         PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-TL-NET           PIC ZZZZZZZZ9.99-.

       01  WS-RPT-HEADING.
           05  FILLER              PIC X(30) VALUE
               "BONUS LINES ON HOLD      RUN ".
           05  WS-RH-DATE          PIC 9(8).
           05  FILLER              PIC X(8) VALUE "  BATCH ".
           05  WS-RH-BATCH         PIC 9(14).
       01  WS-RPT-COLUMNS.
           05  FILLER              PIC X(40) VALUE
               "BATCH    LINE  EMP  LAST NAME           ".
           05  FILLER              PIC X(34) VALUE
               "         NET HELD BY  HELD ON".
       01  WS-RPT-DETAIL.
           05  WS-RD-BATCH-DATE    PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RD-SEQ           PIC ZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RD-EMP-ID        PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RD-LAST-NAME     PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RD-NET           PIC ZZZZZZ9.99-.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RD-HELD-BY       PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RD-HELD-DATE     PIC 9(8).
       01  WS-RPT-REASON.
           05  FILLER              PIC X(16) VALUE
               "       REASON: ".
           05  WS-RR-REASON        PIC X(30).
       01  WS-RPT-COUNT.
           05  FILLER              PIC X(20) VALUE
               "LINES ON HOLD:     ".
           05  WS-RC-COUNT         PIC ZZZ9.

      * PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
       COPY "ERRLOG.CPY".
      * PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
       COPY "RPTARC.CPY".

      * PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
       COPY "SIGNON.CPY".

       PROCEDURE DIVISION.

       0100-MAINLINE.
      * RELEASING MONEY IS A SUPERVISOR DECISION (SEE SIGNON)
           MOVE "BONAPR1" TO SIGNON-PROGRAM.
           MOVE 2         TO SIGNON-NIVEL-REQUERIDO.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF NOT SIGNON-OK
              STOP RUN
           END-IF.
           PERFORM 0150-LOAD-BATCH THRU 0159-LOAD-BATCH-EXIT.
           IF NOT ALL-DONE
              PERFORM 0160-LOAD-LINES THRU 0169-LOAD-LINES-EXIT
              PERFORM 0170-LOAD-HOLDS THRU 0179-LOAD-HOLDS-EXIT
              IF WS-EMP-OPEN-SW = "Y"
                 CLOSE LFIDFEMPS
              END-IF
           END-IF.
           PERFORM 0200-ONE-CYCLE THRU 0299-ONE-CYCLE-EXIT
              UNTIL ALL-DONE.
           CLOSE LFBONHOLD.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.

      * THE BATCH CONTROL RECORD LAB5 LEFT. NO RECORD, NO BATCH
       0150-LOAD-BATCH.
           OPEN INPUT LFBONBATCH.
           IF FILE-CHECK-KEY-BAT NOT = "00"
              DISPLAY " " LINE 1 COL 1 ERASE EOS
              DISPLAY "NO BONUS BATCH ON FILE - RUN LAB5 FIRST"
                      LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              SET ALL-DONE TO TRUE
              GO TO 0159-LOAD-BATCH-EXIT
           END-IF.
           READ LFBONBATCH
              AT END SET ALL-DONE TO TRUE
           END-READ.
           CLOSE LFBONBATCH.
           IF ALL-DONE
              DISPLAY " " LINE 1 COL 1 ERASE EOS
              DISPLAY "BONBATCH.DAT IS EMPTY - RUN LAB5 FIRST"
                      LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0159-LOAD-BATCH-EXIT
           END-IF.
           OPEN I-O LFBONHOLD.
           IF FILE-CHECK-KEY-HLD = "35"
              OPEN OUTPUT LFBONHOLD
              CLOSE LFBONHOLD
              OPEN I-O LFBONHOLD
           END-IF.
           IF FILE-CHECK-KEY-HLD NOT = "00"
              DISPLAY "CANNOT OPEN BONHOLD.DAT STATUS "
                      FILE-CHECK-KEY-HLD
              MOVE "BONAPR1"          TO ERRLOG-PROGRAM
              MOVE "0150-LOAD-BATCH"  TO ERRLOG-PARAGRAPH
              MOVE "BONHOLD.DAT"      TO ERRLOG-FILENAME
              MOVE SPACES             TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-HLD TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              MOVE "F" TO SIGNON-ACCION
              CALL "SIGNON" USING SIGNON-PARMS
              STOP RUN
           END-IF.
       0159-LOAD-BATCH-EXIT.
           EXIT.

      * THIS BATCH'S LINES, WITH EACH EMPLOYEE'S DEPARTMENT (THE
      * MASTER STAYS OPEN FOR THE EARLIER HOLDS THAT FOLLOW)
       0160-LOAD-LINES.
           OPEN INPUT LFIDFEMPS.
           IF FILE-CHECK-KEY-EMP = "00"
              MOVE "Y" TO WS-EMP-OPEN-SW
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT LFBONUS.
           IF FILE-CHECK-KEY-BON NOT = "00"
              AND FILE-CHECK-KEY-BON NOT = "05"
              GO TO 0169-LOAD-LINES-EXIT
           END-IF.
           PERFORM 0165-LOAD-ONE-LINE THRU 0165-LOAD-ONE-LINE-EXIT
              UNTIL SOURCE-EOF.
           CLOSE LFBONUS.
           MOVE WS-LINE-COUNT TO WS-BATCH-LINES.
       0169-LOAD-LINES-EXIT.
           EXIT.

       0165-LOAD-ONE-LINE.
           READ LFBONUS
              AT END SET SOURCE-EOF TO TRUE
           END-READ.
           IF SOURCE-EOF
              GO TO 0165-LOAD-ONE-LINE-EXIT
           END-IF.
           IF WS-LINE-COUNT NOT < WS-LINE-MAX
              DISPLAY "**** WARNING - BONUS BATCH TABLE FULL"
              SET SOURCE-EOF TO TRUE
              GO TO 0165-LOAD-ONE-LINE-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT   TO WS-SUB.
           MOVE BAT-BATCH-ID    TO WS-LN-BATCH-ID(WS-SUB).
           MOVE WS-LINE-COUNT   TO WS-LN-SEQ(WS-SUB).
           MOVE BONUS-RECORD    TO WS-LN-IMAGE(WS-SUB).
           MOVE "N"             TO WS-LN-HELD-SW(WS-SUB)
                                   WS-LN-PRIOR-SW(WS-SUB).
           PERFORM 0190-LINE-NET-AND-DEPT.
       0165-LOAD-ONE-LINE-EXIT.
           EXIT.

      * HOLDS ON THIS BATCH MARK ITS LINES; HOLDS STILL PENDING FROM
      * EARLIER BATCHES (HELD, OR UNHELD AND AWAITING PAYMENT) ARE
      * ADDED AFTER THEM
       0170-LOAD-HOLDS.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO HLD-KEY.
           START LFBONHOLD KEY IS NOT LESS THAN HLD-KEY
              INVALID KEY SET SOURCE-EOF TO TRUE
           END-START.
           PERFORM 0175-LOAD-ONE-HOLD THRU 0175-LOAD-ONE-HOLD-EXIT
              UNTIL SOURCE-EOF.
       0179-LOAD-HOLDS-EXIT.
           EXIT.

       0175-LOAD-ONE-HOLD.
           READ LFBONHOLD NEXT RECORD
              AT END SET SOURCE-EOF TO TRUE
           END-READ.
           IF SOURCE-EOF OR HOLD-PAID
              GO TO 0175-LOAD-ONE-HOLD-EXIT
           END-IF.
           IF HLD-BATCH-ID = BAT-BATCH-ID
              IF HLD-SEQ > 0 AND HLD-SEQ NOT > WS-BATCH-LINES
                 AND HOLD-HELD
                 MOVE "Y" TO WS-LN-HELD-SW(HLD-SEQ)
              END-IF
              GO TO 0175-LOAD-ONE-HOLD-EXIT
           END-IF.
           IF WS-LINE-COUNT NOT < WS-LINE-MAX
              DISPLAY "**** WARNING - BONUS BATCH TABLE FULL"
              SET SOURCE-EOF TO TRUE
              GO TO 0175-LOAD-ONE-HOLD-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT   TO WS-SUB.
           MOVE HLD-BATCH-ID    TO WS-LN-BATCH-ID(WS-SUB).
           MOVE HLD-SEQ         TO WS-LN-SEQ(WS-SUB).
           MOVE HLD-BONUS-IMAGE TO WS-LN-IMAGE(WS-SUB).
           MOVE "Y"             TO WS-LN-PRIOR-SW(WS-SUB).
           IF HOLD-HELD
              MOVE "Y" TO WS-LN-HELD-SW(WS-SUB)
           ELSE
              MOVE "N" TO WS-LN-HELD-SW(WS-SUB)
           END-IF.
           PERFORM 0190-LINE-NET-AND-DEPT.
       0175-LOAD-ONE-HOLD-EXIT.
           EXIT.

      * NET = BONUS LESS BOTH WITHHOLDINGS, AS BNKPAY1 PAYS IT;
      * A LINE WHOSE EMPLOYEE IS NOT ON THE MASTER GOES UNDER '????'
       0190-LINE-NET-AND-DEPT.
           MOVE WS-LN-IMAGE(WS-SUB) TO WS-BONUS-VIEW.
           COMPUTE WS-LN-NET(WS-SUB) = WS-BV-BONUS-AMT
                                     - WS-BV-FED-WITHHOLD
                                     - WS-BV-ST-WITHHOLD.
           MOVE "????" TO WS-LN-DEPT(WS-SUB).
           IF WS-EMP-OPEN-SW = "Y" AND WS-BV-EMP-ID NOT = SPACES
              MOVE WS-BV-EMP-ID TO IDFEMP-ID
              READ LFIDFEMPS
                 INVALID KEY MOVE SPACES TO IDFEMP-DEPT
              END-READ
              IF IDFEMP-DEPT NOT = SPACES
                 MOVE IDFEMP-DEPT TO WS-LN-DEPT(WS-SUB)
              END-IF
           END-IF.

       0200-ONE-CYCLE.
           PERFORM 0250-BATCH-STATUS-DESC.
           MOVE 0 TO WS-HELD-COUNT.
           PERFORM 0260-COUNT-ONE-HELD
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-LINE-COUNT.
           DISPLAY " " LINE 1 COL 1 ERASE EOS.
           DISPLAY "BONUS BATCH APPROVAL"     LINE 2 COL 30
                   "BATCH : "                 LINE 3 COL 10
                   BAT-RUN-DATE               LINE 3 COL 18
                   BAT-RUN-TIME               LINE 3 COL 27
                   WS-STATUS-DESC             LINE 3 COL 35
                   "LINES : "                 LINE 4 COL 10
                   WS-LINE-COUNT              LINE 4 COL 18
                   "HELD  : "                 LINE 4 COL 35
                   WS-HELD-COUNT              LINE 4 COL 43
                   "L = LIST LINES"           LINE 6 COL 10
                   "T = TOTALS BY DEPARTMENT AND STATE"
                                              LINE 7 COL 10
                   "H = HOLD A LINE"          LINE 8 COL 10
                   "U = UNHOLD A LINE"        LINE 9 COL 10
                   "R = RELEASE THE BATCH"    LINE 10 COL 10
                   "P = PRINT HELD-LINES REPORT"
                                              LINE 11 COL 10
                   "X = EXIT"                 LINE 12 COL 10
                   "OPTION: "                 LINE 13 COL 10.
           ACCEPT WS-OPTION LINE 13 COL 19.
           EVALUATE WS-OPTION
              WHEN "L" WHEN "l"
                 PERFORM 0300-LIST-LINES
                    THRU 0399-LIST-LINES-EXIT
              WHEN "T" WHEN "t"
                 PERFORM 0400-SHOW-TOTALS
                    THRU 0499-SHOW-TOTALS-EXIT
              WHEN "H" WHEN "h"
                 PERFORM 0500-HOLD-LINE
                    THRU 0599-HOLD-LINE-EXIT
              WHEN "U" WHEN "u"
                 PERFORM 0600-UNHOLD-LINE
                    THRU 0699-UNHOLD-LINE-EXIT
              WHEN "R" WHEN "r"
                 PERFORM 0700-RELEASE-BATCH
                    THRU 0799-RELEASE-BATCH-EXIT
              WHEN "P" WHEN "p"
                 PERFORM 0800-PRINT-HOLD-REPORT
                    THRU 0899-PRINT-HOLD-REPORT-EXIT
                 DISPLAY "HELD LINES LISTED ON BONHOLD.RPT"
                         LINE 18 COL 10
                 PERFORM 0900-PRESS-ENTER
              WHEN "X" WHEN "x"
                 SET ALL-DONE TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       0299-ONE-CYCLE-EXIT.
           EXIT.

       0250-BATCH-STATUS-DESC.
           MOVE SPACES TO WS-STATUS-DESC.
           EVALUATE TRUE
              WHEN BATCH-OPEN
                 MOVE "OPEN FOR REVIEW" TO WS-STATUS-DESC
              WHEN BATCH-RELEASED
                 STRING "RELEASED BY " DELIMITED BY SIZE
                        BAT-REL-OPERATOR DELIMITED BY SPACE
                        " ON " DELIMITED BY SIZE
                        BAT-REL-DATE DELIMITED BY SIZE
                        INTO WS-STATUS-DESC
              WHEN BATCH-TRANSMITTED
                 STRING "TRANSMITTED ON " DELIMITED BY SIZE
                        BAT-TRANS-DATE DELIMITED BY SIZE
                        INTO WS-STATUS-DESC
           END-EVALUATE.

       0260-COUNT-ONE-HELD.
           IF WS-LN-HELD-SW(WS-SUB) = "Y"
              ADD 1 TO WS-HELD-COUNT
           END-IF.

      * ONE SCREEN LINE PER BONUS LINE, FOURTEEN TO A PAGE; A "*"
      * MARKS A LINE CARRIED FROM AN EARLIER BATCH'S HOLD
       0300-LIST-LINES.
           MOVE "N" TO WS-STOP-SW.
           MOVE 1   TO WS-SUB.
           PERFORM 0310-NEW-LIST-PAGE.
           PERFORM 0350-SHOW-ONE-LINE THRU 0359-SHOW-ONE-LINE-EXIT
              UNTIL WS-SUB > WS-LINE-COUNT OR WS-STOP-SW = "Y".
           IF WS-STOP-SW = "N"
              PERFORM 0900-PRESS-ENTER
           END-IF.
       0399-LIST-LINES-EXIT.
           EXIT.

       0310-NEW-LIST-PAGE.
           DISPLAY " " LINE 1 COL 1 ERASE EOS.
           DISPLAY "BONUS BATCH LINES  (* = EARLIER BATCH)"
                   LINE 2 COL 10
                   WS-LIST-HEADING LINE 4 COL 1.
           MOVE 5 TO WS-SCREEN-LINE.

       0350-SHOW-ONE-LINE.
           MOVE WS-LN-IMAGE(WS-SUB) TO WS-BONUS-VIEW.
           MOVE WS-SUB              TO WS-LL-NO.
           IF WS-LN-PRIOR-SW(WS-SUB) = "Y"
              MOVE "*" TO WS-LL-PRIOR
           ELSE
              MOVE SPACE TO WS-LL-PRIOR
           END-IF.
           MOVE WS-BV-EMP-ID        TO WS-LL-EMP-ID.
           MOVE WS-BV-LAST-NAME     TO WS-LL-LAST-NAME.
           MOVE WS-BV-STATE-CODE    TO WS-LL-STATE.
           MOVE WS-BV-BONUS-AMT     TO WS-LL-GROSS.
           COMPUTE WS-LL-WHOLD = WS-BV-FED-WITHHOLD
                               + WS-BV-ST-WITHHOLD.
           MOVE WS-LN-NET(WS-SUB)   TO WS-LL-NET.
           IF WS-LN-HELD-SW(WS-SUB) = "Y"
              MOVE "HELD" TO WS-LL-HELD
           ELSE
              MOVE SPACES TO WS-LL-HELD
           END-IF.
           DISPLAY WS-LIST-LINE LINE WS-SCREEN-LINE COL 1.
           ADD 1 TO WS-SUB.
           ADD 1 TO WS-SCREEN-LINE.
           IF WS-SCREEN-LINE > 18 AND WS-SUB NOT > WS-LINE-COUNT
              DISPLAY "ENTER = NEXT PAGE, X = STOP" LINE 22 COL 10
              MOVE SPACE TO WS-ANY-KEY
              ACCEPT WS-ANY-KEY LINE 22 COL 38
              IF WS-ANY-KEY = "X" OR WS-ANY-KEY = "x"
                 MOVE "Y" TO WS-STOP-SW
              ELSE
                 PERFORM 0310-NEW-LIST-PAGE
              END-IF
           END-IF.
       0359-SHOW-ONE-LINE-EXIT.
           EXIT.

      * TOTALS OF WHAT THIS RELEASE WILL PAY, BY DEPARTMENT AND BY
      * STATE, WITH THE HELD LINES AND THE EARLIER HOLDS NOW UNHELD
      * SHOWN APART
       0400-SHOW-TOTALS.
           MOVE 0 TO WS-DEPT-COUNT WS-STATE-COUNT
                     WS-PAY-LINES WS-PAY-GROSS WS-PAY-WHOLD WS-PAY-NET
                     WS-HOLD-LINES WS-HOLD-NET
                     WS-PRIOR-LINES WS-PRIOR-NET.
           PERFORM 0410-ADD-ONE-LINE THRU 0419-ADD-ONE-LINE-EXIT
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-LINE-COUNT.
           DISPLAY " " LINE 1 COL 1 ERASE EOS.
           DISPLAY "TOTALS BY DEPARTMENT (LINES TO BE PAID)"
                   LINE 2 COL 10
                   WS-TOTAL-HEADING LINE 4 COL 1.
           MOVE 5 TO WS-SCREEN-LINE.
           PERFORM 0450-SHOW-DEPT-TOTAL
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-DEPT-COUNT.
           PERFORM 0900-PRESS-ENTER.
           DISPLAY " " LINE 1 COL 1 ERASE EOS.
           DISPLAY "TOTALS BY STATE (LINES TO BE PAID)"
                   LINE 2 COL 10
                   WS-TOTAL-HEADING LINE 4 COL 1.
           MOVE 5 TO WS-SCREEN-LINE.
           PERFORM 0460-SHOW-STATE-TOTAL
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-STATE-COUNT.
           MOVE "PAY "          TO WS-TL-CODE.
           MOVE WS-PAY-LINES    TO WS-TL-LINES.
           MOVE WS-PAY-GROSS    TO WS-TL-GROSS.
           MOVE WS-PAY-WHOLD    TO WS-TL-WHOLD.
           MOVE WS-PAY-NET      TO WS-TL-NET.
           DISPLAY WS-TOTAL-LINE LINE 19 COL 1.
           DISPLAY "HELD IN THIS BATCH   : " LINE 20 COL 1
                   WS-HOLD-LINES             LINE 20 COL 25
                   "NET " LINE 20 COL 31.
           MOVE WS-HOLD-NET     TO WS-TL-NET.
           DISPLAY WS-TL-NET LINE 20 COL 35.
           DISPLAY "EARLIER HOLDS TO PAY : " LINE 21 COL 1
                   WS-PRIOR-LINES            LINE 21 COL 25
                   "NET " LINE 21 COL 31.
           MOVE WS-PRIOR-NET    TO WS-TL-NET.
           DISPLAY WS-TL-NET LINE 21 COL 35.
           PERFORM 0900-PRESS-ENTER.
       0499-SHOW-TOTALS-EXIT.
           EXIT.

       0410-ADD-ONE-LINE.
           IF WS-LN-HELD-SW(WS-SUB) = "Y"
              IF WS-LN-PRIOR-SW(WS-SUB) = "N"
                 ADD 1                 TO WS-HOLD-LINES
                 ADD WS-LN-NET(WS-SUB) TO WS-HOLD-NET
              END-IF
              GO TO 0419-ADD-ONE-LINE-EXIT
           END-IF.
           IF WS-LN-PRIOR-SW(WS-SUB) = "Y"
              ADD 1                 TO WS-PRIOR-LINES
              ADD WS-LN-NET(WS-SUB) TO WS-PRIOR-NET
           END-IF.
           MOVE WS-LN-IMAGE(WS-SUB) TO WS-BONUS-VIEW.
           ADD 1                  TO WS-PAY-LINES.
           ADD WS-BV-BONUS-AMT    TO WS-PAY-GROSS.
           ADD WS-BV-FED-WITHHOLD TO WS-PAY-WHOLD.
           ADD WS-BV-ST-WITHHOLD  TO WS-PAY-WHOLD.
           ADD WS-LN-NET(WS-SUB)  TO WS-PAY-NET.
           MOVE 1 TO WS-SUB2.
           PERFORM 0420-FIND-DEPT
              UNTIL WS-SUB2 > WS-DEPT-COUNT
                 OR WS-DT-CODE(WS-SUB2) = WS-LN-DEPT(WS-SUB).
           IF WS-SUB2 > WS-DEPT-COUNT
              IF WS-DEPT-COUNT NOT < 50
                 GO TO 0415-ADD-STATE
              END-IF
              ADD 1 TO WS-DEPT-COUNT
              MOVE WS-LN-DEPT(WS-SUB) TO WS-DT-CODE(WS-SUB2)
              MOVE 0 TO WS-DT-LINES(WS-SUB2) WS-DT-GROSS(WS-SUB2)
                        WS-DT-WHOLD(WS-SUB2) WS-DT-NET(WS-SUB2)
           END-IF.
           ADD 1                  TO WS-DT-LINES(WS-SUB2).
           ADD WS-BV-BONUS-AMT    TO WS-DT-GROSS(WS-SUB2).
           ADD WS-BV-FED-WITHHOLD TO WS-DT-WHOLD(WS-SUB2).
           ADD WS-BV-ST-WITHHOLD  TO WS-DT-WHOLD(WS-SUB2).
           ADD WS-LN-NET(WS-SUB)  TO WS-DT-NET(WS-SUB2).
       0415-ADD-STATE.
           MOVE 1 TO WS-SUB2.
           PERFORM 0430-FIND-STATE
              UNTIL WS-SUB2 > WS-STATE-COUNT
                 OR WS-ST-CODE(WS-SUB2) = WS-BV-STATE-CODE.
           IF WS-SUB2 > WS-STATE-COUNT
              IF WS-STATE-COUNT NOT < 60
                 GO TO 0419-ADD-ONE-LINE-EXIT
              END-IF
              ADD 1 TO WS-STATE-COUNT
              MOVE WS-BV-STATE-CODE TO WS-ST-CODE(WS-SUB2)
              MOVE 0 TO WS-ST-LINES(WS-SUB2) WS-ST-GROSS(WS-SUB2)
                        WS-ST-WHOLD(WS-SUB2) WS-ST-NET(WS-SUB2)
           END-IF.
           ADD 1                  TO WS-ST-LINES(WS-SUB2).
           ADD WS-BV-BONUS-AMT    TO WS-ST-GROSS(WS-SUB2).
           ADD WS-BV-FED-WITHHOLD TO WS-ST-WHOLD(WS-SUB2).
           ADD WS-BV-ST-WITHHOLD  TO WS-ST-WHOLD(WS-SUB2).
           ADD WS-LN-NET(WS-SUB)  TO WS-ST-NET(WS-SUB2).
       0419-ADD-ONE-LINE-EXIT.
           EXIT.

       0420-FIND-DEPT.
           ADD 1 TO WS-SUB2.

       0430-FIND-STATE.
           ADD 1 TO WS-SUB2.

       0450-SHOW-DEPT-TOTAL.
           MOVE WS-DT-CODE(WS-SUB)  TO WS-TL-CODE.
           MOVE WS-DT-LINES(WS-SUB) TO WS-TL-LINES.
           MOVE WS-DT-GROSS(WS-SUB) TO WS-TL-GROSS.
           MOVE WS-DT-WHOLD(WS-SUB) TO WS-TL-WHOLD.
           MOVE WS-DT-NET(WS-SUB)   TO WS-TL-NET.
           PERFORM 0470-SHOW-TOTAL-LINE.

       0460-SHOW-STATE-TOTAL.
           MOVE WS-ST-CODE(WS-SUB)  TO WS-TL-CODE.
           MOVE WS-ST-LINES(WS-SUB) TO WS-TL-LINES.
           MOVE WS-ST-GROSS(WS-SUB) TO WS-TL-GROSS.
           MOVE WS-ST-WHOLD(WS-SUB) TO WS-TL-WHOLD.
           MOVE WS-ST-NET(WS-SUB)   TO WS-TL-NET.
           PERFORM 0470-SHOW-TOTAL-LINE.

      * FOURTEEN ROWS TO A PAGE, THE REST AFTER ENTER
       0470-SHOW-TOTAL-LINE.
           IF WS-SCREEN-LINE > 18
              PERFORM 0900-PRESS-ENTER
              DISPLAY " " LINE 5 COL 1 ERASE EOS
              MOVE 5 TO WS-SCREEN-LINE
           END-IF.
           DISPLAY WS-TOTAL-LINE LINE WS-SCREEN-LINE COL 1.
           ADD 1 TO WS-SCREEN-LINE.

      * A HOLD KEEPS A LINE OF THIS BATCH OUT OF THE BANK FILE; IT IS
      * RECORDED WITH ITS REASON, OPERATOR AND TIME ON BONHOLD.DAT
       0500-HOLD-LINE.
           IF NOT BATCH-OPEN
              DISPLAY "BATCH ALREADY RELEASED - NO CHANGES"
                      LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0599-HOLD-LINE-EXIT
           END-IF.
           DISPLAY "LINE NUMBER TO HOLD (0 = NONE): " LINE 15 COL 10.
           MOVE 0 TO WS-LINE-IN.
           ACCEPT WS-LINE-IN LINE 15 COL 43.
           IF WS-LINE-IN = 0
              GO TO 0599-HOLD-LINE-EXIT
           END-IF.
           IF WS-LINE-IN > WS-BATCH-LINES
              DISPLAY "ONLY LINES OF THIS BATCH CAN BE HELD"
                      LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0599-HOLD-LINE-EXIT
           END-IF.
           MOVE WS-LINE-IN TO WS-SUB.
           IF WS-LN-HELD-SW(WS-SUB) = "Y"
              DISPLAY "LINE IS ALREADY HELD" LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0599-HOLD-LINE-EXIT
           END-IF.
           MOVE WS-LN-IMAGE(WS-SUB) TO WS-BONUS-VIEW.
           DISPLAY WS-BV-LAST-NAME LINE 15 COL 48.
           DISPLAY "REASON: " LINE 16 COL 10.
           MOVE SPACES TO WS-REASON-IN.
           ACCEPT WS-REASON-IN LINE 16 COL 19.
           IF WS-REASON-IN = SPACES
              DISPLAY "A HOLD NEEDS A REASON" LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0599-HOLD-LINE-EXIT
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME8 FROM TIME.
           MOVE WS-LN-BATCH-ID(WS-SUB) TO HLD-BATCH-ID.
           MOVE WS-LN-SEQ(WS-SUB)      TO HLD-SEQ.
           MOVE WS-LN-IMAGE(WS-SUB)    TO HLD-BONUS-IMAGE.
           MOVE "H"                    TO HLD-STATUS.
           MOVE WS-REASON-IN           TO HLD-REASON.
           MOVE SIGNON-OPERADOR        TO HLD-HELD-BY.
           MOVE WS-RUN-DATE            TO HLD-HELD-DATE.
           MOVE WS-RUN-TIME            TO HLD-HELD-TIME.
           MOVE SPACES                 TO HLD-REL-BY.
           MOVE 0                      TO HLD-REL-DATE HLD-PAID-DATE.
           WRITE BONHOLD-RECORD
              INVALID KEY
                 REWRITE BONHOLD-RECORD
           END-WRITE.
           IF FILE-CHECK-KEY-HLD NOT = "00"
              DISPLAY "HOLD FAILED STATUS " FILE-CHECK-KEY-HLD
                      LINE 18 COL 10
              MOVE "BONAPR1"          TO ERRLOG-PROGRAM
              MOVE "0500-HOLD-LINE"   TO ERRLOG-PARAGRAPH
              MOVE "BONHOLD.DAT"      TO ERRLOG-FILENAME
              MOVE HLD-KEY            TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-HLD TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           ELSE
              MOVE "Y" TO WS-LN-HELD-SW(WS-SUB)
              DISPLAY "LINE HELD" LINE 18 COL 10
           END-IF.
           PERFORM 0900-PRESS-ENTER.
       0599-HOLD-LINE-EXIT.
           EXIT.

      * UNHOLDING A LINE OF THIS BATCH DROPS ITS HOLD; UNHOLDING ONE
      * FROM AN EARLIER BATCH MARKS IT TO BE PAID WITH THIS RELEASE
       0600-UNHOLD-LINE.
           IF NOT BATCH-OPEN
              DISPLAY "BATCH ALREADY RELEASED - NO CHANGES"
                      LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0699-UNHOLD-LINE-EXIT
           END-IF.
           DISPLAY "LINE NUMBER TO UNHOLD (0 = NONE): "
                   LINE 15 COL 10.
           MOVE 0 TO WS-LINE-IN.
           ACCEPT WS-LINE-IN LINE 15 COL 45.
           IF WS-LINE-IN = 0
              GO TO 0699-UNHOLD-LINE-EXIT
           END-IF.
           IF WS-LINE-IN > WS-LINE-COUNT
              DISPLAY "NO SUCH LINE" LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0699-UNHOLD-LINE-EXIT
           END-IF.
           MOVE WS-LINE-IN TO WS-SUB.
           IF WS-LN-HELD-SW(WS-SUB) NOT = "Y"
              DISPLAY "LINE IS NOT HELD" LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0699-UNHOLD-LINE-EXIT
           END-IF.
           MOVE WS-LN-BATCH-ID(WS-SUB) TO HLD-BATCH-ID.
           MOVE WS-LN-SEQ(WS-SUB)      TO HLD-SEQ.
           READ LFBONHOLD
              INVALID KEY
                 DISPLAY "HOLD RECORD NOT FOUND" LINE 18 COL 10
                 PERFORM 0900-PRESS-ENTER
                 GO TO 0699-UNHOLD-LINE-EXIT
           END-READ.
           IF WS-LN-PRIOR-SW(WS-SUB) = "N"
              DELETE LFBONHOLD RECORD
           ELSE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              MOVE "L"             TO HLD-STATUS
              MOVE SIGNON-OPERADOR TO HLD-REL-BY
              MOVE WS-RUN-DATE     TO HLD-REL-DATE
              REWRITE BONHOLD-RECORD
           END-IF.
           IF FILE-CHECK-KEY-HLD NOT = "00"
              DISPLAY "UNHOLD FAILED STATUS " FILE-CHECK-KEY-HLD
                      LINE 18 COL 10
              MOVE "BONAPR1"          TO ERRLOG-PROGRAM
              MOVE "0600-UNHOLD-LINE" TO ERRLOG-PARAGRAPH
              MOVE "BONHOLD.DAT"      TO ERRLOG-FILENAME
              MOVE HLD-KEY            TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-HLD TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           ELSE
              MOVE "N" TO WS-LN-HELD-SW(WS-SUB)
              DISPLAY "LINE UNHELD" LINE 18 COL 10
           END-IF.
           PERFORM 0900-PRESS-ENTER.
       0699-UNHOLD-LINE-EXIT.
           EXIT.

      * THE RELEASE IS STAMPED ON BONBATCH.DAT WITH THE OPERATOR AND
      * TIME; BNKPAY1 PAYS NOTHING UNTIL IT IS THERE
       0700-RELEASE-BATCH.
           IF NOT BATCH-OPEN
              DISPLAY "BATCH ALREADY RELEASED" LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0799-RELEASE-BATCH-EXIT
           END-IF.
           DISPLAY "RELEASE THIS BATCH FOR PAYMENT (Y/N): "
                   LINE 15 COL 10.
           MOVE SPACE TO WS-CONFIRM.
           ACCEPT WS-CONFIRM LINE 15 COL 49.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              GO TO 0799-RELEASE-BATCH-EXIT
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME8 FROM TIME.
           MOVE "R"             TO BAT-STATUS.
           MOVE SIGNON-OPERADOR TO BAT-REL-OPERATOR.
           MOVE WS-RUN-DATE     TO BAT-REL-DATE.
           MOVE WS-RUN-TIME     TO BAT-REL-TIME.
           OPEN OUTPUT LFBONBATCH.
           IF FILE-CHECK-KEY-BAT NOT = "00"
              MOVE "O" TO BAT-STATUS
              DISPLAY "RELEASE FAILED STATUS " FILE-CHECK-KEY-BAT
                      LINE 18 COL 10
              MOVE "BONAPR1"            TO ERRLOG-PROGRAM
              MOVE "0700-RELEASE-BATCH" TO ERRLOG-PARAGRAPH
              MOVE "BONBATCH.DAT"       TO ERRLOG-FILENAME
              MOVE BAT-BATCH-ID         TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-BAT   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              PERFORM 0900-PRESS-ENTER
              GO TO 0799-RELEASE-BATCH-EXIT
           END-IF.
           WRITE BONBATCH-RECORD.
           CLOSE LFBONBATCH.
           PERFORM 0800-PRINT-HOLD-REPORT
              THRU 0899-PRINT-HOLD-REPORT-EXIT.
           DISPLAY "BATCH RELEASED - HELD LINES LISTED ON BONHOLD.RPT"
                   LINE 18 COL 10.
           PERFORM 0900-PRESS-ENTER.
       0799-RELEASE-BATCH-EXIT.
           EXIT.

      * EVERY LINE STILL HELD, FROM THIS BATCH OR AN EARLIER ONE,
      * WITH WHO HELD IT, WHEN AND WHY
       0800-PRINT-HOLD-REPORT.
           OPEN OUTPUT LFHOLDRPT.
           IF FILE-CHECK-KEY-RPT NOT = "00"
              DISPLAY "CANNOT OPEN BONHOLD.RPT STATUS "
                      FILE-CHECK-KEY-RPT LINE 18 COL 10
              GO TO 0899-PRINT-HOLD-REPORT-EXIT
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE  TO WS-RH-DATE.
           MOVE BAT-BATCH-ID TO WS-RH-BATCH.
           WRITE HOLDRPT-RECORD FROM WS-RPT-HEADING.
           WRITE HOLDRPT-RECORD FROM WS-RPT-COLUMNS.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE "N" TO WS-EOF-SW.
           MOVE LOW-VALUES TO HLD-KEY.
           START LFBONHOLD KEY IS NOT LESS THAN HLD-KEY
              INVALID KEY SET SOURCE-EOF TO TRUE
           END-START.
           PERFORM 0850-REPORT-ONE-HOLD THRU 0859-REPORT-ONE-HOLD-EXIT
              UNTIL SOURCE-EOF.
           MOVE WS-HELD-COUNT TO WS-RC-COUNT.
           WRITE HOLDRPT-RECORD FROM WS-RPT-COUNT.
           CLOSE LFHOLDRPT.
           MOVE "BONAPR1"     TO RPTARC-PROGRAM.
           MOVE "BONUS LINES HELD FROM RELEASE"
              TO RPTARC-TITLE.
           MOVE "BONHOLD.RPT" TO RPTARC-REPORT-NAME.
           MOVE 0             TO RPTARC-PAGES.
           MOVE SIGNON-OPERADOR TO RPTARC-OPERATOR.
           MOVE "M"           TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       0899-PRINT-HOLD-REPORT-EXIT.
           EXIT.

       0850-REPORT-ONE-HOLD.
           READ LFBONHOLD NEXT RECORD
              AT END SET SOURCE-EOF TO TRUE
           END-READ.
           IF SOURCE-EOF OR NOT HOLD-HELD
              GO TO 0859-REPORT-ONE-HOLD-EXIT
           END-IF.
           MOVE HLD-BONUS-IMAGE    TO WS-BONUS-VIEW.
           MOVE HLD-BATCH-ID(1:8)  TO WS-RD-BATCH-DATE.
           MOVE HLD-SEQ            TO WS-RD-SEQ.
           MOVE WS-BV-EMP-ID       TO WS-RD-EMP-ID.
           MOVE WS-BV-LAST-NAME    TO WS-RD-LAST-NAME.
           COMPUTE WS-NET = WS-BV-BONUS-AMT
                          - WS-BV-FED-WITHHOLD
                          - WS-BV-ST-WITHHOLD.
           MOVE WS-NET             TO WS-RD-NET.
           MOVE HLD-HELD-BY        TO WS-RD-HELD-BY.
           MOVE HLD-HELD-DATE      TO WS-RD-HELD-DATE.
           WRITE HOLDRPT-RECORD FROM WS-RPT-DETAIL.
           MOVE HLD-REASON         TO WS-RR-REASON.
           WRITE HOLDRPT-RECORD FROM WS-RPT-REASON.
           ADD 1 TO WS-HELD-COUNT.
       0859-REPORT-ONE-HOLD-EXIT.
           EXIT.

       0900-PRESS-ENTER.
           DISPLAY "PRESS ENTER" LINE 22 COL 10.
           ACCEPT WS-ANY-KEY.

       END PROGRAM BONAPR1.
