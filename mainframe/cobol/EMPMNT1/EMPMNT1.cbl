      * CODE VALIDATED AGAINST THE DEPTS.DAT REFERENCE TABLE
      * (DPTMNT1), THE WAY FSTRUCT1 VALIDATES CLI_CATEGORIA, SO THE
      * LAB5 BONUS RUN CAN BREAK ITS TOTALS DOWN BY DEPARTMENT.
      * OPTION B KEEPS THE DIRECT-DEPOSIT ACCOUNT BNKPAY1 PAYS INTO:
      * ROUTING NUMBER (VALIDATED WITH ITS ABA CHECK DIGIT), ACCOUNT
      * NUMBER AND ACCOUNT TYPE. EVERY CHANGE IS LOGGED BEFORE AND
      * AFTER, WITH THE OPERATOR, TO IDFEMPS.AUD, AND A NEW OR
      * CHANGED ACCOUNT GOES BACK TO PRENOTE STATUS UNTIL BNKPRE1
      * HAS SENT THE BANK ITS ZERO-AMOUNT PRENOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DEPT-CODE.
      * IDFEMPS.AUD CARRIES ONE LINE PER ON-LINE BANK DETAIL CHANGE
       SELECT LFBANKAUD ASSIGN TO "IDFEMPS.AUD"
        FILE STATUS IS FILE-CHECK-KEY-AUD
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           03 IDFEMP-ENDDATE           PIC X(8).
      *    DEPARTMENT/COST-CENTER CODE, VALIDATED AGAINST DEPTS.DAT
           03 IDFEMP-DEPT              PIC X(4).
      *    DIRECT-DEPOSIT ACCOUNT (OPTION B). ACCOUNT TYPE C =
      *    CHECKING, S = SAVINGS. PRENOTE STATUS: SPACE = NO
      *    ACCOUNT, P = PRENOTE TO BE SENT, S = PRENOTE SENT ON
      *    IDFEMP-PRENOTE-DATE, A = ACTIVE (BNKPAY1 PAYS ONLY A)
           03 IDFEMP-BANK-ROUTING      PIC X(9).
           03 IDFEMP-BANK-ACCOUNT      PIC X(17).
           03 IDFEMP-BANK-ACCT-TYPE    PIC X(1).
           03 IDFEMP-PRENOTE-STATUS    PIC X(1).
           03 IDFEMP-PRENOTE-DATE      PIC X(8).

       FD LFDEPTS.
       01 DEPTS-RECORD.
           03 DEPT-CODE              PIC X(4).
           03 DEPT-NAME              PIC X(30).

       FD LFBANKAUD.
       01 BANKAUD-RECORD.
           03 AUD-DATE               PIC 9(8).
           03 AUD-TIME               PIC 9(6).
           03 AUD-OPERATOR           PIC X(8).
           03 AUD-EMP-ID             PIC X(4).
           03 AUD-ROUTING-OLD        PIC X(9).
           03 AUD-ACCOUNT-OLD        PIC X(17).
           03 AUD-ACCT-TYPE-OLD      PIC X(1).
           03 AUD-ROUTING-NEW        PIC X(9).
           03 AUD-ACCOUNT-NEW        PIC X(17).
           03 AUD-ACCT-TYPE-NEW      PIC X(1).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  FILE-CHECK-KEY-DPT   PIC X(2).
           05  FILE-CHECK-KEY-AUD   PIC X(2).

       01  WS-DONE-SW              PIC X(1) VALUE "N".
           88  ALL-DONE                  VALUE "Y".
       01  WS-DATE-OK-SW           PIC X(1).
       01  WS-DEPT-IN              PIC X(4).
       01  WS-DEPT-OK-SW           PIC X(1).
       01  WS-ROUTING-IN           PIC X(9).
       01  WS-ACCOUNT-IN           PIC X(17).
       01  WS-ACCT-TYPE-IN         PIC X(1).
       01  WS-ROUTING-OK-SW        PIC X(1).
       01  WS-ROUTING-DIGITS.
           05  WS-ROUTING-DIGIT    PIC 9(1) OCCURS 9 TIMES.
       01  WS-ROUTING-WEIGHTS.
           05  FILLER              PIC X(9) VALUE "371371371".
       01  WS-ROUTING-WEIGHTS-R REDEFINES WS-ROUTING-WEIGHTS.
           05  WS-ROUTING-WEIGHT   PIC 9(1) OCCURS 9 TIMES.
       01  WS-ROUTING-SUB          PIC 9(2).
       01  WS-ROUTING-SUM          PIC 9(4).
       01  WS-ROUTING-Q            PIC 9(4).
       01  WS-ROUTING-REM          PIC 9(2).
       01  WS-AUD-TIME8            PIC 9(8).
       01  WS-AUD-TIME-R  REDEFINES WS-AUD-TIME8.
           03  WS-AUD-TIME         PIC 9(6).

       01  WS-DATE-FIELDS.
           05  WS-DATE-YYYY        PIC 9(4).
                   "N = CORRECT NAMES"        LINE 6 COL 10
                   "T = MARK TERMINATION"     LINE 7 COL 10
                   "D = CHANGE DEPARTMENT"    LINE 8 COL 10
                   "B = BANK ACCOUNT"         LINE 9 COL 10
                   "X = EXIT"                 LINE 10 COL 10
                   "OPTION: "                 LINE 11 COL 10.
           ACCEPT WS-OPTION LINE 11 COL 19.
           EVALUATE WS-OPTION
              WHEN "A" WHEN "a"
                 PERFORM 0300-ADD-EMPLOYEE
              WHEN "D" WHEN "d"
                 PERFORM 0600-CHANGE-DEPARTMENT
                    THRU 0699-CHANGE-DEPARTMENT-EXIT
              WHEN "B" WHEN "b"
                 PERFORM 1000-CHANGE-BANK-ACCOUNT
                    THRU 1099-CHANGE-BANK-ACCOUNT-EXIT
              WHEN "X" WHEN "x"
                 SET ALL-DONE TO TRUE
              WHEN OTHER
           MOVE WS-DATE-IN   TO IDFEMP-INITDATE.
           MOVE SPACES       TO IDFEMP-ENDDATE.
           MOVE WS-DEPT-IN   TO IDFEMP-DEPT.
           MOVE SPACES       TO IDFEMP-BANK-ROUTING
                                IDFEMP-BANK-ACCOUNT
                                IDFEMP-BANK-ACCT-TYPE
                                IDFEMP-PRENOTE-STATUS
                                IDFEMP-PRENOTE-DATE.
           WRITE LFIDFEMPSRECORD
              INVALID KEY
                 DISPLAY "EMP-ID ALREADY EXISTS" LINE 18 COL 10
                 END-IF
           END-EVALUATE.

      * DIRECT-DEPOSIT ACCOUNT. A NEW OR CHANGED ACCOUNT IS NOT PAID
      * INTO UNTIL THE BANK HAS HAD ITS PRENOTE (SEE BNKPRE1); "*"
      * REMOVES THE ACCOUNT AND THE EMPLOYEE IS PAID MANUALLY
       1000-CHANGE-BANK-ACCOUNT.
           PERFORM 0700-FETCH-EMPLOYEE THRU 0799-FETCH-EMPLOYEE-EXIT.
           IF WS-FOUND-SW = "N"
              GO TO 1099-CHANGE-BANK-ACCOUNT-EXIT
           END-IF.
           DISPLAY "ROUTING   : "        LINE 16 COL 10
                   IDFEMP-BANK-ROUTING   LINE 16 COL 22
                   "ACCOUNT: "           LINE 16 COL 33
                   IDFEMP-BANK-ACCOUNT   LINE 16 COL 42
                   "TYPE: "              LINE 16 COL 61
                   IDFEMP-BANK-ACCT-TYPE LINE 16 COL 67
                   "PRENOTE   : "        LINE 17 COL 10
                   IDFEMP-PRENOTE-STATUS LINE 17 COL 22
                   IDFEMP-PRENOTE-DATE   LINE 17 COL 24.
       1010-ASK-ROUTING.
           DISPLAY "NEW ROUTING NUMBER (BLANK = EXIT, * = REMOVE): "
                   LINE 19 COL 10.
           MOVE SPACES TO WS-ROUTING-IN.
           ACCEPT WS-ROUTING-IN LINE 19 COL 58.
           IF WS-ROUTING-IN = SPACES
              GO TO 1099-CHANGE-BANK-ACCOUNT-EXIT
           END-IF.
           IF WS-ROUTING-IN = "*"
              MOVE SPACES TO WS-ROUTING-IN
                             WS-ACCOUNT-IN
                             WS-ACCT-TYPE-IN
              GO TO 1040-APPLY-BANK-CHANGE
           END-IF.
           PERFORM 1050-CHECK-ROUTING THRU 1059-CHECK-ROUTING-EXIT.
           IF WS-ROUTING-OK-SW = "N"
              DISPLAY "ROUTING NUMBER FAILS ITS CHECK DIGIT      "
                      LINE 18 COL 10
              GO TO 1010-ASK-ROUTING
           END-IF.
       1020-ASK-ACCOUNT.
           DISPLAY "ACCOUNT NUMBER: " LINE 20 COL 10.
           MOVE SPACES TO WS-ACCOUNT-IN.
           ACCEPT WS-ACCOUNT-IN LINE 20 COL 27.
           IF WS-ACCOUNT-IN = SPACES
              DISPLAY "ACCOUNT NUMBER REQUIRED                   "
                      LINE 18 COL 10
              GO TO 1020-ASK-ACCOUNT
           END-IF.
       1030-ASK-ACCT-TYPE.
           DISPLAY "ACCOUNT TYPE (C = CHECKING, S = SAVINGS): "
                   LINE 21 COL 10.
           ACCEPT WS-ACCT-TYPE-IN LINE 21 COL 53.
           EVALUATE WS-ACCT-TYPE-IN
              WHEN "c"
                 MOVE "C" TO WS-ACCT-TYPE-IN
              WHEN "s"
                 MOVE "S" TO WS-ACCT-TYPE-IN
           END-EVALUATE.
           IF WS-ACCT-TYPE-IN NOT = "C" AND WS-ACCT-TYPE-IN NOT = "S"
              DISPLAY "ACCOUNT TYPE MUST BE C OR S               "
                      LINE 18 COL 10
              GO TO 1030-ASK-ACCT-TYPE
           END-IF.
       1040-APPLY-BANK-CHANGE.
           DISPLAY "                                          "
                   LINE 18 COL 10.
           IF WS-ROUTING-IN   = IDFEMP-BANK-ROUTING
              AND WS-ACCOUNT-IN   = IDFEMP-BANK-ACCOUNT
              AND WS-ACCT-TYPE-IN = IDFEMP-BANK-ACCT-TYPE
              DISPLAY "NO CHANGE TO THE BANK DETAILS" LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 1099-CHANGE-BANK-ACCOUNT-EXIT
           END-IF.
           PERFORM 1080-LOG-BANK-CHANGE.
           MOVE WS-ROUTING-IN   TO IDFEMP-BANK-ROUTING.
           MOVE WS-ACCOUNT-IN   TO IDFEMP-BANK-ACCOUNT.
           MOVE WS-ACCT-TYPE-IN TO IDFEMP-BANK-ACCT-TYPE.
           MOVE SPACES          TO IDFEMP-PRENOTE-DATE.
           IF WS-ROUTING-IN = SPACES
              MOVE SPACES TO IDFEMP-PRENOTE-STATUS
           ELSE
              MOVE "P"    TO IDFEMP-PRENOTE-STATUS
           END-IF.
           PERFORM 0750-REWRITE-EMPLOYEE.
       1099-CHANGE-BANK-ACCOUNT-EXIT.
           EXIT.

      * NINE-DIGIT ABA ROUTING NUMBER: THE DIGITS WEIGHTED
      * 3,7,1,3,7,1,3,7,1 MUST SUM TO A MULTIPLE OF TEN
       1050-CHECK-ROUTING.
           MOVE "N" TO WS-ROUTING-OK-SW.
           IF WS-ROUTING-IN NOT NUMERIC OR WS-ROUTING-IN = ZEROS
              GO TO 1059-CHECK-ROUTING-EXIT
           END-IF.
           MOVE WS-ROUTING-IN TO WS-ROUTING-DIGITS.
           MOVE 0 TO WS-ROUTING-SUM.
           PERFORM 1055-WEIGH-ONE-DIGIT
              VARYING WS-ROUTING-SUB FROM 1 BY 1
              UNTIL WS-ROUTING-SUB > 9.
           DIVIDE WS-ROUTING-SUM BY 10
              GIVING WS-ROUTING-Q REMAINDER WS-ROUTING-REM.
           IF WS-ROUTING-REM = 0
              MOVE "Y" TO WS-ROUTING-OK-SW
           END-IF.
       1059-CHECK-ROUTING-EXIT.
           EXIT.

       1055-WEIGH-ONE-DIGIT.
           COMPUTE WS-ROUTING-SUM = WS-ROUTING-SUM
              + WS-ROUTING-DIGIT(WS-ROUTING-SUB)
              * WS-ROUTING-WEIGHT(WS-ROUTING-SUB).

      * THE BEFORE AND AFTER IMAGES GO TO IDFEMPS.AUD WITH THE
      * SIGNED-ON OPERATOR BEFORE THE RECORD IS TOUCHED, SO EVEN A
      * FAILED REWRITE LEAVES A TRACE
       1080-LOG-BANK-CHANGE.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME8 FROM TIME.
           MOVE WS-AUD-TIME           TO AUD-TIME.
           MOVE SIGNON-OPERADOR       TO AUD-OPERATOR.
           MOVE IDFEMP-ID             TO AUD-EMP-ID.
           MOVE IDFEMP-BANK-ROUTING   TO AUD-ROUTING-OLD.
           MOVE IDFEMP-BANK-ACCOUNT   TO AUD-ACCOUNT-OLD.
           MOVE IDFEMP-BANK-ACCT-TYPE TO AUD-ACCT-TYPE-OLD.
           MOVE WS-ROUTING-IN         TO AUD-ROUTING-NEW.
           MOVE WS-ACCOUNT-IN         TO AUD-ACCOUNT-NEW.
           MOVE WS-ACCT-TYPE-IN       TO AUD-ACCT-TYPE-NEW.
           OPEN EXTEND LFBANKAUD.
           IF FILE-CHECK-KEY-AUD NOT = "00"
              OPEN OUTPUT LFBANKAUD
           END-IF.
           WRITE BANKAUD-RECORD.
           CLOSE LFBANKAUD.

       0900-PRESS-ENTER.
           DISPLAY "PRESS ENTER" LINE 22 COL 10.
           ACCEPT WS-ANY-KEY.
