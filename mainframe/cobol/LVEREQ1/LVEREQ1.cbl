       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVEREQ1.
      * LEAVE REQUEST ENTRY SCREEN. RECORDS VACATION (V), SICK LEAVE
      * (S) AND UNPAID LEAVE (U) FOR AN EMPLOYEE ON THE MASTER
      * IDFEMPS.DAT INTO LEAVEREQ.DAT (ONE RECORD PER EMP-ID AND
      * FIRST DAY OF LEAVE) AND CHARGES THE WORKING DAYS TO THE
      * YEAR'S BALANCE IN LEAVEBAL.DAT, WHICH THE YEARLY LVEACR1
      * ACCRUAL GRANTS FROM SENIORITY. WORKING DAYS ARE MONDAY TO
      * FRIDAY LESS THE DAYS ON FERIADOS.DAT, THE SAME HOLIDAY
      * CALENDAR NIGHTRUN USES. A REQUEST IS REFUSED FOR A
      * TERMINATED EMPLOYEE (EMP-ENDDATE SET), WHEN THE YEAR HAS
      * NOT BEEN ACCRUED, WHEN IT OVERLAPS LEAVE ALREADY RECORDED,
      * WHEN IT CROSSES INTO ANOTHER YEAR, AND FOR VACATION OR SICK
      * LEAVE BEYOND THE DAYS STILL AVAILABLE; UNPAID LEAVE HAS NO
      * BALANCE. A CANCELLED REQUEST IS KEPT, MARKED CANCELLED WITH
      * THE OPERATOR, AND ITS DAYS ARE GIVEN BACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LFIDFEMPS ASSIGN TO "IDFEMPS.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IDFEMP-ID
        ALTERNATE RECORD KEY IS IDFEMP-LNAME
        WITH DUPLICATES.
       SELECT LFLEAVEBAL ASSIGN TO "LEAVEBAL.DAT"
        FILE STATUS IS FILE-CHECK-KEY-BAL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LVB-KEY.
       SELECT LFLEAVEREQ ASSIGN TO "LEAVEREQ.DAT"
        FILE STATUS IS FILE-CHECK-KEY-REQ
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LVR-KEY.
      * FERIADOS.DAT - THE HOLIDAY CALENDAR, ONE YYYYMMDD PER LINE
       SELECT OPTIONAL LFFERIADOS ASSIGN TO "FERIADOS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-CHECK-KEY-FER.

       DATA DIVISION.
       FILE SECTION.
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

      * ONE BALANCE PER EMPLOYEE AND YEAR, GRANTED BY LVEACR1
       FD LFLEAVEBAL.
       01 LEAVEBAL-RECORD.
           03 LVB-KEY.
               05 LVB-EMP-ID           PIC X(4).
               05 LVB-YEAR             PIC 9(4).
           03 LVB-SENIORITY            PIC 9(2).
           03 LVB-VAC-GRANTED          PIC 9(3).
           03 LVB-VAC-TAKEN            PIC 9(3).
           03 LVB-SICK-GRANTED         PIC 9(3).
           03 LVB-SICK-TAKEN           PIC 9(3).
           03 LVB-UNPAID-TAKEN         PIC 9(3).
           03 LVB-ACCRUAL-DATE         PIC 9(8).
           03 FILLER                   PIC X(17).

      * ONE RECORD PER EMPLOYEE AND FIRST DAY OF LEAVE. TYPE V =
      * VACATION, S = SICK, U = UNPAID. STATUS A = ACTIVE,
      * C = CANCELLED (ITS DAYS WERE GIVEN BACK TO THE BALANCE)
       FD LFLEAVEREQ.
       01 LEAVEREQ-RECORD.
           03 LVR-KEY.
               05 LVR-EMP-ID           PIC X(4).
               05 LVR-FROM-DATE        PIC 9(8).
           03 LVR-TO-DATE              PIC 9(8).
           03 LVR-TYPE                 PIC X(1).
           03 LVR-DAYS                 PIC 9(3).
           03 LVR-STATUS               PIC X(1).
           03 LVR-ENTERED-BY           PIC X(8).
           03 LVR-ENTERED-DATE         PIC 9(8).
           03 LVR-CANCEL-BY            PIC X(8).
           03 LVR-CANCEL-DATE          PIC 9(8).
           03 FILLER                   PIC X(13).

       FD LFFERIADOS.
       01 FERIADO-RECORD               PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  FILE-CHECK-KEY-BAL   PIC X(2).
           05  FILE-CHECK-KEY-REQ   PIC X(2).
           05  FILE-CHECK-KEY-FER   PIC X(2).

       01  WS-DONE-SW              PIC X(1) VALUE "N".
           88  ALL-DONE                  VALUE "Y".
       01  WS-FOUND-SW             PIC X(1).
       01  WS-OPTION               PIC X(1).
       01  WS-ANY-KEY              PIC X(1).
       01  WS-CONFIRM              PIC X(1).
       01  WS-EMP-ID-IN            PIC X(4).
       01  WS-TYPE-IN              PIC X(1).
       01  WS-TYPE-DESC            PIC X(8).
       01  WS-DATE-IN              PIC X(8).
       01  WS-DATE-OK-SW           PIC X(1).
       01  WS-FROM-DATE            PIC 9(8).
       01  WS-FROM-DATE-R  REDEFINES WS-FROM-DATE.
           05  WS-FROM-YYYY        PIC 9(4).
           05  FILLER              PIC 9(4).
       01  WS-TO-DATE              PIC 9(8).
       01  WS-TO-DATE-R  REDEFINES WS-TO-DATE.
           05  WS-TO-YYYY          PIC 9(4).
           05  FILLER              PIC 9(4).
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-R  REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY       PIC 9(4).
           05  FILLER              PIC 9(4).
       01  WS-YEAR-IN              PIC 9(4).
       01  WS-DAYS-ASKED           PIC 9(3).
       01  WS-DAYS-LEFT            PIC S9(4).
       01  WS-OVERLAP-SW           PIC X(1).
       01  WS-REQ-EOF-SW           PIC X(1).
       01  WS-REQ-FOUND-KEY        PIC X(2).
       01  WS-DAYS-EDIT            PIC ZZ9.
       01  WS-LEFT-EDIT            PIC -ZZ9.

      * WORKING-DAY COUNT: EACH CALENDAR DAY FROM THE FIRST TO THE
      * LAST DAY OF LEAVE, DAY OF WEEK FROM ITS DAY NUMBER THE WAY
      * NIGHTRUN WORKS IT OUT (1 = MONDAY ... 7 = SUNDAY)
       01  WS-DAYNUM               PIC S9(9) COMP.
       01  WS-LAST-DAYNUM          PIC S9(9) COMP.
       01  WS-DAY-DATE             PIC 9(8).
       01  WS-DOW-Q                PIC 9(7).
       01  WS-DOW-R                PIC 9(1).
       01  WS-HOLIDAY-SW           PIC X(1).

      * THE HOLIDAY CALENDAR IS READ ONCE, WHEN THE SCREEN STARTS
       01  WS-FER-EOF-SW           PIC X(1) VALUE "N".
           88  FER-EOF                  VALUE "Y".
       01  WS-HOLIDAY-COUNT        PIC 9(3) VALUE 0.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE     PIC 9(8) OCCURS 200 TIMES.
       01  WS-HOL-SUB              PIC 9(3).

       01  WS-DATE-FIELDS.
           05  WS-DATE-YYYY        PIC 9(4).
           05  WS-DATE-MM          PIC 9(2).
           05  WS-DATE-DD          PIC 9(2).
       01  WS-MAX-DAY              PIC 9(2).
       01  WS-AUX-Q                PIC 9(4).
       01  WS-AUX-4                PIC 9(2).
       01  WS-AUX-100              PIC 9(2).
       01  WS-AUX-400              PIC 9(3).

      * PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
       COPY "ERRLOG.CPY".

      * PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
       COPY "SIGNON.CPY".

       PROCEDURE DIVISION.

       0100-MAINLINE.
      * THE SCREEN IS NOT SHOWN WITHOUT A SIGN-ON AND A HIGH
      * ENOUGH AUTHORIZATION LEVEL (SEE SIGNON)
           MOVE "LVEREQ1" TO SIGNON-PROGRAM.
           MOVE 2         TO SIGNON-NIVEL-REQUERIDO.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF NOT SIGNON-OK
              STOP RUN
           END-IF.
           OPEN INPUT LFIDFEMPS.
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "CANNOT OPEN IDFEMPS.DAT STATUS "
                      FILE-CHECK-KEY
              MOVE "IDFEMPS.DAT"   TO ERRLOG-FILENAME
              MOVE FILE-CHECK-KEY  TO ERRLOG-STATUS
              PERFORM 0190-OPEN-ERROR
           END-IF.
           OPEN I-O LFLEAVEBAL.
           IF FILE-CHECK-KEY-BAL NOT = "00"
              DISPLAY "CANNOT OPEN LEAVEBAL.DAT STATUS "
                      FILE-CHECK-KEY-BAL
                      " - RUN THE LVEACR1 ACCRUAL FIRST"
              MOVE "LEAVEBAL.DAT"      TO ERRLOG-FILENAME
              MOVE FILE-CHECK-KEY-BAL  TO ERRLOG-STATUS
              PERFORM 0190-OPEN-ERROR
           END-IF.
           OPEN I-O LFLEAVEREQ.
           IF FILE-CHECK-KEY-REQ = "35"
              OPEN OUTPUT LFLEAVEREQ
              CLOSE LFLEAVEREQ
              OPEN I-O LFLEAVEREQ
           END-IF.
           IF FILE-CHECK-KEY-REQ NOT = "00"
              DISPLAY "CANNOT OPEN LEAVEREQ.DAT STATUS "
                      FILE-CHECK-KEY-REQ
              MOVE "LEAVEREQ.DAT"      TO ERRLOG-FILENAME
              MOVE FILE-CHECK-KEY-REQ  TO ERRLOG-STATUS
              PERFORM 0190-OPEN-ERROR
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 0150-LOAD-HOLIDAYS THRU 0159-LOAD-HOLIDAYS-EXIT.
           PERFORM 0200-ONE-CYCLE THRU 0299-ONE-CYCLE-EXIT
              UNTIL ALL-DONE.
           CLOSE LFIDFEMPS.
           CLOSE LFLEAVEBAL.
           CLOSE LFLEAVEREQ.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.

       0190-OPEN-ERROR.
           MOVE "LVEREQ1"       TO ERRLOG-PROGRAM.
           MOVE "0100-MAINLINE" TO ERRLOG-PARAGRAPH.
           MOVE SPACES          TO ERRLOG-KEYVALUE.
           CALL "ERRLOG" USING ERRLOG-PARMS.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.

       0150-LOAD-HOLIDAYS.
           OPEN INPUT LFFERIADOS.
           IF FILE-CHECK-KEY-FER NOT = "00"
              AND FILE-CHECK-KEY-FER NOT = "05"
              GO TO 0159-LOAD-HOLIDAYS-EXIT
           END-IF.
           PERFORM 0155-READ-ONE-HOLIDAY
              UNTIL FER-EOF.
           CLOSE LFFERIADOS.
       0159-LOAD-HOLIDAYS-EXIT.
           EXIT.

       0155-READ-ONE-HOLIDAY.
           READ LFFERIADOS
              AT END SET FER-EOF TO TRUE
           END-READ.
           IF NOT FER-EOF AND WS-HOLIDAY-COUNT < 200
              ADD 1 TO WS-HOLIDAY-COUNT
              MOVE FERIADO-RECORD
                 TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
           END-IF.

       0200-ONE-CYCLE.
           DISPLAY " " LINE 1 COL 1 ERASE EOS.
           DISPLAY "LEAVE REQUESTS"           LINE 2 COL 33
                   "R = RECORD LEAVE"         LINE 5 COL 10
                   "C = CANCEL LEAVE"         LINE 6 COL 10
                   "B = SHOW BALANCE"         LINE 7 COL 10
                   "X = EXIT"                 LINE 8 COL 10
                   "OPTION: "                 LINE 10 COL 10.
           ACCEPT WS-OPTION LINE 10 COL 19.
           EVALUATE WS-OPTION
              WHEN "R" WHEN "r"
                 PERFORM 0300-RECORD-LEAVE
                    THRU 0399-RECORD-LEAVE-EXIT
              WHEN "C" WHEN "c"
                 PERFORM 0500-CANCEL-LEAVE
                    THRU 0599-CANCEL-LEAVE-EXIT
              WHEN "B" WHEN "b"
                 PERFORM 0600-SHOW-BALANCE
                    THRU 0699-SHOW-BALANCE-EXIT
              WHEN "X" WHEN "x"
                 SET ALL-DONE TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       0299-ONE-CYCLE-EXIT.
           EXIT.

      * NEW LEAVE: EMPLOYEE, TYPE AND DATES ARE CHECKED, THE WORKING
      * DAYS COUNTED AND HELD AGAINST THE BALANCE BEFORE ANYTHING IS
      * WRITTEN
       0300-RECORD-LEAVE.
           PERFORM 0700-FETCH-EMPLOYEE THRU 0799-FETCH-EMPLOYEE-EXIT.
           IF WS-FOUND-SW = "N"
              GO TO 0399-RECORD-LEAVE-EXIT
           END-IF.
           IF IDFEMP-ENDDATE NOT = SPACES
              DISPLAY "EMPLOYEE TERMINATED - NO LEAVE CAN BE TAKEN"
                      LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0399-RECORD-LEAVE-EXIT
           END-IF.
       0310-ASK-TYPE.
           DISPLAY "TYPE (V = VACATION, S = SICK, U = UNPAID): "
                   LINE 14 COL 10.
           MOVE SPACES TO WS-TYPE-IN.
           ACCEPT WS-TYPE-IN LINE 14 COL 54.
           EVALUATE WS-TYPE-IN
              WHEN " "
                 GO TO 0399-RECORD-LEAVE-EXIT
              WHEN "v"
                 MOVE "V" TO WS-TYPE-IN
              WHEN "s"
                 MOVE "S" TO WS-TYPE-IN
              WHEN "u"
                 MOVE "U" TO WS-TYPE-IN
           END-EVALUATE.
           IF WS-TYPE-IN NOT = "V" AND WS-TYPE-IN NOT = "S"
              AND WS-TYPE-IN NOT = "U"
              DISPLAY "TYPE MUST BE V, S OR U                    "
                      LINE 18 COL 10
              GO TO 0310-ASK-TYPE
           END-IF.
           DISPLAY "                                          "
                   LINE 18 COL 10.
       0320-ASK-FROM.
           DISPLAY "FIRST DAY YYYYMMDD: " LINE 15 COL 10.
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN LINE 15 COL 31.
           IF WS-DATE-IN = SPACES
              GO TO 0399-RECORD-LEAVE-EXIT
           END-IF.
           PERFORM 0800-VALIDATE-DATE THRU 0899-VALIDATE-DATE-EXIT.
           IF WS-DATE-OK-SW = "N"
              DISPLAY "NOT A REAL CALENDAR DATE                  "
                      LINE 18 COL 10
              GO TO 0320-ASK-FROM
           END-IF.
           MOVE WS-DATE-IN TO WS-FROM-DATE.
       0330-ASK-TO.
           DISPLAY "LAST DAY  YYYYMMDD: " LINE 16 COL 10.
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN LINE 16 COL 31.
           IF WS-DATE-IN = SPACES
              GO TO 0399-RECORD-LEAVE-EXIT
           END-IF.
           PERFORM 0800-VALIDATE-DATE THRU 0899-VALIDATE-DATE-EXIT.
           IF WS-DATE-OK-SW = "N"
              DISPLAY "NOT A REAL CALENDAR DATE                  "
                      LINE 18 COL 10
              GO TO 0330-ASK-TO
           END-IF.
           MOVE WS-DATE-IN TO WS-TO-DATE.
           IF WS-TO-DATE < WS-FROM-DATE
              DISPLAY "LAST DAY IS BEFORE THE FIRST DAY          "
                      LINE 18 COL 10
              GO TO 0330-ASK-TO
           END-IF.
      *    EACH YEAR HAS ITS OWN BALANCE; LEAVE OVER NEW YEAR IS
      *    RECORDED AS TWO REQUESTS
           IF WS-TO-YYYY NOT = WS-FROM-YYYY
              DISPLAY "LEAVE CANNOT CROSS INTO ANOTHER YEAR      "
                      LINE 18 COL 10
              GO TO 0330-ASK-TO
           END-IF.
           DISPLAY "                                          "
                   LINE 18 COL 10.

           MOVE IDFEMP-ID    TO LVB-EMP-ID.
           MOVE WS-FROM-YYYY TO LVB-YEAR.
           READ LFLEAVEBAL
              INVALID KEY
                 DISPLAY "NO LEAVE BALANCE FOR " WS-FROM-YYYY
                         " - RUN THE LVEACR1 ACCRUAL"
                         LINE 18 COL 10
                 PERFORM 0900-PRESS-ENTER
                 GO TO 0399-RECORD-LEAVE-EXIT
           END-READ.

           PERFORM 0400-COUNT-WORKING-DAYS
              THRU 0499-COUNT-WORKING-DAYS-EXIT.
           IF WS-DAYS-ASKED = 0
              DISPLAY "NO WORKING DAYS IN THAT RANGE" LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0399-RECORD-LEAVE-EXIT
           END-IF.

           EVALUATE WS-TYPE-IN
              WHEN "V"
                 COMPUTE WS-DAYS-LEFT =
                    LVB-VAC-GRANTED - LVB-VAC-TAKEN
              WHEN "S"
                 COMPUTE WS-DAYS-LEFT =
                    LVB-SICK-GRANTED - LVB-SICK-TAKEN
              WHEN OTHER
                 MOVE 999 TO WS-DAYS-LEFT
           END-EVALUATE.
           MOVE WS-DAYS-ASKED TO WS-DAYS-EDIT.
           IF WS-DAYS-ASKED > WS-DAYS-LEFT
              MOVE WS-DAYS-LEFT TO WS-LEFT-EDIT
              DISPLAY "REFUSED: " WS-DAYS-EDIT
                      " WORKING DAYS ASKED, ONLY" WS-LEFT-EDIT
                      " LEFT" LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0399-RECORD-LEAVE-EXIT
           END-IF.

           PERFORM 0450-CHECK-OVERLAP THRU 0459-CHECK-OVERLAP-EXIT.
           IF WS-OVERLAP-SW = "Y"
              DISPLAY "OVERLAPS LEAVE ALREADY RECORDED FROM "
                      LVR-FROM-DATE LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0399-RECORD-LEAVE-EXIT
           END-IF.

           DISPLAY "WORKING DAYS: " LINE 17 COL 10
                   WS-DAYS-EDIT     LINE 17 COL 24
                   "RECORD IT (Y/N)? " LINE 17 COL 30.
           MOVE SPACES TO WS-CONFIRM.
           ACCEPT WS-CONFIRM LINE 17 COL 48.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              GO TO 0399-RECORD-LEAVE-EXIT
           END-IF.

           PERFORM 0350-WRITE-REQUEST THRU 0359-WRITE-REQUEST-EXIT.
           IF FILE-CHECK-KEY-REQ NOT = "00"
              GO TO 0399-RECORD-LEAVE-EXIT
           END-IF.
           EVALUATE WS-TYPE-IN
              WHEN "V"
                 ADD WS-DAYS-ASKED TO LVB-VAC-TAKEN
              WHEN "S"
                 ADD WS-DAYS-ASKED TO LVB-SICK-TAKEN
              WHEN OTHER
                 ADD WS-DAYS-ASKED TO LVB-UNPAID-TAKEN
           END-EVALUATE.
           PERFORM 0750-REWRITE-BALANCE.
       0399-RECORD-LEAVE-EXIT.
           EXIT.

      * A CANCELLED REQUEST ON THE SAME FIRST DAY IS WRITTEN OVER
       0350-WRITE-REQUEST.
           MOVE SPACES          TO LEAVEREQ-RECORD.
           MOVE IDFEMP-ID       TO LVR-EMP-ID.
           MOVE WS-FROM-DATE    TO LVR-FROM-DATE.
           READ LFLEAVEREQ
              INVALID KEY CONTINUE
           END-READ.
           IF FILE-CHECK-KEY-REQ = "00" AND LVR-STATUS NOT = "C"
              DISPLAY "LEAVE ALREADY RECORDED FROM THAT DAY"
                      LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              MOVE "22" TO FILE-CHECK-KEY-REQ
              GO TO 0359-WRITE-REQUEST-EXIT
           END-IF.
           MOVE FILE-CHECK-KEY-REQ TO WS-REQ-FOUND-KEY.
           MOVE SPACES          TO LEAVEREQ-RECORD.
           MOVE IDFEMP-ID       TO LVR-EMP-ID.
           MOVE WS-FROM-DATE    TO LVR-FROM-DATE.
           MOVE WS-TO-DATE      TO LVR-TO-DATE.
           MOVE WS-TYPE-IN      TO LVR-TYPE.
           MOVE WS-DAYS-ASKED   TO LVR-DAYS.
           MOVE "A"             TO LVR-STATUS.
           MOVE SIGNON-OPERADOR TO LVR-ENTERED-BY.
           MOVE WS-TODAY        TO LVR-ENTERED-DATE.
           MOVE ZEROS           TO LVR-CANCEL-DATE.
           IF WS-REQ-FOUND-KEY = "00"
              REWRITE LEAVEREQ-RECORD
           ELSE
              WRITE LEAVEREQ-RECORD
           END-IF.
           IF FILE-CHECK-KEY-REQ NOT = "00"
              DISPLAY "WRITE FAILED STATUS " FILE-CHECK-KEY-REQ
                      LINE 18 COL 10
              MOVE "LVEREQ1"            TO ERRLOG-PROGRAM
              MOVE "0350-WRITE-REQUEST" TO ERRLOG-PARAGRAPH
              MOVE "LEAVEREQ.DAT"       TO ERRLOG-FILENAME
              MOVE LVR-KEY              TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-REQ   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              PERFORM 0900-PRESS-ENTER
           END-IF.
       0359-WRITE-REQUEST-EXIT.
           EXIT.

      * MONDAY TO FRIDAY, LESS THE HOLIDAY CALENDAR
       0400-COUNT-WORKING-DAYS.
           MOVE 0 TO WS-DAYS-ASKED.
           COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-LAST-DAYNUM =
              FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           PERFORM 0410-COUNT-ONE-DAY
              UNTIL WS-DAYNUM > WS-LAST-DAYNUM.
       0499-COUNT-WORKING-DAYS-EXIT.
           EXIT.

       0410-COUNT-ONE-DAY.
           DIVIDE WS-DAYNUM BY 7
              GIVING WS-DOW-Q REMAINDER WS-DOW-R.
      *    REMAINDER 6 IS SATURDAY, 0 IS SUNDAY
           IF WS-DOW-R NOT = 6 AND WS-DOW-R NOT = 0
              COMPUTE WS-DAY-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DAYNUM)
              MOVE "N" TO WS-HOLIDAY-SW
              PERFORM 0420-CHECK-ONE-HOLIDAY
                 VARYING WS-HOL-SUB FROM 1 BY 1
                 UNTIL WS-HOL-SUB > WS-HOLIDAY-COUNT
                    OR WS-HOLIDAY-SW = "Y"
              IF WS-HOLIDAY-SW = "N"
                 ADD 1 TO WS-DAYS-ASKED
              END-IF
           END-IF.
           ADD 1 TO WS-DAYNUM.

       0420-CHECK-ONE-HOLIDAY.
           IF WS-HOLIDAY-DATE(WS-HOL-SUB) = WS-DAY-DATE
              MOVE "Y" TO WS-HOLIDAY-SW
           END-IF.

      * ANY ACTIVE REQUEST OF THE EMPLOYEE WHOSE DATES MEET THE NEW
      * ONE; ON A HIT LVR-FROM-DATE IS LEFT ON THE CLASHING REQUEST
       0450-CHECK-OVERLAP.
           MOVE "N" TO WS-OVERLAP-SW.
           MOVE "N" TO WS-REQ-EOF-SW.
           MOVE IDFEMP-ID TO LVR-EMP-ID.
           MOVE ZEROS     TO LVR-FROM-DATE.
           START LFLEAVEREQ KEY IS NOT LESS THAN LVR-KEY
              INVALID KEY GO TO 0459-CHECK-OVERLAP-EXIT
           END-START.
           PERFORM 0455-CHECK-ONE-REQUEST
              UNTIL WS-REQ-EOF-SW = "Y" OR WS-OVERLAP-SW = "Y".
       0459-CHECK-OVERLAP-EXIT.
           EXIT.

       0455-CHECK-ONE-REQUEST.
           READ LFLEAVEREQ NEXT RECORD
              AT END MOVE "Y" TO WS-REQ-EOF-SW
           END-READ.
           IF WS-REQ-EOF-SW = "N"
              IF LVR-EMP-ID NOT = IDFEMP-ID
                 MOVE "Y" TO WS-REQ-EOF-SW
              ELSE
                 IF LVR-STATUS = "A"
                    AND LVR-FROM-DATE NOT > WS-TO-DATE
                    AND LVR-TO-DATE NOT < WS-FROM-DATE
                    MOVE "Y" TO WS-OVERLAP-SW
                 END-IF
              END-IF
           END-IF.

      * CANCEL BY EMPLOYEE AND FIRST DAY. THE DAYS GO BACK TO THE
      * BALANCE OF THE YEAR THEY WERE CHARGED TO
       0500-CANCEL-LEAVE.
           PERFORM 0700-FETCH-EMPLOYEE THRU 0799-FETCH-EMPLOYEE-EXIT.
           IF WS-FOUND-SW = "N"
              GO TO 0599-CANCEL-LEAVE-EXIT
           END-IF.
           DISPLAY "FIRST DAY OF THE LEAVE YYYYMMDD: " LINE 14 COL 10.
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN LINE 14 COL 44.
           IF WS-DATE-IN = SPACES OR WS-DATE-IN NOT NUMERIC
              GO TO 0599-CANCEL-LEAVE-EXIT
           END-IF.
           MOVE IDFEMP-ID  TO LVR-EMP-ID.
           MOVE WS-DATE-IN TO LVR-FROM-DATE.
           READ LFLEAVEREQ
              INVALID KEY
                 DISPLAY "NO LEAVE RECORDED FROM THAT DAY"
                         LINE 18 COL 10
                 PERFORM 0900-PRESS-ENTER
                 GO TO 0599-CANCEL-LEAVE-EXIT
           END-READ.
           IF LVR-STATUS = "C"
              DISPLAY "THAT LEAVE IS ALREADY CANCELLED" LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0599-CANCEL-LEAVE-EXIT
           END-IF.
           EVALUATE LVR-TYPE
              WHEN "V" MOVE "VACATION" TO WS-TYPE-DESC
              WHEN "S" MOVE "SICK"     TO WS-TYPE-DESC
              WHEN OTHER MOVE "UNPAID" TO WS-TYPE-DESC
           END-EVALUATE.
           MOVE LVR-DAYS TO WS-DAYS-EDIT.
           DISPLAY WS-TYPE-DESC     LINE 15 COL 10
                   LVR-FROM-DATE    LINE 15 COL 20
                   "TO"             LINE 15 COL 29
                   LVR-TO-DATE      LINE 15 COL 32
                   WS-DAYS-EDIT     LINE 15 COL 42
                   "WORKING DAYS"   LINE 15 COL 46
                   "CANCEL IT (Y/N)? " LINE 17 COL 10.
           MOVE SPACES TO WS-CONFIRM.
           ACCEPT WS-CONFIRM LINE 17 COL 28.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              GO TO 0599-CANCEL-LEAVE-EXIT
           END-IF.
           MOVE "C"             TO LVR-STATUS.
           MOVE SIGNON-OPERADOR TO LVR-CANCEL-BY.
           MOVE WS-TODAY        TO LVR-CANCEL-DATE.
           REWRITE LEAVEREQ-RECORD.
           IF FILE-CHECK-KEY-REQ NOT = "00"
              DISPLAY "REWRITE FAILED STATUS " FILE-CHECK-KEY-REQ
                      LINE 18 COL 10
              MOVE "LVEREQ1"            TO ERRLOG-PROGRAM
              MOVE "0500-CANCEL-LEAVE"  TO ERRLOG-PARAGRAPH
              MOVE "LEAVEREQ.DAT"       TO ERRLOG-FILENAME
              MOVE LVR-KEY              TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-REQ   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              PERFORM 0900-PRESS-ENTER
              GO TO 0599-CANCEL-LEAVE-EXIT
           END-IF.
           MOVE IDFEMP-ID TO LVB-EMP-ID.
           MOVE LVR-FROM-DATE(1:4) TO LVB-YEAR.
           READ LFLEAVEBAL
              INVALID KEY
                 DISPLAY "CANCELLED - NO BALANCE TO GIVE DAYS BACK TO"
                         LINE 18 COL 10
                 PERFORM 0900-PRESS-ENTER
                 GO TO 0599-CANCEL-LEAVE-EXIT
           END-READ.
           EVALUATE LVR-TYPE
              WHEN "V"
                 SUBTRACT LVR-DAYS FROM LVB-VAC-TAKEN
              WHEN "S"
                 SUBTRACT LVR-DAYS FROM LVB-SICK-TAKEN
              WHEN OTHER
                 SUBTRACT LVR-DAYS FROM LVB-UNPAID-TAKEN
           END-EVALUATE.
           PERFORM 0750-REWRITE-BALANCE.
       0599-CANCEL-LEAVE-EXIT.
           EXIT.

       0600-SHOW-BALANCE.
           PERFORM 0700-FETCH-EMPLOYEE THRU 0799-FETCH-EMPLOYEE-EXIT.
           IF WS-FOUND-SW = "N"
              GO TO 0699-SHOW-BALANCE-EXIT
           END-IF.
           DISPLAY "YEAR (BLANK = THIS YEAR): " LINE 14 COL 10.
           MOVE ZEROS TO WS-YEAR-IN.
           ACCEPT WS-YEAR-IN LINE 14 COL 37.
           IF WS-YEAR-IN = ZEROS
              MOVE WS-TODAY-YYYY TO WS-YEAR-IN
           END-IF.
           MOVE IDFEMP-ID  TO LVB-EMP-ID.
           MOVE WS-YEAR-IN TO LVB-YEAR.
           READ LFLEAVEBAL
              INVALID KEY
                 DISPLAY "NO LEAVE BALANCE FOR " WS-YEAR-IN
                         LINE 18 COL 10
                 PERFORM 0900-PRESS-ENTER
                 GO TO 0699-SHOW-BALANCE-EXIT
           END-READ.
           DISPLAY "            GRANTED  TAKEN   LEFT"
                   LINE 15 COL 10
                   "VACATION :"       LINE 16 COL 10
                   LVB-VAC-GRANTED    LINE 16 COL 24
                   LVB-VAC-TAKEN      LINE 16 COL 31
                   "SICK     :"       LINE 17 COL 10
                   LVB-SICK-GRANTED   LINE 17 COL 24
                   LVB-SICK-TAKEN     LINE 17 COL 31
                   "UNPAID   :"       LINE 19 COL 10
                   LVB-UNPAID-TAKEN   LINE 19 COL 31
                   "SENIORITY YEARS:" LINE 20 COL 10
                   LVB-SENIORITY      LINE 20 COL 27.
           COMPUTE WS-DAYS-LEFT = LVB-VAC-GRANTED - LVB-VAC-TAKEN.
           MOVE WS-DAYS-LEFT TO WS-LEFT-EDIT.
           DISPLAY WS-LEFT-EDIT LINE 16 COL 38.
           COMPUTE WS-DAYS-LEFT = LVB-SICK-GRANTED - LVB-SICK-TAKEN.
           MOVE WS-DAYS-LEFT TO WS-LEFT-EDIT.
           DISPLAY WS-LEFT-EDIT LINE 17 COL 38.
           PERFORM 0900-PRESS-ENTER.
       0699-SHOW-BALANCE-EXIT.
           EXIT.

       0700-FETCH-EMPLOYEE.
           DISPLAY "EMP-ID: " LINE 12 COL 10.
           ACCEPT WS-EMP-ID-IN LINE 12 COL 19.
           MOVE "Y" TO WS-FOUND-SW.
           IF WS-EMP-ID-IN = SPACES
              MOVE "N" TO WS-FOUND-SW
              GO TO 0799-FETCH-EMPLOYEE-EXIT
           END-IF.
           MOVE WS-EMP-ID-IN TO IDFEMP-ID.
           READ LFIDFEMPS
              INVALID KEY MOVE "N" TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = "N"
              DISPLAY "EMPLOYEE NOT FOUND" LINE 18 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0799-FETCH-EMPLOYEE-EXIT
           END-IF.
           DISPLAY IDFEMP-LNAME    LINE 12 COL 25
                   IDFEMP-NAME     LINE 12 COL 46
                   "DEPT: "        LINE 13 COL 10
                   IDFEMP-DEPT     LINE 13 COL 16
                   "END DATE: "    LINE 13 COL 25
                   IDFEMP-ENDDATE  LINE 13 COL 35.
       0799-FETCH-EMPLOYEE-EXIT.
           EXIT.

       0750-REWRITE-BALANCE.
           REWRITE LEAVEBAL-RECORD.
           IF FILE-CHECK-KEY-BAL NOT = "00"
              DISPLAY "BALANCE REWRITE FAILED STATUS "
                      FILE-CHECK-KEY-BAL LINE 18 COL 10
              MOVE "LVEREQ1"                TO ERRLOG-PROGRAM
              MOVE "0750-REWRITE-BALANCE"   TO ERRLOG-PARAGRAPH
              MOVE "LEAVEBAL.DAT"           TO ERRLOG-FILENAME
              MOVE LVB-KEY                  TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-BAL       TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           ELSE
              DISPLAY "LEAVE AND BALANCE UPDATED                 "
                      LINE 18 COL 10
           END-IF.
           PERFORM 0900-PRESS-ENTER.

      * SAME CALENDAR RULES AS EMPMNT1
       0800-VALIDATE-DATE.
           MOVE "N" TO WS-DATE-OK-SW.
           IF WS-DATE-IN NOT NUMERIC
              GO TO 0899-VALIDATE-DATE-EXIT
           END-IF.
           MOVE WS-DATE-IN TO WS-DATE-FIELDS.
           IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
              GO TO 0899-VALIDATE-DATE-EXIT
           END-IF.
           PERFORM 0850-MAX-DAY-OF-MONTH.
           IF WS-DATE-DD < 1 OR WS-DATE-DD > WS-MAX-DAY
              GO TO 0899-VALIDATE-DATE-EXIT
           END-IF.
           MOVE "Y" TO WS-DATE-OK-SW.
       0899-VALIDATE-DATE-EXIT.
           EXIT.

       0850-MAX-DAY-OF-MONTH.
           EVALUATE WS-DATE-MM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                 MOVE 31 TO WS-MAX-DAY
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30 TO WS-MAX-DAY
              WHEN 02
                 DIVIDE WS-DATE-YYYY BY 4
                    GIVING WS-AUX-Q REMAINDER WS-AUX-4
                 DIVIDE WS-DATE-YYYY BY 100
                    GIVING WS-AUX-Q REMAINDER WS-AUX-100
                 DIVIDE WS-DATE-YYYY BY 400
                    GIVING WS-AUX-Q REMAINDER WS-AUX-400
                 IF WS-AUX-4 = 0 AND (WS-AUX-100 NOT = 0 OR
                                       WS-AUX-400 = 0)
                    MOVE 29 TO WS-MAX-DAY
                 ELSE
                    MOVE 28 TO WS-MAX-DAY
                 END-IF
           END-EVALUATE.

       0900-PRESS-ENTER.
           DISPLAY "PRESS ENTER" LINE 22 COL 10.
           ACCEPT WS-ANY-KEY.

       END PROGRAM LVEREQ1.
