000029*                     REJECTED TO REJBONUS, SO A FEED RUN
000029*                     TWICE CANNOT PAY TWICE. THE YEAR-END
000029*                     TOTALS COME OFF BONYER1.
000029*    2026-10-15 RJM   THE MATCHED EMPLOYEE'S EMP-ID IS
000029*                     CARRIED ON EACH OUTBONUS RECORD (OUT
000029*                     OF WS-OUT-FILLER) SO BNKPAY1 CAN FETCH
000029*                     THE DIRECT-DEPOSIT ACCOUNT BY KEY.
000029*    2026-10-15 RJM   EACH RUN WRITES ITS BATCH CONTROL
000029*                     RECORD (BONBATCH.DAT) AS OPEN FOR
000029*                     REVIEW; BNKPAY1 WILL NOT PAY IT UNTIL A
000029*                     SUPERVISOR RELEASES IT IN BONAPR1.
000030************************************************************
000031*          E N V I R O N M E N T   D I V I S I O N
000032************************************************************
000044     SELECT BONUS-HISTORY ASSIGN TO "BONHIST.DAT"
000044              FILE STATUS IS WS-BONHIST-STATUS
000044              ORGANIZATION IS LINE SEQUENTIAL.
000044     SELECT BONUS-BATCH  ASSIGN TO "BONBATCH.DAT"
000044              FILE STATUS IS WS-BONBATCH-STATUS
000044              ORGANIZATION IS LINE SEQUENTIAL.
000044     SELECT EMPL-MASTER  ASSIGN TO "IDFEMPS.DAT"
000044              FILE STATUS IS WS-EMPMAST-STATUS
000044              ORGANIZATION IS INDEXED
000074************************************************************
000074 FD  BONUS-HISTORY.
000074 01  FD-BONHIST-REC                      PIC X(82).
000074************************************************************
000074*    BONUS-BATCH - ONE CONTROL RECORD FOR THIS RUN'S OUTBONUS
000074*    BATCH, REVIEWED AND RELEASED IN BONAPR1      OUTPUT
000074************************************************************
000074 FD  BONUS-BATCH.
000074 01  FD-BONBATCH-REC                     PIC X(80).
000074 FD  EMPL-MASTER.
000074 01  FD-EMPMAST-REC.
000074     05  EM-EMP-ID                        PIC X(4).
000074     05  EM-EMP-INITDATE                  PIC X(8).
000074     05  EM-EMP-ENDDATE                   PIC X(8).
000074     05  EM-EMP-DEPT                      PIC X(4).
000074     05  EM-EMP-BANK-ROUTING              PIC X(9).
000074     05  EM-EMP-BANK-ACCOUNT              PIC X(17).
000074     05  EM-EMP-BANK-ACCT-TYPE            PIC X(1).
000074     05  EM-EMP-PRENOTE-STATUS            PIC X(1).
000074     05  EM-EMP-PRENOTE-DATE              PIC X(8).
000075
000076 WORKING-STORAGE SECTION.
000077 01  FILLER                      PIC X(37)  VALUE
000081 01  WS-REJBONUS-STATUS          PIC 9(02)  VALUE  ZEROS.
000081 01  WS-EMPMAST-STATUS           PIC X(02)  VALUE  ZEROS.
000081 01  WS-BONHIST-STATUS           PIC X(02)  VALUE  ZEROS.
000081 01  WS-BONBATCH-STATUS          PIC X(02)  VALUE  ZEROS.
000082
000083************************************************************
000084*    ACCUMULATORS
000108     05  WS-EMP-COUNT            PIC S9(04) COMP VALUE ZEROS.
000108     05  WS-EMP-MAX              PIC S9(04) COMP VALUE +500.
000108     05  WS-EMP-TABLE OCCURS 500 TIMES.
000108         10  WS-EMP-ID-TBL           PIC X(04).
000108         10  WS-EMP-LNAME-TBL        PIC X(20).
000108         10  WS-EMP-FNAME-TBL        PIC X(20).
000108         10  WS-EMP-ENDDATE-TBL      PIC X(08).
000108 01  WS-EMP-SUB                  PIC S9(04) COMP VALUE ZEROS.
000108 01  WS-EMP-TABLE-FULL-SW        PIC X(01)  VALUE 'N'.
000108 01  WS-CUR-EMP-DEPT             PIC X(04)  VALUE SPACES.
000108 01  WS-CUR-EMP-ID               PIC X(04)  VALUE SPACES.
000108
000108************************************************************
000108*    PAYMENT HISTORY RECORD AND THE IN-CORE TABLE OF THIS
000108     05  WS-HIS-ST-WITHHOLD          PIC 9(7)V99.
000108 01  WS-RUN-DATE8                PIC 9(08).
000108 01  WS-RUN-PERIOD               PIC 9(06).
000108 01  WS-RUN-TIME8                PIC 9(08).
000108 01  WS-RUN-TIME-R  REDEFINES WS-RUN-TIME8.
000108     05  WS-RUN-TIME             PIC 9(06).
000108     05  FILLER                  PIC 9(02).
000108
000108************************************************************
000108*    BATCH CONTROL RECORD - THE BATCH ID IS THE RUN DATE AND
000108*    TIME. STATUS O = OPEN FOR REVIEW, R = RELEASED (BY
000108*    OPERATOR, DATE, TIME), T = TRANSMITTED BY BNKPAY1
000108************************************************************
000108 01  WS-BONBATCH-REC.
000108     05  WS-BAT-BATCH-ID.
000108         10  WS-BAT-RUN-DATE         PIC 9(08).
000108         10  WS-BAT-RUN-TIME         PIC 9(06).
000108     05  WS-BAT-REC-COUNT            PIC 9(06).
000108     05  WS-BAT-BONUS-TOTAL          PIC 9(09)V99.
000108     05  WS-BAT-STATUS               PIC X(01).
000108     05  WS-BAT-REL-OPERATOR         PIC X(08).
000108     05  WS-BAT-REL-DATE             PIC 9(08).
000108     05  WS-BAT-REL-TIME             PIC 9(06).
000108     05  WS-BAT-TRANS-DATE           PIC 9(08).
000108     05  FILLER                      PIC X(18).
000108 01  WS-BONHIST-EOF-SW           PIC X(01)  VALUE 'N'.
000108     88  BONHIST-EOF                  VALUE 'Y'.
000108 01  W06-PAID-TABLE.
000126************************************************************
000127*    INPUT AND OUTPUT RECORD LAYOUTS (READ INTO, WRITE FROM)
000128*    THE WITHHOLDING AMOUNTS WERE CARVED OUT OF WS-OUT-FILLER
000129*    SO THE OUTPUT RECORD STAYS 80 BYTES WIDE, AS WAS THE
000129*    MATCHED EMPLOYEE'S EMP-ID THAT BNKPAY1 READS.
000130************************************************************
000131 01  WS-INBONUS-REC.
000132     05  WS-IN-STATE-CODE                 PIC X(02).
000147     05  WS-OUT-ST-EXEMPT-IND               PIC X(1).
000148     05  WS-OUT-FED-WITHHOLD                PIC 9(7)V99.
000149     05  WS-OUT-ST-WITHHOLD                 PIC 9(7)V99.
000150     05  WS-OUT-EMP-ID                      PIC X(04).
000150     05  WS-OUT-FILLER                      PIC X(09).
000151
000152************************************************************
000153*    REJECT RECORD LAYOUT - HOLDS THE FIELDS AN ANALYST
000220* LOAD THIS PERIOD'S PAID BONUSES FOR THE DUPLICATE-RUN
000220* CHECK, THEN LEAVE THE HISTORY OPEN FOR APPENDING
000220     ACCEPT WS-RUN-DATE8 FROM DATE YYYYMMDD.
000220     ACCEPT WS-RUN-TIME8 FROM TIME.
000220     MOVE WS-RUN-DATE8(1:6) TO WS-RUN-PERIOD.
000220     PERFORM P0240-LOAD-HISTORY THRU P0249-EXIT.
000220     OPEN EXTEND BONUS-HISTORY
000225       GO TO P0235-EXIT
000225     END-IF
000225     ADD 1 TO WS-EMP-COUNT
000225     MOVE EM-EMP-ID      TO WS-EMP-ID-TBL(WS-EMP-COUNT)
000225     MOVE EM-EMP-LNAME   TO WS-EMP-LNAME-TBL(WS-EMP-COUNT)
000225     MOVE EM-EMP-NAME    TO WS-EMP-FNAME-TBL(WS-EMP-COUNT)
000225     MOVE EM-EMP-ENDDATE TO WS-EMP-ENDDATE-TBL(WS-EMP-COUNT)
000247       MOVE WS-IN-FED-EXEMPT-IND  TO WS-OUT-FED-EXEMPT-IND
000248       MOVE WS-IN-ST-EXEMPT-IND   TO WS-OUT-ST-EXEMPT-IND
000249       MOVE WS-IN-FILLER          TO WS-OUT-FILLER
000249       MOVE WS-CUR-EMP-ID         TO WS-OUT-EMP-ID
000250
000251       PERFORM P0700-CALC-WITHHOLDING THRU P0799-EXIT
000252
000280           OR NOT EMPLOYEE-NOT-FOUND.
000280     IF EMPLOYEE-IS-ACTIVE
000280       ADD 1 TO WS-REC-EMP-MATCHED
000280       MOVE WS-EMP-ID-TBL(WS-EMP-SUB) TO WS-CUR-EMP-ID
000280*      THE SEARCH LEFT WS-EMP-SUB ON THE MATCHED SLOT; KEEP
000280*      ITS DEPARTMENT FOR THE BY-DEPARTMENT BREAKDOWN
000280       IF WS-EMP-DEPT-TBL(WS-EMP-SUB) = SPACES
000294     PERFORM P0420-BALANCING-REPORT THRU P0429-EXIT.
000295     PERFORM P0450-STATE-REPORT     THRU P0459-EXIT.
000295     PERFORM P0460-DEPT-REPORT      THRU P0469-EXIT.
000295     PERFORM P0480-WRITE-BATCH      THRU P0489-EXIT.
000296
000297     CLOSE INPUT-BONUS
000298     IF WS-INBONUS-STATUS = 0
000343     END-IF.
000344 P0429-EXIT.
000345     EXIT.
000345
000345************************************************************
000345*    BATCH CONTROL - THIS RUN'S OUTBONUS IS A NEW BATCH, OPEN
000345*    FOR REVIEW; ANY EARLIER RELEASE NO LONGER APPLIES
000345************************************************************
000345 P0480-WRITE-BATCH.
000345     MOVE SPACES              TO WS-BONBATCH-REC.
000345     MOVE WS-RUN-DATE8        TO WS-BAT-RUN-DATE.
000345     MOVE WS-RUN-TIME         TO WS-BAT-RUN-TIME.
000345     MOVE WS-REC-OUT          TO WS-BAT-REC-COUNT.
000345     MOVE WS-OUT-BONUS-TOTAL  TO WS-BAT-BONUS-TOTAL.
000345     MOVE 'O'                 TO WS-BAT-STATUS.
000345     MOVE ZEROS               TO WS-BAT-REL-DATE
000345                                 WS-BAT-REL-TIME
000345                                 WS-BAT-TRANS-DATE.
000345     OPEN OUTPUT BONUS-BATCH
000345     IF WS-BONBATCH-STATUS NOT = '00'
000345       DISPLAY '**** ERROR ON OPEN BONBATCH FILE '
000345       DISPLAY '**** RETURN CODE = ' WS-BONBATCH-STATUS
000345       MOVE 12 TO RETURN-CODE
000345       GO TO P0489-EXIT
000345     END-IF.
000345     WRITE FD-BONBATCH-REC FROM WS-BONBATCH-REC.
000345     CLOSE BONUS-BATCH.
000345 P0489-EXIT.
000345     EXIT.
000346
000347************************************************************
000348*    WRITE OUTPUT RECORDS
