000017* THE HASH TOTAL OF THE NET AMOUNTS. A PRINTED TRANSMITTAL
000018* REPORT (BANKPAY.RPT) SHOWS GROSS, WITHHOLDINGS AND NET
000019* TOTALS THAT MUST TIE BACK TO THE LAB5 BALANCING REPORT.
000019* EACH DETAIL CARRIES THE EMP-ID AND THE EMPLOYEE'S DIRECT-
000019* DEPOSIT ACCOUNT FROM THE EMPLOYEE MASTER (IDFEMPS.DAT);
000019* AN EMPLOYEE WITH NO ACCOUNT, OR ONE STILL IN PRENOTE (SEE
000019* BNKPRE1), IS LEFT OFF THE BANK FILE AND PRINTED ON THE
000019* MANUAL-PAYMENT LIST (MANPAY.RPT) INSTEAD. THE RUN IS
000019* REFUSED UNLESS A SUPERVISOR HAS RELEASED THE BATCH IN
000019* BONAPR1 (BONBATCH.DAT); LINES HELD THERE (BONHOLD.DAT) ARE
000019* LEFT OUT, AND EARLIER HOLDS SINCE UNHELD ARE PAID WITH IT.
000020************************************************************
000021*    MODIFICATION HISTORY
000022*    ----------------------------------------------------
000023*    DATE       BY    DESCRIPTION
000024*    ---------- ----- ----------------------------------
000025*    2026-10-15 RJM   WRITE THE EMP-ID, ROUTING NUMBER,
000025*                     ACCOUNT NUMBER AND ACCOUNT TYPE ON EACH
000025*                     DETAIL FROM IDFEMPS.DAT. EMPLOYEES
000025*                     WITHOUT AN ACTIVE (PRENOTED) ACCOUNT GO
000025*                     TO THE MANUAL-PAYMENT LIST MANPAY.RPT;
000025*                     THE TRAILER HASH COVERS THE BANK FILE
000025*                     ONLY.
000025*    2026-10-15 RJM   REFUSE TO RUN UNLESS BONBATCH.DAT SHOWS
000025*                     THE BATCH RELEASED IN BONAPR1. LINES
000025*                     HELD ON BONHOLD.DAT ARE LEFT OUT OF THE
000025*                     BANK FILE AND HASH; EARLIER HOLDS SINCE
000025*                     UNHELD ARE PAID AND MARKED PAID. THE
000025*                     BATCH IS MARKED TRANSMITTED AT THE END.
000025*    2026-10-15 RJM   ARCHIVE A STAMPED COPY OF BANKPAY.RPT AND
000025*                     MANPAY.RPT IN THE REPORTS.CAT CATALOG
000025*                     (RPTARC) ONCE CLOSED.
000026************************************************************
000027*          E N V I R O N M E N T   D I V I S I O N
000028************************************************************
000036     SELECT TRANSMITTAL  ASSIGN TO "BANKPAY.RPT"
000037              FILE STATUS IS WS-TRANSMIT-STATUS
000038              ORGANIZATION IS LINE SEQUENTIAL.
000038     SELECT MANUAL-PAY   ASSIGN TO "MANPAY.RPT"
000038              FILE STATUS IS WS-MANPAY-STATUS
000038              ORGANIZATION IS LINE SEQUENTIAL.
000038     SELECT BONUS-BATCH  ASSIGN TO "BONBATCH.DAT"
000038              FILE STATUS IS WS-BONBATCH-STATUS
000038              ORGANIZATION IS LINE SEQUENTIAL.
000038     SELECT BONUS-HOLD   ASSIGN TO "BONHOLD.DAT"
000038              FILE STATUS IS WS-BONHOLD-STATUS
000038              ORGANIZATION IS INDEXED
000038              ACCESS MODE IS DYNAMIC
000038              RECORD KEY IS HLD-KEY.
000038     SELECT EMPL-MASTER  ASSIGN TO "IDFEMPS.DAT"
000038              FILE STATUS IS WS-EMPMAST-STATUS
000038              ORGANIZATION IS INDEXED
000038              ACCESS MODE IS RANDOM
000038              RECORD KEY IS EM-EMP-ID
000038              ALTERNATE RECORD KEY IS EM-EMP-LNAME
000038              WITH DUPLICATES.
000039************************************************************
000040*          D A T A   D I V I S I O N
000041************************************************************
000062************************************************************
000063 FD  TRANSMITTAL.
000064 01  FD-TRANSMIT-REC                     PIC X(80).
000064************************************************************
000064*    MANUAL-PAY - PRINTED MANUAL-PAYMENT LIST      OUTPUT
000064************************************************************
000064 FD  MANUAL-PAY.
000064 01  FD-MANPAY-REC                       PIC X(80).
000064************************************************************
000064*    BONUS-BATCH - THE BATCH CONTROL RECORD LAB5 WRITES AND
000064*    BONAPR1 RELEASES                               I-O
000064************************************************************
000064 FD  BONUS-BATCH.
000064 01  FD-BONBATCH-REC                     PIC X(80).
000064************************************************************
000064*    BONUS-HOLD - LINES HELD IN BONAPR1. STATUS H = HELD,
000064*    L = UNHELD FROM AN EARLIER BATCH, TO PAY NOW,
000064*    P = PAID                                       I-O
000064************************************************************
000064 FD  BONUS-HOLD.
000064 01  FD-BONHOLD-REC.
000064     05  HLD-KEY.
000064         10  HLD-BATCH-ID                 PIC 9(14).
000064         10  HLD-SEQ                      PIC 9(5).
000064     05  HLD-BONUS-IMAGE                  PIC X(80).
000064     05  HLD-STATUS                       PIC X(1).
000064         88  HOLD-HELD                        VALUE 'H'.
000064         88  HOLD-UNHELD                      VALUE 'L'.
000064     05  HLD-REASON                       PIC X(30).
000064     05  HLD-HELD-BY                      PIC X(8).
000064     05  HLD-HELD-DATE                    PIC 9(8).
000064     05  HLD-HELD-TIME                    PIC 9(6).
000064     05  HLD-REL-BY                       PIC X(8).
000064     05  HLD-REL-DATE                     PIC 9(8).
000064     05  HLD-PAID-DATE                    PIC 9(8).
000064************************************************************
000064*    EMPL-MASTER - THE INDEXED EMPLOYEE MASTER, READ BY
000064*    EMP-ID FOR THE DIRECT-DEPOSIT ACCOUNT          INPUT
000064************************************************************
000064 FD  EMPL-MASTER.
000064 01  FD-EMPMAST-REC.
000064     05  EM-EMP-ID                        PIC X(4).
000064     05  EM-EMP-LNAME                     PIC X(20).
000064     05  EM-EMP-NAME                      PIC X(20).
000064     05  EM-EMP-INITDATE                  PIC X(8).
000064     05  EM-EMP-ENDDATE                   PIC X(8).
000064     05  EM-EMP-DEPT                      PIC X(4).
000064     05  EM-EMP-BANK-ROUTING              PIC X(9).
000064     05  EM-EMP-BANK-ACCOUNT              PIC X(17).
000064     05  EM-EMP-BANK-ACCT-TYPE            PIC X(1).
000064     05  EM-EMP-PRENOTE-STATUS            PIC X(1).
000064         88  ACCOUNT-ACTIVE                   VALUE 'A'.
000064     05  EM-EMP-PRENOTE-DATE              PIC X(8).
000065
000066 WORKING-STORAGE SECTION.
000067 01  FILLER                      PIC X(40)  VALUE
000069 01  WS-INBONUS-STATUS           PIC 9(02)  VALUE  ZEROS.
000070 01  WS-BANKPAY-STATUS           PIC 9(02)  VALUE  ZEROS.
000071 01  WS-TRANSMIT-STATUS          PIC X(02)  VALUE  ZEROS.
000071 01  WS-MANPAY-STATUS            PIC X(02)  VALUE  ZEROS.
000071 01  WS-EMPMAST-STATUS           PIC X(02)  VALUE  ZEROS.
000071 01  WS-BONBATCH-STATUS          PIC X(02)  VALUE  ZEROS.
000071 01  WS-BONHOLD-STATUS           PIC X(02)  VALUE  ZEROS.
000072
000073************************************************************
000074*    ACCUMULATORS - THE GROSS AND WITHHOLDING TOTALS MUST
000085                                               VALUE ZEROS.
000086     05  WS-NET-TOTAL            PIC S9(11)V99 COMP-3
000087                                               VALUE ZEROS.
000087     05  WS-BANK-TOTAL           PIC S9(11)V99 COMP-3
000087                                               VALUE ZEROS.
000087     05  WS-MAN-COUNT            PIC S9(04) COMP   VALUE ZEROS.
000087     05  WS-MAN-TOTAL            PIC S9(11)V99 COMP-3
000087                                               VALUE ZEROS.
000087     05  WS-HELD-COUNT           PIC S9(04) COMP   VALUE ZEROS.
000087     05  WS-HELD-TOTAL           PIC S9(11)V99 COMP-3
000087                                               VALUE ZEROS.
000087     05  WS-REL-COUNT            PIC S9(04) COMP   VALUE ZEROS.
000087     05  WS-REL-TOTAL            PIC S9(11)V99 COMP-3
000087                                               VALUE ZEROS.
000088 01  WS-NET-PAY                  PIC 9(07)V99  VALUE ZEROS.
000088************************************************************
000088*    ACCEPT FROM TIME DELIVERS HHMMSSHH; A 9(6) RECEIVER
000089
000090 01  W02-SWITCHES.
000091     05  WS-INBONUS-EOF-SW      PIC X(01)    VALUE 'N'.
000091     05  WS-EMPMAST-OPEN-SW     PIC X(01)    VALUE 'N'.
000091         88  EMPMAST-IS-OPEN          VALUE 'Y'.
000091     05  WS-PAY-ROUTE-SW        PIC X(01)    VALUE 'B'.
000091         88  PAY-BY-BANK              VALUE 'B'.
000091         88  PAY-MANUALLY             VALUE 'M'.
000091     05  WS-BONHOLD-OPEN-SW     PIC X(01)    VALUE 'N'.
000091         88  BONHOLD-IS-OPEN          VALUE 'Y'.
000091     05  WS-BONHOLD-EOF-SW      PIC X(01)    VALUE 'N'.
000091         88  BONHOLD-EOF              VALUE 'Y'.
000091     05  WS-LINE-HELD-SW        PIC X(01)    VALUE 'N'.
000091         88  LINE-IS-HELD             VALUE 'Y'.
000091 01  WS-MAN-REASON               PIC X(22)  VALUE SPACES.
000091
000091************************************************************
000091*    BATCH CONTROL RECORD - SAME LAYOUT LAB5 WRITES. STATUS
000091*    O = OPEN FOR REVIEW, R = RELEASED, T = TRANSMITTED
000091************************************************************
000091 01  WS-BONBATCH-REC.
000091     05  WS-BAT-BATCH-ID             PIC 9(14).
000091     05  WS-BAT-REC-COUNT            PIC 9(06).
000091     05  WS-BAT-BONUS-TOTAL          PIC 9(09)V99.
000091     05  WS-BAT-STATUS               PIC X(01).
000091         88  BATCH-RELEASED               VALUE 'R'.
000091         88  BATCH-TRANSMITTED            VALUE 'T'.
000091     05  WS-BAT-REL-OPERATOR         PIC X(08).
000091     05  WS-BAT-REL-DATE             PIC 9(08).
000091     05  WS-BAT-REL-TIME             PIC 9(06).
000091     05  WS-BAT-TRANS-DATE           PIC 9(08).
000091     05  FILLER                      PIC X(18).
000092
000093************************************************************
000094*    INPUT RECORD - SAME LAYOUT LAB5 WRITES TO OUTBONUS
000103     05  WS-IN-ST-EXEMPT-IND               PIC X(01).
000104     05  WS-IN-FED-WITHHOLD                PIC 9(7)V99.
000105     05  WS-IN-ST-WITHHOLD                 PIC 9(7)V99.
000106     05  WS-IN-EMP-ID                      PIC X(04).
000106     05  WS-IN-FILLER                      PIC X(09).
000107
000108************************************************************
000109*    BANK FILE RECORD LAYOUTS - HEADER / DETAIL / TRAILER
000121     05  WS-DET-LAST-NAME                  PIC X(20).
000122     05  WS-DET-FIRST-NAME                 PIC X(15).
000123     05  WS-DET-NET-PAY                    PIC 9(07)V99.
000123     05  WS-DET-EMP-ID                     PIC X(04).
000123     05  WS-DET-ROUTING                    PIC X(09).
000123     05  WS-DET-ACCOUNT                    PIC X(17).
000123     05  WS-DET-ACCT-TYPE                  PIC X(01).
000124     05  FILLER                            PIC X(04)
000125                                           VALUE SPACES.
000126 01  WS-BANK-TRAILER.
000127     05  WS-TRL-TYPE                       PIC X(01) VALUE 'T'.
000144     05  FILLER              PIC X(25) VALUE
000145         'PAYMENTS WRITTEN:        '.
000146     05  WS-RPT-COUNT        PIC ZZZ,ZZ9.
000146
000146************************************************************
000146*    MANUAL-PAYMENT LIST LINES
000146************************************************************
000146 01  WS-MAN-HEADING.
000146     05  FILLER              PIC X(26) VALUE
000146         'MANUAL PAYMENTS           '.
000146     05  WS-MAN-DATE         PIC 9(08).
000146 01  WS-MAN-DETAIL.
000146     05  WS-MAN-EMP-ID       PIC X(04).
000146     05  FILLER              PIC X(01) VALUE SPACE.
000146     05  WS-MAN-LAST-NAME    PIC X(20).
000146     05  FILLER              PIC X(01) VALUE SPACE.
000146     05  WS-MAN-FIRST-NAME   PIC X(15).
000146     05  WS-MAN-NET-PAY      PIC ZZZZZZ9.99.
000146     05  FILLER              PIC X(01) VALUE SPACE.
000146     05  WS-MAN-REASON-OUT   PIC X(22).
000146 01  WS-MAN-TOTAL-LINE.
000146     05  FILLER              PIC X(18) VALUE
000146         'MANUAL PAYMENTS: '.
000146     05  WS-MAN-TOT-COUNT    PIC ZZZ,ZZ9.
000146     05  FILLER              PIC X(02) VALUE SPACES.
000146     05  WS-MAN-TOT-AMOUNT   PIC Z(10)9.99.
000147
000147* PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
000147 COPY "RPTARC.CPY".
000147
000148************************************************************
000149*          P R O C E D U R E   D I V I S I O N
000159     PERFORM P0300-PROCESS-INPUT THRU P0399-EXIT
000160         UNTIL WS-INBONUS-EOF-SW = 'Z'
000161
000161     PERFORM P0500-PAY-UNHELD    THRU P0599-EXIT
000161
000162     PERFORM P0400-WRAP-UP       THRU P0499-EXIT
000163
000164     STOP RUN.
000171************************************************************
000172 P0200-INITIALIZE.
000173
000173* NO MONEY MOVES ON A BATCH A SUPERVISOR HAS NOT RELEASED
000173     PERFORM P0250-CHECK-RELEASE THRU P0259-EXIT.
000173
000174     OPEN INPUT INPUT-BONUS
000175     IF WS-INBONUS-STATUS = 0
000176       CONTINUE
000192     END-IF.
000193
000194     OPEN OUTPUT TRANSMITTAL.
000194     OPEN OUTPUT MANUAL-PAY.
000194
000194* WITHOUT THE EMPLOYEE MASTER NO ACCOUNT CAN BE TRUSTED; THE
000194* RUN GOES ON AND EVERY EMPLOYEE IS LISTED FOR MANUAL PAYMENT
000194     OPEN INPUT EMPL-MASTER
000194     IF WS-EMPMAST-STATUS = '00'
000194       MOVE 'Y' TO WS-EMPMAST-OPEN-SW
000194     ELSE
000194       DISPLAY '**** WARNING - CANNOT OPEN EMPLOYEE MASTER '
000194       DISPLAY '**** RETURN CODE = ' WS-EMPMAST-STATUS
000194     END-IF.
000195
000196     ACCEPT WS-HDR-DATE FROM DATE YYYYMMDD.
000197     ACCEPT WS-RUN-TIME8 FROM TIME.
000197     MOVE WS-RUN-TIME TO WS-HDR-TIME.
000198     WRITE FD-BANKPAY-REC FROM WS-BANK-HEADER.
000198     MOVE WS-HDR-DATE TO WS-MAN-DATE.
000198     WRITE FD-MANPAY-REC FROM WS-MAN-HEADING.
000198
000198* NO HOLD FILE MEANS NOTHING WAS EVER HELD
000198     OPEN I-O BONUS-HOLD
000198     IF WS-BONHOLD-STATUS = '00'
000198       MOVE 'Y' TO WS-BONHOLD-OPEN-SW
000198     END-IF.
000199
000200     PERFORM P0900-READ-INPUT THRU P0999-EXIT.
000201
000202 P0299-EXIT.
000203     EXIT.
000203
000203************************************************************
000203*    THE BATCH CONTROL RECORD MUST SHOW THE BATCH RELEASED
000203*    (BONAPR1) AND NOT ALREADY TRANSMITTED
000203************************************************************
000203 P0250-CHECK-RELEASE.
000203     OPEN INPUT BONUS-BATCH
000203     IF WS-BONBATCH-STATUS NOT = '00'
000203       DISPLAY '**** ERROR ON OPEN BONBATCH FILE '
000203       DISPLAY '**** RETURN CODE = ' WS-BONBATCH-STATUS
000203       MOVE 12 TO RETURN-CODE
000203       STOP RUN
000203     END-IF.
000203     READ BONUS-BATCH INTO WS-BONBATCH-REC
000203       AT END MOVE SPACES TO WS-BONBATCH-REC
000203     END-READ.
000203     CLOSE BONUS-BATCH.
000203     IF BATCH-TRANSMITTED
000203       DISPLAY '**** BONUS BATCH ALREADY TRANSMITTED ON '
000203               WS-BAT-TRANS-DATE
000203       MOVE 12 TO RETURN-CODE
000203       STOP RUN
000203     END-IF.
000203     IF NOT BATCH-RELEASED
000203       DISPLAY '**** BONUS BATCH NOT RELEASED - SEE BONAPR1 '
000203       MOVE 12 TO RETURN-CODE
000203       STOP RUN
000203     END-IF.
000203     DISPLAY 'BNKPAY1 BATCH ' WS-BAT-BATCH-ID
000203             ' RELEASED BY ' WS-BAT-REL-OPERATOR
000203             ' ON ' WS-BAT-REL-DATE.
000203 P0259-EXIT.
000203     EXIT.
000204
000205************************************************************
000206*    PROCESS ONE OUTBONUS RECORD - DERIVE THE NET PAY AND
000207*    PAY IT, ACCUMULATING THE CONTROL TOTALS. A LINE HELD IN
000207*    BONAPR1 IS COUNTED BUT NOT PAID
000208************************************************************
000209 P0300-PROCESS-INPUT.
000210
000217     ADD WS-IN-ST-WITHHOLD   TO WS-ST-TOTAL
000218     ADD WS-NET-PAY          TO WS-NET-TOTAL
000219
000219     PERFORM P0320-CHECK-HELD THRU P0329-EXIT
000219     IF LINE-IS-HELD
000219       ADD +1         TO WS-HELD-COUNT
000219       ADD WS-NET-PAY TO WS-HELD-TOTAL
000219     ELSE
000219       PERFORM P0310-PAY-ONE THRU P0319-EXIT
000219     END-IF.
000219
000232 P0390-NEXT.
000233     PERFORM P0900-READ-INPUT THRU P0999-EXIT.
000234
000235 P0399-EXIT.
000236     EXIT.
000236
000236************************************************************
000236*    PAY ONE LINE - TO THE BANK FILE, OR BY HAND WHEN THE
000236*    EMPLOYEE HAS NO ACTIVE ACCOUNT
000236************************************************************
000236 P0310-PAY-ONE.
000236     PERFORM P0350-FETCH-ACCOUNT THRU P0359-EXIT
000236     IF PAY-MANUALLY
000236       PERFORM P0370-LIST-MANUAL THRU P0379-EXIT
000236       GO TO P0319-EXIT
000236     END-IF
000236
000220     MOVE WS-IN-LAST-NAME       TO WS-DET-LAST-NAME
000221     MOVE WS-IN-FIRST-NAME      TO WS-DET-FIRST-NAME
000222     MOVE WS-NET-PAY            TO WS-DET-NET-PAY
000222     MOVE WS-IN-EMP-ID          TO WS-DET-EMP-ID
000222     MOVE EM-EMP-BANK-ROUTING   TO WS-DET-ROUTING
000222     MOVE EM-EMP-BANK-ACCOUNT   TO WS-DET-ACCOUNT
000222     MOVE EM-EMP-BANK-ACCT-TYPE TO WS-DET-ACCT-TYPE
000223     WRITE FD-BANKPAY-REC FROM WS-BANK-DETAIL
000224     IF WS-BANKPAY-STATUS = 0
000225       ADD +1 TO WS-REC-OUT
000225       ADD WS-NET-PAY TO WS-BANK-TOTAL
000226     ELSE
000227       DISPLAY '**** ERROR ON WRITE BANKPAY FILE '
000228       DISPLAY '**** RETURN CODE = ' WS-BANKPAY-STATUS
000229       MOVE 12 TO RETURN-CODE
000230       STOP RUN
000231     END-IF.
000232
000236 P0319-EXIT.
000236     EXIT.
000236
000236************************************************************
000236*    IS THIS LINE OF THE BATCH HELD ON BONHOLD.DAT?  THE LINE
000236*    NUMBER IS ITS POSITION ON OUTBONUS, AS BONAPR1 SHOWS IT
000236************************************************************
000236 P0320-CHECK-HELD.
000236     MOVE 'N' TO WS-LINE-HELD-SW.
000236     IF NOT BONHOLD-IS-OPEN
000236       GO TO P0329-EXIT
000236     END-IF
000236     MOVE WS-BAT-BATCH-ID TO HLD-BATCH-ID
000236     MOVE WS-REC-IN       TO HLD-SEQ
000236     READ BONUS-HOLD
000236       INVALID KEY
000236         GO TO P0329-EXIT
000236     END-READ
000236     IF HOLD-HELD
000236       MOVE 'Y' TO WS-LINE-HELD-SW
000236     END-IF.
000236 P0329-EXIT.
000236     EXIT.
000236
000236************************************************************
000236*    FETCH THE EMPLOYEE'S DIRECT-DEPOSIT ACCOUNT BY EMP-ID.
000236*    ONLY AN ACCOUNT THE BANK HAS ACCEPTED A PRENOTE FOR
000236*    (STATUS A) IS PAID INTO; ANYTHING ELSE IS PAID BY HAND
000236************************************************************
000236 P0350-FETCH-ACCOUNT.
000236     MOVE 'M' TO WS-PAY-ROUTE-SW.
000236     IF NOT EMPMAST-IS-OPEN
000236       MOVE 'EMPLOYEE MASTER DOWN' TO WS-MAN-REASON
000236       GO TO P0359-EXIT
000236     END-IF
000236     IF WS-IN-EMP-ID = SPACES
000236       MOVE 'NO EMP-ID ON OUTBONUS' TO WS-MAN-REASON
000236       GO TO P0359-EXIT
000236     END-IF
000236     MOVE WS-IN-EMP-ID TO EM-EMP-ID
000236     READ EMPL-MASTER
000236       INVALID KEY
000236         MOVE 'NOT ON EMPLOYEE MASTER' TO WS-MAN-REASON
000236         GO TO P0359-EXIT
000236     END-READ
000236     IF EM-EMP-BANK-ROUTING = SPACES
000236       OR EM-EMP-BANK-ACCOUNT = SPACES
000236       MOVE 'NO BANK ACCOUNT' TO WS-MAN-REASON
000236       GO TO P0359-EXIT
000236     END-IF
000236     IF NOT ACCOUNT-ACTIVE
000236       MOVE 'ACCOUNT IN PRENOTE' TO WS-MAN-REASON
000236       GO TO P0359-EXIT
000236     END-IF
000236     MOVE 'B' TO WS-PAY-ROUTE-SW.
000236 P0359-EXIT.
000236     EXIT.
000236
000236************************************************************
000236*    ONE LINE ON THE MANUAL-PAYMENT LIST
000236************************************************************
000236 P0370-LIST-MANUAL.
000236     MOVE WS-IN-EMP-ID     TO WS-MAN-EMP-ID.
000236     MOVE WS-IN-LAST-NAME  TO WS-MAN-LAST-NAME.
000236     MOVE WS-IN-FIRST-NAME TO WS-MAN-FIRST-NAME.
000236     MOVE WS-NET-PAY       TO WS-MAN-NET-PAY.
000236     MOVE WS-MAN-REASON    TO WS-MAN-REASON-OUT.
000236     WRITE FD-MANPAY-REC FROM WS-MAN-DETAIL.
000236     ADD +1         TO WS-MAN-COUNT.
000236     ADD WS-NET-PAY TO WS-MAN-TOTAL.
000236 P0379-EXIT.
000236     EXIT.
000237
000238************************************************************
000238*    PAY THE LINES OF EARLIER BATCHES THAT WERE HELD AND HAVE
000238*    SINCE BEEN UNHELD IN BONAPR1, MARKING EACH ONE PAID. THEY
000238*    ARE NOT PART OF THIS BATCH'S GROSS AND WITHHOLDING TOTALS
000238************************************************************
000238 P0500-PAY-UNHELD.
000238     IF NOT BONHOLD-IS-OPEN
000238       GO TO P0599-EXIT
000238     END-IF
000238     MOVE LOW-VALUES TO HLD-KEY
000238     START BONUS-HOLD KEY IS NOT LESS THAN HLD-KEY
000238       INVALID KEY MOVE 'Y' TO WS-BONHOLD-EOF-SW
000238     END-START
000238     PERFORM P0550-PAY-ONE-UNHELD THRU P0559-EXIT
000238         UNTIL BONHOLD-EOF.
000238 P0599-EXIT.
000238     EXIT.
000238
000238 P0550-PAY-ONE-UNHELD.
000238     READ BONUS-HOLD NEXT RECORD
000238       AT END MOVE 'Y' TO WS-BONHOLD-EOF-SW
000238     END-READ
000238     IF BONHOLD-EOF OR NOT HOLD-UNHELD
000238       GO TO P0559-EXIT
000238     END-IF
000238     MOVE HLD-BONUS-IMAGE TO WS-INBONUS-REC
000238     COMPUTE WS-NET-PAY = WS-IN-BONUS-AMT
000238                        - WS-IN-FED-WITHHOLD
000238                        - WS-IN-ST-WITHHOLD
000238     ADD +1         TO WS-REL-COUNT
000238     ADD WS-NET-PAY TO WS-REL-TOTAL
000238     PERFORM P0310-PAY-ONE THRU P0319-EXIT
000238     MOVE 'P'         TO HLD-STATUS
000238     MOVE WS-HDR-DATE TO HLD-PAID-DATE
000238     REWRITE FD-BONHOLD-REC
000238     IF WS-BONHOLD-STATUS NOT = '00'
000238       DISPLAY '**** ERROR ON REWRITE BONHOLD FILE '
000238       DISPLAY '**** RETURN CODE = ' WS-BONHOLD-STATUS
000238       MOVE 12 TO RETURN-CODE
000238       STOP RUN
000238     END-IF.
000238 P0559-EXIT.
000238     EXIT.
000238
000238************************************************************
000239*    WRAP UP - TRAILER, TRANSMITTAL REPORT, CLOSE FILES,
000239*    MARK THE BATCH TRANSMITTED
000240************************************************************
000241 P0400-WRAP-UP.
000242
000243     MOVE WS-REC-OUT  TO WS-TRL-COUNT.
000244     MOVE WS-BANK-TOTAL TO WS-TRL-HASH.
000245     WRITE FD-BANKPAY-REC FROM WS-BANK-TRAILER.
000246
000247     PERFORM P0450-TRANSMITTAL-REPORT THRU P0459-EXIT.
000248
000249     DISPLAY 'BNKPAY1 RECORDS READ    = ' WS-REC-IN.
000250     DISPLAY 'BNKPAY1 PAYMENTS WRITTEN= ' WS-REC-OUT.
000250     DISPLAY 'BNKPAY1 MANUAL PAYMENTS = ' WS-MAN-COUNT.
000250     DISPLAY 'BNKPAY1 LINES HELD      = ' WS-HELD-COUNT.
000250     DISPLAY 'BNKPAY1 EARLIER UNHELD  = ' WS-REL-COUNT.
000250     IF WS-REC-IN NOT = WS-BAT-REC-COUNT
000250       DISPLAY '**** WARNING - OUTBONUS RECORDS DO NOT AGREE '
000250               'WITH THE RELEASED BATCH COUNT '
000250               WS-BAT-REC-COUNT
000250     END-IF.
000250
000250     MOVE WS-MAN-COUNT TO WS-MAN-TOT-COUNT.
000250     MOVE WS-MAN-TOTAL TO WS-MAN-TOT-AMOUNT.
000250     WRITE FD-MANPAY-REC FROM WS-MAN-TOTAL-LINE.
000251
000252     CLOSE INPUT-BONUS.
000253     CLOSE BANK-PAYMENT.
000254     CLOSE TRANSMITTAL.
000254     MOVE 'BNKPAY1'     TO RPTARC-PROGRAM.
000254     MOVE 'BANK PAYMENT TRANSMITTAL'
000254        TO RPTARC-TITLE.
000254     MOVE 'BANKPAY.RPT' TO RPTARC-REPORT-NAME.
000254     MOVE 0             TO RPTARC-PAGES.
000254     MOVE SPACES        TO RPTARC-OPERATOR.
000254     MOVE 'A'           TO RPTARC-RETENTION.
000254     CALL 'RPTARC' USING RPTARC-PARMS.
000254     CLOSE MANUAL-PAY.
000254     MOVE 'BNKPAY1'    TO RPTARC-PROGRAM.
000254     MOVE 'MANUAL PAYMENT LIST'
000254        TO RPTARC-TITLE.
000254     MOVE 'MANPAY.RPT' TO RPTARC-REPORT-NAME.
000254     MOVE 0            TO RPTARC-PAGES.
000254     MOVE SPACES       TO RPTARC-OPERATOR.
000254     MOVE 'A'          TO RPTARC-RETENTION.
000254     CALL 'RPTARC' USING RPTARC-PARMS.
000254     IF EMPMAST-IS-OPEN
000254       CLOSE EMPL-MASTER
000254     END-IF.
000254     IF BONHOLD-IS-OPEN
000254       CLOSE BONUS-HOLD
000254     END-IF.
000254
000254     MOVE 'T'         TO WS-BAT-STATUS.
000254     MOVE WS-HDR-DATE TO WS-BAT-TRANS-DATE.
000254     OPEN OUTPUT BONUS-BATCH
000254     IF WS-BONBATCH-STATUS = '00'
000254       WRITE FD-BONBATCH-REC FROM WS-BONBATCH-REC
000254       CLOSE BONUS-BATCH
000254     ELSE
000254       DISPLAY '**** ERROR ON OPEN BONBATCH FILE '
000254       DISPLAY '**** RETURN CODE = ' WS-BONBATCH-STATUS
000254       MOVE 12 TO RETURN-CODE
000254     END-IF.
000255
000256 P0499-EXIT.
000257     EXIT.
000258
000259************************************************************
000260*    TRANSMITTAL REPORT - GROSS AND WITHHOLDING TOTALS MUST
000261*    AGREE WITH THE LAB5 BALANCING REPORT; NET IS SPLIT
000262*    BETWEEN THE BANK FILE (WHICH MUST EQUAL THE TRAILER HASH
000262*    TOTAL) AND THE MANUAL-PAYMENT LIST, ONCE THE HELD LINES
000262*    ARE TAKEN OFF AND THE EARLIER HOLDS NOW PAID ADDED ON
000263************************************************************
000264 P0450-TRANSMITTAL-REPORT.
000265     MOVE WS-HDR-DATE TO WS-RPT-DATE.
000273     MOVE 'STATE WITHHOLDING:       ' TO WS-RPT-TEXT.
000274     MOVE WS-ST-TOTAL TO WS-RPT-AMOUNT.
000275     WRITE FD-TRANSMIT-REC FROM WS-RPT-LINE.
000276     MOVE 'NET PAY TOTAL:           ' TO WS-RPT-TEXT.
000277     MOVE WS-NET-TOTAL TO WS-RPT-AMOUNT.
000278     WRITE FD-TRANSMIT-REC FROM WS-RPT-LINE.
000278     MOVE 'LESS HELD IN BONAPR1:    ' TO WS-RPT-TEXT.
000278     MOVE WS-HELD-TOTAL TO WS-RPT-AMOUNT.
000278     WRITE FD-TRANSMIT-REC FROM WS-RPT-LINE.
000278     MOVE 'PLUS EARLIER HOLDS PAID: ' TO WS-RPT-TEXT.
000278     MOVE WS-REL-TOTAL TO WS-RPT-AMOUNT.
000278     WRITE FD-TRANSMIT-REC FROM WS-RPT-LINE.
000278     MOVE 'BANK FILE (HASH TOTAL):  ' TO WS-RPT-TEXT.
000278     MOVE WS-BANK-TOTAL TO WS-RPT-AMOUNT.
000278     WRITE FD-TRANSMIT-REC FROM WS-RPT-LINE.
000278     MOVE 'MANUAL PAYMENTS:         ' TO WS-RPT-TEXT.
000278     MOVE WS-MAN-TOTAL TO WS-RPT-AMOUNT.
000278     WRITE FD-TRANSMIT-REC FROM WS-RPT-LINE.
000279     MOVE WS-REC-OUT TO WS-RPT-COUNT.
000280     WRITE FD-TRANSMIT-REC FROM WS-RPT-COUNT-LINE.
000281 P0459-EXIT.
