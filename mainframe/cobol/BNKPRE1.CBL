000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID.    BNKPRE1.
000003 AUTHOR.        SPARKY KEN.
000004 INSTALLATION.  IBM.
000005 DATE-WRITTEN.  OCTOBER, 2026.
000006 DATE-COMPILED.
000007************************************************************
000008*               PROGRAM BNKPRE1
000009*  DIRECT-DEPOSIT PRENOTES FROM THE EMPLOYEE MASTER
000010************************************************************
000011* RUNS BEFORE BNKPAY1. SWEEPS THE EMPLOYEE MASTER
000012* (IDFEMPS.DAT) FOR BANK ACCOUNTS ADDED OR CHANGED IN EMPMNT1
000013* (PRENOTE STATUS P) AND WRITES ONE ZERO-AMOUNT PRENOTE PER
000014* ACCOUNT TO THE BANK FILE BANKPRE, IN THE SAME HEADER /
000015* DETAIL / TRAILER FORMAT AS BANKPAY, MARKING THE ACCOUNT AS
000016* PRENOTE SENT (S) WITH TODAY'S DATE. AN ACCOUNT WHOSE
000017* PRENOTE WENT OUT AT LEAST WS-PRENOTE-WAIT-DAYS AGO WITHOUT
000018* THE BANK REJECTING IT IS MADE ACTIVE (A); ONLY ACTIVE
000019* ACCOUNTS ARE PAID BY BNKPAY1. A REJECTED PRENOTE IS FIXED
000020* IN EMPMNT1, WHICH PUTS THE ACCOUNT BACK TO STATUS P.
000021* TERMINATED EMPLOYEES ARE LEFT ALONE. THE PRINTED LIST
000022* BANKPRE.RPT SHOWS EVERY PRENOTE SENT AND ACCOUNT ACTIVATED.
000023************************************************************
000024*    MODIFICATION HISTORY
000025*    ----------------------------------------------------
000026*    DATE       BY    DESCRIPTION
000027*    ---------- ----- ----------------------------------
000028*    2026-10-15 RJM   ARCHIVE A STAMPED COPY OF BANKPRE.RPT IN THE
000028*                     REPORTS.CAT CATALOG (RPTARC) ONCE CLOSED.
000029************************************************************
000030*          E N V I R O N M E N T   D I V I S I O N
000031************************************************************
000032 ENVIRONMENT DIVISION.
000033 INPUT-OUTPUT SECTION.
000034 FILE-CONTROL.
000035     SELECT EMPL-MASTER  ASSIGN TO "IDFEMPS.DAT"
000036              FILE STATUS IS WS-EMPMAST-STATUS
000037              ORGANIZATION IS INDEXED
000038              ACCESS MODE IS SEQUENTIAL
000039              RECORD KEY IS EM-EMP-ID
000040              ALTERNATE RECORD KEY IS EM-EMP-LNAME
000041              WITH DUPLICATES.
000042     SELECT BANK-PRENOTE ASSIGN TO BANKPRE
000043              FILE STATUS IS WS-BANKPRE-STATUS.
000044     SELECT PRENOTE-LIST ASSIGN TO "BANKPRE.RPT"
000045              FILE STATUS IS WS-PRELIST-STATUS
000046              ORGANIZATION IS LINE SEQUENTIAL.
000047************************************************************
000048*          D A T A   D I V I S I O N
000049************************************************************
000050 DATA DIVISION.
000051 FILE SECTION.
000052************************************************************
000053*    EMPL-MASTER - THE INDEXED EMPLOYEE MASTER      I-O
000054************************************************************
000055 FD  EMPL-MASTER.
000056 01  FD-EMPMAST-REC.
000057     05  EM-EMP-ID                        PIC X(4).
000058     05  EM-EMP-LNAME                     PIC X(20).
000059     05  EM-EMP-NAME                      PIC X(20).
000060     05  EM-EMP-INITDATE                  PIC X(8).
000061     05  EM-EMP-ENDDATE                   PIC X(8).
000062     05  EM-EMP-DEPT                      PIC X(4).
000063     05  EM-EMP-BANK-ROUTING              PIC X(9).
000064     05  EM-EMP-BANK-ACCOUNT              PIC X(17).
000065     05  EM-EMP-BANK-ACCT-TYPE            PIC X(1).
000066     05  EM-EMP-PRENOTE-STATUS            PIC X(1).
000067         88  PRENOTE-TO-SEND                  VALUE 'P'.
000068         88  PRENOTE-SENT                     VALUE 'S'.
000069         88  ACCOUNT-ACTIVE                   VALUE 'A'.
000070     05  EM-EMP-PRENOTE-DATE              PIC X(8).
000071     05  EM-EMP-PRENOTE-DATE9 REDEFINES EM-EMP-PRENOTE-DATE
000072                                          PIC 9(8).
000073************************************************************
000074*    BANK-PRENOTE - FIXED FORMAT PRENOTE FILE       OUTPUT
000075************************************************************
000076 FD  BANK-PRENOTE
000077     RECORDING MODE IS F
000078     RECORD CONTAINS 80 CHARACTERS
000079     DATA RECORD IS FD-BANKPRE-REC.
000080 01  FD-BANKPRE-REC                      PIC X(80).
000081************************************************************
000082*    PRENOTE-LIST - PRINTED PRENOTE LIST            OUTPUT
000083************************************************************
000084 FD  PRENOTE-LIST.
000085 01  FD-PRELIST-REC                      PIC X(80).
000086
000087 WORKING-STORAGE SECTION.
000088 01  FILLER                      PIC X(40)  VALUE
000089     'BEGIN WORKING STORAGE FOR BNKPRE1 '.
000090 01  WS-EMPMAST-STATUS           PIC X(02)  VALUE  ZEROS.
000091 01  WS-BANKPRE-STATUS           PIC 9(02)  VALUE  ZEROS.
000092 01  WS-PRELIST-STATUS           PIC X(02)  VALUE  ZEROS.
000093
000094************************************************************
000095*    CALENDAR DAYS THE BANK HAS TO REJECT A PRENOTE BEFORE
000096*    THE ACCOUNT IS TAKEN AS GOOD AND PAID INTO
000097************************************************************
000098 01  WS-PRENOTE-WAIT-DAYS        PIC 9(03)  VALUE 10.
000099
000100 01  W01-ACCUMULATORS.
000101     05  WS-REC-IN               PIC S9(04) COMP   VALUE ZEROS.
000102     05  WS-PRENOTES-SENT        PIC S9(04) COMP   VALUE ZEROS.
000103     05  WS-ACCTS-ACTIVATED      PIC S9(04) COMP   VALUE ZEROS.
000104     05  WS-ACCTS-WAITING        PIC S9(04) COMP   VALUE ZEROS.
000105
000106 01  W02-SWITCHES.
000107     05  WS-EMPMAST-EOF-SW      PIC X(01)    VALUE 'N'.
000108         88  EMPMAST-EOF              VALUE 'Y'.
000109
000110 01  WS-RUN-DATE                 PIC 9(08).
000111 01  WS-RUN-DAYNUM               PIC S9(09) COMP VALUE ZEROS.
000112 01  WS-PRENOTE-DAYNUM           PIC S9(09) COMP VALUE ZEROS.
000113************************************************************
000114*    ACCEPT FROM TIME DELIVERS HHMMSSHH; A 9(6) RECEIVER
000115*    WOULD KEEP THE LOW-ORDER DIGITS AND LOSE THE HOUR
000116************************************************************
000117 01  WS-RUN-TIME8                PIC 9(08).
000118 01  WS-RUN-TIME-R  REDEFINES WS-RUN-TIME8.
000119     05  WS-RUN-TIME             PIC 9(06).
000120     05  FILLER                  PIC 9(02).
000121
000122************************************************************
000123*    PRENOTE FILE RECORD LAYOUTS - SAME AS BANKPAY, WITH A
000124*    ZERO AMOUNT ON EVERY DETAIL
000125************************************************************
000126 01  WS-BANK-HEADER.
000127     05  WS-HDR-TYPE                       PIC X(01) VALUE 'H'.
000128     05  WS-HDR-FILE-ID                    PIC X(08)
000129                                           VALUE 'BNKPRE1 '.
000130     05  WS-HDR-DATE                       PIC 9(08).
000131     05  WS-HDR-TIME                       PIC 9(06).
000132     05  FILLER                            PIC X(57)
000133                                           VALUE SPACES.
000134 01  WS-BANK-DETAIL.
000135     05  WS-DET-TYPE                       PIC X(01) VALUE 'D'.
000136     05  WS-DET-LAST-NAME                  PIC X(20).
000137     05  WS-DET-FIRST-NAME                 PIC X(15).
000138     05  WS-DET-NET-PAY                    PIC 9(07)V99.
000139     05  WS-DET-EMP-ID                     PIC X(04).
000140     05  WS-DET-ROUTING                    PIC X(09).
000141     05  WS-DET-ACCOUNT                    PIC X(17).
000142     05  WS-DET-ACCT-TYPE                  PIC X(01).
000143     05  FILLER                            PIC X(04)
000144                                           VALUE SPACES.
000145 01  WS-BANK-TRAILER.
000146     05  WS-TRL-TYPE                       PIC X(01) VALUE 'T'.
000147     05  WS-TRL-COUNT                      PIC 9(06).
000148     05  WS-TRL-HASH                       PIC 9(11)V99.
000149     05  FILLER                            PIC X(60)
000150                                           VALUE SPACES.
000151
000152************************************************************
000153*    PRENOTE LIST LINES
000154************************************************************
000155 01  WS-LST-HEADING.
000156     05  FILLER              PIC X(26) VALUE
000157         'DIRECT-DEPOSIT PRENOTES   '.
000158     05  WS-LST-DATE         PIC 9(08).
000159 01  WS-LST-DETAIL.
000160     05  WS-LST-ACTION       PIC X(10).
000161     05  WS-LST-EMP-ID       PIC X(04).
000162     05  FILLER              PIC X(01) VALUE SPACE.
000163     05  WS-LST-LAST-NAME    PIC X(20).
000164     05  FILLER              PIC X(01) VALUE SPACE.
000165     05  WS-LST-ROUTING      PIC X(09).
000166     05  FILLER              PIC X(01) VALUE SPACE.
000167     05  WS-LST-ACCOUNT      PIC X(17).
000168     05  FILLER              PIC X(01) VALUE SPACE.
000169     05  WS-LST-ACCT-TYPE    PIC X(01).
000170 01  WS-LST-COUNT-LINE.
000171     05  WS-LST-TEXT         PIC X(25).
000172     05  WS-LST-COUNT        PIC ZZZ,ZZ9.
000173
000173* PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
000173 COPY "RPTARC.CPY".
000173
000174************************************************************
000175*          P R O C E D U R E   D I V I S I O N
000176************************************************************
000177 PROCEDURE DIVISION.
000178************************************************************
000179*    MAINLINE
000180************************************************************
000181 P0100-MAINLINE.
000182
000183     PERFORM P0200-INITIALIZE    THRU P0299-EXIT
000184
000185     PERFORM P0300-PROCESS-EMPLOYEE THRU P0399-EXIT
000186         UNTIL EMPMAST-EOF
000187
000188     PERFORM P0400-WRAP-UP       THRU P0499-EXIT
000189
000190     STOP RUN.
000191
000192 P0199-EXIT.
000193     EXIT.
000194
000195************************************************************
000196*    INITIALIZE - OPEN FILES, WRITE THE HEADER, FIRST READ
000197************************************************************
000198 P0200-INITIALIZE.
000199
000200     OPEN I-O EMPL-MASTER
000201     IF WS-EMPMAST-STATUS = '00'
000202       CONTINUE
000203     ELSE
000204       DISPLAY '**** ERROR ON OPEN IDFEMPS FILE '
000205       DISPLAY '**** RETURN CODE = ' WS-EMPMAST-STATUS
000206       MOVE 12 TO RETURN-CODE
000207       STOP RUN
000208     END-IF.
000209
000210     OPEN OUTPUT BANK-PRENOTE
000211     IF WS-BANKPRE-STATUS = 0
000212       CONTINUE
000213     ELSE
000214       DISPLAY '**** ERROR ON OPEN BANKPRE FILE '
000215       DISPLAY '**** RETURN CODE = ' WS-BANKPRE-STATUS
000216       MOVE 12 TO RETURN-CODE
000217       STOP RUN
000218     END-IF.
000219
000220     OPEN OUTPUT PRENOTE-LIST.
000221
000222     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000223     COMPUTE WS-RUN-DAYNUM =
000224        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
000225     MOVE WS-RUN-DATE TO WS-HDR-DATE.
000226     ACCEPT WS-RUN-TIME8 FROM TIME.
000227     MOVE WS-RUN-TIME TO WS-HDR-TIME.
000228     WRITE FD-BANKPRE-REC FROM WS-BANK-HEADER.
000229
000230     MOVE WS-RUN-DATE TO WS-LST-DATE.
000231     WRITE FD-PRELIST-REC FROM WS-LST-HEADING.
000232
000233     PERFORM P0900-READ-EMPLOYEE THRU P0999-EXIT.
000234
000235 P0299-EXIT.
000236     EXIT.
000237
000238************************************************************
000239*    PROCESS ONE EMPLOYEE - SEND THE PRENOTE FOR A NEW OR
000240*    CHANGED ACCOUNT, OR ACTIVATE ONE WHOSE PRENOTE HAS HAD
000241*    ITS WAITING PERIOD
000242************************************************************
000243 P0300-PROCESS-EMPLOYEE.
000244
000245     IF EM-EMP-ENDDATE NOT = SPACES
000246       GO TO P0390-NEXT
000247     END-IF
000248
000249     IF PRENOTE-TO-SEND
000250       PERFORM P0500-SEND-PRENOTE THRU P0599-EXIT
000251       GO TO P0390-NEXT
000252     END-IF
000253
000254     IF PRENOTE-SENT
000255       PERFORM P0600-CHECK-WAITING THRU P0699-EXIT
000256     END-IF.
000257
000258 P0390-NEXT.
000259     PERFORM P0900-READ-EMPLOYEE THRU P0999-EXIT.
000260
000261 P0399-EXIT.
000262     EXIT.
000263
000264************************************************************
000265*    WRAP UP - TRAILER, LIST TOTALS, CLOSE FILES
000266************************************************************
000267 P0400-WRAP-UP.
000268
000269     MOVE WS-PRENOTES-SENT TO WS-TRL-COUNT.
000270     MOVE ZEROS            TO WS-TRL-HASH.
000271     WRITE FD-BANKPRE-REC FROM WS-BANK-TRAILER.
000272
000273     MOVE 'PRENOTES SENT:           ' TO WS-LST-TEXT.
000274     MOVE WS-PRENOTES-SENT TO WS-LST-COUNT.
000275     WRITE FD-PRELIST-REC FROM WS-LST-COUNT-LINE.
000276     MOVE 'ACCOUNTS ACTIVATED:      ' TO WS-LST-TEXT.
000277     MOVE WS-ACCTS-ACTIVATED TO WS-LST-COUNT.
000278     WRITE FD-PRELIST-REC FROM WS-LST-COUNT-LINE.
000279     MOVE 'STILL IN PRENOTE:        ' TO WS-LST-TEXT.
000280     MOVE WS-ACCTS-WAITING TO WS-LST-COUNT.
000281     WRITE FD-PRELIST-REC FROM WS-LST-COUNT-LINE.
000282
000283     DISPLAY 'BNKPRE1 EMPLOYEES READ  = ' WS-REC-IN.
000284     DISPLAY 'BNKPRE1 PRENOTES SENT   = ' WS-PRENOTES-SENT.
000285     DISPLAY 'BNKPRE1 ACCTS ACTIVATED = ' WS-ACCTS-ACTIVATED.
000286
000287     CLOSE EMPL-MASTER.
000288     CLOSE BANK-PRENOTE.
000289     CLOSE PRENOTE-LIST.
000289     MOVE 'BNKPRE1'     TO RPTARC-PROGRAM.
000289     MOVE 'BANK ACCOUNT PRENOTE LIST'
000289        TO RPTARC-TITLE.
000289     MOVE 'BANKPRE.RPT' TO RPTARC-REPORT-NAME.
000289     MOVE 0             TO RPTARC-PAGES.
000289     MOVE SPACES        TO RPTARC-OPERATOR.
000289     MOVE 'M'           TO RPTARC-RETENTION.
000289     CALL 'RPTARC' USING RPTARC-PARMS.
000290
000291 P0499-EXIT.
000292     EXIT.
000293
000294************************************************************
000295*    SEND THE ZERO-AMOUNT PRENOTE AND MARK IT SENT TODAY
000296************************************************************
000297 P0500-SEND-PRENOTE.
000298     MOVE EM-EMP-LNAME          TO WS-DET-LAST-NAME
000299     MOVE EM-EMP-NAME           TO WS-DET-FIRST-NAME
000300     MOVE ZEROS                 TO WS-DET-NET-PAY
000301     MOVE EM-EMP-ID             TO WS-DET-EMP-ID
000302     MOVE EM-EMP-BANK-ROUTING   TO WS-DET-ROUTING
000303     MOVE EM-EMP-BANK-ACCOUNT   TO WS-DET-ACCOUNT
000304     MOVE EM-EMP-BANK-ACCT-TYPE TO WS-DET-ACCT-TYPE
000305     WRITE FD-BANKPRE-REC FROM WS-BANK-DETAIL
000306     IF WS-BANKPRE-STATUS NOT = 0
000307       DISPLAY '**** ERROR ON WRITE BANKPRE FILE '
000308       DISPLAY '**** RETURN CODE = ' WS-BANKPRE-STATUS
000309       MOVE 12 TO RETURN-CODE
000310       STOP RUN
000311     END-IF
000312
000313     MOVE 'S'         TO EM-EMP-PRENOTE-STATUS
000314     MOVE WS-RUN-DATE TO EM-EMP-PRENOTE-DATE9
000315     PERFORM P0800-REWRITE-EMPLOYEE THRU P0899-EXIT
000316     ADD +1 TO WS-PRENOTES-SENT
000317
000318     MOVE 'PRENOTE   ' TO WS-LST-ACTION
000319     PERFORM P0700-LIST-LINE THRU P0799-EXIT.
000320
000321 P0599-EXIT.
000322     EXIT.
000323
000324************************************************************
000325*    A PRENOTE THE BANK HAS NOT REJECTED WITHIN THE WAITING
000326*    PERIOD MAKES THE ACCOUNT ACTIVE. A PRENOTE DATE THAT IS
000327*    NOT A DATE CANNOT BE AGED; THE ACCOUNT STAYS WAITING
000328************************************************************
000329 P0600-CHECK-WAITING.
000330     IF EM-EMP-PRENOTE-DATE NOT NUMERIC
000331       ADD +1 TO WS-ACCTS-WAITING
000332       GO TO P0699-EXIT
000333     END-IF
000334
000335     COMPUTE WS-PRENOTE-DAYNUM =
000336        FUNCTION INTEGER-OF-DATE(EM-EMP-PRENOTE-DATE9)
000337     IF WS-RUN-DAYNUM - WS-PRENOTE-DAYNUM < WS-PRENOTE-WAIT-DAYS
000338       ADD +1 TO WS-ACCTS-WAITING
000339       GO TO P0699-EXIT
000340     END-IF
000341
000342     MOVE 'A' TO EM-EMP-PRENOTE-STATUS
000343     PERFORM P0800-REWRITE-EMPLOYEE THRU P0899-EXIT
000344     ADD +1 TO WS-ACCTS-ACTIVATED
000345
000346     MOVE 'ACTIVATED ' TO WS-LST-ACTION
000347     PERFORM P0700-LIST-LINE THRU P0799-EXIT.
000348
000349 P0699-EXIT.
000350     EXIT.
000351
000352************************************************************
000353*    ONE LINE ON THE PRENOTE LIST
000354************************************************************
000355 P0700-LIST-LINE.
000356     MOVE EM-EMP-ID             TO WS-LST-EMP-ID.
000357     MOVE EM-EMP-LNAME          TO WS-LST-LAST-NAME.
000358     MOVE EM-EMP-BANK-ROUTING   TO WS-LST-ROUTING.
000359     MOVE EM-EMP-BANK-ACCOUNT   TO WS-LST-ACCOUNT.
000360     MOVE EM-EMP-BANK-ACCT-TYPE TO WS-LST-ACCT-TYPE.
000361     WRITE FD-PRELIST-REC FROM WS-LST-DETAIL.
000362 P0799-EXIT.
000363     EXIT.
000364
000365************************************************************
000366*    REWRITE THE EMPLOYEE WITH ITS NEW PRENOTE STATUS
000367************************************************************
000368 P0800-REWRITE-EMPLOYEE.
000369     REWRITE FD-EMPMAST-REC
000370     IF WS-EMPMAST-STATUS NOT = '00'
000371       DISPLAY '**** ERROR ON REWRITE IDFEMPS FILE '
000372       DISPLAY '**** EMP-ID      = ' EM-EMP-ID
000373       DISPLAY '**** RETURN CODE = ' WS-EMPMAST-STATUS
000374       MOVE 12 TO RETURN-CODE
000375       STOP RUN
000376     END-IF.
000377 P0899-EXIT.
000378     EXIT.
000379
000380************************************************************
000381*    READ THE NEXT EMPLOYEE IN EMP-ID ORDER
000382************************************************************
000383 P0900-READ-EMPLOYEE.
000384     READ EMPL-MASTER NEXT RECORD
000385     EVALUATE TRUE
000386       WHEN WS-EMPMAST-STATUS = '00'
000387         ADD +1 TO WS-REC-IN
000388       WHEN WS-EMPMAST-STATUS = '10'
000389         MOVE 'Y' TO WS-EMPMAST-EOF-SW
000390       WHEN OTHER
000391         DISPLAY '**** ERROR ON READ IDFEMPS FILE '
000392         DISPLAY '**** RETURN CODE = ' WS-EMPMAST-STATUS
000393         MOVE 12 TO RETURN-CODE
000394         STOP RUN
000395     END-EVALUATE.
000396
000397 P0999-EXIT.
000398     EXIT.
