000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID.    LVEACR1.
000003 AUTHOR.        SPARKY KEN.
000004 INSTALLATION.  IBM.
000005 DATE-WRITTEN.  OCTOBER, 2026.
000006 DATE-COMPILED.
000007************************************************************
000008*               PROGRAM LVEACR1
000009*  YEARLY VACATION AND SICK LEAVE ACCRUAL
000010************************************************************
000011* RUN ONCE AT THE START OF EACH LEAVE YEAR (AND AGAIN LATER
000012* IN THE YEAR TO PICK UP NEW HIRES). FOR EVERY EMPLOYEE ON
000013* THE MASTER (IDFEMPS.DAT) STILL EMPLOYED ON JANUARY 1ST OF
000014* THE YEAR, THE SENIORITY IN COMPLETED YEARS IS TAKEN FROM
000015* EMP-INITDATE AND LOOKED UP IN THE SENIORITY BANDS OF THE
000016* LEAVBAND.DAT PARAMETER TABLE TO GRANT THE YEAR'S VACATION
000017* DAYS, ALONG WITH THE FLAT SICK LEAVE ALLOWANCE. A HIRE
000018* DURING THE YEAR IS GRANTED ONLY THE MONTHS LEFT FROM THE
000019* MONTH OF HIRE. THE GRANT GOES TO THE LEAVE BALANCES FILE
000020* LEAVEBAL.DAT, ONE RECORD PER EMP-ID AND YEAR; A RERUN
000021* REFRESHES THE GRANT BUT NEVER THE DAYS ALREADY TAKEN,
000022* WHICH ONLY THE LVEREQ1 SCREEN MAINTAINS. EMPLOYEES THAT
000023* CANNOT BE ACCRUED (NO VALID INITIATION DATE) ARE LISTED
000024* ON LEAVACR.RPT WITH EVERY GRANT MADE.
000025*
000026* LEAVBAND.DAT - ONE LINE PER BAND, IN ASCENDING ORDER:
000027*   COL 1     TYPE  V = VACATION BAND, S = SICK ALLOWANCE
000028*   COL 3-4   YEARS OF SERVICE THE BAND RUNS UP TO (NOT
000029*             INCLUDED); 99 FOR THE LAST BAND
000030*   COL 6-8   DAYS GRANTED
000031* WITHOUT THE FILE THE STANDARD BANDS BELOW ARE USED.
000032************************************************************
000033*    MODIFICATION HISTORY
000034*    ----------------------------------------------------
000035*    DATE       BY    DESCRIPTION
000036*    ---------- ----- ----------------------------------
000037*    2026-10-15 RJM   ARCHIVE A STAMPED COPY OF LEAVACR.RPT IN THE
000037*                     REPORTS.CAT CATALOG (RPTARC) ONCE CLOSED.
000038************************************************************
000039*          E N V I R O N M E N T   D I V I S I O N
000040************************************************************
000041 ENVIRONMENT DIVISION.
000042 INPUT-OUTPUT SECTION.
000043 FILE-CONTROL.
000044     SELECT EMPL-MASTER  ASSIGN TO "IDFEMPS.DAT"
000045              FILE STATUS IS WS-EMPMAST-STATUS
000046              ORGANIZATION IS INDEXED
000047              ACCESS MODE IS SEQUENTIAL
000048              RECORD KEY IS EM-EMP-ID
000049              ALTERNATE RECORD KEY IS EM-EMP-LNAME
000050              WITH DUPLICATES.
000051     SELECT OPTIONAL LEAVE-BANDS ASSIGN TO "LEAVBAND.DAT"
000052              FILE STATUS IS WS-LVBAND-STATUS
000053              ORGANIZATION IS LINE SEQUENTIAL.
000054     SELECT LEAVE-BALANCE ASSIGN TO "LEAVEBAL.DAT"
000055              FILE STATUS IS WS-LVBAL-STATUS
000056              ORGANIZATION IS INDEXED
000057              ACCESS MODE IS RANDOM
000058              RECORD KEY IS LVB-KEY.
000059     SELECT ACCRUAL-LIST ASSIGN TO "LEAVACR.RPT"
000060              FILE STATUS IS WS-ACRLIST-STATUS
000061              ORGANIZATION IS LINE SEQUENTIAL.
000062************************************************************
000063*          D A T A   D I V I S I O N
000064************************************************************
000065 DATA DIVISION.
000066 FILE SECTION.
000067************************************************************
000068*    EMPL-MASTER - THE INDEXED EMPLOYEE MASTER      INPUT
000069************************************************************
000070 FD  EMPL-MASTER.
000071 01  FD-EMPMAST-REC.
000072     05  EM-EMP-ID                        PIC X(4).
000073     05  EM-EMP-LNAME                     PIC X(20).
000074     05  EM-EMP-NAME                      PIC X(20).
000075     05  EM-EMP-INITDATE                  PIC X(8).
000076     05  EM-EMP-INITDATE9 REDEFINES EM-EMP-INITDATE.
000077         10  EM-EMP-INIT-YYYY             PIC 9(4).
000078         10  EM-EMP-INIT-MM               PIC 9(2).
000079         10  EM-EMP-INIT-DD               PIC 9(2).
000080     05  EM-EMP-ENDDATE                   PIC X(8).
000081     05  EM-EMP-DEPT                      PIC X(4).
000082     05  EM-EMP-BANK-ROUTING              PIC X(9).
000083     05  EM-EMP-BANK-ACCOUNT              PIC X(17).
000084     05  EM-EMP-BANK-ACCT-TYPE            PIC X(1).
000085     05  EM-EMP-PRENOTE-STATUS            PIC X(1).
000086     05  EM-EMP-PRENOTE-DATE              PIC X(8).
000087************************************************************
000088*    LEAVE-BANDS - SENIORITY BAND PARAMETERS         INPUT
000089************************************************************
000090 FD  LEAVE-BANDS.
000091 01  FD-LVBAND-REC.
000092     05  LBP-TYPE                         PIC X(1).
000093     05  FILLER                           PIC X(1).
000094     05  LBP-YEARS-UNDER                  PIC 9(2).
000095     05  FILLER                           PIC X(1).
000096     05  LBP-DAYS                         PIC 9(3).
000097************************************************************
000098*    LEAVE-BALANCE - ONE RECORD PER EMPLOYEE/YEAR   I-O
000099************************************************************
000100 FD  LEAVE-BALANCE.
000101 01  FD-LVBAL-REC.
000102     05  LVB-KEY.
000103         10  LVB-EMP-ID                   PIC X(4).
000104         10  LVB-YEAR                     PIC 9(4).
000105     05  LVB-SENIORITY                    PIC 9(2).
000106     05  LVB-VAC-GRANTED                  PIC 9(3).
000107     05  LVB-VAC-TAKEN                    PIC 9(3).
000108     05  LVB-SICK-GRANTED                 PIC 9(3).
000109     05  LVB-SICK-TAKEN                   PIC 9(3).
000110     05  LVB-UNPAID-TAKEN                 PIC 9(3).
000111     05  LVB-ACCRUAL-DATE                 PIC 9(8).
000112     05  FILLER                           PIC X(17).
000113************************************************************
000114*    ACCRUAL-LIST - PRINTED ACCRUAL LIST            OUTPUT
000115************************************************************
000116 FD  ACCRUAL-LIST.
000117 01  FD-ACRLIST-REC                      PIC X(80).
000118
000119 WORKING-STORAGE SECTION.
000120 01  FILLER                      PIC X(40)  VALUE
000121     'BEGIN WORKING STORAGE FOR LVEACR1 '.
000122 01  WS-EMPMAST-STATUS           PIC X(02)  VALUE  ZEROS.
000123 01  WS-LVBAND-STATUS            PIC X(02)  VALUE  ZEROS.
000124 01  WS-LVBAL-STATUS             PIC X(02)  VALUE  ZEROS.
000125 01  WS-ACRLIST-STATUS           PIC X(02)  VALUE  ZEROS.
000126
000127 01  W01-ACCUMULATORS.
000128     05  WS-REC-IN               PIC S9(04) COMP   VALUE ZEROS.
000129     05  WS-BAL-ADDED            PIC S9(04) COMP   VALUE ZEROS.
000130     05  WS-BAL-REFRESHED        PIC S9(04) COMP   VALUE ZEROS.
000131     05  WS-EMP-SKIPPED          PIC S9(04) COMP   VALUE ZEROS.
000132     05  WS-EMP-REJECTED         PIC S9(04) COMP   VALUE ZEROS.
000133
000134 01  W02-SWITCHES.
000135     05  WS-EMPMAST-EOF-SW      PIC X(01)    VALUE 'N'.
000136         88  EMPMAST-EOF              VALUE 'Y'.
000137     05  WS-LVBAND-EOF-SW       PIC X(01)    VALUE 'N'.
000138         88  LVBAND-EOF               VALUE 'Y'.
000139     05  WS-BAND-FOUND-SW       PIC X(01)    VALUE 'N'.
000140         88  BAND-FOUND               VALUE 'Y'.
000141
000142 01  WS-YEAR-WANTED              PIC 9(04).
000143 01  WS-YEAR-START               PIC 9(08).
000144 01  WS-RUN-DATE                 PIC 9(08).
000145 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
000146     05  WS-RUN-YYYY             PIC 9(04).
000147     05  FILLER                  PIC 9(04).
000148
000149************************************************************
000150*    SENIORITY BANDS - LOADED FROM LEAVBAND.DAT OVER THESE
000151*    STANDARD VALUES: UNDER 5 YEARS 14 DAYS, UNDER 10 21,
000152*    UNDER 20 28, BEYOND THAT 35; 10 DAYS SICK LEAVE
000153************************************************************
000154 01  W03-BAND-TABLE.
000155     05  WS-BAND-COUNT           PIC S9(04) COMP VALUE +4.
000156     05  WS-BAND-MAX             PIC S9(04) COMP VALUE +10.
000157     05  WS-SICK-DAYS            PIC 9(03)       VALUE 10.
000158     05  WS-BAND-VALUES.
000159         10  FILLER              PIC 9(05)  VALUE 05014.
000160         10  FILLER              PIC 9(05)  VALUE 10021.
000161         10  FILLER              PIC 9(05)  VALUE 20028.
000162         10  FILLER              PIC 9(05)  VALUE 99035.
000163         10  FILLER              PIC 9(30)  VALUE ZEROS.
000164     05  WS-BAND-ENTRIES REDEFINES WS-BAND-VALUES.
000165         10  WS-BAND-ENTRY OCCURS 10 TIMES.
000166             15  WS-BAND-YEARS-UNDER PIC 9(02).
000167             15  WS-BAND-DAYS    PIC 9(03).
000168 01  WS-BAND-SUB                 PIC S9(04) COMP VALUE ZEROS.
000169 01  WS-FILE-BAND-COUNT          PIC S9(04) COMP VALUE ZEROS.
000170
000171 01  WS-SENIORITY                PIC S9(04) COMP VALUE ZEROS.
000172 01  WS-VAC-DAYS                 PIC 9(03).
000173 01  WS-SICK-GRANT               PIC 9(03).
000174 01  WS-MONTHS-LEFT              PIC 9(02).
000175
000176************************************************************
000177*    ACCRUAL LIST LINES
000178************************************************************
000179 01  WS-LST-HEADING.
000180     05  FILLER              PIC X(26) VALUE
000181         'LEAVE ACCRUAL FOR YEAR    '.
000182     05  WS-LST-YEAR         PIC 9(04).
000183     05  FILLER              PIC X(10) VALUE '   RUN ON '.
000184     05  WS-LST-DATE         PIC 9(08).
000185 01  WS-LST-COLUMNS.
000186     05  FILLER              PIC X(10) VALUE 'ACTION'.
000187     05  FILLER              PIC X(05) VALUE 'EMP'.
000188     05  FILLER              PIC X(21) VALUE 'LAST NAME'.
000189     05  FILLER              PIC X(09) VALUE 'HIRED'.
000190     05  FILLER              PIC X(05) VALUE ' YRS'.
000191     05  FILLER              PIC X(05) VALUE ' VAC'.
000192     05  FILLER              PIC X(05) VALUE ' SICK'.
000193 01  WS-LST-DETAIL.
000194     05  WS-LST-ACTION       PIC X(10).
000195     05  WS-LST-EMP-ID       PIC X(04).
000196     05  FILLER              PIC X(01) VALUE SPACE.
000197     05  WS-LST-LAST-NAME    PIC X(20).
000198     05  FILLER              PIC X(01) VALUE SPACE.
000199     05  WS-LST-INITDATE     PIC X(08).
000200     05  FILLER              PIC X(01) VALUE SPACE.
000201     05  WS-LST-YEARS        PIC ZZZ9.
000202     05  FILLER              PIC X(01) VALUE SPACE.
000203     05  WS-LST-VAC          PIC ZZZ9.
000204     05  FILLER              PIC X(01) VALUE SPACE.
000205     05  WS-LST-SICK         PIC ZZZ9.
000206 01  WS-LST-COUNT-LINE.
000207     05  WS-LST-TEXT         PIC X(25).
000208     05  WS-LST-COUNT        PIC ZZZ,ZZ9.
000209
000209* PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
000209 COPY "RPTARC.CPY".
000209
000210************************************************************
000211*          P R O C E D U R E   D I V I S I O N
000212************************************************************
000213 PROCEDURE DIVISION.
000214************************************************************
000215*    MAINLINE
000216************************************************************
000217 P0100-MAINLINE.
000218
000219     DISPLAY 'LEAVE ACCRUAL - YEAR YYYY (0 = THIS YEAR): '
000220     ACCEPT WS-YEAR-WANTED
000221
000222     PERFORM P0200-INITIALIZE    THRU P0299-EXIT
000223
000224     PERFORM P0300-PROCESS-EMPLOYEE THRU P0399-EXIT
000225         UNTIL EMPMAST-EOF
000226
000227     PERFORM P0400-WRAP-UP       THRU P0499-EXIT
000228
000229     STOP RUN.
000230
000231 P0199-EXIT.
000232     EXIT.
000233
000234************************************************************
000235*    INITIALIZE - LOAD THE BANDS, OPEN FILES, FIRST READ
000236************************************************************
000237 P0200-INITIALIZE.
000238
000239     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000240     IF WS-YEAR-WANTED = ZEROS
000241       MOVE WS-RUN-YYYY TO WS-YEAR-WANTED
000242     END-IF.
000243     COMPUTE WS-YEAR-START = WS-YEAR-WANTED * 10000 + 0101.
000244
000245     PERFORM P0250-LOAD-BANDS THRU P0259-EXIT.
000246
000247     OPEN INPUT EMPL-MASTER
000248     IF WS-EMPMAST-STATUS = '00'
000249       CONTINUE
000250     ELSE
000251       DISPLAY '**** ERROR ON OPEN IDFEMPS FILE '
000252       DISPLAY '**** RETURN CODE = ' WS-EMPMAST-STATUS
000253       MOVE 12 TO RETURN-CODE
000254       STOP RUN
000255     END-IF.
000256
000257     OPEN I-O LEAVE-BALANCE
000258     IF WS-LVBAL-STATUS = '35'
000259       OPEN OUTPUT LEAVE-BALANCE
000260       CLOSE LEAVE-BALANCE
000261       OPEN I-O LEAVE-BALANCE
000262     END-IF.
000263     IF WS-LVBAL-STATUS = '00'
000264       CONTINUE
000265     ELSE
000266       DISPLAY '**** ERROR ON OPEN LEAVEBAL FILE '
000267       DISPLAY '**** RETURN CODE = ' WS-LVBAL-STATUS
000268       MOVE 12 TO RETURN-CODE
000269       STOP RUN
000270     END-IF.
000271
000272     OPEN OUTPUT ACCRUAL-LIST.
000273     MOVE WS-YEAR-WANTED TO WS-LST-YEAR.
000274     MOVE WS-RUN-DATE    TO WS-LST-DATE.
000275     WRITE FD-ACRLIST-REC FROM WS-LST-HEADING.
000276     WRITE FD-ACRLIST-REC FROM WS-LST-COLUMNS.
000277
000278     PERFORM P0900-READ-EMPLOYEE THRU P0999-EXIT.
000279
000280 P0299-EXIT.
000281     EXIT.
000282
000283************************************************************
000284*    LOAD THE SENIORITY BANDS. A PARAMETER FILE WITH ANY
000285*    VACATION BAND REPLACES ALL THE STANDARD BANDS; A LINE
000286*    THAT IS NOT A BAND IS REPORTED AND IGNORED
000287************************************************************
000288 P0250-LOAD-BANDS.
000289
000290     OPEN INPUT LEAVE-BANDS
000291     IF WS-LVBAND-STATUS NOT = '00'
000292       GO TO P0259-EXIT
000293     END-IF.
000294
000295     PERFORM P0255-READ-ONE-BAND THRU P0255-EXIT
000296        UNTIL LVBAND-EOF.
000297     CLOSE LEAVE-BANDS.
000298
000299     IF WS-FILE-BAND-COUNT > ZEROS
000300       MOVE WS-FILE-BAND-COUNT TO WS-BAND-COUNT
000301     END-IF.
000302
000303 P0259-EXIT.
000304     EXIT.
000305
000306 P0255-READ-ONE-BAND.
000307     READ LEAVE-BANDS
000308       AT END
000309         MOVE 'Y' TO WS-LVBAND-EOF-SW
000310         GO TO P0255-EXIT
000311     END-READ.
000312
000313     IF LBP-DAYS NOT NUMERIC OR LBP-YEARS-UNDER NOT NUMERIC
000314       DISPLAY '**** LEAVBAND LINE IGNORED: ' FD-LVBAND-REC
000315       GO TO P0255-EXIT
000316     END-IF.
000317
000318     EVALUATE LBP-TYPE
000319       WHEN 'S'
000320         MOVE LBP-DAYS TO WS-SICK-DAYS
000321       WHEN 'V'
000322         IF WS-FILE-BAND-COUNT NOT < WS-BAND-MAX
000323           DISPLAY '**** LEAVBAND TABLE FULL, LINE IGNORED: '
000324                   FD-LVBAND-REC
000325         ELSE
000326           ADD 1 TO WS-FILE-BAND-COUNT
000327           MOVE LBP-YEARS-UNDER
000328              TO WS-BAND-YEARS-UNDER(WS-FILE-BAND-COUNT)
000329           MOVE LBP-DAYS
000330              TO WS-BAND-DAYS(WS-FILE-BAND-COUNT)
000331         END-IF
000332       WHEN OTHER
000333         DISPLAY '**** LEAVBAND LINE IGNORED: ' FD-LVBAND-REC
000334     END-EVALUATE.
000335
000336 P0255-EXIT.
000337     EXIT.
000338
000339************************************************************
000340*    PROCESS ONE EMPLOYEE - SENIORITY, BAND, GRANT
000341************************************************************
000342 P0300-PROCESS-EMPLOYEE.
000343
000344*    GONE BEFORE THE YEAR STARTED - NOTHING TO ACCRUE
000345     IF EM-EMP-ENDDATE NOT = SPACES
000346        AND EM-EMP-ENDDATE < WS-YEAR-START
000347       ADD +1 TO WS-EMP-SKIPPED
000348       GO TO P0390-NEXT
000349     END-IF
000350
000351     IF EM-EMP-INITDATE NOT NUMERIC
000352       ADD +1 TO WS-EMP-REJECTED
000353       MOVE 'NO HIRE DT' TO WS-LST-ACTION
000354       MOVE ZEROS TO WS-SENIORITY WS-VAC-DAYS WS-SICK-GRANT
000355       PERFORM P0700-LIST-LINE THRU P0799-EXIT
000356       GO TO P0390-NEXT
000357     END-IF
000358
000359*    NOT YET HIRED IN THE YEAR BEING ACCRUED
000360     IF EM-EMP-INIT-YYYY > WS-YEAR-WANTED
000361       ADD +1 TO WS-EMP-SKIPPED
000362       GO TO P0390-NEXT
000363     END-IF
000364
000365     PERFORM P0500-COMPUTE-GRANT THRU P0599-EXIT
000366     PERFORM P0600-POST-BALANCE  THRU P0699-EXIT.
000367
000368 P0390-NEXT.
000369     PERFORM P0900-READ-EMPLOYEE THRU P0999-EXIT.
000370
000371 P0399-EXIT.
000372     EXIT.
000373
000374************************************************************
000375*    WRAP UP - LIST TOTALS, CLOSE FILES
000376************************************************************
000377 P0400-WRAP-UP.
000378
000379     MOVE 'BALANCES ADDED:          ' TO WS-LST-TEXT.
000380     MOVE WS-BAL-ADDED TO WS-LST-COUNT.
000381     WRITE FD-ACRLIST-REC FROM WS-LST-COUNT-LINE.
000382     MOVE 'BALANCES REFRESHED:      ' TO WS-LST-TEXT.
000383     MOVE WS-BAL-REFRESHED TO WS-LST-COUNT.
000384     WRITE FD-ACRLIST-REC FROM WS-LST-COUNT-LINE.
000385     MOVE 'NOT ACCRUED (NO HIRE DT):' TO WS-LST-TEXT.
000386     MOVE WS-EMP-REJECTED TO WS-LST-COUNT.
000387     WRITE FD-ACRLIST-REC FROM WS-LST-COUNT-LINE.
000388
000389     DISPLAY 'LVEACR1 EMPLOYEES READ  = ' WS-REC-IN.
000390     DISPLAY 'LVEACR1 BALANCES ADDED  = ' WS-BAL-ADDED.
000391     DISPLAY 'LVEACR1 BALANCES REFRESHED = ' WS-BAL-REFRESHED.
000392     DISPLAY 'LVEACR1 NOT ACCRUED     = ' WS-EMP-REJECTED.
000393
000394     CLOSE EMPL-MASTER.
000395     CLOSE LEAVE-BALANCE.
000396     CLOSE ACCRUAL-LIST.
000396     MOVE 'LVEACR1'     TO RPTARC-PROGRAM.
000396     MOVE 'LEAVE ACCRUAL LIST'
000396        TO RPTARC-TITLE.
000396     MOVE 'LEAVACR.RPT' TO RPTARC-REPORT-NAME.
000396     MOVE 0             TO RPTARC-PAGES.
000396     MOVE SPACES        TO RPTARC-OPERATOR.
000396     MOVE 'M'           TO RPTARC-RETENTION.
000396     CALL 'RPTARC' USING RPTARC-PARMS.
000397
000398 P0499-EXIT.
000399     EXIT.
000400
000401************************************************************
000402*    SENIORITY IN COMPLETED YEARS ON JANUARY 1ST, ITS BAND,
000403*    AND THE SHARE OF THE YEAR LEFT FOR A HIRE IN THE YEAR
000404************************************************************
000405 P0500-COMPUTE-GRANT.
000406     COMPUTE WS-SENIORITY = WS-YEAR-WANTED - EM-EMP-INIT-YYYY
000407     IF EM-EMP-INIT-MM > 01 OR EM-EMP-INIT-DD > 01
000408       SUBTRACT 1 FROM WS-SENIORITY
000409     END-IF
000410     IF WS-SENIORITY < ZEROS
000411       MOVE ZEROS TO WS-SENIORITY
000412     END-IF
000413
000414     MOVE 'N' TO WS-BAND-FOUND-SW
000415     MOVE 1   TO WS-BAND-SUB
000416     PERFORM P0550-CHECK-ONE-BAND THRU P0550-EXIT
000417        UNTIL WS-BAND-SUB > WS-BAND-COUNT
000418           OR BAND-FOUND
000419*    BEYOND THE LAST BAND - THE LAST BAND STILL APPLIES
000420     IF NOT BAND-FOUND
000421       MOVE WS-BAND-DAYS(WS-BAND-COUNT) TO WS-VAC-DAYS
000422     END-IF
000423     MOVE WS-SICK-DAYS TO WS-SICK-GRANT
000424
000425     IF EM-EMP-INIT-YYYY = WS-YEAR-WANTED
000426       COMPUTE WS-MONTHS-LEFT = 13 - EM-EMP-INIT-MM
000427       COMPUTE WS-VAC-DAYS =
000428          WS-VAC-DAYS * WS-MONTHS-LEFT / 12
000429       COMPUTE WS-SICK-GRANT =
000430          WS-SICK-GRANT * WS-MONTHS-LEFT / 12
000431     END-IF.
000432
000433 P0599-EXIT.
000434     EXIT.
000435
000436 P0550-CHECK-ONE-BAND.
000437     IF WS-SENIORITY < WS-BAND-YEARS-UNDER(WS-BAND-SUB)
000438       MOVE WS-BAND-DAYS(WS-BAND-SUB) TO WS-VAC-DAYS
000439       MOVE 'Y' TO WS-BAND-FOUND-SW
000440     ELSE
000441       ADD 1 TO WS-BAND-SUB
000442     END-IF.
000443 P0550-EXIT.
000444     EXIT.
000445
000446************************************************************
000447*    ADD THE YEAR'S BALANCE, OR REFRESH THE GRANT ON ONE
000448*    ALREADY THERE, LEAVING THE DAYS TAKEN AS THEY ARE
000449************************************************************
000450 P0600-POST-BALANCE.
000451     MOVE EM-EMP-ID      TO LVB-EMP-ID
000452     MOVE WS-YEAR-WANTED TO LVB-YEAR
000453     READ LEAVE-BALANCE
000454       INVALID KEY
000455         MOVE SPACES         TO FD-LVBAL-REC
000456         MOVE EM-EMP-ID      TO LVB-EMP-ID
000457         MOVE WS-YEAR-WANTED TO LVB-YEAR
000458         MOVE ZEROS          TO LVB-VAC-TAKEN
000459                                LVB-SICK-TAKEN
000460                                LVB-UNPAID-TAKEN
000461     END-READ
000462
000463     MOVE WS-SENIORITY  TO LVB-SENIORITY
000464     MOVE WS-VAC-DAYS   TO LVB-VAC-GRANTED
000465     MOVE WS-SICK-GRANT TO LVB-SICK-GRANTED
000466     MOVE WS-RUN-DATE   TO LVB-ACCRUAL-DATE
000467
000468     IF WS-LVBAL-STATUS = '00'
000469       REWRITE FD-LVBAL-REC
000470       ADD +1 TO WS-BAL-REFRESHED
000471       MOVE 'REFRESHED ' TO WS-LST-ACTION
000472     ELSE
000473       WRITE FD-LVBAL-REC
000474       ADD +1 TO WS-BAL-ADDED
000475       MOVE 'GRANTED   ' TO WS-LST-ACTION
000476     END-IF
000477     IF WS-LVBAL-STATUS NOT = '00'
000478       DISPLAY '**** ERROR ON WRITE LEAVEBAL FILE '
000479       DISPLAY '**** EMP-ID      = ' EM-EMP-ID
000480       DISPLAY '**** RETURN CODE = ' WS-LVBAL-STATUS
000481       MOVE 12 TO RETURN-CODE
000482       STOP RUN
000483     END-IF
000484
000485     PERFORM P0700-LIST-LINE THRU P0799-EXIT.
000486
000487 P0699-EXIT.
000488     EXIT.
000489
000490************************************************************
000491*    ONE LINE ON THE ACCRUAL LIST
000492************************************************************
000493 P0700-LIST-LINE.
000494     MOVE EM-EMP-ID       TO WS-LST-EMP-ID.
000495     MOVE EM-EMP-LNAME    TO WS-LST-LAST-NAME.
000496     MOVE EM-EMP-INITDATE TO WS-LST-INITDATE.
000497     MOVE WS-SENIORITY    TO WS-LST-YEARS.
000498     MOVE WS-VAC-DAYS     TO WS-LST-VAC.
000499     MOVE WS-SICK-GRANT   TO WS-LST-SICK.
000500     WRITE FD-ACRLIST-REC FROM WS-LST-DETAIL.
000501 P0799-EXIT.
000502     EXIT.
000503
000504************************************************************
000505*    READ THE NEXT EMPLOYEE IN EMP-ID ORDER
000506************************************************************
000507 P0900-READ-EMPLOYEE.
000508     READ EMPL-MASTER NEXT RECORD
000509     EVALUATE TRUE
000510       WHEN WS-EMPMAST-STATUS = '00'
000511         ADD +1 TO WS-REC-IN
000512       WHEN WS-EMPMAST-STATUS = '10'
000513         MOVE 'Y' TO WS-EMPMAST-EOF-SW
000514       WHEN OTHER
000515         DISPLAY '**** ERROR ON READ IDFEMPS FILE '
000516         DISPLAY '**** RETURN CODE = ' WS-EMPMAST-STATUS
000517         MOVE 12 TO RETURN-CODE
000518         STOP RUN
000519     END-EVALUATE.
000520
000521 P0999-EXIT.
000522     EXIT.
