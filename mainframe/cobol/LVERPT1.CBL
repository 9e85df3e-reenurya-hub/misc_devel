000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID.    LVERPT1.
000003 AUTHOR.        SPARKY KEN.
000004 INSTALLATION.  IBM.
000005 DATE-WRITTEN.  OCTOBER, 2026.
000006 DATE-COMPILED.
000007************************************************************
000008*               PROGRAM LVERPT1
000009*  LEAVE BALANCES BY DEPARTMENT AND UNTAKEN VACATION
000010************************************************************
000011* FOR THE REQUESTED YEAR, READS EVERY EMPLOYEE ON THE MASTER
000012* (IDFEMPS.DAT) WITH A BALANCE ON LEAVEBAL.DAT (GRANTED BY
000013* LVEACR1, CHARGED BY LVEREQ1) AND PRINTS TO LEAVBAL.RPT THE
000014* VACATION GRANTED / TAKEN / LEFT, SICK LEAVE GRANTED /
000015* TAKEN AND UNPAID LEAVE TAKEN PER EMPLOYEE, GROUPED BY
000016* DEPARTMENT (EMP-DEPT) WITH DEPARTMENT AND GRAND TOTALS.
000017* LEAVUNT.RPT LISTS EVERY EMPLOYEE WITH VACATION DAYS STILL
000018* UNTAKEN - RUN AT YEAR END IT IS THE LIST HR SETTLES THE
000019* YEAR FROM.
000020************************************************************
000021*    MODIFICATION HISTORY
000022*    ----------------------------------------------------
000023*    DATE       BY    DESCRIPTION
000024*    ---------- ----- ----------------------------------
000025*    2026-10-15 RJM   ARCHIVE A STAMPED COPY OF LEAVBAL.RPT AND
000025*                     LEAVUNT.RPT IN THE REPORTS.CAT CATALOG
000025*                     (RPTARC) ONCE CLOSED.
000026************************************************************
000027*          E N V I R O N M E N T   D I V I S I O N
000028************************************************************
000029 ENVIRONMENT DIVISION.
000030 INPUT-OUTPUT SECTION.
000031 FILE-CONTROL.
000032     SELECT EMPL-MASTER  ASSIGN TO "IDFEMPS.DAT"
000033              FILE STATUS IS WS-EMPMAST-STATUS
000034              ORGANIZATION IS INDEXED
000035              ACCESS MODE IS SEQUENTIAL
000036              RECORD KEY IS EM-EMP-ID
000037              ALTERNATE RECORD KEY IS EM-EMP-LNAME
000038              WITH DUPLICATES.
000039     SELECT LEAVE-BALANCE ASSIGN TO "LEAVEBAL.DAT"
000040              FILE STATUS IS WS-LVBAL-STATUS
000041              ORGANIZATION IS INDEXED
000042              ACCESS MODE IS RANDOM
000043              RECORD KEY IS LVB-KEY.
000044     SELECT BALANCE-REPORT ASSIGN TO "LEAVBAL.RPT"
000045              FILE STATUS IS WS-REPORT-STATUS
000046              ORGANIZATION IS LINE SEQUENTIAL.
000047     SELECT UNTAKEN-LIST ASSIGN TO "LEAVUNT.RPT"
000048              FILE STATUS IS WS-UNTAKEN-STATUS
000049              ORGANIZATION IS LINE SEQUENTIAL.
000050************************************************************
000051*          D A T A   D I V I S I O N
000052************************************************************
000053 DATA DIVISION.
000054 FILE SECTION.
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
000067     05  EM-EMP-PRENOTE-DATE              PIC X(8).
000068 FD  LEAVE-BALANCE.
000069 01  FD-LVBAL-REC.
000070     05  LVB-KEY.
000071         10  LVB-EMP-ID                   PIC X(4).
000072         10  LVB-YEAR                     PIC 9(4).
000073     05  LVB-SENIORITY                    PIC 9(2).
000074     05  LVB-VAC-GRANTED                  PIC 9(3).
000075     05  LVB-VAC-TAKEN                    PIC 9(3).
000076     05  LVB-SICK-GRANTED                 PIC 9(3).
000077     05  LVB-SICK-TAKEN                   PIC 9(3).
000078     05  LVB-UNPAID-TAKEN                 PIC 9(3).
000079     05  LVB-ACCRUAL-DATE                 PIC 9(8).
000080     05  FILLER                           PIC X(17).
000081 FD  BALANCE-REPORT.
000082 01  FD-REPORT-REC                       PIC X(90).
000083 FD  UNTAKEN-LIST.
000084 01  FD-UNTAKEN-REC                      PIC X(90).
000085
000086 WORKING-STORAGE SECTION.
000087 01  FILLER                      PIC X(40)  VALUE
000088     'BEGIN WORKING STORAGE FOR LVERPT1 '.
000089 01  WS-EMPMAST-STATUS           PIC X(02)  VALUE  ZEROS.
000090 01  WS-LVBAL-STATUS             PIC X(02)  VALUE  ZEROS.
000091 01  WS-REPORT-STATUS            PIC X(02)  VALUE  ZEROS.
000092 01  WS-UNTAKEN-STATUS           PIC X(02)  VALUE  ZEROS.
000093
000094 01  W01-ACCUMULATORS.
000095     05  WS-REC-IN               PIC S9(04) COMP   VALUE ZEROS.
000096     05  WS-UNTAKEN-COUNT        PIC S9(04) COMP   VALUE ZEROS.
000097     05  WS-UNTAKEN-DAYS         PIC S9(07) COMP-3 VALUE ZEROS.
000098
000099 01  W02-SWITCHES.
000100     05  WS-EMPMAST-EOF-SW      PIC X(01)    VALUE 'N'.
000101         88  EMPMAST-EOF              VALUE 'Y'.
000102     05  WS-SORT-SWAPPED-SW     PIC X(01)    VALUE 'N'.
000103         88  SORT-SWAPPED             VALUE 'Y'.
000104
000105 01  WS-YEAR-WANTED              PIC 9(04).
000106 01  WS-RUN-DATE                 PIC 9(08).
000107 01  WS-RUN-DATE-R  REDEFINES WS-RUN-DATE.
000108     05  WS-RUN-YYYY             PIC 9(04).
000109     05  FILLER                  PIC 9(04).
000110 01  WS-PREV-DEPT                PIC X(04).
000111
000112************************************************************
000113*    ONE ENTRY PER EMPLOYEE WITH A BALANCE, SORTED BY
000114*    DEPARTMENT THEN EMP-ID BEFORE PRINTING
000115************************************************************
000116 01  W03-BALANCE-TABLE.
000117     05  WS-EMP-COUNT            PIC S9(04) COMP VALUE ZEROS.
000118     05  WS-EMP-MAX              PIC S9(04) COMP VALUE +500.
000119     05  WS-EMP-TABLE OCCURS 500 TIMES.
000120         10  WS-EMP-DEPT-TBL         PIC X(04).
000121         10  WS-EMP-ID-TBL           PIC X(04).
000122         10  WS-EMP-LNAME-TBL        PIC X(20).
000123         10  WS-EMP-ENDDATE-TBL      PIC X(08).
000124         10  WS-EMP-VAC-GRANT-TBL    PIC 9(03).
000125         10  WS-EMP-VAC-TAKEN-TBL    PIC 9(03).
000126         10  WS-EMP-SICK-GRANT-TBL   PIC 9(03).
000127         10  WS-EMP-SICK-TAKEN-TBL   PIC 9(03).
000128         10  WS-EMP-UNPAID-TBL       PIC 9(03).
000129 01  WS-EMP-SUB                  PIC S9(04) COMP VALUE ZEROS.
000130 01  WS-EMP-SUB2                 PIC S9(04) COMP VALUE ZEROS.
000131 01  WS-SWAP-ENTRY               PIC X(51).
000132 01  WS-VAC-LEFT                 PIC S9(04).
000133
000134************************************************************
000135*    DEPARTMENT AND GRAND TOTALS: VACATION GRANTED, TAKEN,
000136*    LEFT, SICK GRANTED, TAKEN, UNPAID TAKEN
000137************************************************************
000138 01  W04-TOTALS.
000139     05  WS-DPT-TOTALS.
000140         10  WS-DPT-TOT          PIC S9(07) COMP-3 OCCURS 6 TIMES.
000141     05  WS-GRD-TOTALS.
000142         10  WS-GRD-TOT          PIC S9(07) COMP-3 OCCURS 6 TIMES.
000143 01  WS-TOT-SUB                  PIC S9(04) COMP VALUE ZEROS.
000144
000145************************************************************
000146*    REPORT LINES
000147************************************************************
000148 01  WS-RPT-HEADING.
000149     05  FILLER              PIC X(26) VALUE
000150         'LEAVE BALANCES FOR YEAR   '.
000151     05  WS-RPT-YEAR         PIC 9(04).
000152     05  FILLER              PIC X(10) VALUE '   RUN ON '.
000153     05  WS-RPT-DATE         PIC 9(08).
000154 01  WS-RPT-COLUMNS.
000155     05  FILLER              PIC X(36) VALUE SPACES.
000156     05  FILLER              PIC X(24) VALUE
000157         '------ VACATION -----   '.
000158     05  FILLER              PIC X(18) VALUE
000159         '---- SICK ----    '.
000160     05  FILLER              PIC X(06) VALUE 'UNPAID'.
000161 01  WS-RPT-COLUMNS2.
000162     05  FILLER              PIC X(05) VALUE 'EMP'.
000163     05  FILLER              PIC X(21) VALUE 'LAST NAME'.
000164     05  FILLER              PIC X(10) VALUE 'END DATE'.
000165     05  FILLER              PIC X(24) VALUE
000166         ' GRANTED  TAKEN   LEFT  '.
000167     05  FILLER              PIC X(18) VALUE
000168         ' GRANTED  TAKEN   '.
000169     05  FILLER              PIC X(06) VALUE ' TAKEN'.
000170 01  WS-RPT-DEPT-HEAD.
000171     05  FILLER              PIC X(12) VALUE 'DEPARTMENT: '.
000172     05  WS-RPT-DEPT         PIC X(04).
000173 01  WS-RPT-DETAIL.
000174     05  WS-DET-EMP-ID       PIC X(04).
000175     05  FILLER              PIC X(01) VALUE SPACE.
000176     05  WS-DET-LNAME        PIC X(20).
000177     05  FILLER              PIC X(01) VALUE SPACE.
000178     05  WS-DET-ENDDATE      PIC X(08).
000179     05  FILLER              PIC X(02) VALUE SPACES.
000180     05  WS-DET-AMT OCCURS 6 TIMES.
000181         10  WS-DET-DAYS     PIC -(5)9.
000182         10  FILLER          PIC X(01) VALUE SPACE.
000183 01  WS-RPT-TOTAL-LINE.
000184     05  WS-TOT-TEXT         PIC X(36).
000185     05  WS-TOT-AMT OCCURS 6 TIMES.
000186         10  WS-TOT-DAYS     PIC -(5)9.
000187         10  FILLER          PIC X(01) VALUE SPACE.
000188
000189 01  WS-UNT-HEADING.
000190     05  FILLER              PIC X(30) VALUE
000191         'UNTAKEN VACATION DAYS FOR     '.
000192     05  WS-UNT-YEAR         PIC 9(04).
000193     05  FILLER              PIC X(10) VALUE '   RUN ON '.
000194     05  WS-UNT-DATE         PIC 9(08).
000195 01  WS-UNT-COLUMNS.
000196     05  FILLER              PIC X(05) VALUE 'DEPT'.
000197     05  FILLER              PIC X(05) VALUE 'EMP'.
000198     05  FILLER              PIC X(21) VALUE 'LAST NAME'.
000199     05  FILLER              PIC X(10) VALUE 'END DATE'.
000200     05  FILLER              PIC X(09) VALUE ' UNTAKEN'.
000201 01  WS-UNT-DETAIL.
000202     05  WS-UNT-DEPT         PIC X(04).
000203     05  FILLER              PIC X(01) VALUE SPACE.
000204     05  WS-UNT-EMP-ID       PIC X(04).
000205     05  FILLER              PIC X(01) VALUE SPACE.
000206     05  WS-UNT-LNAME        PIC X(20).
000207     05  FILLER              PIC X(01) VALUE SPACE.
000208     05  WS-UNT-ENDDATE      PIC X(08).
000209     05  FILLER              PIC X(02) VALUE SPACES.
000210     05  WS-UNT-DAYS         PIC ZZZZZ9.
000211 01  WS-UNT-TOTAL-LINE.
000212     05  FILLER              PIC X(12) VALUE 'EMPLOYEES: '.
000213     05  WS-UNT-TOT-COUNT    PIC ZZZ9.
000214     05  FILLER              PIC X(16) VALUE SPACES.
000215     05  FILLER              PIC X(09) VALUE 'TOTAL:'.
000216     05  WS-UNT-TOT-DAYS     PIC ZZZZ,ZZ9.
000217
000217* PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
000217 COPY "RPTARC.CPY".
000217
000218************************************************************
000219*          P R O C E D U R E   D I V I S I O N
000220************************************************************
000221 PROCEDURE DIVISION.
000222************************************************************
000223*    MAINLINE
000224************************************************************
000225 P0100-MAINLINE.
000226
000227     DISPLAY 'LEAVE BALANCES - YEAR YYYY (0 = THIS YEAR): '
000228     ACCEPT WS-YEAR-WANTED
000229
000230     PERFORM P0200-INITIALIZE    THRU P0299-EXIT
000231
000232     PERFORM P0300-PROCESS-EMPLOYEE THRU P0399-EXIT
000233         UNTIL EMPMAST-EOF
000234
000235     PERFORM P0400-WRAP-UP       THRU P0499-EXIT
000236
000237     STOP RUN.
000238
000239 P0199-EXIT.
000240     EXIT.
000241
000242************************************************************
000243*    INITIALIZE - OPEN FILES, INITIAL READ
000244************************************************************
000245 P0200-INITIALIZE.
000246
000247     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000248     IF WS-YEAR-WANTED = ZEROS
000249       MOVE WS-RUN-YYYY TO WS-YEAR-WANTED
000250     END-IF.
000251
000252     OPEN INPUT EMPL-MASTER
000253     IF WS-EMPMAST-STATUS = '00'
000254       CONTINUE
000255     ELSE
000256       DISPLAY '**** ERROR ON OPEN IDFEMPS FILE '
000257       DISPLAY '**** RETURN CODE = ' WS-EMPMAST-STATUS
000258       MOVE 12 TO RETURN-CODE
000259       STOP RUN
000260     END-IF.
000261
000262     OPEN INPUT LEAVE-BALANCE
000263     IF WS-LVBAL-STATUS = '00'
000264       CONTINUE
000265     ELSE
000266       DISPLAY '**** ERROR ON OPEN LEAVEBAL FILE '
000267       DISPLAY '**** RETURN CODE = ' WS-LVBAL-STATUS
000268       MOVE 12 TO RETURN-CODE
000269       STOP RUN
000270     END-IF.
000271
000272     OPEN OUTPUT BALANCE-REPORT.
000273     OPEN OUTPUT UNTAKEN-LIST.
000274
000275     PERFORM P0900-READ-EMPLOYEE THRU P0999-EXIT.
000276
000277 P0299-EXIT.
000278     EXIT.
000279
000280************************************************************
000281*    PROCESS ONE EMPLOYEE - TABLE THE YEAR'S BALANCE
000282************************************************************
000283 P0300-PROCESS-EMPLOYEE.
000284
000285     MOVE EM-EMP-ID      TO LVB-EMP-ID
000286     MOVE WS-YEAR-WANTED TO LVB-YEAR
000287     READ LEAVE-BALANCE
000288       INVALID KEY
000289         GO TO P0390-NEXT
000290     END-READ
000291
000292     IF WS-EMP-COUNT NOT < WS-EMP-MAX
000293       DISPLAY '**** WARNING - EMPLOYEE TABLE FULL '
000294       GO TO P0390-NEXT
000295     END-IF
000296     ADD 1 TO WS-EMP-COUNT
000297     MOVE EM-EMP-DEPT      TO WS-EMP-DEPT-TBL(WS-EMP-COUNT)
000298     MOVE EM-EMP-ID        TO WS-EMP-ID-TBL(WS-EMP-COUNT)
000299     MOVE EM-EMP-LNAME     TO WS-EMP-LNAME-TBL(WS-EMP-COUNT)
000300     MOVE EM-EMP-ENDDATE   TO WS-EMP-ENDDATE-TBL(WS-EMP-COUNT)
000301     MOVE LVB-VAC-GRANTED  TO WS-EMP-VAC-GRANT-TBL(WS-EMP-COUNT)
000302     MOVE LVB-VAC-TAKEN    TO WS-EMP-VAC-TAKEN-TBL(WS-EMP-COUNT)
000303     MOVE LVB-SICK-GRANTED TO WS-EMP-SICK-GRANT-TBL(WS-EMP-COUNT)
000304     MOVE LVB-SICK-TAKEN   TO WS-EMP-SICK-TAKEN-TBL(WS-EMP-COUNT)
000305     MOVE LVB-UNPAID-TAKEN TO WS-EMP-UNPAID-TBL(WS-EMP-COUNT).
000306
000307 P0390-NEXT.
000308     PERFORM P0900-READ-EMPLOYEE THRU P0999-EXIT.
000309
000310 P0399-EXIT.
000311     EXIT.
000312
000313************************************************************
000314*    WRAP UP - SORT BY DEPARTMENT, PRINT BOTH LISTS, CLOSE
000315************************************************************
000316 P0400-WRAP-UP.
000317
000318     IF WS-EMP-COUNT > 1
000319       PERFORM P0420-SORT-TABLE THRU P0429-EXIT
000320     END-IF.
000321
000322     MOVE WS-YEAR-WANTED TO WS-RPT-YEAR WS-UNT-YEAR.
000323     MOVE WS-RUN-DATE    TO WS-RPT-DATE WS-UNT-DATE.
000324     WRITE FD-REPORT-REC FROM WS-RPT-HEADING.
000325     WRITE FD-REPORT-REC FROM WS-RPT-COLUMNS.
000326     WRITE FD-REPORT-REC FROM WS-RPT-COLUMNS2.
000327     WRITE FD-UNTAKEN-REC FROM WS-UNT-HEADING.
000328     WRITE FD-UNTAKEN-REC FROM WS-UNT-COLUMNS.
000329
000330     INITIALIZE W04-TOTALS.
000331     MOVE HIGH-VALUES TO WS-PREV-DEPT.
000332     MOVE 1 TO WS-EMP-SUB.
000333     PERFORM P0450-PRINT-ONE-EMP THRU P0459-EXIT
000334        UNTIL WS-EMP-SUB > WS-EMP-COUNT.
000335     IF WS-EMP-COUNT > ZEROS
000336       PERFORM P0470-DEPT-TOTAL THRU P0479-EXIT
000337     END-IF.
000338
000339     MOVE 'GRAND TOTAL' TO WS-TOT-TEXT.
000340     MOVE 1 TO WS-TOT-SUB.
000341     PERFORM P0480-EDIT-GRAND-TOTAL THRU P0489-EXIT
000342        UNTIL WS-TOT-SUB > 6.
000343     WRITE FD-REPORT-REC FROM WS-RPT-TOTAL-LINE.
000344
000345     MOVE WS-UNTAKEN-COUNT TO WS-UNT-TOT-COUNT.
000346     MOVE WS-UNTAKEN-DAYS  TO WS-UNT-TOT-DAYS.
000347     WRITE FD-UNTAKEN-REC FROM WS-UNT-TOTAL-LINE.
000348
000349     DISPLAY 'LVERPT1 EMPLOYEES READ  = ' WS-REC-IN.
000350     DISPLAY 'LVERPT1 WITH BALANCES   = ' WS-EMP-COUNT.
000351     DISPLAY 'LVERPT1 WITH DAYS UNTAKEN = ' WS-UNTAKEN-COUNT.
000352
000353     CLOSE EMPL-MASTER.
000354     CLOSE LEAVE-BALANCE.
000355     CLOSE BALANCE-REPORT.
000355     MOVE 'LVERPT1'     TO RPTARC-PROGRAM.
000355     MOVE 'LEAVE BALANCE REPORT'
000355        TO RPTARC-TITLE.
000355     MOVE 'LEAVBAL.RPT' TO RPTARC-REPORT-NAME.
000355     MOVE 0             TO RPTARC-PAGES.
000355     MOVE SPACES        TO RPTARC-OPERATOR.
000355     MOVE 'M'           TO RPTARC-RETENTION.
000355     CALL 'RPTARC' USING RPTARC-PARMS.
000356     CLOSE UNTAKEN-LIST.
000356     MOVE 'LVERPT1'     TO RPTARC-PROGRAM.
000356     MOVE 'UNTAKEN VACATION DAYS'
000356        TO RPTARC-TITLE.
000356     MOVE 'LEAVUNT.RPT' TO RPTARC-REPORT-NAME.
000356     MOVE 0             TO RPTARC-PAGES.
000356     MOVE SPACES        TO RPTARC-OPERATOR.
000356     MOVE 'A'           TO RPTARC-RETENTION.
000356     CALL 'RPTARC' USING RPTARC-PARMS.
000357
000358 P0499-EXIT.
000359     EXIT.
000360
000361************************************************************
000362*    BUBBLE SORT BY DEPARTMENT THEN EMP-ID - SMALL TABLE
000363************************************************************
000364 P0420-SORT-TABLE.
000365     MOVE 'Y' TO WS-SORT-SWAPPED-SW.
000366     PERFORM P0425-SORT-ONE-PASS THRU P0425-EXIT
000367        UNTIL NOT SORT-SWAPPED.
000368 P0429-EXIT.
000369     EXIT.
000370
000371 P0425-SORT-ONE-PASS.
000372     MOVE 'N' TO WS-SORT-SWAPPED-SW.
000373     MOVE 1   TO WS-EMP-SUB.
000374     PERFORM P0427-COMPARE-SLOT THRU P0427-EXIT
000375        UNTIL WS-EMP-SUB >= WS-EMP-COUNT.
000376 P0425-EXIT.
000377     EXIT.
000378
000379 P0427-COMPARE-SLOT.
000380     ADD 1 WS-EMP-SUB GIVING WS-EMP-SUB2.
000381     IF WS-EMP-TABLE(WS-EMP-SUB)(1:8) >
000382        WS-EMP-TABLE(WS-EMP-SUB2)(1:8)
000383       MOVE WS-EMP-TABLE(WS-EMP-SUB)  TO WS-SWAP-ENTRY
000384       MOVE WS-EMP-TABLE(WS-EMP-SUB2)
000385          TO WS-EMP-TABLE(WS-EMP-SUB)
000386       MOVE WS-SWAP-ENTRY TO WS-EMP-TABLE(WS-EMP-SUB2)
000387       MOVE 'Y' TO WS-SORT-SWAPPED-SW
000388     END-IF.
000389     ADD 1 TO WS-EMP-SUB.
000390 P0427-EXIT.
000391     EXIT.
000392
000393************************************************************
000394*    ONE EMPLOYEE: DEPARTMENT BREAK, DETAIL LINE, AND THE
000395*    UNTAKEN LIST WHEN VACATION DAYS ARE LEFT
000396************************************************************
000397 P0450-PRINT-ONE-EMP.
000398     IF WS-EMP-DEPT-TBL(WS-EMP-SUB) NOT = WS-PREV-DEPT
000399       IF WS-PREV-DEPT NOT = HIGH-VALUES
000400         PERFORM P0470-DEPT-TOTAL THRU P0479-EXIT
000401       END-IF
000402       MOVE WS-EMP-DEPT-TBL(WS-EMP-SUB) TO WS-PREV-DEPT
000403       MOVE WS-PREV-DEPT TO WS-RPT-DEPT
000404       MOVE SPACES TO FD-REPORT-REC
000405       WRITE FD-REPORT-REC
000406       WRITE FD-REPORT-REC FROM WS-RPT-DEPT-HEAD
000407     END-IF.
000408
000409     COMPUTE WS-VAC-LEFT = WS-EMP-VAC-GRANT-TBL(WS-EMP-SUB)
000410                         - WS-EMP-VAC-TAKEN-TBL(WS-EMP-SUB).
000411     MOVE WS-EMP-ID-TBL(WS-EMP-SUB)      TO WS-DET-EMP-ID.
000412     MOVE WS-EMP-LNAME-TBL(WS-EMP-SUB)   TO WS-DET-LNAME.
000413     MOVE WS-EMP-ENDDATE-TBL(WS-EMP-SUB) TO WS-DET-ENDDATE.
000414     MOVE WS-EMP-VAC-GRANT-TBL(WS-EMP-SUB)  TO WS-DET-DAYS(1).
000415     MOVE WS-EMP-VAC-TAKEN-TBL(WS-EMP-SUB)  TO WS-DET-DAYS(2).
000416     MOVE WS-VAC-LEFT                       TO WS-DET-DAYS(3).
000417     MOVE WS-EMP-SICK-GRANT-TBL(WS-EMP-SUB) TO WS-DET-DAYS(4).
000418     MOVE WS-EMP-SICK-TAKEN-TBL(WS-EMP-SUB) TO WS-DET-DAYS(5).
000419     MOVE WS-EMP-UNPAID-TBL(WS-EMP-SUB)     TO WS-DET-DAYS(6).
000420     WRITE FD-REPORT-REC FROM WS-RPT-DETAIL.
000421
000422     ADD WS-EMP-VAC-GRANT-TBL(WS-EMP-SUB)  TO WS-DPT-TOT(1).
000423     ADD WS-EMP-VAC-TAKEN-TBL(WS-EMP-SUB)  TO WS-DPT-TOT(2).
000424     ADD WS-VAC-LEFT                       TO WS-DPT-TOT(3).
000425     ADD WS-EMP-SICK-GRANT-TBL(WS-EMP-SUB) TO WS-DPT-TOT(4).
000426     ADD WS-EMP-SICK-TAKEN-TBL(WS-EMP-SUB) TO WS-DPT-TOT(5).
000427     ADD WS-EMP-UNPAID-TBL(WS-EMP-SUB)     TO WS-DPT-TOT(6).
000428
000429     IF WS-VAC-LEFT > ZEROS
000430       MOVE WS-EMP-DEPT-TBL(WS-EMP-SUB)    TO WS-UNT-DEPT
000431       MOVE WS-EMP-ID-TBL(WS-EMP-SUB)      TO WS-UNT-EMP-ID
000432       MOVE WS-EMP-LNAME-TBL(WS-EMP-SUB)   TO WS-UNT-LNAME
000433       MOVE WS-EMP-ENDDATE-TBL(WS-EMP-SUB) TO WS-UNT-ENDDATE
000434       MOVE WS-VAC-LEFT                    TO WS-UNT-DAYS
000435       WRITE FD-UNTAKEN-REC FROM WS-UNT-DETAIL
000436       ADD +1          TO WS-UNTAKEN-COUNT
000437       ADD WS-VAC-LEFT TO WS-UNTAKEN-DAYS
000438     END-IF.
000439
000440     ADD 1 TO WS-EMP-SUB.
000441 P0459-EXIT.
000442     EXIT.
000443
000444************************************************************
000445*    DEPARTMENT TOTAL LINE, ROLLED INTO THE GRAND TOTAL
000446************************************************************
000447 P0470-DEPT-TOTAL.
000448     MOVE SPACES TO WS-TOT-TEXT.
000449     STRING 'TOTAL DEPARTMENT ' WS-PREV-DEPT
000450        DELIMITED BY SIZE INTO WS-TOT-TEXT.
000451     MOVE 1 TO WS-TOT-SUB.
000452     PERFORM P0475-EDIT-DEPT-TOTAL THRU P0475-EXIT
000453        UNTIL WS-TOT-SUB > 6.
000454     WRITE FD-REPORT-REC FROM WS-RPT-TOTAL-LINE.
000455     INITIALIZE WS-DPT-TOTALS.
000456 P0479-EXIT.
000457     EXIT.
000458
000459 P0475-EDIT-DEPT-TOTAL.
000460     MOVE WS-DPT-TOT(WS-TOT-SUB) TO WS-TOT-DAYS(WS-TOT-SUB).
000461     ADD WS-DPT-TOT(WS-TOT-SUB)  TO WS-GRD-TOT(WS-TOT-SUB).
000462     ADD 1 TO WS-TOT-SUB.
000463 P0475-EXIT.
000464     EXIT.
000465
000466 P0480-EDIT-GRAND-TOTAL.
000467     MOVE WS-GRD-TOT(WS-TOT-SUB) TO WS-TOT-DAYS(WS-TOT-SUB).
000468     ADD 1 TO WS-TOT-SUB.
000469 P0489-EXIT.
000470     EXIT.
000471
000472************************************************************
000473*    READ THE NEXT EMPLOYEE IN EMP-ID ORDER
000474************************************************************
000475 P0900-READ-EMPLOYEE.
000476     READ EMPL-MASTER NEXT RECORD
000477     EVALUATE TRUE
000478       WHEN WS-EMPMAST-STATUS = '00'
000479         ADD +1 TO WS-REC-IN
000480       WHEN WS-EMPMAST-STATUS = '10'
000481         MOVE 'Y' TO WS-EMPMAST-EOF-SW
000482       WHEN OTHER
000483         DISPLAY '**** ERROR ON READ IDFEMPS FILE '
000484         DISPLAY '**** RETURN CODE = ' WS-EMPMAST-STATUS
000485         MOVE 12 TO RETURN-CODE
000486         STOP RUN
000487     END-EVALUATE.
000488
000489 P0999-EXIT.
000490     EXIT.
