      * REQUIREMENTS REPORT (SFTCSH1) PROJECTS WHAT FALLS DUE FROM
      * THE OPEN VOUCHERS. BOTH DATES ARE VALIDATED AS REAL CALENDAR
      * DATES THE WAY EMPMNT1 VALIDATES ITS DATES.
      * EVERY VOUCHER MUST NAME AN OPEN PURCHASE ORDER OF THE SAME
      * SUPPLIER (PURORD.DAT, ENTERED IN SFTPUR1 AND RECEIVED IN
      * SFTRCV1). THE INVOICE AMOUNT IS MATCHED AGAINST WHAT WAS
      * RECEIVED ON THE ORDER AND NOT YET INVOICED; WHEN THEY DIFFER
      * BY MORE THAN THE TOLERANCE IN SFTVOU1.PRM THE VOUCHER IS
      * RECORDED HELD AND SFTPAY1 WILL NOT PAY IT UNTIL A SUPERVISOR
      * RELEASES IT. THE VOUCHER AMOUNT IS ADDED TO THE ORDER'S
      * INVOICED VALUE, AND AN ORDER FULLY RECEIVED AND INVOICED IS
      * CLOSED. THE SUPPLIER'S EARLY-PAYMENT DISCOUNT TERMS (SEE
      * SFTMNT1) ARE COPIED ONTO THE VOUCHER WITH THE LAST DATE THE
      * DISCOUNT MAY BE TAKEN, FOR SFTPAY1 TO OFFER IT.
      * THE CLERK ALSO KEYS THE INVOICE'S IVA RATE; THE AMOUNT
      * (IVA INCLUDED) IS SPLIT INTO NET AND IVA, THE IVA SHOWN ON
      * THE INVOICE MAY BE KEYED OVER THE COMPUTED ONE, AND THE
      * SPLIT IS KEPT ON THE VOUCHER AND APPENDED TO THE PURCHASE
      * IVA BOOK IVACOMP.DAT (REPORTED BY RPTIVC1 AND NETTED AGAINST
      * IVALIBRO.DAT BY POSIVA1). THE INVOICE IS BOOKED IN THE IVA
      * PERIOD OF ITS DATE; ONCE THAT PERIOD HAS BEEN FILED (CLOSED
      * FOR MODULE "IVA" WITH CIEMES1, SEE PERCTL) IT GOES INTO THE
      * CURRENT PERIOD INSTEAD, SO A FILED RETURN NEVER MOVES.
      * EVERY VOUCHER CARRIES THE SIGNED-ON OPERATOR WHO ENTERED IT
      * AND THE DATE AND TIME; SFTPAY1 WILL NOT LET THAT OPERATOR
      * PAY IT (SEE SFTPAY1 AND THE SFTSOD1 EXCEPTIONS REPORT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTL-KEY.
       SELECT OPTIONAL LFPURORD ASSIGN TO "PURORD.DAT"
        FILE STATUS IS FILE-CHECK-KEY-POH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POH-NUMBER.
      * IVACOMP.DAT IS THE PURCHASE IVA BOOK, ONE LINE PER INVOICE
       SELECT OPTIONAL LFIVACOMP ASSIGN TO "./ivacomp.dat"
        FILE STATUS IS FILE-CHECK-KEY-CMP
        ORGANIZATION IS LINE SEQUENTIAL.
      * SFTVOU1.PRM IS AN OPTIONAL ONE-LINE PARAMETER FILE CARRYING
      * THE MATCH TOLERANCE (10 DIGITS, SAME UNITS AS VOU-AMOUNT);
      * WITHOUT IT ANY DIFFERENCE HOLDS THE VOUCHER
       SELECT LFPARM ASSIGN TO "SFTVOU1.PRM"
        FILE STATUS IS FILE-CHECK-KEY-PRM
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           03 IDFPROV-TERMS          PIC 9(3).
           03 IDFPROV-CONTACT        PIC X(30).
           03 IDFPROV-PHONE          PIC X(15).
      *    EARLY-PAYMENT DISCOUNT OFFERED BY THE SUPPLIER (E.G.
      *    2.00 PERCENT IF PAID WITHIN 10 DAYS OF THE INVOICE)
           03 IDFPROV-DISC-PCT       PIC 9(2)V9(2).
           03 IDFPROV-DISC-DAYS      PIC 9(3).
      *    INCOME TAX WITHHOLDING REGIME (SEE RETTASAS.DAT, MNTRET1);
      *    SPACES = NOT SUBJECT TO WITHHOLDING
           03 IDFPROV-WHT-REGIME     PIC X(3).
           03 FILLER                 PIC X(10).

      * PROVVOU.DAT IS THE OPEN VOUCHER FILE - ONE RECORD PER
      * SUPPLIER INVOICE, WITH WHAT HAS BEEN PAID AGAINST IT
           03 VOU-STATUS             PIC X(1).
              88 VOU-OPEN            VALUE "O".
              88 VOU-PAID-UP         VALUE "P".
      *    PURCHASE ORDER THE INVOICE WAS MATCHED AGAINST; A HELD
      *    VOUCHER CANNOT BE PAID UNTIL A SUPERVISOR RELEASES IT IN
      *    SFTPAY1. VOUCHERS OLDER THAN THESE FIELDS CARRY SPACES
      *    AND ARE NOT HELD
           03 VOU-PO-NUMBER          PIC 9(8).
           03 VOU-HOLD               PIC X(1).
              88 VOU-HELD            VALUE "H".
           03 VOU-RELEASED-BY        PIC X(8).
      *    EARLY-PAYMENT DISCOUNT COPIED FROM THE SUPPLIER WHEN THE
      *    VOUCHER IS ENTERED: THE PERCENT, THE LAST DAY IT MAY BE
      *    TAKEN (INVOICE DATE PLUS THE DISCOUNT DAYS) AND THE
      *    DISCOUNT SFTPAY1 ACTUALLY TOOK. ZERO PERCENT = NO TERMS
           03 VOU-DISC-PCT           PIC 9(2)V9(2).
           03 VOU-DISC-DATE          PIC 9(8).
           03 VOU-DISC-TAKEN         PIC 9(10).
      *    PURCHASE IVA SPLIT OF THE INVOICE AMOUNT, AS BOOKED ON
      *    IVACOMP.DAT. VOUCHERS OLDER THAN THE FIELDS CARRY SPACES
           03 VOU-NET                PIC 9(10).
           03 VOU-IVA-RATE           PIC 9(2)V9(2).
           03 VOU-IVA                PIC 9(10).
      *    CUSTOMER BEING REFUNDED WHEN THE VOUCHER IS A CREDIT
      *    BALANCE REFUND (DEVCLI2) RAISED AGAINST THE REFUNDS
      *    PAYEE; ZERO, OR SPACES ON OLDER VOUCHERS, OTHERWISE
           03 VOU-CUST-ID            PIC 9(7).
      *    WHO ENTERED THE VOUCHER AND WHEN (SFTVOU1, DEVCLI2);
      *    SFTPAY1 WILL NOT LET THE SAME OPERATOR PAY IT. VOUCHERS
      *    CONVERTED BY CNVVOU1 CARRY SPACES
           03 VOU-ENTERED-BY         PIC X(8).
           03 VOU-ENTERED-DATE       PIC 9(8).
           03 VOU-ENTERED-TIME       PIC 9(6).
           03 FILLER                 PIC X(38).

      * PROVCTL.DAT HOLDS THE PAYABLES CONTROL RECORDS; "NEXTVOU"
      * CARRIES THE NEXT VOUCHER NUMBER TO ASSIGN, KEPT WITH THE
           03 CTL-KEY                PIC X(8).
           03 CTL-NEXT-NBR           PIC 9(8).

      * PURORD.DAT IS THE PURCHASE ORDER HEADER FILE (SEE SFTPUR1);
      * THE ORDERED, RECEIVED AND INVOICED VALUES ARE KEPT ON THE
      * HEADER SO THE MATCH DOES NOT HAVE TO WALK THE LINES
       FD LFPURORD.
       01 PURORD-RECORD.
           03 POH-NUMBER             PIC 9(8).
           03 POH-PROV-ID            PIC 9(10).
           03 POH-DATE               PIC 9(8).
           03 POH-STATUS             PIC X(1).
              88 POH-OPEN            VALUE "O".
              88 POH-CLOSED          VALUE "C".
              88 POH-CANCELLED       VALUE "X".
           03 POH-ORDERED            PIC 9(10).
           03 POH-RECEIVED           PIC 9(10).
           03 POH-INVOICED           PIC 9(10).
           03 POH-OPERATOR           PIC X(8).
           03 POH-LINE-COUNT         PIC 9(3).
           03 FILLER                 PIC X(20).

      * PURCHASE IVA BOOK LINE (SEE RPTIVC1 AND POSIVA1). CMP-PERIODO
      * IS THE IVA PERIOD THE INVOICE IS DECLARED IN
       FD LFIVACOMP.
       01 REG-IVACOMP.
           03 CMP-FECHA              PIC 9(8).
           03 CMP-PERIODO            PIC 9(6).
           03 CMP-PROV-ID            PIC 9(10).
           03 CMP-CUIT               PIC X(11).
           03 CMP-FACTURA            PIC X(15).
           03 CMP-VOUCHER            PIC 9(8).
           03 CMP-TASA               PIC 9(2)V9(2).
           03 CMP-TOTAL              PIC 9(10).
           03 CMP-NETO               PIC 9(10).
           03 CMP-IVA                PIC 9(10).
           03 CMP-RAZON              PIC X(40).
           03 FILLER                 PIC X(10).

       FD LFPARM.
       01 PARM-RECORD.
           03 PRM-TOLERANCE          PIC 9(10).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  FILE-CHECK-KEY-VOU   PIC X(2).
           05  FILE-CHECK-KEY-CTL   PIC X(2).
           05  FILE-CHECK-KEY-POH   PIC X(2).
           05  FILE-CHECK-KEY-PRM   PIC X(2).
           05  FILE-CHECK-KEY-CMP   PIC X(2).

       01  WS-DONE-SW              PIC X(1) VALUE "N".
           88  ALL-DONE                  VALUE "Y".
       01  WS-DATE-IN              PIC X(8).
       01  WS-DATE-OK-SW           PIC X(1).
       01  WS-VOU-COUNT            PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT           PIC 9(5) VALUE 0.
       01  WS-PO-NUMBER-IN         PIC 9(8).
       01  WS-TOLERANCE            PIC 9(10) VALUE 0.
       01  WS-MATCH-AMOUNT         PIC 9(10).
       01  WS-MATCH-DIFF           PIC 9(10).
       01  WS-HOLD-SW              PIC X(1).
       01  WS-ORD-EDITED           PIC Z(9)9.
       01  WS-RCV-EDITED           PIC Z(9)9.
       01  WS-INV-EDITED           PIC Z(9)9.
       01  WS-PCT-EDITED           PIC Z9.99.
       01  WS-DISC-JULIAN          PIC 9(7).
      * IVA SPLIT OF THE INVOICE: THE RATE IS KEYED AS 9999 (2100 =
      * 21.00 PERCENT)
       01  WS-IVA-RATE-IN          PIC X(4).
       01  WS-IVA-RATE-NUM REDEFINES WS-IVA-RATE-IN
                                   PIC 9(2)V9(2).
       01  WS-IVA-IN               PIC 9(10).
       01  WS-NET                  PIC 9(10).
       01  WS-IVA                  PIC 9(10).
       01  WS-IVA-EDITED           PIC Z(9)9.
       01  WS-IVA-OK-SW            PIC X(1).
       01  WS-IVA-PERIOD           PIC 9(6).
       01  WS-TODAY                PIC 9(8).
      * ACCEPT FROM TIME DELIVERS HHMMSSHH; A 9(6) RECEIVER WOULD
      * KEEP THE LOW-ORDER DIGITS AND LOSE THE HOUR
       01  WS-ENT-TIME8            PIC 9(8).
       01  WS-ENT-TIME-R  REDEFINES WS-ENT-TIME8.
           03  WS-ENT-TIME         PIC 9(6).
           03  FILLER              PIC 9(2).

       01  WS-DATE-FIELDS.
           05  WS-DATE-YYYY        PIC 9(4).
      * PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
       COPY "SIGNON.CPY".

      * PARAMETERS FOR THE SHARED PERCTL SUBPROGRAM - SEE PERCTL.CPY
       COPY "PERCTL.CPY".

       PROCEDURE DIVISION.

       0100-MAINLINE.
              CLOSE LFPROVCTL
              OPEN I-O LFPROVCTL
           END-IF.
           OPEN I-O LFPURORD.
           IF FILE-CHECK-KEY-POH = "35"
              OPEN OUTPUT LFPURORD
              CLOSE LFPURORD
              OPEN I-O LFPURORD
           END-IF.
           PERFORM 0150-GET-TOLERANCE.
           PERFORM 0200-ONE-VOUCHER THRU 0299-ONE-VOUCHER-EXIT
              UNTIL ALL-DONE.
           CLOSE LFIDFPROVS.
           CLOSE LFPROVVOU.
           CLOSE LFPROVCTL.
           CLOSE LFPURORD.
           DISPLAY "SFTVOU1 VOUCHERS ENTERED: " WS-VOU-COUNT.
           DISPLAY "SFTVOU1 VOUCHERS HELD   : " WS-HELD-COUNT.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.

       0150-GET-TOLERANCE.
           MOVE 0 TO WS-TOLERANCE.
           OPEN INPUT LFPARM.
           IF FILE-CHECK-KEY-PRM = "00"
              READ LFPARM
                 AT END CONTINUE
                 NOT AT END
                    IF PRM-TOLERANCE IS NUMERIC
                       MOVE PRM-TOLERANCE TO WS-TOLERANCE
                    END-IF
              END-READ
              CLOSE LFPARM
           END-IF.

       0200-ONE-VOUCHER.
           DISPLAY " " LINE 1 COL 1 ERASE EOS.
           DISPLAY "VOUCHER ENTRY"              LINE 2 COL 32
           END-IF.
           DISPLAY "SUPPLIER   : " LINE 7 COL 10
                   IDFPROV-DESC    LINE 7 COL 24.
           DISPLAY "PURCHASE ORDER    : " LINE 8 COL 10.
           ACCEPT WS-PO-NUMBER-IN LINE 8 COL 31.
           PERFORM 0250-CHECK-PO THRU 0259-CHECK-PO-EXIT.
           IF WS-FOUND-SW = "N"
              PERFORM 0900-PRESS-ENTER
              GO TO 0299-ONE-VOUCHER-EXIT
           END-IF.
           DISPLAY "INVOICE NBR       : " LINE 9 COL 10.
           ACCEPT WS-INV-NUMBER-IN LINE 9 COL 31.
           IF WS-INV-NUMBER-IN = SPACES
           IF WS-AMOUNT-IN = 0
              GO TO 0299-ONE-VOUCHER-EXIT
           END-IF.
           PERFORM 0270-MATCH-PO.
           PERFORM 0280-IVA-SPLIT THRU 0289-IVA-SPLIT-EXIT.
           IF WS-IVA-OK-SW = "N"
              PERFORM 0900-PRESS-ENTER
              GO TO 0299-ONE-VOUCHER-EXIT
           END-IF.
           PERFORM 0300-ASSIGN-NUMBER THRU 0399-ASSIGN-NUMBER-EXIT.
           IF WS-NBR-ASSIGNED-SW = "N"
              DISPLAY "VOUCHER NUMBER NOT AVAILABLE" LINE 18 COL 10
       0299-ONE-VOUCHER-EXIT.
           EXIT.

      * THE ORDER MUST BELONG TO THE SUPPLIER AND STILL BE OPEN;
      * ITS VALUES ARE SHOWN SO THE CLERK SEES WHAT IS EXPECTED
       0250-CHECK-PO.
           MOVE "N" TO WS-FOUND-SW.
           IF WS-PO-NUMBER-IN = 0
              DISPLAY "PURCHASE ORDER REQUIRED" LINE 18 COL 10
              GO TO 0259-CHECK-PO-EXIT
           END-IF.
           MOVE WS-PO-NUMBER-IN TO POH-NUMBER.
           READ LFPURORD
              INVALID KEY
                 DISPLAY "PURCHASE ORDER NOT FOUND" LINE 18 COL 10
                 GO TO 0259-CHECK-PO-EXIT
           END-READ.
           IF POH-PROV-ID NOT = WS-PROV-ID-IN
              DISPLAY "NOT A PURCHASE ORDER OF THIS SUPPLIER"
                      LINE 18 COL 10
              GO TO 0259-CHECK-PO-EXIT
           END-IF.
           IF NOT POH-OPEN
              DISPLAY "PURCHASE ORDER CLOSED OR CANCELLED"
                      LINE 18 COL 10
              GO TO 0259-CHECK-PO-EXIT
           END-IF.
           MOVE POH-ORDERED  TO WS-ORD-EDITED.
           MOVE POH-RECEIVED TO WS-RCV-EDITED.
           MOVE POH-INVOICED TO WS-INV-EDITED.
           DISPLAY "ORDERED : "   LINE 14 COL 10
                   WS-ORD-EDITED  LINE 14 COL 21
                   "RECEIVED: "   LINE 15 COL 10
                   WS-RCV-EDITED  LINE 15 COL 21
                   "INVOICED: "   LINE 16 COL 10
                   WS-INV-EDITED  LINE 16 COL 21.
           MOVE "Y" TO WS-FOUND-SW.
       0259-CHECK-PO-EXIT.
           EXIT.

      * THREE-WAY MATCH: THE INVOICE SHOULD COVER WHAT WAS RECEIVED
      * ON THE ORDER AND NOT YET INVOICED. RECEIPTS CANNOT EXCEED
      * THE ORDERED QUANTITIES (SEE SFTRCV1), SO THIS ALSO KEEPS
      * THE INVOICE WITHIN THE ORDER
       0270-MATCH-PO.
           MOVE "N" TO WS-HOLD-SW.
           IF POH-RECEIVED > POH-INVOICED
              COMPUTE WS-MATCH-AMOUNT = POH-RECEIVED - POH-INVOICED
           ELSE
              MOVE 0 TO WS-MATCH-AMOUNT
           END-IF.
           IF WS-AMOUNT-IN > WS-MATCH-AMOUNT
              COMPUTE WS-MATCH-DIFF = WS-AMOUNT-IN - WS-MATCH-AMOUNT
           ELSE
              COMPUTE WS-MATCH-DIFF = WS-MATCH-AMOUNT - WS-AMOUNT-IN
           END-IF.
           IF WS-MATCH-DIFF > WS-TOLERANCE
              MOVE "Y" TO WS-HOLD-SW
              MOVE WS-MATCH-AMOUNT TO WS-RCV-EDITED
              DISPLAY "DOES NOT MATCH RECEIVED NOT INVOICED: "
                      LINE 17 COL 10
                      WS-RCV-EDITED LINE 17 COL 49
           END-IF.

      * THE AMOUNT KEYED IS THE INVOICE TOTAL, IVA INCLUDED. THE
      * COMPUTED IVA IS SHOWN AND THE CLERK MAY KEY THE IVA PRINTED
      * ON THE INVOICE INSTEAD (0 KEEPS THE COMPUTED ONE); THE NET
      * IS ALWAYS WHAT IS LEFT, SO NET + IVA = AMOUNT. THEN THE IVA
      * PERIOD TO BOOK IT IN IS CHOSEN
       0280-IVA-SPLIT.
           MOVE "N" TO WS-IVA-OK-SW.
           DISPLAY "IVA RATE 9999: " LINE 13 COL 10.
           MOVE SPACES TO WS-IVA-RATE-IN.
           ACCEPT WS-IVA-RATE-IN LINE 13 COL 26.
           IF WS-IVA-RATE-IN NOT NUMERIC
              DISPLAY "IVA RATE AS 9999 (2100 = 21.00, 0000 = EXEMPT)"
                      LINE 18 COL 10
              GO TO 0289-IVA-SPLIT-EXIT
           END-IF.
           COMPUTE WS-NET ROUNDED =
              WS-AMOUNT-IN * 100 / (100 + WS-IVA-RATE-NUM).
           COMPUTE WS-IVA = WS-AMOUNT-IN - WS-NET.
           MOVE WS-IVA TO WS-IVA-EDITED.
           DISPLAY "COMPUTED IVA: " LINE 13 COL 32
                   WS-IVA-EDITED    LINE 13 COL 46
                   "0=OK/IVA:"      LINE 13 COL 58.
           MOVE 0 TO WS-IVA-IN.
           ACCEPT WS-IVA-IN LINE 13 COL 68.
           IF WS-IVA-IN > 0
              IF WS-IVA-IN > WS-AMOUNT-IN
                 DISPLAY "IVA EXCEEDS THE INVOICE AMOUNT"
                         LINE 18 COL 10
                 GO TO 0289-IVA-SPLIT-EXIT
              END-IF
              MOVE WS-IVA-IN TO WS-IVA
              COMPUTE WS-NET = WS-AMOUNT-IN - WS-IVA
           END-IF.
      *    THE INVOICE'S OWN PERIOD UNLESS ALREADY FILED, THEN THE
      *    CURRENT ONE; WITH BOTH CLOSED THERE IS NOWHERE TO BOOK IT
           MOVE "IVA" TO PERCTL-MODULO.
           MOVE WS-INV-DATE-IN TO PERCTL-FECHA.
           CALL "PERCTL" USING PERCTL-PARMS.
           IF PERCTL-ABIERTO
              MOVE PERCTL-FECHA(1:6) TO WS-IVA-PERIOD
           ELSE
              ACCEPT WS-TODAY FROM DATE YYYYMMDD
              MOVE WS-TODAY TO PERCTL-FECHA
              CALL "PERCTL" USING PERCTL-PARMS
              IF PERCTL-CERRADO
                 DISPLAY "IVA PERIOD CLOSED - VOUCHER REFUSED"
                         LINE 18 COL 10
                 GO TO 0289-IVA-SPLIT-EXIT
              END-IF
              MOVE WS-TODAY(1:6) TO WS-IVA-PERIOD
              DISPLAY "MONTH FILED - IVA BOOKED IN "
                      LINE 16 COL 36
                      WS-IVA-PERIOD LINE 16 COL 65
           END-IF.
           MOVE "Y" TO WS-IVA-OK-SW.
       0289-IVA-SPLIT-EXIT.
           EXIT.

      * NEXT VOUCHER NUMBER FROM THE "NEXTVOU" CONTROL RECORD,
      * SEEDED AT 1 THE FIRST TIME
       0300-ASSIGN-NUMBER.
           EXIT.

       0400-WRITE-VOUCHER.
           MOVE SPACES           TO PROVVOU-RECORD.
           MOVE WS-VOU-NUMBER    TO VOU-NUMBER.
           MOVE WS-PROV-ID-IN    TO VOU-PROV-ID.
           MOVE WS-INV-NUMBER-IN TO VOU-INV-NUMBER.
           MOVE WS-AMOUNT-IN     TO VOU-AMOUNT.
           MOVE 0                TO VOU-PAID.
           SET VOU-OPEN          TO TRUE.
           MOVE WS-PO-NUMBER-IN  TO VOU-PO-NUMBER.
           MOVE SPACE            TO VOU-HOLD.
           IF WS-HOLD-SW = "Y"
              SET VOU-HELD       TO TRUE
           END-IF.
           MOVE SPACES           TO VOU-RELEASED-BY.
           PERFORM 0420-DISCOUNT-TERMS.
           MOVE WS-NET           TO VOU-NET.
           MOVE WS-IVA-RATE-NUM  TO VOU-IVA-RATE.
           MOVE WS-IVA           TO VOU-IVA.
           MOVE 0                TO VOU-CUST-ID.
           MOVE SIGNON-OPERADOR  TO VOU-ENTERED-BY.
           ACCEPT VOU-ENTERED-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ENT-TIME8 FROM TIME.
           MOVE WS-ENT-TIME      TO VOU-ENTERED-TIME.
           WRITE PROVVOU-RECORD.
           IF FILE-CHECK-KEY-VOU NOT = "00"
              DISPLAY "WRITE FAILED STATUS " FILE-CHECK-KEY-VOU
              ADD 1 TO WS-VOU-COUNT
              DISPLAY "VOUCHER " LINE 18 COL 10
                      WS-VOU-NUMBER " RECORDED" LINE 18 COL 18
              IF VOU-HELD
                 ADD 1 TO WS-HELD-COUNT
                 DISPLAY "HELD - SUPERVISOR RELEASE NEEDED IN SFTPAY1"
                         LINE 19 COL 10
              END-IF
              IF VOU-DISC-PCT > 0
                 MOVE VOU-DISC-PCT TO WS-PCT-EDITED
                 DISPLAY "DISCOUNT " LINE 20 COL 10
                         WS-PCT-EDITED LINE 20 COL 19
                         "% IF PAID BY " LINE 20 COL 24
                         VOU-DISC-DATE LINE 20 COL 37
              END-IF
              PERFORM 0450-UPDATE-PO
              PERFORM 0470-WRITE-IVA-BOOK
           END-IF.

      * THE SUPPLIER'S DISCOUNT TERMS AS THEY STAND TODAY GO ONTO
      * THE VOUCHER, SO A LATER CHANGE TO THE TERMS DOES NOT MOVE
      * THE WINDOW OF AN INVOICE ALREADY RECEIVED. A SUPPLIER
      * RECORD NOT YET REFRESHED SINCE THE TERMS EXISTED HAS SPACES
      * THERE AND GIVES NO DISCOUNT
       0420-DISCOUNT-TERMS.
           MOVE 0 TO VOU-DISC-PCT.
           MOVE 0 TO VOU-DISC-DATE.
           MOVE 0 TO VOU-DISC-TAKEN.
           IF IDFPROV-DISC-PCT IS NUMERIC
              AND IDFPROV-DISC-DAYS IS NUMERIC
              AND IDFPROV-DISC-PCT > 0
              AND IDFPROV-DISC-DAYS > 0
              MOVE IDFPROV-DISC-PCT TO VOU-DISC-PCT
              COMPUTE WS-DISC-JULIAN =
                 FUNCTION INTEGER-OF-DATE(VOU-INV-DATE)
                 + IDFPROV-DISC-DAYS
              COMPUTE VOU-DISC-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DISC-JULIAN)
           END-IF.

      * THE ORDER CARRIES WHAT HAS BEEN VOUCHERED AGAINST IT; AN
      * ORDER FULLY RECEIVED AND FULLY INVOICED IS CLOSED
       0450-UPDATE-PO.
           MOVE WS-PO-NUMBER-IN TO POH-NUMBER.
           READ LFPURORD
              INVALID KEY CONTINUE
           END-READ.
           IF FILE-CHECK-KEY-POH = "00"
              ADD WS-AMOUNT-IN TO POH-INVOICED
              IF POH-RECEIVED NOT < POH-ORDERED
                 AND POH-INVOICED NOT < POH-ORDERED
                 SET POH-CLOSED TO TRUE
              END-IF
              REWRITE PURORD-RECORD
           END-IF.
           IF FILE-CHECK-KEY-POH NOT = "00"
              DISPLAY "PURCHASE ORDER UPDATE FAILED STATUS "
                      FILE-CHECK-KEY-POH LINE 20 COL 10
              MOVE "SFTVOU1"            TO ERRLOG-PROGRAM
              MOVE "0450-UPDATE-PO"     TO ERRLOG-PARAGRAPH
              MOVE "PURORD.DAT"         TO ERRLOG-FILENAME
              MOVE WS-PO-NUMBER-IN      TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-POH   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.

      * ONE PURCHASE IVA BOOK LINE PER VOUCHER, APPENDED THE WAY
      * THE JOURNALS ARE
       0470-WRITE-IVA-BOOK.
           MOVE SPACES           TO REG-IVACOMP.
           MOVE VOU-INV-DATE     TO CMP-FECHA.
           MOVE WS-IVA-PERIOD    TO CMP-PERIODO.
           MOVE VOU-PROV-ID      TO CMP-PROV-ID.
           MOVE IDFPROV-TAXID    TO CMP-CUIT.
           MOVE VOU-INV-NUMBER   TO CMP-FACTURA.
           MOVE VOU-NUMBER       TO CMP-VOUCHER.
           MOVE VOU-IVA-RATE     TO CMP-TASA.
           MOVE VOU-AMOUNT       TO CMP-TOTAL.
           MOVE VOU-NET          TO CMP-NETO.
           MOVE VOU-IVA          TO CMP-IVA.
           MOVE IDFPROV-DESC     TO CMP-RAZON.
           OPEN EXTEND LFIVACOMP.
           IF FILE-CHECK-KEY-CMP NOT = "00"
              OPEN OUTPUT LFIVACOMP
           END-IF.
           WRITE REG-IVACOMP.
           IF FILE-CHECK-KEY-CMP NOT = "00"
              DISPLAY "IVA BOOK WRITE FAILED STATUS "
                      FILE-CHECK-KEY-CMP LINE 21 COL 10
              MOVE "SFTVOU1"             TO ERRLOG-PROGRAM
              MOVE "0470-WRITE-IVA-BOOK" TO ERRLOG-PARAGRAPH
              MOVE "IVACOMP.DAT"         TO ERRLOG-FILENAME
              MOVE VOU-NUMBER            TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-CMP    TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
           CLOSE LFIVACOMP.

      * SAME CALENDAR RULES AS EMPMNT1 / SFTIDF2
       0800-VALIDATE-DATE.
