       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFTPUR1.
      * PURCHASE ORDER ENTRY AND MAINTENANCE. PURCHASING RAISES AN
      * ORDER FOR ONE SUPPLIER (VALIDATED AGAINST IDFPROVS.DAT) AS
      * A HEADER ON PURORD.DAT AND ONE LINE PER ITEM ON POLINE.DAT
      * WITH QUANTITY AND UNIT PRICE. THE ORDER NUMBER IS ASSIGNED
      * FROM THE "NEXTPO" CONTROL RECORD ON PROVCTL.DAT, THE SAME
      * WAY SFTVOU1 NUMBERS VOUCHERS. THE HEADER CARRIES THE ORDERED
      * VALUE, THE VALUE RECEIVED (POSTED BY THE SFTRCV1 RECEIVING
      * SCREEN) AND THE VALUE INVOICED (POSTED BY SFTVOU1, WHICH
      * MATCHES EVERY VOUCHER AGAINST ITS ORDER). AN ORDER CAN BE
      * INQUIRED, CANCELLED WHILE NOTHING HAS BEEN RECEIVED OR
      * INVOICED ON IT, OR CLOSED SHORT ONCE NO MORE IS EXPECTED.
      * THE WEEKLY SFTPOR1 REPORT LISTS THE OPEN ORDERS AND THE
      * GOODS RECEIVED NOT YET INVOICED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LFIDFPROVS ASSIGN TO "IDFPROVS.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IDFPROV-ID
        ALTERNATE RECORD KEY IS IDFPROV-DESC
        WITH DUPLICATES.
       SELECT OPTIONAL LFPROVCTL ASSIGN TO "PROVCTL.DAT"
        FILE STATUS IS FILE-CHECK-KEY-CTL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTL-KEY.
       SELECT OPTIONAL LFPURORD ASSIGN TO "PURORD.DAT"
        FILE STATUS IS FILE-CHECK-KEY-POH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POH-NUMBER.
       SELECT OPTIONAL LFPOLINE ASSIGN TO "POLINE.DAT"
        FILE STATUS IS FILE-CHECK-KEY-POL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POL-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD LFIDFPROVS.
       01 LFIDFPROVSRECORD.
           03 IDFPROV-ID             PIC 9(10).
           03 IDFPROV-DESC           PIC X(40).
           03 IDFPROV-BAL            PIC 9(10).
      *    VENDOR MASTER FIELDS MAINTAINED ON-LINE IN SFTMNT1; THE
      *    PROVS.DAT FEED DOES NOT CARRY THEM AND THE SFTIDF1
      *    REFRESH PRESERVES THEM
           03 IDFPROV-REMIT-ADDR     PIC X(40).
           03 IDFPROV-REMIT-CITY     PIC X(25).
           03 IDFPROV-TAXID          PIC X(11).
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

      * PROVCTL.DAT HOLDS THE PAYABLES CONTROL RECORDS; "NEXTPO"
      * CARRIES THE NEXT PURCHASE ORDER NUMBER TO ASSIGN
       FD LFPROVCTL.
       01 PROVCTL-RECORD.
           03 CTL-KEY                PIC X(8).
           03 CTL-NEXT-NBR           PIC 9(8).

      * PURORD.DAT IS THE PURCHASE ORDER HEADER FILE - ONE RECORD
      * PER ORDER, WITH THE ORDERED, RECEIVED AND INVOICED VALUES
      * KEPT UP TO DATE SO THE VOUCHER MATCH DOES NOT HAVE TO WALK
      * THE LINES. POH-LINE-COUNT IS THE LAST LINE NUMBER USED
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

      * POLINE.DAT - ONE RECORD PER ORDER LINE; SFTRCV1 ADDS TO
      * POL-QTY-RECEIVED AS GOODS COME IN
       FD LFPOLINE.
       01 POLINE-RECORD.
           03 POL-KEY.
              05 POL-PO-NUMBER       PIC 9(8).
              05 POL-LINE            PIC 9(3).
           03 POL-ITEM               PIC X(8).
           03 POL-DESC               PIC X(30).
           03 POL-QTY-ORDERED        PIC 9(7).
           03 POL-UNIT-PRICE         PIC 9(10).
           03 POL-QTY-RECEIVED       PIC 9(7).
           03 POL-LAST-RCV-DATE      PIC 9(8).
           03 FILLER                 PIC X(20).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  FILE-CHECK-KEY-CTL   PIC X(2).
           05  FILE-CHECK-KEY-POH   PIC X(2).
           05  FILE-CHECK-KEY-POL   PIC X(2).

       01  WS-DONE-SW              PIC X(1) VALUE "N".
           88  ALL-DONE                  VALUE "Y".
       01  WS-LINES-DONE-SW        PIC X(1).
       01  WS-POL-EOF-SW           PIC X(1).
       01  WS-FOUND-SW             PIC X(1).
       01  WS-NBR-ASSIGNED-SW      PIC X(1).
       01  WS-OPTION               PIC X(1).
       01  WS-CONFIRM              PIC X(1).
       01  WS-ANY-KEY              PIC X(1).
       01  WS-PROV-ID-IN           PIC 9(10).
       01  WS-PO-NUMBER            PIC 9(8).
       01  WS-PO-NUMBER-IN         PIC 9(8).
       01  WS-ITEM-IN              PIC X(8).
       01  WS-DESC-IN              PIC X(30).
       01  WS-QTY-IN               PIC 9(7).
       01  WS-PRICE-IN             PIC 9(10).
       01  WS-LINE-VALUE           PIC 9(10).
       01  WS-SCREEN-LINE          PIC 99.
       01  WS-VAL-EDITED           PIC Z(9)9.
       01  WS-QTY-EDITED           PIC Z(6)9.
       01  WS-RCV-EDITED           PIC Z(6)9.
       01  WS-STATUS-DESC          PIC X(10).
       01  WS-PO-COUNT             PIC 9(5) VALUE 0.
       01  WS-CLOSE-COUNT          PIC 9(5) VALUE 0.

      * PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
       COPY "ERRLOG.CPY".

      * PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
       COPY "SIGNON.CPY".

       PROCEDURE DIVISION.

       0100-MAINLINE.
      * THE SCREEN IS NOT SHOWN WITHOUT A SIGN-ON AND A HIGH
      * ENOUGH AUTHORIZATION LEVEL (SEE SIGNON)
           MOVE "SFTPUR1" TO SIGNON-PROGRAM.
           MOVE 2         TO SIGNON-NIVEL-REQUERIDO.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF NOT SIGNON-OK
              STOP RUN
           END-IF.
           OPEN INPUT LFIDFPROVS.
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "CANNOT OPEN IDFPROVS.DAT STATUS "
                      FILE-CHECK-KEY
              MOVE "SFTPUR1"       TO ERRLOG-PROGRAM
              MOVE "0100-MAINLINE" TO ERRLOG-PARAGRAPH
              MOVE "IDFPROVS.DAT"  TO ERRLOG-FILENAME
              MOVE SPACES          TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY  TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              STOP RUN
           END-IF.
           OPEN I-O LFPROVCTL.
           IF FILE-CHECK-KEY-CTL = "35"
              OPEN OUTPUT LFPROVCTL
              CLOSE LFPROVCTL
              OPEN I-O LFPROVCTL
           END-IF.
           OPEN I-O LFPURORD.
           IF FILE-CHECK-KEY-POH = "35"
              OPEN OUTPUT LFPURORD
              CLOSE LFPURORD
              OPEN I-O LFPURORD
           END-IF.
           OPEN I-O LFPOLINE.
           IF FILE-CHECK-KEY-POL = "35"
              OPEN OUTPUT LFPOLINE
              CLOSE LFPOLINE
              OPEN I-O LFPOLINE
           END-IF.
           PERFORM 0150-ONE-CYCLE THRU 0159-ONE-CYCLE-EXIT
              UNTIL ALL-DONE.
           CLOSE LFIDFPROVS.
           CLOSE LFPROVCTL.
           CLOSE LFPURORD.
           CLOSE LFPOLINE.
           DISPLAY "SFTPUR1 ORDERS ENTERED         : " WS-PO-COUNT.
           DISPLAY "SFTPUR1 ORDERS CLOSED/CANCELLED: " WS-CLOSE-COUNT.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.

       0150-ONE-CYCLE.
           DISPLAY " " LINE 1 COL 1 ERASE EOS.
           DISPLAY "PURCHASE ORDERS"               LINE 2 COL 32
                   "N = NEW PURCHASE ORDER"        LINE 5 COL 10
                   "I = INQUIRY ON AN ORDER"       LINE 6 COL 10
                   "C = CLOSE OR CANCEL AN ORDER"  LINE 7 COL 10
                   "X = EXIT"                      LINE 8 COL 10
                   "OPTION: "                      LINE 10 COL 10.
           ACCEPT WS-OPTION LINE 10 COL 19.
           EVALUATE WS-OPTION
              WHEN "N" WHEN "n"
                 PERFORM 0200-NEW-ORDER
                    THRU 0299-NEW-ORDER-EXIT
              WHEN "I" WHEN "i"
                 PERFORM 0500-INQUIRY
                    THRU 0599-INQUIRY-EXIT
              WHEN "C" WHEN "c"
                 PERFORM 0700-CLOSE-ORDER
                    THRU 0799-CLOSE-ORDER-EXIT
              WHEN "X" WHEN "x"
                 SET ALL-DONE TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       0159-ONE-CYCLE-EXIT.
           EXIT.

      * THE HEADER IS WRITTEN AS SOON AS THE NUMBER IS DRAWN AND
      * REWRITTEN WITH THE ORDERED VALUE ONCE THE LAST LINE IS IN;
      * AN ORDER LEFT WITHOUT LINES IS REMOVED AGAIN
       0200-NEW-ORDER.
           DISPLAY " " LINE 1 COL 1 ERASE EOS.
           DISPLAY "NEW PURCHASE ORDER"          LINE 2 COL 31
                   "SUPPLIER ID (0 = EXIT): "    LINE 4 COL 10.
           ACCEPT WS-PROV-ID-IN LINE 4 COL 35.
           IF WS-PROV-ID-IN = 0
              GO TO 0299-NEW-ORDER-EXIT
           END-IF.
           MOVE WS-PROV-ID-IN TO IDFPROV-ID.
           MOVE "Y" TO WS-FOUND-SW.
           READ LFIDFPROVS
              INVALID KEY MOVE "N" TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = "N"
              DISPLAY "SUPPLIER NOT FOUND" LINE 6 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0299-NEW-ORDER-EXIT
           END-IF.
           DISPLAY "SUPPLIER: " LINE 5 COL 10
                   IDFPROV-DESC LINE 5 COL 21.
           PERFORM 0300-ASSIGN-NUMBER THRU 0399-ASSIGN-NUMBER-EXIT.
           IF WS-NBR-ASSIGNED-SW = "N"
              DISPLAY "ORDER NUMBER NOT AVAILABLE" LINE 20 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0299-NEW-ORDER-EXIT
           END-IF.
           MOVE WS-PO-NUMBER    TO POH-NUMBER.
           MOVE WS-PROV-ID-IN   TO POH-PROV-ID.
           ACCEPT POH-DATE FROM DATE YYYYMMDD.
           SET POH-OPEN         TO TRUE.
           MOVE 0               TO POH-ORDERED POH-RECEIVED
                                   POH-INVOICED POH-LINE-COUNT.
           MOVE SIGNON-OPERADOR TO POH-OPERATOR.
           WRITE PURORD-RECORD.
           IF FILE-CHECK-KEY-POH NOT = "00"
              DISPLAY "ORDER WRITE FAILED STATUS "
                      FILE-CHECK-KEY-POH LINE 20 COL 10
              MOVE "SFTPUR1"            TO ERRLOG-PROGRAM
              MOVE "0200-NEW-ORDER"     TO ERRLOG-PARAGRAPH
              MOVE "PURORD.DAT"         TO ERRLOG-FILENAME
              MOVE WS-PO-NUMBER         TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-POH   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              PERFORM 0900-PRESS-ENTER
              GO TO 0299-NEW-ORDER-EXIT
           END-IF.
           DISPLAY "ORDER NBR: " LINE 6 COL 10
                   WS-PO-NUMBER  LINE 6 COL 21.
           MOVE "N" TO WS-LINES-DONE-SW.
           PERFORM 0400-ONE-LINE THRU 0499-ONE-LINE-EXIT
              UNTIL WS-LINES-DONE-SW = "Y".
           IF POH-LINE-COUNT = 0
              DELETE LFPURORD RECORD
              DISPLAY "NO LINES ENTERED - ORDER NOT RECORDED"
                      LINE 20 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0299-NEW-ORDER-EXIT
           END-IF.
           REWRITE PURORD-RECORD.
           IF FILE-CHECK-KEY-POH NOT = "00"
              DISPLAY "ORDER REWRITE FAILED STATUS "
                      FILE-CHECK-KEY-POH LINE 20 COL 10
              MOVE "SFTPUR1"            TO ERRLOG-PROGRAM
              MOVE "0200-NEW-ORDER"     TO ERRLOG-PARAGRAPH
              MOVE "PURORD.DAT"         TO ERRLOG-FILENAME
              MOVE WS-PO-NUMBER         TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-POH   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              PERFORM 0900-PRESS-ENTER
              GO TO 0299-NEW-ORDER-EXIT
           END-IF.
           ADD 1 TO WS-PO-COUNT.
           MOVE POH-ORDERED TO WS-VAL-EDITED.
           DISPLAY "ORDER RECORDED. TOTAL: " LINE 20 COL 10
                   WS-VAL-EDITED             LINE 20 COL 33.
           PERFORM 0900-PRESS-ENTER.
       0299-NEW-ORDER-EXIT.
           EXIT.

      * NEXT ORDER NUMBER FROM THE "NEXTPO" CONTROL RECORD,
      * SEEDED AT 1 THE FIRST TIME
       0300-ASSIGN-NUMBER.
           MOVE "N" TO WS-NBR-ASSIGNED-SW.
           MOVE "NEXTPO" TO CTL-KEY.
           READ LFPROVCTL
              INVALID KEY
                 MOVE "NEXTPO" TO CTL-KEY
                 MOVE 1 TO CTL-NEXT-NBR
                 WRITE PROVCTL-RECORD
                 END-WRITE
           END-READ.
           IF FILE-CHECK-KEY-CTL NOT = "00"
              GO TO 0399-ASSIGN-NUMBER-EXIT
           END-IF.
           MOVE CTL-NEXT-NBR TO WS-PO-NUMBER.
           ADD 1 TO CTL-NEXT-NBR.
           REWRITE PROVCTL-RECORD.
           IF FILE-CHECK-KEY-CTL NOT = "00"
              GO TO 0399-ASSIGN-NUMBER-EXIT
           END-IF.
           MOVE "Y" TO WS-NBR-ASSIGNED-SW.
       0399-ASSIGN-NUMBER-EXIT.
           EXIT.

      * ONE ORDER LINE: A BLANK DESCRIPTION ENDS THE ORDER. THE
      * ITEM CODE IS OPTIONAL (THE PRODUCT CODE WHEN IT IS STOCK)
       0400-ONE-LINE.
           IF POH-LINE-COUNT NOT < 999
              MOVE "Y" TO WS-LINES-DONE-SW
              GO TO 0499-ONE-LINE-EXIT
           END-IF.
           MOVE POH-ORDERED TO WS-VAL-EDITED.
           DISPLAY " " LINE 8 COL 1 ERASE EOS.
           DISPLAY "LINE       : " LINE 8 COL 10
                   "ORDER TOTAL: " LINE 8 COL 40
                   WS-VAL-EDITED   LINE 8 COL 54
                   "DESCRIPTION (BLANK = END OF ORDER)"
                                   LINE 9 COL 10
                   "DESCRIPTION: " LINE 10 COL 10
                   "ITEM CODE  : " LINE 11 COL 10
                   "QUANTITY   : " LINE 12 COL 10
                   "UNIT PRICE : " LINE 13 COL 10.
           COMPUTE POL-LINE = POH-LINE-COUNT + 1.
           DISPLAY POL-LINE LINE 8 COL 24.
           MOVE SPACES TO WS-DESC-IN.
           ACCEPT WS-DESC-IN LINE 10 COL 24.
           IF WS-DESC-IN = SPACES
              MOVE "Y" TO WS-LINES-DONE-SW
              GO TO 0499-ONE-LINE-EXIT
           END-IF.
           MOVE SPACES TO WS-ITEM-IN.
           ACCEPT WS-ITEM-IN LINE 11 COL 24.
           ACCEPT WS-QTY-IN LINE 12 COL 24.
           IF WS-QTY-IN = 0
              DISPLAY "QUANTITY REQUIRED - LINE NOT RECORDED"
                      LINE 20 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0499-ONE-LINE-EXIT
           END-IF.
           ACCEPT WS-PRICE-IN LINE 13 COL 24.
           IF WS-PRICE-IN = 0
              DISPLAY "PRICE REQUIRED - LINE NOT RECORDED"
                      LINE 20 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0499-ONE-LINE-EXIT
           END-IF.
           COMPUTE WS-LINE-VALUE = WS-QTY-IN * WS-PRICE-IN
              ON SIZE ERROR
                 DISPLAY "LINE VALUE TOO LARGE - LINE NOT RECORDED"
                         LINE 20 COL 10
                 PERFORM 0900-PRESS-ENTER
                 GO TO 0499-ONE-LINE-EXIT
           END-COMPUTE.
           MOVE WS-PO-NUMBER    TO POL-PO-NUMBER.
           MOVE WS-ITEM-IN      TO POL-ITEM.
           MOVE WS-DESC-IN      TO POL-DESC.
           MOVE WS-QTY-IN       TO POL-QTY-ORDERED.
           MOVE WS-PRICE-IN     TO POL-UNIT-PRICE.
           MOVE 0               TO POL-QTY-RECEIVED
                                   POL-LAST-RCV-DATE.
           WRITE POLINE-RECORD.
           IF FILE-CHECK-KEY-POL NOT = "00"
              DISPLAY "LINE WRITE FAILED STATUS "
                      FILE-CHECK-KEY-POL LINE 20 COL 10
              MOVE "SFTPUR1"            TO ERRLOG-PROGRAM
              MOVE "0400-ONE-LINE"      TO ERRLOG-PARAGRAPH
              MOVE "POLINE.DAT"         TO ERRLOG-FILENAME
              MOVE POL-KEY              TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-POL   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              PERFORM 0900-PRESS-ENTER
              MOVE "Y" TO WS-LINES-DONE-SW
              GO TO 0499-ONE-LINE-EXIT
           END-IF.
           MOVE POL-LINE TO POH-LINE-COUNT.
           ADD WS-LINE-VALUE TO POH-ORDERED.
       0499-ONE-LINE-EXIT.
           EXIT.

       0500-INQUIRY.
           DISPLAY " " LINE 1 COL 1 ERASE EOS.
           DISPLAY "PURCHASE ORDER INQUIRY"       LINE 2 COL 29
                   "ORDER NBR (0 = CANCEL): "     LINE 4 COL 10.
           ACCEPT WS-PO-NUMBER-IN LINE 4 COL 35.
           IF WS-PO-NUMBER-IN = 0
              GO TO 0599-INQUIRY-EXIT
           END-IF.
           PERFORM 0600-SHOW-ORDER THRU 0699-SHOW-ORDER-EXIT.
           PERFORM 0900-PRESS-ENTER.
       0599-INQUIRY-EXIT.
           EXIT.

      * HEADER VALUES AND THE FIRST LINES OF THE ORDER, WITH WHAT
      * HAS BEEN RECEIVED ON EACH
       0600-SHOW-ORDER.
           MOVE WS-PO-NUMBER-IN TO POH-NUMBER.
           MOVE "Y" TO WS-FOUND-SW.
           READ LFPURORD
              INVALID KEY MOVE "N" TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = "N"
              DISPLAY "ORDER NOT FOUND" LINE 6 COL 10
              GO TO 0699-SHOW-ORDER-EXIT
           END-IF.
           MOVE POH-PROV-ID TO IDFPROV-ID.
           READ LFIDFPROVS
              INVALID KEY MOVE "** NOT ON FILE **" TO IDFPROV-DESC
           END-READ.
           EVALUATE TRUE
              WHEN POH-OPEN      MOVE "OPEN"      TO WS-STATUS-DESC
              WHEN POH-CLOSED    MOVE "CLOSED"    TO WS-STATUS-DESC
              WHEN POH-CANCELLED MOVE "CANCELLED" TO WS-STATUS-DESC
              WHEN OTHER         MOVE POH-STATUS  TO WS-STATUS-DESC
           END-EVALUATE.
           DISPLAY "SUPPLIER: " LINE 5 COL 10
                   POH-PROV-ID  LINE 5 COL 21
                   IDFPROV-DESC LINE 5 COL 33
                   "DATE    : " LINE 6 COL 10
                   POH-DATE     LINE 6 COL 21
                   "STATUS  : " LINE 6 COL 40
                   WS-STATUS-DESC LINE 6 COL 51.
           MOVE POH-ORDERED TO WS-VAL-EDITED.
           DISPLAY "ORDERED : " LINE 7 COL 10
                   WS-VAL-EDITED LINE 7 COL 21.
           MOVE POH-RECEIVED TO WS-VAL-EDITED.
           DISPLAY "RECEIVED: " LINE 7 COL 40
                   WS-VAL-EDITED LINE 7 COL 51.
           MOVE POH-INVOICED TO WS-VAL-EDITED.
           DISPLAY "INVOICED: " LINE 8 COL 40
                   WS-VAL-EDITED LINE 8 COL 51.
           DISPLAY "LINE DESCRIPTION                     ORDERED"
                   LINE 10 COL 5
                   "RECEIVED  UNIT PRICE" LINE 10 COL 53.
           MOVE 11 TO WS-SCREEN-LINE.
           MOVE "N" TO WS-POL-EOF-SW.
           MOVE WS-PO-NUMBER-IN TO POL-PO-NUMBER.
           MOVE 0 TO POL-LINE.
           START LFPOLINE KEY IS NOT LESS THAN POL-KEY
              INVALID KEY MOVE "Y" TO WS-POL-EOF-SW
           END-START.
           PERFORM 0650-SHOW-ONE-LINE THRU 0659-SHOW-ONE-LINE-EXIT
              UNTIL WS-POL-EOF-SW = "Y".
       0699-SHOW-ORDER-EXIT.
           EXIT.

       0650-SHOW-ONE-LINE.
           READ LFPOLINE NEXT RECORD
              AT END MOVE "Y" TO WS-POL-EOF-SW
           END-READ.
           IF WS-POL-EOF-SW = "Y"
              GO TO 0659-SHOW-ONE-LINE-EXIT
           END-IF.
           IF POL-PO-NUMBER NOT = WS-PO-NUMBER-IN
              MOVE "Y" TO WS-POL-EOF-SW
              GO TO 0659-SHOW-ONE-LINE-EXIT
           END-IF.
           MOVE POL-QTY-ORDERED  TO WS-QTY-EDITED.
           MOVE POL-QTY-RECEIVED TO WS-RCV-EDITED.
           MOVE POL-UNIT-PRICE   TO WS-VAL-EDITED.
           DISPLAY POL-LINE      LINE WS-SCREEN-LINE COL 5
                   POL-DESC      LINE WS-SCREEN-LINE COL 10
                   WS-QTY-EDITED LINE WS-SCREEN-LINE COL 42
                   WS-RCV-EDITED LINE WS-SCREEN-LINE COL 54
                   WS-VAL-EDITED LINE WS-SCREEN-LINE COL 63.
           ADD 1 TO WS-SCREEN-LINE.
           IF WS-SCREEN-LINE > 18
              DISPLAY "(MORE LINES NOT SHOWN)" LINE 19 COL 10
              MOVE "Y" TO WS-POL-EOF-SW
           END-IF.
       0659-SHOW-ONE-LINE-EXIT.
           EXIT.

      * AN ORDER NOTHING HAS BEEN RECEIVED OR INVOICED ON IS
      * CANCELLED; OTHERWISE IT IS CLOSED SHORT, SO NO FURTHER
      * RECEIPTS OR VOUCHERS ARE ACCEPTED AGAINST IT
       0700-CLOSE-ORDER.
           DISPLAY " " LINE 1 COL 1 ERASE EOS.
           DISPLAY "CLOSE OR CANCEL A PURCHASE ORDER" LINE 2 COL 24
                   "ORDER NBR (0 = CANCEL): "         LINE 4 COL 10.
           ACCEPT WS-PO-NUMBER-IN LINE 4 COL 35.
           IF WS-PO-NUMBER-IN = 0
              GO TO 0799-CLOSE-ORDER-EXIT
           END-IF.
           PERFORM 0600-SHOW-ORDER THRU 0699-SHOW-ORDER-EXIT.
           IF WS-FOUND-SW = "N"
              PERFORM 0900-PRESS-ENTER
              GO TO 0799-CLOSE-ORDER-EXIT
           END-IF.
           IF NOT POH-OPEN
              DISPLAY "ORDER IS NOT OPEN" LINE 20 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0799-CLOSE-ORDER-EXIT
           END-IF.
           IF POH-RECEIVED = 0 AND POH-INVOICED = 0
              DISPLAY "CANCEL THE ORDER (Y/N): " LINE 20 COL 10
           ELSE
              DISPLAY "CLOSE THE ORDER SHORT (Y/N): " LINE 20 COL 10
           END-IF.
           ACCEPT WS-CONFIRM LINE 20 COL 40.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              GO TO 0799-CLOSE-ORDER-EXIT
           END-IF.
           IF POH-RECEIVED = 0 AND POH-INVOICED = 0
              SET POH-CANCELLED TO TRUE
           ELSE
              SET POH-CLOSED TO TRUE
           END-IF.
           REWRITE PURORD-RECORD.
           IF FILE-CHECK-KEY-POH NOT = "00"
              DISPLAY "ORDER REWRITE FAILED STATUS "
                      FILE-CHECK-KEY-POH LINE 21 COL 10
              MOVE "SFTPUR1"            TO ERRLOG-PROGRAM
              MOVE "0700-CLOSE-ORDER"   TO ERRLOG-PARAGRAPH
              MOVE "PURORD.DAT"         TO ERRLOG-FILENAME
              MOVE POH-NUMBER           TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-POH   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           ELSE
              ADD 1 TO WS-CLOSE-COUNT
              DISPLAY "ORDER UPDATED" LINE 21 COL 10
           END-IF.
           PERFORM 0900-PRESS-ENTER.
       0799-CLOSE-ORDER-EXIT.
           EXIT.

       0900-PRESS-ENTER.
           DISPLAY "PRESS ENTER" LINE 22 COL 10.
           ACCEPT WS-ANY-KEY.

       END PROGRAM SFTPUR1.
