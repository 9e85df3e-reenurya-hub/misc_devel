       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFTRCV1.
      * PURCHASE ORDER RECEIVING. THE RECEIVING DOCK CALLS UP AN
      * OPEN PURCHASE ORDER (PURORD.DAT / POLINE.DAT, ENTERED IN
      * SFTPUR1), SEES ITS LINES WITH THE QUANTITIES ORDERED AND
      * ALREADY RECEIVED, AND RECORDS THE QUANTITY THAT CAME IN ON
      * EACH LINE. A RECEIPT CANNOT EXCEED WHAT IS STILL OUTSTANDING
      * ON THE LINE. EACH RECEIPT ADDS TO POL-QTY-RECEIVED, ADDS
      * ITS VALUE AT THE ORDER PRICE TO THE HEADER'S RECEIVED VALUE
      * (WHICH SFTVOU1 MATCHES THE SUPPLIER INVOICE AGAINST), AND
      * IS APPENDED TO THE PORCV.JRN RECEIVING JOURNAL. AN ORDER
      * ALREADY FULLY INVOICED IS CLOSED WHEN ITS LAST GOODS ARRIVE.
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
       SELECT LFRCVJRN ASSIGN TO "PORCV.JRN"
        FILE STATUS IS FILE-CHECK-KEY-JRN
        ORGANIZATION IS LINE SEQUENTIAL.

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

      * PURORD.DAT IS THE PURCHASE ORDER HEADER FILE (SEE SFTPUR1)
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

      * POLINE.DAT - ONE RECORD PER ORDER LINE
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

      * ONE LINE PER RECEIPT IN PORCV.JRN
       FD LFRCVJRN.
       01 RCVJRN-RECORD.
           03 RCV-DATE               PIC 9(8).
           03 RCV-TIME               PIC 9(6).
           03 RCV-PO-NUMBER          PIC 9(8).
           03 RCV-LINE               PIC 9(3).
           03 RCV-ITEM               PIC X(8).
           03 RCV-QTY                PIC 9(7).
           03 RCV-VALUE              PIC 9(10).
           03 RCV-OPERATOR           PIC X(8).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  FILE-CHECK-KEY-POH   PIC X(2).
           05  FILE-CHECK-KEY-POL   PIC X(2).
           05  FILE-CHECK-KEY-JRN   PIC X(2).

       01  WS-DONE-SW              PIC X(1) VALUE "N".
           88  ALL-DONE                  VALUE "Y".
       01  WS-ORDER-DONE-SW        PIC X(1).
       01  WS-POL-EOF-SW           PIC X(1).
       01  WS-FOUND-SW             PIC X(1).
       01  WS-ANY-KEY              PIC X(1).
       01  WS-PO-NUMBER-IN         PIC 9(8).
       01  WS-LINE-IN              PIC 9(3).
       01  WS-QTY-IN               PIC 9(7).
       01  WS-QTY-OUTSTANDING      PIC 9(7).
       01  WS-RCV-VALUE            PIC 9(10).
       01  WS-SCREEN-LINE          PIC 99.
       01  WS-VAL-EDITED           PIC Z(9)9.
       01  WS-QTY-EDITED           PIC Z(6)9.
       01  WS-RCV-EDITED           PIC Z(6)9.
       01  WS-RCV-COUNT            PIC 9(5) VALUE 0.
      * ACCEPT FROM TIME DELIVERS HHMMSSHH; A 9(6) RECEIVER WOULD
      * KEEP THE LOW-ORDER DIGITS AND LOSE THE HOUR
       01  WS-RCV-TIME8            PIC 9(8).
       01  WS-RCV-TIME-R  REDEFINES WS-RCV-TIME8.
           03  WS-RCV-TIME         PIC 9(6).
           03  FILLER              PIC 9(2).

      * PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
       COPY "ERRLOG.CPY".

      * PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
       COPY "SIGNON.CPY".

       PROCEDURE DIVISION.

       0100-MAINLINE.
      * THE SCREEN IS NOT SHOWN WITHOUT A SIGN-ON AND A HIGH
      * ENOUGH AUTHORIZATION LEVEL (SEE SIGNON)
           MOVE "SFTRCV1" TO SIGNON-PROGRAM.
           MOVE 1         TO SIGNON-NIVEL-REQUERIDO.
           CALL "SIGNON" USING SIGNON-PARMS.
           IF NOT SIGNON-OK
              STOP RUN
           END-IF.
           OPEN INPUT LFIDFPROVS.
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "CANNOT OPEN IDFPROVS.DAT STATUS "
                      FILE-CHECK-KEY
              MOVE "SFTRCV1"       TO ERRLOG-PROGRAM
              MOVE "0100-MAINLINE" TO ERRLOG-PARAGRAPH
              MOVE "IDFPROVS.DAT"  TO ERRLOG-FILENAME
              MOVE SPACES          TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY  TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              STOP RUN
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
           PERFORM 0200-ONE-ORDER THRU 0299-ONE-ORDER-EXIT
              UNTIL ALL-DONE.
           CLOSE LFIDFPROVS.
           CLOSE LFPURORD.
           CLOSE LFPOLINE.
           DISPLAY "SFTRCV1 RECEIPTS RECORDED: " WS-RCV-COUNT.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.

       0200-ONE-ORDER.
           DISPLAY " " LINE 1 COL 1 ERASE EOS.
           DISPLAY "PURCHASE ORDER RECEIVING"     LINE 2 COL 28
                   "ORDER NBR (0 = EXIT): "       LINE 4 COL 10.
           ACCEPT WS-PO-NUMBER-IN LINE 4 COL 33.
           IF WS-PO-NUMBER-IN = 0
              SET ALL-DONE TO TRUE
              GO TO 0299-ONE-ORDER-EXIT
           END-IF.
           MOVE WS-PO-NUMBER-IN TO POH-NUMBER.
           MOVE "Y" TO WS-FOUND-SW.
           READ LFPURORD
              INVALID KEY MOVE "N" TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = "N"
              DISPLAY "ORDER NOT FOUND" LINE 6 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0299-ONE-ORDER-EXIT
           END-IF.
           IF NOT POH-OPEN
              DISPLAY "ORDER IS CLOSED OR CANCELLED" LINE 6 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0299-ONE-ORDER-EXIT
           END-IF.
           MOVE POH-PROV-ID TO IDFPROV-ID.
           READ LFIDFPROVS
              INVALID KEY MOVE "** NOT ON FILE **" TO IDFPROV-DESC
           END-READ.
           MOVE "N" TO WS-ORDER-DONE-SW.
           PERFORM 0300-ONE-RECEIPT THRU 0399-ONE-RECEIPT-EXIT
              UNTIL WS-ORDER-DONE-SW = "Y".
       0299-ONE-ORDER-EXIT.
           EXIT.

      * SHOW THE ORDER LINES AND TAKE ONE RECEIPT; LINE 0 ENDS THE
      * ORDER
       0300-ONE-RECEIPT.
           DISPLAY " " LINE 5 COL 1 ERASE EOS.
           DISPLAY "SUPPLIER: " LINE 5 COL 10
                   POH-PROV-ID  LINE 5 COL 21
                   IDFPROV-DESC LINE 5 COL 33.
           PERFORM 0600-SHOW-LINES.
           DISPLAY "LINE RECEIVED (0 = DONE): " LINE 19 COL 10.
           ACCEPT WS-LINE-IN LINE 19 COL 37.
           IF WS-LINE-IN = 0
              MOVE "Y" TO WS-ORDER-DONE-SW
              GO TO 0399-ONE-RECEIPT-EXIT
           END-IF.
           MOVE WS-PO-NUMBER-IN TO POL-PO-NUMBER.
           MOVE WS-LINE-IN      TO POL-LINE.
           MOVE "Y" TO WS-FOUND-SW.
           READ LFPOLINE
              INVALID KEY MOVE "N" TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = "N"
              DISPLAY "NOT A LINE OF THIS ORDER" LINE 21 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0399-ONE-RECEIPT-EXIT
           END-IF.
           COMPUTE WS-QTY-OUTSTANDING =
              POL-QTY-ORDERED - POL-QTY-RECEIVED.
           IF WS-QTY-OUTSTANDING = 0
              DISPLAY "LINE ALREADY FULLY RECEIVED" LINE 21 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0399-ONE-RECEIPT-EXIT
           END-IF.
           MOVE WS-QTY-OUTSTANDING TO WS-QTY-EDITED.
           DISPLAY "OUTSTANDING: "    LINE 20 COL 10
                   WS-QTY-EDITED      LINE 20 COL 24
                   "QTY RECEIVED: "   LINE 20 COL 35.
           ACCEPT WS-QTY-IN LINE 20 COL 50.
           IF WS-QTY-IN = 0
              GO TO 0399-ONE-RECEIPT-EXIT
           END-IF.
      *    MORE THAN WAS ORDERED IS NOT ACCEPTED ON THE ORDER; THE
      *    EXCESS GOES BACK OR ON A NEW ORDER FROM SFTPUR1
           IF WS-QTY-IN > WS-QTY-OUTSTANDING
              DISPLAY "MORE THAN OUTSTANDING ON THE LINE"
                      LINE 21 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0399-ONE-RECEIPT-EXIT
           END-IF.
           PERFORM 0400-POST-RECEIPT THRU 0499-POST-RECEIPT-EXIT.
       0399-ONE-RECEIPT-EXIT.
           EXIT.

      * THE LINE, THE HEADER AND THE JOURNAL ARE UPDATED TOGETHER;
      * A FAILED LINE REWRITE LEAVES EVERYTHING ALONE
       0400-POST-RECEIPT.
           COMPUTE WS-RCV-VALUE = WS-QTY-IN * POL-UNIT-PRICE.
           ADD WS-QTY-IN TO POL-QTY-RECEIVED.
           ACCEPT POL-LAST-RCV-DATE FROM DATE YYYYMMDD.
           REWRITE POLINE-RECORD.
           IF FILE-CHECK-KEY-POL NOT = "00"
              DISPLAY "LINE REWRITE FAILED STATUS "
                      FILE-CHECK-KEY-POL LINE 21 COL 10
              MOVE "SFTRCV1"            TO ERRLOG-PROGRAM
              MOVE "0400-POST-RECEIPT"  TO ERRLOG-PARAGRAPH
              MOVE "POLINE.DAT"         TO ERRLOG-FILENAME
              MOVE POL-KEY              TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-POL   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              PERFORM 0900-PRESS-ENTER
              GO TO 0499-POST-RECEIPT-EXIT
           END-IF.
           ADD WS-RCV-VALUE TO POH-RECEIVED.
           IF POH-RECEIVED NOT < POH-ORDERED
              AND POH-INVOICED NOT < POH-ORDERED
              SET POH-CLOSED TO TRUE
           END-IF.
           REWRITE PURORD-RECORD.
           IF FILE-CHECK-KEY-POH NOT = "00"
              DISPLAY "ORDER REWRITE FAILED STATUS "
                      FILE-CHECK-KEY-POH LINE 21 COL 10
              MOVE "SFTRCV1"            TO ERRLOG-PROGRAM
              MOVE "0400-POST-RECEIPT"  TO ERRLOG-PARAGRAPH
              MOVE "PURORD.DAT"         TO ERRLOG-FILENAME
              MOVE POH-NUMBER           TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-POH   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              PERFORM 0900-PRESS-ENTER
           END-IF.
           PERFORM 0450-WRITE-JOURNAL.
           ADD 1 TO WS-RCV-COUNT.
           IF POH-CLOSED
              MOVE "Y" TO WS-ORDER-DONE-SW
              DISPLAY "ORDER FULLY RECEIVED AND INVOICED - CLOSED"
                      LINE 21 COL 10
              PERFORM 0900-PRESS-ENTER
           END-IF.
       0499-POST-RECEIPT-EXIT.
           EXIT.

       0450-WRITE-JOURNAL.
           ACCEPT RCV-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RCV-TIME8 FROM TIME.
           MOVE WS-RCV-TIME     TO RCV-TIME.
           MOVE POL-PO-NUMBER   TO RCV-PO-NUMBER.
           MOVE POL-LINE        TO RCV-LINE.
           MOVE POL-ITEM        TO RCV-ITEM.
           MOVE WS-QTY-IN       TO RCV-QTY.
           MOVE WS-RCV-VALUE    TO RCV-VALUE.
           MOVE SIGNON-OPERADOR TO RCV-OPERATOR.
           OPEN EXTEND LFRCVJRN.
           IF FILE-CHECK-KEY-JRN NOT = "00"
              OPEN OUTPUT LFRCVJRN
           END-IF.
           WRITE RCVJRN-RECORD.
           CLOSE LFRCVJRN.

      * THE ORDER LINES WITH QUANTITIES ORDERED AND RECEIVED
       0600-SHOW-LINES.
           DISPLAY "LINE DESCRIPTION                     ORDERED"
                   LINE 7 COL 5
                   "RECEIVED" LINE 7 COL 54.
           MOVE 8 TO WS-SCREEN-LINE.
           MOVE "N" TO WS-POL-EOF-SW.
           MOVE WS-PO-NUMBER-IN TO POL-PO-NUMBER.
           MOVE 0 TO POL-LINE.
           START LFPOLINE KEY IS NOT LESS THAN POL-KEY
              INVALID KEY MOVE "Y" TO WS-POL-EOF-SW
           END-START.
           PERFORM 0650-SHOW-ONE-LINE THRU 0659-SHOW-ONE-LINE-EXIT
              UNTIL WS-POL-EOF-SW = "Y".

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
           DISPLAY POL-LINE      LINE WS-SCREEN-LINE COL 5
                   POL-DESC      LINE WS-SCREEN-LINE COL 10
                   WS-QTY-EDITED LINE WS-SCREEN-LINE COL 42
                   WS-RCV-EDITED LINE WS-SCREEN-LINE COL 54.
           IF POL-QTY-RECEIVED NOT < POL-QTY-ORDERED
              DISPLAY "COMPLETE" LINE WS-SCREEN-LINE COL 63
           END-IF.
           ADD 1 TO WS-SCREEN-LINE.
           IF WS-SCREEN-LINE > 17
              DISPLAY "(MORE LINES NOT SHOWN)" LINE 18 COL 10
              MOVE "Y" TO WS-POL-EOF-SW
           END-IF.
       0659-SHOW-ONE-LINE-EXIT.
           EXIT.

       0900-PRESS-ENTER.
           DISPLAY "PRESS ENTER" LINE 22 COL 10.
           ACCEPT WS-ANY-KEY.

       END PROGRAM SFTRCV1.
