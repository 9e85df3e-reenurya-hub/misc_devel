       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFTDSC1.
      * MONTHLY EARLY-PAYMENT DISCOUNT REPORT. FOR ONE CALENDAR
      * MONTH, PRINTS PER SUPPLIER TO DSCMON.RPT:
      *   - THE DISCOUNTS TAKEN: THE TYPE "D" ENTRIES SFTPAY1 WROTE
      *     TO PROVPAY.JRN IN THE MONTH;
      *   - THE DISCOUNTS LOST: FOR EVERY VOUCHER ON PROVVOU.DAT
      *     WHOSE DISCOUNT WINDOW (SEE SFTVOU1) CLOSED IN THE MONTH,
      *     THE DISCOUNT THE WHOLE INVOICE WOULD HAVE EARNED LESS
      *     WHAT WAS ACTUALLY TAKEN ON IT.
      * THE MONTH IS THE ONE BEFORE THE RUN DATE, SO EVERY WINDOW
      * IN IT HAS CLOSED; AN OPTIONAL SFTDSC1.PRM CARRYING A YYYYMM
      * RUNS THE REPORT FOR ANOTHER MONTH. WRITES ITS COMPLETION
      * MARKER TO NIGHTLY.LOG LIKE THE OTHER STEPS, WITH THE NUMBER
      * OF DISCOUNTS TAKEN AND LOST IN THE TWO COUNT FIELDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL LFPAYJRN ASSIGN TO "PROVPAY.JRN"
        FILE STATUS IS FILE-CHECK-KEY-JRN
        ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL LFPROVVOU ASSIGN TO "PROVVOU.DAT"
        FILE STATUS IS FILE-CHECK-KEY-VOU
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VOU-NUMBER.
       SELECT OPTIONAL LFIDFPROVS ASSIGN TO "IDFPROVS.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IDFPROV-ID
        ALTERNATE RECORD KEY IS IDFPROV-DESC
        WITH DUPLICATES.
      * SFTDSC1.PRM IS AN OPTIONAL ONE-LINE PARAMETER FILE CARRYING
      * THE MONTH TO REPORT (YYYYMM), FOR A RE-RUN OF AN OLDER MONTH
       SELECT LFPARM ASSIGN TO "SFTDSC1.PRM"
        FILE STATUS IS FILE-CHECK-KEY-PRM
        ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LFREPORT ASSIGN TO "DSCMON.RPT"
        FILE STATUS IS FILE-CHECK-KEY-RPT
        ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LFRUNLOG ASSIGN TO "NIGHTLY.LOG"
        FILE STATUS IS FILE-CHECK-KEY-LOG
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ONE LINE PER PAYMENT IN PROVPAY.JRN (SEE SFTPAY1); ONLY THE
      * "D" DISCOUNT ENTRIES MATTER HERE
       FD LFPAYJRN.
       01 PAYJRN-RECORD.
           03 PAY-DATE               PIC 9(8).
           03 PAY-TIME               PIC 9(6).
           03 PAY-PROV-ID            PIC 9(10).
           03 PAY-AMOUNT             PIC 9(10).
           03 PAY-BAL-AFTER          PIC 9(10).
           03 PAY-VOUCHER            PIC 9(8).
           03 PAY-CHEQUE             PIC 9(8).
           03 PAY-TYPE               PIC X(1).

      * PROVVOU.DAT IS THE OPEN VOUCHER FILE (SEE SFTVOU1)
       FD LFPROVVOU.
       01 PROVVOU-RECORD.
           03 VOU-NUMBER             PIC 9(8).
           03 VOU-PROV-ID            PIC 9(10).
           03 VOU-INV-NUMBER         PIC X(15).
           03 VOU-INV-DATE           PIC 9(8).
           03 VOU-DUE-DATE           PIC 9(8).
           03 VOU-AMOUNT             PIC 9(10).
           03 VOU-PAID               PIC 9(10).
           03 VOU-STATUS             PIC X(1).
              88 VOU-OPEN            VALUE "O".
              88 VOU-PAID-UP         VALUE "P".
           03 VOU-PO-NUMBER          PIC 9(8).
           03 VOU-HOLD               PIC X(1).
              88 VOU-HELD            VALUE "H".
           03 VOU-RELEASED-BY        PIC X(8).
      *    EARLY-PAYMENT DISCOUNT TERMS COPIED BY SFTVOU1 AND THE
      *    DISCOUNT SFTPAY1 TOOK
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

       FD LFPARM.
       01 PARM-RECORD.
           03 PRM-MONTH              PIC 9(6).

       FD LFREPORT.
       01 REPORT-RECORD              PIC X(120).

       FD LFRUNLOG.
       01 RUNLOG-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  FILE-CHECK-KEY-JRN   PIC X(2).
           05  FILE-CHECK-KEY-VOU   PIC X(2).
           05  FILE-CHECK-KEY-PRM   PIC X(2).
           05  FILE-CHECK-KEY-RPT   PIC X(2).
           05  FILE-CHECK-KEY-LOG   PIC X(2).

       01  WS-JRN-EOF-SW           PIC X(1) VALUE "N".
           88  JRN-EOF                   VALUE "Y".
       01  WS-VOU-EOF-SW           PIC X(1) VALUE "N".
           88  VOU-EOF                   VALUE "Y".
       01  WS-LOG-EOF-SW           PIC X(1) VALUE "N".
           88  LOG-EOF                   VALUE "Y".
       01  WS-ALREADY-DONE-SW      PIC X(1) VALUE "N".
           88  STEP-ALREADY-DONE         VALUE "Y".
       01  WS-FILE-OK-SW           PIC X(1) VALUE "Y".

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MM           PIC 9(2).
           05  WS-RUN-DD           PIC 9(2).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                   PIC 9(8).
       01  WS-MONTH.
           05  WS-MONTH-YYYY       PIC 9(4).
           05  WS-MONTH-MM         PIC 9(2).
       01  WS-MONTH-N REDEFINES WS-MONTH
                                   PIC 9(6).

       01  WS-POSSIBLE             PIC 9(10).
       01  WS-AMOUNT               PIC 9(10).
       01  WS-TAKEN-COUNT          PIC 9(6) VALUE 0.
       01  WS-LOST-COUNT           PIC 9(6) VALUE 0.
       01  WS-TOT-TAKEN            PIC 9(13) VALUE 0.
       01  WS-TOT-LOST             PIC 9(13) VALUE 0.

      * ONE SLOT PER SUPPLIER WITH A DISCOUNT TAKEN OR LOST IN THE
      * MONTH, IN ORDER OF FIRST APPEARANCE
       01  WS-SUP-COUNT            PIC 9(4) VALUE 0.
       01  WS-SUP-MAX              PIC 9(4) VALUE 1000.
       01  WS-SUP-FOUND-SW         PIC X(1).
       01  WS-SUP-KEY              PIC 9(10).
       01  WS-SUP-FULL-SW          PIC X(1) VALUE "N".
       01  WS-SUP-TABLE.
           05  WS-SUP-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY WS-SUP-IDX.
               10  WS-SUP-ID           PIC 9(10).
               10  WS-SUP-TAKEN-CNT    PIC 9(5).
               10  WS-SUP-TAKEN        PIC 9(12).
               10  WS-SUP-LOST-CNT     PIC 9(5).
               10  WS-SUP-LOST         PIC 9(12).

      * PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
       COPY "ERRLOG.CPY".
      * PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
       COPY "RPTARC.CPY".

      * ONE LINE PER COMPLETED STEP IN NIGHTLY.LOG
       01  WS-RUNLOG-REC.
           05  WS-RUNLOG-PROGRAM       PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RUNLOG-DATE          PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RUNLOG-TIME          PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RUNLOG-CNT1          PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RUNLOG-CNT2          PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RUNLOG-STATUS        PIC X(8) VALUE "COMPLETE".

       01  WS-HEADING1.
           05  FILLER              PIC X(37) VALUE
               "EARLY-PAYMENT DISCOUNTS FOR MONTH ".
           05  WS-HDG-MONTH        PIC 9(6).
           05  FILLER              PIC X(11) VALUE "   RUN ON ".
           05  WS-HDG-DATE         PIC 9(8).
       01  WS-HEADING2.
           05  FILLER              PIC X(11) VALUE "SUPPLIER".
           05  FILLER              PIC X(33) VALUE "NAME".
           05  FILLER              PIC X(6)  VALUE " TAKEN".
           05  FILLER              PIC X(13) VALUE "       AMOUNT".
           05  FILLER              PIC X(6)  VALUE "  LOST".
           05  FILLER              PIC X(13) VALUE "       AMOUNT".
       01  WS-DETAIL-LINE.
           05  WS-DET-PROV         PIC Z(9)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-NAME         PIC X(32).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-TAKEN-CNT    PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-TAKEN        PIC Z(11)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-LOST-CNT     PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-LOST         PIC Z(11)9.
       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(44) VALUE "TOTALS:".
           05  WS-TOT-TAKEN-CNT    PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TOT-TAKEN-X      PIC Z(11)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TOT-LOST-CNT     PIC ZZZZ9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TOT-LOST-X       PIC Z(11)9.
       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL        PIC X(25).
           05  WS-CNT-VALUE        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0100-MAINLINE.
           PERFORM 0060-CHECK-ALREADY-DONE
              THRU 0069-CHECK-ALREADY-DONE-EXIT.
           IF STEP-ALREADY-DONE
              DISPLAY "SFTDSC1 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
           PERFORM 0150-GET-MONTH.
           OPEN OUTPUT LFREPORT.
           MOVE WS-MONTH-N    TO WS-HDG-MONTH.
           MOVE WS-RUN-DATE-N TO WS-HDG-DATE.
           WRITE REPORT-RECORD FROM WS-HEADING1.
           WRITE REPORT-RECORD FROM WS-HEADING2.
           PERFORM 0200-DISCOUNTS-TAKEN
              THRU 0299-DISCOUNTS-TAKEN-EXIT.
           PERFORM 0300-DISCOUNTS-LOST
              THRU 0399-DISCOUNTS-LOST-EXIT.
           OPEN INPUT LFIDFPROVS.
           PERFORM 0500-PRINT-ONE-SUPPLIER
              VARYING WS-SUP-IDX FROM 1 BY 1
              UNTIL WS-SUP-IDX > WS-SUP-COUNT.
           CLOSE LFIDFPROVS.
           PERFORM 0600-PRINT-TOTALS.
           CLOSE LFREPORT.
           MOVE "SFTDSC1"    TO RPTARC-PROGRAM.
           MOVE "MONTHLY EARLY-PAYMENT DISCOUNTS"
              TO RPTARC-TITLE.
           MOVE "DSCMON.RPT" TO RPTARC-REPORT-NAME.
           MOVE 0            TO RPTARC-PAGES.
           MOVE SPACES       TO RPTARC-OPERATOR.
           MOVE "M"          TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
           DISPLAY "SFTDSC1 DISCOUNTS TAKEN: " WS-TAKEN-COUNT.
           DISPLAY "SFTDSC1 DISCOUNTS LOST : " WS-LOST-COUNT.
      *    A RUN THAT COULD NOT READ THE VOUCHERS IS NOT MARKED DONE
           IF WS-FILE-OK-SW = "Y"
              PERFORM 0280-WRITE-RUNLOG
           END-IF.
           STOP RUN.

       0060-CHECK-ALREADY-DONE.
           MOVE "N" TO WS-ALREADY-DONE-SW.
           MOVE "N" TO WS-LOG-EOF-SW.
           OPEN INPUT LFRUNLOG.
           IF FILE-CHECK-KEY-LOG = "35"
              GO TO 0069-CHECK-ALREADY-DONE-EXIT
           END-IF.
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.
           PERFORM 0065-CHECK-ONE-LOG-LINE UNTIL LOG-EOF.
           CLOSE LFRUNLOG.
       0069-CHECK-ALREADY-DONE-EXIT.
           EXIT.

       0065-CHECK-ONE-LOG-LINE.
           IF WS-RUNLOG-PROGRAM = "SFTDSC1"
              AND WS-RUNLOG-STATUS = "COMPLETE"
              SET STEP-ALREADY-DONE TO TRUE
           END-IF.
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.

      * THE MONTH BEFORE THE RUN DATE UNLESS SFTDSC1.PRM NAMES ONE
       0150-GET-MONTH.
           MOVE WS-RUN-YYYY TO WS-MONTH-YYYY.
           MOVE WS-RUN-MM   TO WS-MONTH-MM.
           IF WS-MONTH-MM = 1
              SUBTRACT 1 FROM WS-MONTH-YYYY
              MOVE 12 TO WS-MONTH-MM
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MM
           END-IF.
           OPEN INPUT LFPARM.
           IF FILE-CHECK-KEY-PRM = "00"
              READ LFPARM
                 AT END CONTINUE
                 NOT AT END
                    IF PRM-MONTH IS NUMERIC
                       AND PRM-MONTH(5:2) > "00"
                       AND PRM-MONTH(5:2) < "13"
                       MOVE PRM-MONTH TO WS-MONTH-N
                    END-IF
              END-READ
              CLOSE LFPARM
           END-IF.

      * FIRST PASS: THE "D" ENTRIES SFTPAY1 JOURNALLED IN THE MONTH
       0200-DISCOUNTS-TAKEN.
           OPEN INPUT LFPAYJRN.
           IF FILE-CHECK-KEY-JRN NOT = "00"
              GO TO 0299-DISCOUNTS-TAKEN-EXIT
           END-IF.
           MOVE "N" TO WS-JRN-EOF-SW.
           PERFORM 0250-ONE-JOURNAL-ENTRY
              THRU 0259-ONE-JOURNAL-ENTRY-EXIT
              UNTIL JRN-EOF.
           CLOSE LFPAYJRN.
       0299-DISCOUNTS-TAKEN-EXIT.
           EXIT.

       0250-ONE-JOURNAL-ENTRY.
           READ LFPAYJRN
              AT END SET JRN-EOF TO TRUE
           END-READ.
           IF JRN-EOF
              GO TO 0259-ONE-JOURNAL-ENTRY-EXIT
           END-IF.
           IF PAY-TYPE NOT = "D"
              OR PAY-DATE(1:6) NOT = WS-MONTH
              GO TO 0259-ONE-JOURNAL-ENTRY-EXIT
           END-IF.
           MOVE PAY-PROV-ID TO WS-SUP-KEY.
           PERFORM 0700-FIND-SUPPLIER THRU 0709-FIND-SUPPLIER-EXIT.
           IF WS-SUP-FOUND-SW = "N"
              GO TO 0259-ONE-JOURNAL-ENTRY-EXIT
           END-IF.
           ADD 1          TO WS-SUP-TAKEN-CNT(WS-SUP-IDX).
           ADD PAY-AMOUNT TO WS-SUP-TAKEN(WS-SUP-IDX).
           ADD 1          TO WS-TAKEN-COUNT.
           ADD PAY-AMOUNT TO WS-TOT-TAKEN.
       0259-ONE-JOURNAL-ENTRY-EXIT.
           EXIT.

       0280-WRITE-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "SFTDSC1" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-TAKEN-COUNT TO WS-RUNLOG-CNT1.
           MOVE WS-LOST-COUNT  TO WS-RUNLOG-CNT2.
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF FILE-CHECK-KEY-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.

      * SECOND PASS: VOUCHERS WHOSE WINDOW CLOSED IN THE MONTH. THE
      * DISCOUNT ON THE WHOLE INVOICE, LESS WHAT WAS TAKEN ON IT,
      * IS WHAT WAS LOST - A PART PAYMENT INSIDE THE WINDOW LOSES
      * ONLY THE SHARE OF THE BALANCE PAID LATE
       0300-DISCOUNTS-LOST.
           OPEN INPUT LFPROVVOU.
           IF FILE-CHECK-KEY-VOU NOT = "00"
              AND FILE-CHECK-KEY-VOU NOT = "05"
              MOVE "N" TO WS-FILE-OK-SW
              MOVE "PROVVOU.DAT NOT AVAILABLE" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "SFTDSC1"            TO ERRLOG-PROGRAM
              MOVE "0300-DISCOUNTS-LOST" TO ERRLOG-PARAGRAPH
              MOVE "PROVVOU.DAT"        TO ERRLOG-FILENAME
              MOVE SPACES               TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-VOU   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO 0399-DISCOUNTS-LOST-EXIT
           END-IF.
           MOVE "N" TO WS-VOU-EOF-SW.
           MOVE 0 TO VOU-NUMBER.
           START LFPROVVOU KEY IS NOT LESS THAN VOU-NUMBER
              INVALID KEY SET VOU-EOF TO TRUE
           END-START.
           PERFORM 0350-ONE-VOUCHER THRU 0359-ONE-VOUCHER-EXIT
              UNTIL VOU-EOF.
           CLOSE LFPROVVOU.
       0399-DISCOUNTS-LOST-EXIT.
           EXIT.

       0350-ONE-VOUCHER.
           READ LFPROVVOU NEXT RECORD
              AT END SET VOU-EOF TO TRUE
           END-READ.
           IF VOU-EOF
              GO TO 0359-ONE-VOUCHER-EXIT
           END-IF.
           IF VOU-DISC-PCT NOT NUMERIC
              OR VOU-DISC-DATE NOT NUMERIC
              OR VOU-DISC-TAKEN NOT NUMERIC
              GO TO 0359-ONE-VOUCHER-EXIT
           END-IF.
           IF VOU-DISC-PCT = 0
              OR VOU-DISC-DATE(1:6) NOT = WS-MONTH
              OR VOU-DISC-DATE NOT < WS-RUN-DATE-N
              GO TO 0359-ONE-VOUCHER-EXIT
           END-IF.
           COMPUTE WS-POSSIBLE ROUNDED =
              VOU-AMOUNT * VOU-DISC-PCT / 100.
           IF WS-POSSIBLE NOT > VOU-DISC-TAKEN
              GO TO 0359-ONE-VOUCHER-EXIT
           END-IF.
           COMPUTE WS-AMOUNT = WS-POSSIBLE - VOU-DISC-TAKEN.
           MOVE VOU-PROV-ID TO WS-SUP-KEY.
           PERFORM 0700-FIND-SUPPLIER THRU 0709-FIND-SUPPLIER-EXIT.
           IF WS-SUP-FOUND-SW = "N"
              GO TO 0359-ONE-VOUCHER-EXIT
           END-IF.
           ADD 1         TO WS-SUP-LOST-CNT(WS-SUP-IDX).
           ADD WS-AMOUNT TO WS-SUP-LOST(WS-SUP-IDX).
           ADD 1         TO WS-LOST-COUNT.
           ADD WS-AMOUNT TO WS-TOT-LOST.
       0359-ONE-VOUCHER-EXIT.
           EXIT.

       0500-PRINT-ONE-SUPPLIER.
           MOVE WS-SUP-ID(WS-SUP-IDX) TO IDFPROV-ID.
           READ LFIDFPROVS
              INVALID KEY MOVE "** NOT ON FILE **" TO IDFPROV-DESC
           END-READ.
           MOVE WS-SUP-ID(WS-SUP-IDX)        TO WS-DET-PROV.
           MOVE IDFPROV-DESC                 TO WS-DET-NAME.
           MOVE WS-SUP-TAKEN-CNT(WS-SUP-IDX) TO WS-DET-TAKEN-CNT.
           MOVE WS-SUP-TAKEN(WS-SUP-IDX)     TO WS-DET-TAKEN.
           MOVE WS-SUP-LOST-CNT(WS-SUP-IDX)  TO WS-DET-LOST-CNT.
           MOVE WS-SUP-LOST(WS-SUP-IDX)      TO WS-DET-LOST.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.

       0600-PRINT-TOTALS.
           MOVE WS-TAKEN-COUNT TO WS-TOT-TAKEN-CNT.
           MOVE WS-TOT-TAKEN   TO WS-TOT-TAKEN-X.
           MOVE WS-LOST-COUNT  TO WS-TOT-LOST-CNT.
           MOVE WS-TOT-LOST    TO WS-TOT-LOST-X.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "SUPPLIERS:"   TO WS-CNT-LABEL.
           MOVE WS-SUP-COUNT   TO WS-CNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.

      * FIND OR OPEN THE SLOT OF THE SUPPLIER IN WS-SUP-KEY; A
      * FULL TABLE IS SAID ONCE AND LOGGED, AS SFTIDF1 DOES
       0700-FIND-SUPPLIER.
           MOVE "N" TO WS-SUP-FOUND-SW.
           PERFORM 0750-CHECK-SUP-SLOT
              VARYING WS-SUP-IDX FROM 1 BY 1
              UNTIL WS-SUP-IDX > WS-SUP-COUNT
                 OR WS-SUP-FOUND-SW = "Y".
           IF WS-SUP-FOUND-SW = "Y"
              SET WS-SUP-IDX DOWN BY 1
              GO TO 0709-FIND-SUPPLIER-EXIT
           END-IF.
           IF WS-SUP-COUNT < WS-SUP-MAX
              ADD 1 TO WS-SUP-COUNT
              SET WS-SUP-IDX TO WS-SUP-COUNT
              MOVE WS-SUP-KEY TO WS-SUP-ID(WS-SUP-IDX)
              MOVE 0 TO WS-SUP-TAKEN-CNT(WS-SUP-IDX)
                        WS-SUP-TAKEN(WS-SUP-IDX)
                        WS-SUP-LOST-CNT(WS-SUP-IDX)
                        WS-SUP-LOST(WS-SUP-IDX)
              MOVE "Y" TO WS-SUP-FOUND-SW
           ELSE
              IF WS-SUP-FULL-SW = "N"
                 MOVE "Y" TO WS-SUP-FULL-SW
                 DISPLAY "SFTDSC1 SUPPLIER TABLE FULL - SOME "
                         "DISCOUNTS NOT REPORTED"
                 MOVE "SFTDSC1"            TO ERRLOG-PROGRAM
                 MOVE "0700-FIND-SUPPLIER" TO ERRLOG-PARAGRAPH
                 MOVE "PROVVOU.DAT"        TO ERRLOG-FILENAME
                 MOVE WS-SUP-KEY           TO ERRLOG-KEYVALUE
                 MOVE "TF"                 TO ERRLOG-STATUS
                 CALL "ERRLOG" USING ERRLOG-PARMS
              END-IF
           END-IF.
       0709-FIND-SUPPLIER-EXIT.
           EXIT.

       0750-CHECK-SUP-SLOT.
           IF WS-SUP-ID(WS-SUP-IDX) = WS-SUP-KEY
              MOVE "Y" TO WS-SUP-FOUND-SW
           END-IF.

       END PROGRAM SFTDSC1.
