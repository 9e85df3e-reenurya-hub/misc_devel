       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFTPOR1.
      * WEEKLY PURCHASE ORDER REPORT. WALKS THE PURCHASE ORDER
      * HEADERS ON PURORD.DAT (ENTERED IN SFTPUR1, RECEIVED IN
      * SFTRCV1, INVOICED THROUGH SFTVOU1) TWICE AND PRINTS TO
      * POOPEN.RPT:
      *   - THE OPEN ORDERS, WITH THE VALUE ORDERED, RECEIVED AND
      *     INVOICED AND WHAT IS STILL TO BE RECEIVED;
      *   - THE GOODS RECEIVED NOT YET INVOICED: EVERY ORDER, OPEN
      *     OR CLOSED SHORT, WHOSE RECEIVED VALUE EXCEEDS WHAT HAS
      *     BEEN VOUCHERED AGAINST IT - THE ACCRUAL PAYABLES EXPECTS
      *     INVOICES FOR.
      * WRITES ITS COMPLETION MARKER TO NIGHTLY.LOG LIKE THE OTHER
      * STEPS, WITH THE OPEN ORDER COUNT AND THE RECEIVED NOT
      * INVOICED COUNT IN THE TWO COUNT FIELDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL LFPURORD ASSIGN TO "PURORD.DAT"
        FILE STATUS IS FILE-CHECK-KEY-POH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POH-NUMBER.
       SELECT OPTIONAL LFIDFPROVS ASSIGN TO "IDFPROVS.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IDFPROV-ID
        ALTERNATE RECORD KEY IS IDFPROV-DESC
        WITH DUPLICATES.
       SELECT LFREPORT ASSIGN TO "POOPEN.RPT"
        FILE STATUS IS FILE-CHECK-KEY-RPT
        ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LFRUNLOG ASSIGN TO "NIGHTLY.LOG"
        FILE STATUS IS FILE-CHECK-KEY-LOG
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD LFREPORT.
       01 REPORT-RECORD              PIC X(120).

       FD LFRUNLOG.
       01 RUNLOG-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  FILE-CHECK-KEY-POH   PIC X(2).
           05  FILE-CHECK-KEY-RPT   PIC X(2).
           05  FILE-CHECK-KEY-LOG   PIC X(2).

       01  WS-POH-EOF-SW           PIC X(1) VALUE "N".
           88  POH-EOF                   VALUE "Y".
       01  WS-LOG-EOF-SW           PIC X(1) VALUE "N".
           88  LOG-EOF                   VALUE "Y".
       01  WS-ALREADY-DONE-SW      PIC X(1) VALUE "N".
           88  STEP-ALREADY-DONE         VALUE "Y".
       01  WS-FILE-OK-SW           PIC X(1) VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-AMOUNT               PIC 9(10).
       01  WS-OPEN-COUNT           PIC 9(6) VALUE 0.
       01  WS-GRNI-COUNT           PIC 9(6) VALUE 0.

       01  WS-TOTALS.
           05  WS-TOT-ORDERED      PIC 9(13) VALUE 0.
           05  WS-TOT-RECEIVED     PIC 9(13) VALUE 0.
           05  WS-TOT-INVOICED     PIC 9(13) VALUE 0.
           05  WS-TOT-TO-RECEIVE   PIC 9(13) VALUE 0.
           05  WS-TOT-GRNI         PIC 9(13) VALUE 0.

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
           05  FILLER              PIC X(30) VALUE
               "OPEN PURCHASE ORDERS AS OF ".
           05  WS-HDG-DATE         PIC 9(8).
       01  WS-HEADING2.
           05  FILLER              PIC X(9)  VALUE "ORDER".
           05  FILLER              PIC X(33) VALUE "SUPPLIER".
           05  FILLER              PIC X(9)  VALUE "DATE".
           05  FILLER              PIC X(12) VALUE "    ORDERED".
           05  FILLER              PIC X(12) VALUE "   RECEIVED".
           05  FILLER              PIC X(12) VALUE "   INVOICED".
           05  FILLER              PIC X(12) VALUE " TO RECEIVE".
       01  WS-HEADING3.
           05  FILLER              PIC X(40) VALUE
               "GOODS RECEIVED NOT INVOICED".
       01  WS-HEADING4.
           05  FILLER              PIC X(9)  VALUE "ORDER".
           05  FILLER              PIC X(33) VALUE "SUPPLIER".
           05  FILLER              PIC X(9)  VALUE "STATUS".
           05  FILLER              PIC X(12) VALUE "   RECEIVED".
           05  FILLER              PIC X(12) VALUE "   INVOICED".
           05  FILLER              PIC X(12) VALUE "NOT INVOICED".
       01  WS-DETAIL-LINE.
           05  WS-DET-ORDER        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-PROV         PIC X(32).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-DATE         PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-AMT1         PIC Z(10)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-AMT2         PIC Z(10)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-AMT3         PIC Z(10)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-AMT4         PIC Z(10)9.
       01  WS-GRNI-LINE.
           05  WS-GRN-ORDER        PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-GRN-PROV         PIC X(32).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-GRN-STATUS       PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-GRN-RECEIVED     PIC Z(10)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-GRN-INVOICED     PIC Z(10)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-GRN-AMOUNT       PIC Z(10)9.
       01  WS-GRNI-TOTAL-LINE.
           05  FILLER              PIC X(51) VALUE "TOTALS:".
           05  WS-GTOT-RECEIVED    PIC Z(11)9.
           05  WS-GTOT-INVOICED    PIC Z(11)9.
           05  WS-GTOT-AMOUNT      PIC Z(11)9.
       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(51) VALUE "TOTALS:".
           05  WS-TOT-AMT1         PIC Z(11)9.
           05  WS-TOT-AMT2         PIC Z(11)9.
           05  WS-TOT-AMT3         PIC Z(11)9.
           05  WS-TOT-AMT4         PIC Z(11)9.
       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL        PIC X(25).
           05  WS-CNT-VALUE        PIC ZZZ,ZZ9.
       01  WS-BLANK-LINE           PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.

       0100-MAINLINE.
           PERFORM 0060-CHECK-ALREADY-DONE
              THRU 0069-CHECK-ALREADY-DONE-EXIT.
           IF STEP-ALREADY-DONE
              DISPLAY "SFTPOR1 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT LFIDFPROVS.
           OPEN INPUT LFPURORD.
           OPEN OUTPUT LFREPORT.
           MOVE WS-RUN-DATE TO WS-HDG-DATE.
           WRITE REPORT-RECORD FROM WS-HEADING1.
           IF FILE-CHECK-KEY-POH NOT = "00"
              AND FILE-CHECK-KEY-POH NOT = "05"
              MOVE "N" TO WS-FILE-OK-SW
              MOVE "PURORD.DAT NOT AVAILABLE" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "SFTPOR1"            TO ERRLOG-PROGRAM
              MOVE "0100-MAINLINE"      TO ERRLOG-PARAGRAPH
              MOVE "PURORD.DAT"         TO ERRLOG-FILENAME
              MOVE SPACES               TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-POH   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           ELSE
              PERFORM 0200-OPEN-ORDERS
              PERFORM 0400-RECEIVED-NOT-INVOICED
           END-IF.
           CLOSE LFPURORD.
           CLOSE LFIDFPROVS.
           CLOSE LFREPORT.
           MOVE "SFTPOR1"    TO RPTARC-PROGRAM.
           MOVE "WEEKLY PURCHASE ORDER REPORT"
              TO RPTARC-TITLE.
           MOVE "POOPEN.RPT" TO RPTARC-REPORT-NAME.
           MOVE 0            TO RPTARC-PAGES.
           MOVE SPACES       TO RPTARC-OPERATOR.
           MOVE "M"          TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
           DISPLAY "SFTPOR1 OPEN ORDERS          : " WS-OPEN-COUNT.
           DISPLAY "SFTPOR1 RECEIVED NOT INVOICED: " WS-GRNI-COUNT.
      *    A RUN THAT COULD NOT READ THE ORDERS IS NOT MARKED DONE
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
           IF WS-RUNLOG-PROGRAM = "SFTPOR1"
              AND WS-RUNLOG-STATUS = "COMPLETE"
              SET STEP-ALREADY-DONE TO TRUE
           END-IF.
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.

      * FIRST PASS: THE OPEN ORDERS
       0200-OPEN-ORDERS.
           WRITE REPORT-RECORD FROM WS-HEADING2.
           MOVE 0 TO WS-TOT-ORDERED WS-TOT-RECEIVED
                     WS-TOT-INVOICED WS-TOT-TO-RECEIVE.
           PERFORM 0600-START-ORDERS.
           PERFORM 0250-ONE-OPEN-ORDER THRU 0259-ONE-OPEN-ORDER-EXIT
              UNTIL POH-EOF.
           MOVE WS-TOT-ORDERED    TO WS-TOT-AMT1.
           MOVE WS-TOT-RECEIVED   TO WS-TOT-AMT2.
           MOVE WS-TOT-INVOICED   TO WS-TOT-AMT3.
           MOVE WS-TOT-TO-RECEIVE TO WS-TOT-AMT4.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "OPEN ORDERS:"    TO WS-CNT-LABEL.
           MOVE WS-OPEN-COUNT     TO WS-CNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.

       0250-ONE-OPEN-ORDER.
           READ LFPURORD NEXT RECORD
              AT END SET POH-EOF TO TRUE
           END-READ.
           IF POH-EOF
              GO TO 0259-ONE-OPEN-ORDER-EXIT
           END-IF.
           IF NOT POH-OPEN
              GO TO 0259-ONE-OPEN-ORDER-EXIT
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           PERFORM 0650-SUPPLIER-NAME.
           IF POH-RECEIVED < POH-ORDERED
              COMPUTE WS-AMOUNT = POH-ORDERED - POH-RECEIVED
           ELSE
              MOVE 0 TO WS-AMOUNT
           END-IF.
           MOVE POH-NUMBER   TO WS-DET-ORDER.
           MOVE POH-DATE     TO WS-DET-DATE.
           MOVE POH-ORDERED  TO WS-DET-AMT1.
           MOVE POH-RECEIVED TO WS-DET-AMT2.
           MOVE POH-INVOICED TO WS-DET-AMT3.
           MOVE WS-AMOUNT    TO WS-DET-AMT4.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           ADD POH-ORDERED  TO WS-TOT-ORDERED.
           ADD POH-RECEIVED TO WS-TOT-RECEIVED.
           ADD POH-INVOICED TO WS-TOT-INVOICED.
           ADD WS-AMOUNT    TO WS-TOT-TO-RECEIVE.
       0259-ONE-OPEN-ORDER-EXIT.
           EXIT.

       0280-WRITE-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "SFTPOR1" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-OPEN-COUNT TO WS-RUNLOG-CNT1.
           MOVE WS-GRNI-COUNT TO WS-RUNLOG-CNT2.
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF FILE-CHECK-KEY-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.

      * SECOND PASS: ORDERS, OPEN OR CLOSED SHORT, WITH GOODS IN
      * BUT NOT YET VOUCHERED
       0400-RECEIVED-NOT-INVOICED.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           WRITE REPORT-RECORD FROM WS-HEADING3.
           WRITE REPORT-RECORD FROM WS-HEADING4.
           MOVE 0 TO WS-TOT-RECEIVED WS-TOT-INVOICED WS-TOT-GRNI.
           PERFORM 0600-START-ORDERS.
           PERFORM 0450-ONE-GRNI-ORDER THRU 0459-ONE-GRNI-ORDER-EXIT
              UNTIL POH-EOF.
           MOVE WS-TOT-RECEIVED   TO WS-GTOT-RECEIVED.
           MOVE WS-TOT-INVOICED   TO WS-GTOT-INVOICED.
           MOVE WS-TOT-GRNI       TO WS-GTOT-AMOUNT.
           WRITE REPORT-RECORD FROM WS-GRNI-TOTAL-LINE.
           MOVE "RECEIVED NOT INVOICED:" TO WS-CNT-LABEL.
           MOVE WS-GRNI-COUNT     TO WS-CNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.

       0450-ONE-GRNI-ORDER.
           READ LFPURORD NEXT RECORD
              AT END SET POH-EOF TO TRUE
           END-READ.
           IF POH-EOF
              GO TO 0459-ONE-GRNI-ORDER-EXIT
           END-IF.
           IF POH-CANCELLED
              OR POH-RECEIVED NOT > POH-INVOICED
              GO TO 0459-ONE-GRNI-ORDER-EXIT
           END-IF.
           ADD 1 TO WS-GRNI-COUNT.
           PERFORM 0650-SUPPLIER-NAME.
           COMPUTE WS-AMOUNT = POH-RECEIVED - POH-INVOICED.
           MOVE POH-NUMBER   TO WS-GRN-ORDER.
           MOVE WS-DET-PROV  TO WS-GRN-PROV.
           IF POH-OPEN
              MOVE "OPEN"    TO WS-GRN-STATUS
           ELSE
              MOVE "CLOSED"  TO WS-GRN-STATUS
           END-IF.
           MOVE POH-RECEIVED TO WS-GRN-RECEIVED.
           MOVE POH-INVOICED TO WS-GRN-INVOICED.
           MOVE WS-AMOUNT    TO WS-GRN-AMOUNT.
           WRITE REPORT-RECORD FROM WS-GRNI-LINE.
           ADD POH-RECEIVED TO WS-TOT-RECEIVED.
           ADD POH-INVOICED TO WS-TOT-INVOICED.
           ADD WS-AMOUNT    TO WS-TOT-GRNI.
       0459-ONE-GRNI-ORDER-EXIT.
           EXIT.

       0600-START-ORDERS.
           MOVE "N" TO WS-POH-EOF-SW.
           MOVE 0 TO POH-NUMBER.
           START LFPURORD KEY IS NOT LESS THAN POH-NUMBER
              INVALID KEY SET POH-EOF TO TRUE
           END-START.

       0650-SUPPLIER-NAME.
           MOVE POH-PROV-ID TO IDFPROV-ID.
           READ LFIDFPROVS
              INVALID KEY MOVE "** NOT ON FILE **" TO IDFPROV-DESC
           END-READ.
           MOVE IDFPROV-DESC TO WS-DET-PROV.

       END PROGRAM SFTPOR1.
