       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVVOU1.
      * ONE-TIME CONVERSION OF THE OPEN VOUCHER FILE PROVVOU.DAT TO
      * THE 200-BYTE RECORD THAT CARRIES THE EARLY-PAYMENT DISCOUNT
      * TERMS (VOU-DISC-PCT, VOU-DISC-DATE, VOU-DISC-TAKEN), THE
      * PURCHASE IVA SPLIT, THE CUSTOMER OF A REFUND VOUCHER AND WHO
      * ENTERED THE VOUCHER AND WHEN. THE OLD 90-BYTE RECORD HAD
      * ONLY THREE BYTES OF FILLER LEFT AFTER THE PURCHASE ORDER AND
      * HOLD FIELDS, SO THE RECORD GROWS TO 200 IN ONE STEP.
      * RUN PROCEDURE: OPERATIONS RENAMES THE LIVE PROVVOU.DAT TO
      * PROVVOU.OLD, RUNS THIS CONVERSION (WHICH CREATES THE NEW
      * PROVVOU.DAT) AND CHECKS THE BEFORE/AFTER COUNTS ON
      * CNVVOU1.LST, WHICH MUST AGREE, BEFORE SFTVOU1, SFTPAY1,
      * SFTCSH1, SFTDSC1, SFTPPY1, DEVCLI2 AND FLUCAJ1 ARE RUN
      * AGAIN. EXISTING VOUCHERS ARE CARRIED OVER WITH NO DISCOUNT
      * TERMS AND SPACES IN THE OTHER NEW FIELDS: THEY HAVE NO IVA
      * SPLIT, ARE NOT REFUNDS, AND SFTPAY1 DOES NOT STOP THEIR
      * PAYMENT, AS NOBODY IS RECORDED AS HAVING ENTERED THEM. THE
      * PURCHASE ORDER AND HOLD FIELDS OF VOUCHERS OLDER THAN THEM
      * (SPACES) ARE CARRIED AS THEY ARE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL LFOLDVOU ASSIGN TO "PROVVOU.OLD"
        FILE STATUS IS FILE-CHECK-KEY-OLD
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-NUMBER.
       SELECT LFPROVVOU ASSIGN TO "PROVVOU.DAT"
        FILE STATUS IS FILE-CHECK-KEY-VOU
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VOU-NUMBER.
       SELECT LFLIST ASSIGN TO "CNVVOU1.LST"
        FILE STATUS IS FILE-CHECK-KEY-LST
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * THE OLD LAYOUT, AS SFTVOU1 AND SFTPAY1 WROTE IT
       FD LFOLDVOU.
       01 OLDVOU-RECORD.
           03 OLD-NUMBER             PIC 9(8).
           03 OLD-PROV-ID            PIC 9(10).
           03 OLD-INV-NUMBER         PIC X(15).
           03 OLD-INV-DATE           PIC 9(8).
           03 OLD-DUE-DATE           PIC 9(8).
           03 OLD-AMOUNT             PIC 9(10).
           03 OLD-PAID               PIC 9(10).
           03 OLD-STATUS             PIC X(1).
           03 OLD-PO-NUMBER          PIC X(8).
           03 OLD-HOLD               PIC X(1).
           03 OLD-RELEASED-BY        PIC X(8).
           03 FILLER                 PIC X(3).

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
           03 VOU-PO-NUMBER          PIC X(8).
           03 VOU-HOLD               PIC X(1).
           03 VOU-RELEASED-BY        PIC X(8).
           03 VOU-DISC-PCT           PIC 9(2)V9(2).
           03 VOU-DISC-DATE          PIC 9(8).
           03 VOU-DISC-TAKEN         PIC 9(10).
           03 VOU-NET                PIC 9(10).
           03 VOU-IVA-RATE           PIC 9(2)V9(2).
           03 VOU-IVA                PIC 9(10).
           03 VOU-CUST-ID            PIC 9(7).
           03 VOU-ENTERED-BY         PIC X(8).
           03 VOU-ENTERED-DATE       PIC 9(8).
           03 VOU-ENTERED-TIME       PIC 9(6).
           03 FILLER                 PIC X(38).

       FD LFLIST.
       01 LIST-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY-OLD   PIC X(2).
           05  FILE-CHECK-KEY-VOU   PIC X(2).
           05  FILE-CHECK-KEY-LST   PIC X(2).

       01  WS-EOF-SW               PIC X(1) VALUE "N".
           88  OLD-EOF                   VALUE "Y".
       01  WS-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-WRITE-COUNT          PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT          PIC 9(7) VALUE 0.

       01  WS-TITLE-LINE           PIC X(50) VALUE
           "PROVVOU.DAT CONVERSION TO THE 200-BYTE LAYOUT".
       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL        PIC X(35).
           05  WS-CNT-VALUE        PIC Z,ZZZ,ZZ9.
       01  WS-VERDICT-LINE         PIC X(60).

      * PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
       COPY "ERRLOG.CPY".
      * PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
       COPY "RPTARC.CPY".

       PROCEDURE DIVISION.

       0100-MAINLINE.
           OPEN OUTPUT LFLIST.
           WRITE LIST-RECORD FROM WS-TITLE-LINE.
           PERFORM 0200-CONVERT THRU 0299-CONVERT-EXIT.
           PERFORM 0400-PRINT-COUNTS.
           CLOSE LFLIST.
           MOVE "CNVVOU1"     TO RPTARC-PROGRAM.
           MOVE "VOUCHER CONVERSION - 200-BYTE LAYOUT"
              TO RPTARC-TITLE.
           MOVE "CNVVOU1.LST" TO RPTARC-REPORT-NAME.
           MOVE 0             TO RPTARC-PAGES.
           MOVE SPACES        TO RPTARC-OPERATOR.
           MOVE "D"           TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
           DISPLAY "CNVVOU1 READ: " WS-READ-COUNT
                   " WRITTEN: " WS-WRITE-COUNT.
           STOP RUN.

       0200-CONVERT.
           OPEN INPUT LFOLDVOU.
           IF FILE-CHECK-KEY-OLD NOT = "00"
              MOVE "  (NO PROVVOU.OLD TO CONVERT)" TO LIST-RECORD
              WRITE LIST-RECORD
              GO TO 0299-CONVERT-EXIT
           END-IF.
           OPEN OUTPUT LFPROVVOU.
           IF FILE-CHECK-KEY-VOU NOT = "00"
              DISPLAY "CANNOT CREATE PROVVOU.DAT STATUS "
                      FILE-CHECK-KEY-VOU
              MOVE "CNVVOU1"          TO ERRLOG-PROGRAM
              MOVE "0200-CONVERT"     TO ERRLOG-PARAGRAPH
              MOVE "PROVVOU.DAT"      TO ERRLOG-FILENAME
              MOVE SPACES             TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-VOU TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              CLOSE LFOLDVOU
              GO TO 0299-CONVERT-EXIT
           END-IF.
           PERFORM 0300-ONE-VOUCHER THRU 0399-ONE-VOUCHER-EXIT
              UNTIL OLD-EOF.
           CLOSE LFOLDVOU.
           CLOSE LFPROVVOU.
       0299-CONVERT-EXIT.
           EXIT.

       0300-ONE-VOUCHER.
           READ LFOLDVOU NEXT RECORD
              AT END SET OLD-EOF TO TRUE
           END-READ.
           IF OLD-EOF
              GO TO 0399-ONE-VOUCHER-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES          TO PROVVOU-RECORD.
           MOVE OLD-NUMBER      TO VOU-NUMBER.
           MOVE OLD-PROV-ID     TO VOU-PROV-ID.
           MOVE OLD-INV-NUMBER  TO VOU-INV-NUMBER.
           MOVE OLD-INV-DATE    TO VOU-INV-DATE.
           MOVE OLD-DUE-DATE    TO VOU-DUE-DATE.
           MOVE OLD-AMOUNT      TO VOU-AMOUNT.
           MOVE OLD-PAID        TO VOU-PAID.
           MOVE OLD-STATUS      TO VOU-STATUS.
           MOVE OLD-PO-NUMBER   TO VOU-PO-NUMBER.
           MOVE OLD-HOLD        TO VOU-HOLD.
           MOVE OLD-RELEASED-BY TO VOU-RELEASED-BY.
           MOVE 0               TO VOU-DISC-PCT.
           MOVE 0               TO VOU-DISC-DATE.
           MOVE 0               TO VOU-DISC-TAKEN.
      *    THE IVA SPLIT, REFUND CUSTOMER AND ENTRY STAMP STAY AS
      *    THE SPACES MOVED TO THE RECORD ABOVE
           WRITE PROVVOU-RECORD.
           IF FILE-CHECK-KEY-VOU NOT = "00"
              ADD 1 TO WS-ERROR-COUNT
              DISPLAY "CNVVOU1 WRITE FAILED STATUS "
                      FILE-CHECK-KEY-VOU " VOUCHER " OLD-NUMBER
              MOVE "CNVVOU1"          TO ERRLOG-PROGRAM
              MOVE "0300-ONE-VOUCHER" TO ERRLOG-PARAGRAPH
              MOVE "PROVVOU.DAT"      TO ERRLOG-FILENAME
              MOVE OLD-NUMBER         TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-VOU TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO 0399-ONE-VOUCHER-EXIT
           END-IF.
           ADD 1 TO WS-WRITE-COUNT.
       0399-ONE-VOUCHER-EXIT.
           EXIT.

       0400-PRINT-COUNTS.
           MOVE "VOUCHERS READ FROM PROVVOU.OLD   :" TO WS-CNT-LABEL.
           MOVE WS-READ-COUNT  TO WS-CNT-VALUE.
           WRITE LIST-RECORD FROM WS-COUNT-LINE.
           MOVE "VOUCHERS WRITTEN TO PROVVOU.DAT  :" TO WS-CNT-LABEL.
           MOVE WS-WRITE-COUNT TO WS-CNT-VALUE.
           WRITE LIST-RECORD FROM WS-COUNT-LINE.
           MOVE "WRITE ERRORS                     :" TO WS-CNT-LABEL.
           MOVE WS-ERROR-COUNT TO WS-CNT-VALUE.
           WRITE LIST-RECORD FROM WS-COUNT-LINE.
           IF WS-READ-COUNT = WS-WRITE-COUNT
              MOVE "COUNTS AGREE - CONVERSION COMPLETE"
                 TO WS-VERDICT-LINE
           ELSE
              MOVE "COUNTS DO NOT AGREE - KEEP PROVVOU.OLD AND CHECK"
                 TO WS-VERDICT-LINE
           END-IF.
           WRITE LIST-RECORD FROM WS-VERDICT-LINE.

       END PROGRAM CNVVOU1.
