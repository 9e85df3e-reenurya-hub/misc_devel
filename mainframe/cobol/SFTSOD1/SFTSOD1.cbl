       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFTSOD1.
      * WEEKLY SEGREGATION-OF-DUTIES EXCEPTIONS REPORT FOR PAYABLES.
      * FOR THE REQUESTED DATE RANGE (TYPICALLY THE PAST WEEK) IT
      * PRINTS TO SODEXC.RPT:
      *   - EVERY ADMINISTRATOR OVERRIDE SFTPAY1 LOGGED TO
      *     PROVSOD.LOG, WITH THE REASON THE PAYMENT WAS STOPPED;
      *   - EVERY SAME-OPERATOR SEQUENCE FOUND ON THE PAYMENTS
      *     JOURNAL PROVPAY.JRN: A PAYMENT POSTED BY THE OPERATOR
      *     WHO ENTERED THE VOUCHER (VOU-ENTERED-BY ON PROVVOU.DAT),
      *     OR BY AN OPERATOR WHO CHANGED THE SUPPLIER'S REMITTANCE
      *     ADDRESS OR TAX ID IN SFTMNT1 (PROVCHG.DAT) WITHIN THE
      *     DAYS ON SFTPAY1.PRM BEFORE THE PAYMENT.
      * SFTPAY1 REFUSES THESE SEQUENCES UNLESS OVERRIDDEN, SO EVERY
      * SEQUENCE SHOULD ALSO APPEAR AS AN OVERRIDE; ONE THAT DOES
      * NOT (FLAGGED "NO") GOT PAST THE CHECK AND MUST BE LOOKED
      * INTO. JOURNAL LINES OLDER THAN THE OPERATOR FIELD CARRY
      * SPACES AND ARE NOT EXAMINED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL LFSODLOG ASSIGN TO "PROVSOD.LOG"
        FILE STATUS IS FILE-CHECK-KEY-SOD
        ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL LFPAYJRN ASSIGN TO "PROVPAY.JRN"
        FILE STATUS IS FILE-CHECK-KEY-JRN
        ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL LFPROVVOU ASSIGN TO "PROVVOU.DAT"
        FILE STATUS IS FILE-CHECK-KEY-VOU
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VOU-NUMBER.
       SELECT OPTIONAL LFPROVCHG ASSIGN TO "PROVCHG.DAT"
        FILE STATUS IS FILE-CHECK-KEY-CHG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CHG-KEY.
      * SFTPAY1.PRM CARRIES THE DAYS AFTER A REMITTANCE CHANGE
      * DURING WHICH ITS OPERATOR MAY NOT PAY THE SUPPLIER (SEE
      * SFTPAY1); WITHOUT IT 30 DAYS ARE USED
       SELECT LFPARM ASSIGN TO "SFTPAY1.PRM"
        FILE STATUS IS FILE-CHECK-KEY-PRM
        ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LFREPORT ASSIGN TO "SODEXC.RPT"
        FILE STATUS IS FILE-CHECK-KEY-RPT
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ONE LINE PER OVERRIDE (SEE SFTPAY1)
       FD LFSODLOG.
       01 SODLOG-RECORD.
           03 SOD-DATE               PIC 9(8).
           03 SOD-TIME               PIC 9(6).
           03 SOD-OPERATOR           PIC X(8).
           03 SOD-PROV-ID            PIC 9(10).
           03 SOD-VOUCHER            PIC 9(8).
           03 SOD-CHEQUE             PIC 9(8).
           03 SOD-AMOUNT             PIC 9(10).
           03 SOD-REASON             PIC X(1).
              88 SOD-OWN-VOUCHER     VALUE "V".
              88 SOD-OWN-CHANGE      VALUE "M".
           03 SOD-EVENT-DATE         PIC 9(8).

      * ONE LINE PER PAYMENT IN PROVPAY.JRN (SEE SFTPAY1); ONLY THE
      * "P" PAYMENTS ARE EXAMINED
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
           03 PAY-OPERATOR           PIC X(8).
           03 PAY-OVERRIDE           PIC X(1).
              88 PAY-OVERRIDDEN      VALUE "O".

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
           03 VOU-PO-NUMBER          PIC 9(8).
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

      * VENDOR MASTER REMITTANCE/TAX ID CHANGES (SEE SFTMNT1)
       FD LFPROVCHG.
       01 PROVCHG-RECORD.
           03 CHG-KEY.
              05 CHG-PROV-ID         PIC 9(10).
              05 CHG-DATE            PIC 9(8).
              05 CHG-TIME            PIC 9(6).
           03 CHG-OPERATOR           PIC X(8).
           03 CHG-ADDR-SW            PIC X(1).
           03 CHG-CITY-SW            PIC X(1).
           03 CHG-TAXID-SW           PIC X(1).
           03 CHG-OLD-ADDR           PIC X(40).
           03 CHG-OLD-CITY           PIC X(25).
           03 CHG-OLD-TAXID          PIC X(11).
           03 CHG-NEW-ADDR           PIC X(40).
           03 CHG-NEW-CITY           PIC X(25).
           03 CHG-NEW-TAXID          PIC X(11).
           03 FILLER                 PIC X(13).

       FD LFPARM.
       01 PARM-RECORD.
           03 PRM-SOD-DAYS           PIC 9(3).

       FD LFREPORT.
       01 REPORT-RECORD              PIC X(110).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY-SOD   PIC X(2).
           05  FILE-CHECK-KEY-JRN   PIC X(2).
           05  FILE-CHECK-KEY-VOU   PIC X(2).
           05  FILE-CHECK-KEY-CHG   PIC X(2).
           05  FILE-CHECK-KEY-PRM   PIC X(2).
           05  FILE-CHECK-KEY-RPT   PIC X(2).

       01  WS-SOD-EOF-SW           PIC X(1) VALUE "N".
           88  SOD-EOF                   VALUE "Y".
       01  WS-JRN-EOF-SW           PIC X(1) VALUE "N".
           88  JRN-EOF                   VALUE "Y".
       01  WS-CHG-EOF-SW           PIC X(1).
       01  WS-VOU-OPEN-SW          PIC X(1) VALUE "N".
       01  WS-CHG-OPEN-SW          PIC X(1) VALUE "N".
       01  WS-DATE-FROM            PIC 9(8).
       01  WS-DATE-TO              PIC 9(8).
       01  WS-SOD-DAYS             PIC 9(3) VALUE 30.
       01  WS-CHG-CUTOFF           PIC 9(8).
       01  WS-OVERRIDE-COUNT       PIC 9(6) VALUE 0.
       01  WS-SEQUENCE-COUNT       PIC 9(6) VALUE 0.
       01  WS-UNEXPLAINED-COUNT    PIC 9(6) VALUE 0.

       01  WS-HEADING.
           05  FILLER              PIC X(41) VALUE
               "SEGREGATION OF DUTIES EXCEPTIONS REPORT  ".
           05  WS-HDG-FROM         PIC 9(8).
           05  FILLER              PIC X(3)  VALUE " - ".
           05  WS-HDG-TO           PIC 9(8).
       01  WS-OVR-TITLE            PIC X(60) VALUE
           "ADMINISTRATOR OVERRIDES (PROVSOD.LOG)".
       01  WS-OVR-COLUMNS.
           05  FILLER              PIC X(46) VALUE
               "DATE     TIME   OPERATOR   SUPPLIER  VOUCHER  ".
           05  FILLER              PIC X(43) VALUE
               " CHEQUE     AMOUNT  STOPPED: OPERATOR      ".
           05  FILLER              PIC X(5)  VALUE "   ON".
       01  WS-SEQ-TITLE            PIC X(60) VALUE
           "SAME-OPERATOR SEQUENCES (PROVPAY.JRN)".
       01  WS-SEQ-COLUMNS.
           05  FILLER              PIC X(46) VALUE
               "PAID ON  TIME   OPERATOR   SUPPLIER  VOUCHER  ".
           05  FILLER              PIC X(43) VALUE
               " CHEQUE     AMOUNT  SEQUENCE               ".
           05  FILLER              PIC X(15) VALUE "   ON       OVR".
       01  WS-BLANK-LINE           PIC X(1)  VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DET-DATE         PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-TIME         PIC 9(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-OPERATOR     PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-PROV-ID      PIC Z(9)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-VOUCHER      PIC Z(7)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-CHEQUE       PIC Z(7)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-AMOUNT       PIC Z(9)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DET-REASON       PIC X(25).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-EVENT-DATE   PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-OVERRIDE     PIC X(3).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL        PIC X(40).
           05  WS-CNT-VALUE        PIC ZZZ,ZZ9.

      * PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
       COPY "RPTARC.CPY".

       PROCEDURE DIVISION.

       0100-MAINLINE.
           DISPLAY "SEGREGATION OF DUTIES EXCEPTIONS REPORT".
           DISPLAY "DATE FROM YYYYMMDD: ".
           ACCEPT WS-DATE-FROM.
           DISPLAY "DATE TO   YYYYMMDD (0 = NO LIMIT): ".
           ACCEPT WS-DATE-TO.
           IF WS-DATE-TO = 0
              MOVE 99999999 TO WS-DATE-TO
           END-IF.
           PERFORM 0150-GET-PARAMETERS.
           OPEN OUTPUT LFREPORT.
           MOVE WS-DATE-FROM TO WS-HDG-FROM.
           MOVE WS-DATE-TO   TO WS-HDG-TO.
           WRITE REPORT-RECORD FROM WS-HEADING.
           PERFORM 0200-LIST-OVERRIDES THRU 0299-LIST-OVERRIDES-EXIT.
           PERFORM 0400-LIST-SEQUENCES THRU 0499-LIST-SEQUENCES-EXIT.
           PERFORM 0700-PRINT-TOTALS.
           CLOSE LFREPORT.
           MOVE "SFTSOD1"    TO RPTARC-PROGRAM.
           MOVE "SEGREGATION-OF-DUTIES EXCEPTIONS"
              TO RPTARC-TITLE.
           MOVE "SODEXC.RPT" TO RPTARC-REPORT-NAME.
           MOVE 0            TO RPTARC-PAGES.
           MOVE SPACES       TO RPTARC-OPERATOR.
           MOVE "A"          TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
           DISPLAY "SFTSOD1 OVERRIDES LISTED : " WS-OVERRIDE-COUNT.
           DISPLAY "SFTSOD1 SEQUENCES FOUND  : " WS-SEQUENCE-COUNT.
           DISPLAY "SFTSOD1 NOT OVERRIDDEN   : " WS-UNEXPLAINED-COUNT.
           STOP RUN.

       0150-GET-PARAMETERS.
           OPEN INPUT LFPARM.
           IF FILE-CHECK-KEY-PRM = "00"
              READ LFPARM
                 AT END CONTINUE
                 NOT AT END
                    IF PRM-SOD-DAYS IS NUMERIC
                       MOVE PRM-SOD-DAYS TO WS-SOD-DAYS
                    END-IF
              END-READ
              CLOSE LFPARM
           END-IF.

      * PART ONE - THE OVERRIDES LOGGED IN THE RANGE
       0200-LIST-OVERRIDES.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           WRITE REPORT-RECORD FROM WS-OVR-TITLE.
           WRITE REPORT-RECORD FROM WS-OVR-COLUMNS.
           OPEN INPUT LFSODLOG.
           IF FILE-CHECK-KEY-SOD NOT = "00"
              AND FILE-CHECK-KEY-SOD NOT = "05"
              DISPLAY "CANNOT OPEN PROVSOD.LOG STATUS "
                      FILE-CHECK-KEY-SOD
              GO TO 0299-LIST-OVERRIDES-EXIT
           END-IF.
           PERFORM 0250-ONE-OVERRIDE THRU 0259-ONE-OVERRIDE-EXIT
              UNTIL SOD-EOF.
           CLOSE LFSODLOG.
       0299-LIST-OVERRIDES-EXIT.
           EXIT.

       0250-ONE-OVERRIDE.
           READ LFSODLOG
              AT END SET SOD-EOF TO TRUE
           END-READ.
           IF SOD-EOF
              GO TO 0259-ONE-OVERRIDE-EXIT
           END-IF.
           IF SOD-DATE < WS-DATE-FROM OR SOD-DATE > WS-DATE-TO
              GO TO 0259-ONE-OVERRIDE-EXIT
           END-IF.
           MOVE SOD-DATE       TO WS-DET-DATE.
           MOVE SOD-TIME       TO WS-DET-TIME.
           MOVE SOD-OPERATOR   TO WS-DET-OPERATOR.
           MOVE SOD-PROV-ID    TO WS-DET-PROV-ID.
           MOVE SOD-VOUCHER    TO WS-DET-VOUCHER.
           MOVE SOD-CHEQUE     TO WS-DET-CHEQUE.
           MOVE SOD-AMOUNT     TO WS-DET-AMOUNT.
           EVALUATE TRUE
              WHEN SOD-OWN-VOUCHER
                 MOVE "ENTERED THE VOUCHER"  TO WS-DET-REASON
              WHEN SOD-OWN-CHANGE
                 MOVE "CHANGED REMIT/TAX ID" TO WS-DET-REASON
              WHEN OTHER
                 MOVE SOD-REASON             TO WS-DET-REASON
           END-EVALUATE.
           MOVE SOD-EVENT-DATE TO WS-DET-EVENT-DATE.
           MOVE SPACES         TO WS-DET-OVERRIDE.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-OVERRIDE-COUNT.
       0259-ONE-OVERRIDE-EXIT.
           EXIT.

      * PART TWO - WALK THE JOURNAL'S PAYMENTS IN THE RANGE AND
      * LOOK FOR THE PAYING OPERATOR BEHIND THE VOUCHER OR BEHIND
      * A RECENT CHANGE TO WHERE THE SUPPLIER IS PAID
       0400-LIST-SEQUENCES.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           WRITE REPORT-RECORD FROM WS-SEQ-TITLE.
           WRITE REPORT-RECORD FROM WS-SEQ-COLUMNS.
           OPEN INPUT LFPAYJRN.
           IF FILE-CHECK-KEY-JRN NOT = "00"
              AND FILE-CHECK-KEY-JRN NOT = "05"
              DISPLAY "CANNOT OPEN PROVPAY.JRN STATUS "
                      FILE-CHECK-KEY-JRN
              GO TO 0499-LIST-SEQUENCES-EXIT
           END-IF.
           OPEN INPUT LFPROVVOU.
           IF FILE-CHECK-KEY-VOU = "00"
              MOVE "Y" TO WS-VOU-OPEN-SW
           END-IF.
           OPEN INPUT LFPROVCHG.
           IF FILE-CHECK-KEY-CHG = "00"
              MOVE "Y" TO WS-CHG-OPEN-SW
           END-IF.
           PERFORM 0450-ONE-PAYMENT THRU 0459-ONE-PAYMENT-EXIT
              UNTIL JRN-EOF.
           CLOSE LFPAYJRN.
           IF WS-VOU-OPEN-SW = "Y"
              CLOSE LFPROVVOU
           END-IF.
           IF WS-CHG-OPEN-SW = "Y"
              CLOSE LFPROVCHG
           END-IF.
       0499-LIST-SEQUENCES-EXIT.
           EXIT.

       0450-ONE-PAYMENT.
           READ LFPAYJRN
              AT END SET JRN-EOF TO TRUE
           END-READ.
           IF JRN-EOF
              GO TO 0459-ONE-PAYMENT-EXIT
           END-IF.
           IF PAY-DATE < WS-DATE-FROM OR PAY-DATE > WS-DATE-TO
              GO TO 0459-ONE-PAYMENT-EXIT
           END-IF.
           IF PAY-TYPE NOT = "P" OR PAY-OPERATOR = SPACES
              GO TO 0459-ONE-PAYMENT-EXIT
           END-IF.
           PERFORM 0500-CHECK-VOUCHER THRU 0509-CHECK-VOUCHER-EXIT.
           PERFORM 0550-CHECK-CHANGES THRU 0559-CHECK-CHANGES-EXIT.
       0459-ONE-PAYMENT-EXIT.
           EXIT.

       0500-CHECK-VOUCHER.
           IF WS-VOU-OPEN-SW = "N"
              OR PAY-VOUCHER NOT NUMERIC
              OR PAY-VOUCHER = 0
              GO TO 0509-CHECK-VOUCHER-EXIT
           END-IF.
           MOVE PAY-VOUCHER TO VOU-NUMBER.
           READ LFPROVVOU
              INVALID KEY GO TO 0509-CHECK-VOUCHER-EXIT
           END-READ.
           IF VOU-ENTERED-BY NOT = PAY-OPERATOR
              GO TO 0509-CHECK-VOUCHER-EXIT
           END-IF.
           MOVE "ENTERED AND PAID VOUCHER" TO WS-DET-REASON.
           MOVE VOU-ENTERED-DATE           TO WS-DET-EVENT-DATE.
           PERFORM 0600-PRINT-SEQUENCE.
       0509-CHECK-VOUCHER-EXIT.
           EXIT.

      * THE SUPPLIER'S CHANGES FROM THE CUTOFF UP TO THE MOMENT OF
      * THE PAYMENT; EACH ONE BY THE PAYING OPERATOR IS LISTED
       0550-CHECK-CHANGES.
           IF WS-CHG-OPEN-SW = "N"
              GO TO 0559-CHECK-CHANGES-EXIT
           END-IF.
           COMPUTE WS-CHG-CUTOFF = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(PAY-DATE) - WS-SOD-DAYS).
           MOVE PAY-PROV-ID   TO CHG-PROV-ID.
           MOVE WS-CHG-CUTOFF TO CHG-DATE.
           MOVE 0             TO CHG-TIME.
           MOVE "N" TO WS-CHG-EOF-SW.
           START LFPROVCHG KEY IS NOT LESS THAN CHG-KEY
              INVALID KEY MOVE "Y" TO WS-CHG-EOF-SW
           END-START.
           PERFORM 0560-ONE-CHANGE THRU 0569-ONE-CHANGE-EXIT
              UNTIL WS-CHG-EOF-SW = "Y".
       0559-CHECK-CHANGES-EXIT.
           EXIT.

       0560-ONE-CHANGE.
           READ LFPROVCHG NEXT RECORD
              AT END MOVE "Y" TO WS-CHG-EOF-SW
           END-READ.
           IF WS-CHG-EOF-SW = "Y"
              GO TO 0569-ONE-CHANGE-EXIT
           END-IF.
           IF CHG-PROV-ID NOT = PAY-PROV-ID
              OR CHG-DATE > PAY-DATE
              OR (CHG-DATE = PAY-DATE AND CHG-TIME > PAY-TIME)
              MOVE "Y" TO WS-CHG-EOF-SW
              GO TO 0569-ONE-CHANGE-EXIT
           END-IF.
           IF CHG-OPERATOR NOT = PAY-OPERATOR
              GO TO 0569-ONE-CHANGE-EXIT
           END-IF.
           MOVE "CHANGED SUPPLIER, PAID"   TO WS-DET-REASON.
           MOVE CHG-DATE                   TO WS-DET-EVENT-DATE.
           PERFORM 0600-PRINT-SEQUENCE.
       0569-ONE-CHANGE-EXIT.
           EXIT.

       0600-PRINT-SEQUENCE.
           MOVE PAY-DATE       TO WS-DET-DATE.
           MOVE PAY-TIME       TO WS-DET-TIME.
           MOVE PAY-OPERATOR   TO WS-DET-OPERATOR.
           MOVE PAY-PROV-ID    TO WS-DET-PROV-ID.
           MOVE PAY-VOUCHER    TO WS-DET-VOUCHER.
           MOVE PAY-CHEQUE     TO WS-DET-CHEQUE.
           MOVE PAY-AMOUNT     TO WS-DET-AMOUNT.
           IF PAY-OVERRIDDEN
              MOVE "YES" TO WS-DET-OVERRIDE
           ELSE
              MOVE "NO"  TO WS-DET-OVERRIDE
              ADD 1 TO WS-UNEXPLAINED-COUNT
           END-IF.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-SEQUENCE-COUNT.

       0700-PRINT-TOTALS.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE "OVERRIDES LOGGED                      :"
              TO WS-CNT-LABEL.
           MOVE WS-OVERRIDE-COUNT    TO WS-CNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE "SAME-OPERATOR SEQUENCES FOUND         :"
              TO WS-CNT-LABEL.
           MOVE WS-SEQUENCE-COUNT    TO WS-CNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE "  OF WHICH NOT OVERRIDDEN - INVESTIGATE:"
              TO WS-CNT-LABEL.
           MOVE WS-UNEXPLAINED-COUNT TO WS-CNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.

       END PROGRAM SFTSOD1.
