      * BEYOND 30 DAYS. PRINTS ONE LINE PER OPEN VOUCHER WITH ITS
      * REMAINING AMOUNT IN THE BUCKET IT FALLS IN, AND THE COLUMN
      * TOTALS THE FRIDAY PAYMENT RUN CAN BE PLANNED FROM, TO
      * CASHREQ.RPT. A VOUCHER WHOSE EARLY-PAYMENT DISCOUNT (SEE
      * SFTVOU1) RUNS OUT WITHIN THE COMING 7 DAYS SHOWS THAT LAST
      * DATE IN A "PAY BY" COLUMN, AND THE DISCOUNTS STILL TO BE
      * HAD THIS WEEK ARE TOTALLED AT THE FOOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           03 VOU-STATUS             PIC X(1).
              88 VOU-OPEN            VALUE "O".
              88 VOU-PAID-UP         VALUE "P".
           03 VOU-PO-NUMBER          PIC 9(8).
           03 VOU-HOLD               PIC X(1).
              88 VOU-HELD            VALUE "H".
           03 VOU-RELEASED-BY        PIC X(8).
      *    EARLY-PAYMENT DISCOUNT TERMS COPIED BY SFTVOU1
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

       FD LFREPORT.
       01 REPORT-RECORD              PIC X(120).
       01  WS-DAYS-TO-DUE          PIC S9(7).
       01  WS-REMAINING            PIC 9(10).
       01  WS-OPEN-COUNT           PIC 9(6) VALUE 0.
       01  WS-DISC-JULIAN          PIC 9(7).
       01  WS-DAYS-TO-DISC         PIC S9(7).
       01  WS-DISC-AMOUNT          PIC 9(10).
       01  WS-DISC-COUNT           PIC 9(6) VALUE 0.
       01  WS-DISC-TOTAL           PIC 9(13) VALUE 0.

       01  WS-TOTALS.
           05  WS-TOT-OVERDUE      PIC 9(13) VALUE 0.
           05  FILLER              PIC X(12) VALUE "8-14 DAYS".
           05  FILLER              PIC X(12) VALUE "15-30 DAYS".
           05  FILLER              PIC X(12) VALUE "LATER".
           05  FILLER              PIC X(8)  VALUE "PAY BY".
       01  WS-DETAIL-LINE.
           05  WS-DET-VOUCHER      PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-30           PIC Z(10)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-LATER        PIC Z(10)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DET-PAY-BY       PIC X(8).
       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(28) VALUE
               "TOTALS:                     ".
           05  FILLER              PIC X(25) VALUE
               "OPEN VOUCHERS:           ".
           05  WS-CNT-VALUE        PIC ZZZ,ZZ9.
       01  WS-DISC-LINE.
           05  FILLER              PIC X(25) VALUE
               "DISCOUNTS TO TAKE BY 7D: ".
           05  WS-DISC-CNT-X       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE "  WORTH: ".
           05  WS-DISC-TOT-X       PIC Z(11)9.

      * PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
       COPY "RPTARC.CPY".

       PROCEDURE DIVISION.

           PERFORM 0400-PRINT-TOTALS.
           CLOSE LFPROVVOU.
           CLOSE LFREPORT.
           MOVE "SFTCSH1"     TO RPTARC-PROGRAM.
           MOVE "WEEKLY CASH REQUIREMENTS"
              TO RPTARC-TITLE.
           MOVE "CASHREQ.RPT" TO RPTARC-REPORT-NAME.
           MOVE 0             TO RPTARC-PAGES.
           MOVE SPACES        TO RPTARC-OPERATOR.
           MOVE "M"           TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
           DISPLAY "SFTCSH1 OPEN VOUCHERS: " WS-OPEN-COUNT.
           STOP RUN.

                 MOVE WS-REMAINING TO WS-DET-LATER
                 ADD WS-REMAINING TO WS-TOT-LATER
           END-EVALUATE.
           PERFORM 0300-PAY-BY THRU 0399-PAY-BY-EXIT.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
       0299-ONE-VOUCHER-EXIT.
           EXIT.

      * A DISCOUNT STILL OPEN TODAY THAT LAPSES WITHIN THE WEEK IS
      * FLAGGED WITH ITS LAST DATE, VALUED ON WHAT REMAINS TO PAY.
      * VOUCHERS OLDER THAN THE DISCOUNT TERMS CARRY NO TERMS
       0300-PAY-BY.
           MOVE SPACES TO WS-DET-PAY-BY.
           IF VOU-DISC-PCT NOT NUMERIC
              OR VOU-DISC-DATE NOT NUMERIC
              OR VOU-DISC-PCT = 0
              OR VOU-DISC-DATE = 0
              GO TO 0399-PAY-BY-EXIT
           END-IF.
           COMPUTE WS-DISC-JULIAN =
              FUNCTION INTEGER-OF-DATE(VOU-DISC-DATE).
           COMPUTE WS-DAYS-TO-DISC = WS-DISC-JULIAN - WS-RUN-JULIAN.
           IF WS-DAYS-TO-DISC < 0 OR WS-DAYS-TO-DISC > 7
              GO TO 0399-PAY-BY-EXIT
           END-IF.
           MOVE VOU-DISC-DATE TO WS-DET-PAY-BY.
           COMPUTE WS-DISC-AMOUNT ROUNDED =
              WS-REMAINING * VOU-DISC-PCT / 100.
           ADD 1 TO WS-DISC-COUNT.
           ADD WS-DISC-AMOUNT TO WS-DISC-TOTAL.
       0399-PAY-BY-EXIT.
           EXIT.

       0400-PRINT-TOTALS.
           MOVE WS-TOT-OVERDUE TO WS-TOT-OVERDUE-X.
           MOVE WS-TOT-7       TO WS-TOT-7-X.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-OPEN-COUNT  TO WS-CNT-VALUE.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           MOVE WS-DISC-COUNT  TO WS-DISC-CNT-X.
           MOVE WS-DISC-TOTAL  TO WS-DISC-TOT-X.
           WRITE REPORT-RECORD FROM WS-DISC-LINE.

       END PROGRAM SFTCSH1.
