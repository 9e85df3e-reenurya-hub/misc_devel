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

       WORKING-STORAGE SECTION.

           05  WS-TOT-CNT          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(9)  VALUE " PAYMENTS".

      * PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
       COPY "RPTARC.CPY".

       PROCEDURE DIVISION.

       0100-MAINLINE.
           IF PAY-DATE < WS-DATE-FROM OR PAY-DATE > WS-DATE-TO
              GO TO 0299-PROCESS-JOURNAL-EXIT
           END-IF.
      *    A DISCOUNT ENTRY ("D") OR TAX WITHHELD ("W") SENDS NO
      *    MONEY - IT IS NOT PART OF WHAT WAS REMITTED
           IF PAY-TYPE = "D" OR PAY-TYPE = "W"
              GO TO 0299-PROCESS-JOURNAL-EXIT
           END-IF.
      *    A VOID (SFTPAY1) TAKES ITS CHEQUE BACK OUT OF THE WEEK'S
      *    REMITTANCES - OUT OF THE GRAND TOTAL AND OUT OF THE
      *    SUPPLIER'S SLOT ALIKE, WITH THE SAME SUBTRACT-WITH-FLOOR
              CLOSE LFIDFPROVS
           END-IF.
           CLOSE LFREPORT.
           MOVE "SFTREM1"   TO RPTARC-PROGRAM.
           MOVE "WEEKLY REMITTANCE REPORT"
              TO RPTARC-TITLE.
           MOVE "REMIT.RPT" TO RPTARC-REPORT-NAME.
           MOVE 0           TO RPTARC-PAGES.
           MOVE SPACES      TO RPTARC-OPERATOR.
           MOVE "M"         TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
           DISPLAY "SFTREM1 PAYMENTS REPORTED: " WS-PAY-COUNT.
           DISPLAY "SFTREM1 VOIDS IN RANGE   : " WS-VOID-COUNT.

