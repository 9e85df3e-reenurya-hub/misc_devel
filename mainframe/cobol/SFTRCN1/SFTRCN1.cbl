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

       FD LFRFPROVS.
       01 LFRFPROVSRECORD.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CNT-TOTAL        PIC Z(12)9.

      * PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
       COPY "RPTARC.CPY".

       PROCEDURE DIVISION.

       0100-MAINLINE.
           PERFORM 0400-REPORT-MISSING.
           PERFORM 0500-REPORT-TOTALS.
           CLOSE LFREPORT.
           MOVE "SFTRCN1"   TO RPTARC-PROGRAM.
           MOVE "THREE-WAY SUPPLIER FILE RECONCILIATION"
              TO RPTARC-TITLE.
           MOVE "RECON.RPT" TO RPTARC-REPORT-NAME.
           MOVE 0           TO RPTARC-PAGES.
           MOVE SPACES      TO RPTARC-OPERATOR.
           MOVE "D"         TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
           PERFORM 0600-WRITE-RUNLOG.
           DISPLAY "SFTRCN1 DISCREPANCIES: " WS-DISCREPANCIES.
           STOP RUN.
