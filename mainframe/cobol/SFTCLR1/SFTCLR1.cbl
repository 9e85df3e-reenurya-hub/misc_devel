       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFTCLR1.
      * SUPPLIER CHEQUE BANK RECONCILIATION. READS THE BANK'S
      * CLEARED-CHEQUES FILE (BNKCLR.TXT, ONE LINE PER CHEQUE PAID:
      * ACCOUNT, CHEQUE NUMBER, DATE CLEARED, AMOUNT PAID) AGAINST
      * THE CHEQUE REGISTER SFTPAY1 KEEPS ON CHEQREG.DAT. A CHEQUE
      * ON THE REGISTER AS ISSUED AND CLEARED FOR ITS OWN AMOUNT IS
      * MARKED "C" (CLEARED). EVERYTHING ELSE IS LEFT AS IT IS AND
      * PRINTED ON THE EXCEPTION SECTION OF CHQREC.RPT:
      *   - CLEARED BUT NOT ON THE REGISTER;
      *   - AMOUNT MISMATCH (THE BANK PAID ANOTHER AMOUNT THAN WAS
      *     ISSUED - THE ENTRY STAYS OUTSTANDING UNTIL LOOKED INTO);
      *   - CLEARED AFTER VOID;
      *   - ALREADY CLEARED (THE SAME CHEQUE PRESENTED TWICE).
      * THE REPORT ENDS WITH THE OUTSTANDING CHEQUES LIST: EVERY
      * CHEQUE STILL ISSUED AND NOT CLEARED, OLDEST FIRST BY NUMBER,
      * WITH THOSE ISSUED MORE THAN SIX MONTHS BEFORE THE RUN DATE
      * FLAGGED STALE SO THEY CAN BE VOIDED THROUGH THE VOID OPTION
      * OF SFTPAY1. WITHOUT A BANK FILE ONLY THE OUTSTANDING LIST IS
      * PRINTED. WRITES ITS COMPLETION MARKER TO NIGHTLY.LOG LIKE
      * THE OTHER STEPS, WITH THE CHEQUES CLEARED AND THE EXCEPTIONS
      * IN THE TWO COUNT FIELDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL LFCHEQREG ASSIGN TO "CHEQREG.DAT"
        FILE STATUS IS FILE-CHECK-KEY-CHQ
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CHQ-NUMBER.
       SELECT LFIDFPROVS ASSIGN TO "IDFPROVS.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IDFPROV-ID
        ALTERNATE RECORD KEY IS IDFPROV-DESC
        WITH DUPLICATES.
      * BNKCLR.TXT IS THE CLEARED-CHEQUES FILE RECEIVED FROM THE BANK
       SELECT OPTIONAL LFBNKCLR ASSIGN TO "BNKCLR.TXT"
        FILE STATUS IS FILE-CHECK-KEY-CLR
        ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LFREPORT ASSIGN TO "CHQREC.RPT"
        FILE STATUS IS FILE-CHECK-KEY-RPT
        ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LFRUNLOG ASSIGN TO "NIGHTLY.LOG"
        FILE STATUS IS FILE-CHECK-KEY-LOG
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * CHEQREG.DAT IS THE CHEQUE REGISTER KEPT BY SFTPAY1
       FD LFCHEQREG.
       01 CHEQREG-RECORD.
           03 CHQ-NUMBER             PIC 9(8).
           03 CHQ-DATE               PIC 9(8).
           03 CHQ-PROV-ID            PIC 9(10).
           03 CHQ-VOUCHER            PIC 9(8).
           03 CHQ-AMOUNT             PIC 9(10).
           03 CHQ-STATUS             PIC X(1).
              88 CHQ-ISSUED          VALUE "I".
              88 CHQ-VOIDED          VALUE "V".
              88 CHQ-CLEARED         VALUE "C".
           03 CHQ-VOID-DATE          PIC 9(8).
           03 FILLER                 PIC X(2).

       FD LFIDFPROVS.
       01 LFIDFPROVSRECORD.
           03 IDFPROV-ID             PIC 9(10).
           03 IDFPROV-DESC           PIC X(40).
           03 IDFPROV-BAL            PIC 9(10).
           03 IDFPROV-REMIT-ADDR     PIC X(40).
           03 IDFPROV-REMIT-CITY     PIC X(25).
           03 IDFPROV-TAXID          PIC X(11).
           03 IDFPROV-TERMS          PIC 9(3).
           03 IDFPROV-CONTACT        PIC X(30).
           03 IDFPROV-PHONE          PIC X(15).
           03 IDFPROV-DISC-PCT       PIC 9(2)V9(2).
           03 IDFPROV-DISC-DAYS      PIC 9(3).
           03 IDFPROV-WHT-REGIME     PIC X(3).
           03 FILLER                 PIC X(10).

       FD LFBNKCLR.
       01 BNKCLR-RECORD.
           03 CLR-ACCOUNT            PIC X(20).
           03 CLR-CHEQUE             PIC 9(10).
           03 CLR-DATE               PIC 9(8).
           03 CLR-AMOUNT             PIC 9(12).

       FD LFREPORT.
       01 REPORT-RECORD              PIC X(120).

       FD LFRUNLOG.
       01 RUNLOG-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  FILE-CHECK-KEY-CHQ   PIC X(2).
           05  FILE-CHECK-KEY-CLR   PIC X(2).
           05  FILE-CHECK-KEY-RPT   PIC X(2).
           05  FILE-CHECK-KEY-LOG   PIC X(2).

       01  WS-CLR-EOF-SW           PIC X(1) VALUE "N".
           88  CLR-EOF                   VALUE "Y".
       01  WS-CHQ-EOF-SW           PIC X(1) VALUE "N".
           88  CHQ-EOF                   VALUE "Y".
       01  WS-LOG-EOF-SW           PIC X(1) VALUE "N".
           88  LOG-EOF                   VALUE "Y".
       01  WS-ALREADY-DONE-SW      PIC X(1) VALUE "N".
           88  STEP-ALREADY-DONE         VALUE "Y".
       01  WS-FILE-OK-SW           PIC X(1) VALUE "Y".
       01  WS-FOUND-SW             PIC X(1).

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY         PIC 9(4).
           05  WS-RUN-MM           PIC 9(2).
           05  WS-RUN-DD           PIC 9(2).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                   PIC 9(8).
      * A CHEQUE ISSUED BEFORE THIS DATE IS STALE
       01  WS-STALE-DATE.
           05  WS-STALE-YYYY       PIC 9(4).
           05  WS-STALE-MM         PIC 9(2).
           05  WS-STALE-DD         PIC 9(2).
       01  WS-STALE-DATE-N REDEFINES WS-STALE-DATE
                                   PIC 9(8).

       01  WS-EXCEPTION-TEXT       PIC X(24).
       01  WS-CLEARED-COUNT        PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(6) VALUE 0.
       01  WS-BANK-COUNT           PIC 9(6) VALUE 0.
       01  WS-OUT-COUNT            PIC 9(6) VALUE 0.
       01  WS-STALE-COUNT          PIC 9(6) VALUE 0.
       01  WS-OUT-AMOUNT           PIC 9(13) VALUE 0.
       01  WS-STALE-AMOUNT         PIC 9(13) VALUE 0.

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
               "SUPPLIER CHEQUE RECONCILIATION RUN ON".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-HDG-DATE         PIC 9(8).
       01  WS-HEADING2.
           05  FILLER              PIC X(40) VALUE
               "EXCEPTIONS FROM THE BANK CLEARED FILE".
       01  WS-HEADING3.
           05  FILLER              PIC X(12) VALUE "CHEQUE NBR".
           05  FILLER              PIC X(10) VALUE "CLEARED".
           05  FILLER              PIC X(14) VALUE "   BANK AMOUNT".
           05  FILLER              PIC X(14) VALUE " ISSUED AMOUNT".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(24) VALUE "EXCEPTION".
       01  WS-EXC-LINE.
           05  WS-EXC-CHEQUE       PIC Z(9)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-EXC-DATE         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-EXC-BANK-AMT     PIC Z(11)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-EXC-ISSUED-AMT   PIC Z(11)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-EXC-TEXT         PIC X(24).
       01  WS-EXC-TOTAL-LINE.
           05  FILLER              PIC X(22) VALUE
               "BANK LINES READ     : ".
           05  WS-EXC-TOT-BANK     PIC ZZZZZ9.
           05  FILLER              PIC X(16) VALUE
               "   CLEARED    : ".
           05  WS-EXC-TOT-CLEARED  PIC ZZZZZ9.
           05  FILLER              PIC X(16) VALUE
               "   EXCEPTIONS : ".
           05  WS-EXC-TOT-EXC      PIC ZZZZZ9.
       01  WS-OUT-HEADING1.
           05  FILLER              PIC X(36) VALUE
               "OUTSTANDING CHEQUES - STALE BEFORE ".
           05  WS-OUT-HDG-STALE    PIC 9(8).
       01  WS-OUT-HEADING2.
           05  FILLER              PIC X(10) VALUE "CHEQUE NBR".
           05  FILLER              PIC X(10) VALUE "  ISSUED".
           05  FILLER              PIC X(11) VALUE "SUPPLIER".
           05  FILLER              PIC X(31) VALUE "NAME".
           05  FILLER              PIC X(9)  VALUE "VOUCHER".
           05  FILLER              PIC X(12) VALUE "      AMOUNT".
       01  WS-OUT-LINE.
           05  WS-OUT-CHEQUE       PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-OUT-DATE         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-OUT-PROV         PIC Z(9)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-OUT-NAME         PIC X(30).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-OUT-VOUCHER      PIC Z(7)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-OUT-AMOUNT-X     PIC Z(11)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-OUT-FLAG         PIC X(23).
       01  WS-OUT-TOTAL-LINE.
           05  FILLER              PIC X(22) VALUE
               "OUTSTANDING CHEQUES: ".
           05  WS-OUT-TOT-COUNT    PIC ZZZZZ9.
           05  FILLER              PIC X(10) VALUE "  AMOUNT: ".
           05  WS-OUT-TOT-AMOUNT   PIC Z(12)9.
       01  WS-STALE-TOTAL-LINE.
           05  FILLER              PIC X(22) VALUE
               "  OF WHICH STALE   : ".
           05  WS-STL-TOT-COUNT    PIC ZZZZZ9.
           05  FILLER              PIC X(10) VALUE "  AMOUNT: ".
           05  WS-STL-TOT-AMOUNT   PIC Z(12)9.

       PROCEDURE DIVISION.

       0100-MAINLINE.
           PERFORM 0060-CHECK-ALREADY-DONE
              THRU 0069-CHECK-ALREADY-DONE-EXIT.
           IF STEP-ALREADY-DONE
              DISPLAY "SFTCLR1 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-N TO WS-STALE-DATE-N.
           IF WS-STALE-MM > 6
              SUBTRACT 6 FROM WS-STALE-MM
           ELSE
              ADD 6 TO WS-STALE-MM
              SUBTRACT 1 FROM WS-STALE-YYYY
           END-IF.
           OPEN I-O LFCHEQREG.
           IF FILE-CHECK-KEY-CHQ NOT = "00"
              AND FILE-CHECK-KEY-CHQ NOT = "05"
              DISPLAY "SFTCLR1 CANNOT OPEN CHEQREG.DAT STATUS "
                      FILE-CHECK-KEY-CHQ
              MOVE "SFTCLR1"            TO ERRLOG-PROGRAM
              MOVE "0100-MAINLINE"      TO ERRLOG-PARAGRAPH
              MOVE "CHEQREG.DAT"        TO ERRLOG-FILENAME
              MOVE SPACES               TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-CHQ   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              STOP RUN
           END-IF.
           OPEN INPUT LFIDFPROVS.
           OPEN OUTPUT LFREPORT.
           MOVE WS-RUN-DATE-N TO WS-HDG-DATE.
           WRITE REPORT-RECORD FROM WS-HEADING1.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-HEADING2.
           WRITE REPORT-RECORD FROM WS-HEADING3.
           OPEN INPUT LFBNKCLR.
           IF FILE-CHECK-KEY-CLR = "00"
              MOVE "N" TO WS-CLR-EOF-SW
              PERFORM 0200-ONE-CLEARED THRU 0299-ONE-CLEARED-EXIT
                 UNTIL CLR-EOF
              CLOSE LFBNKCLR
           ELSE
              MOVE "NO BANK CLEARED FILE THIS RUN" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
           MOVE WS-BANK-COUNT      TO WS-EXC-TOT-BANK.
           MOVE WS-CLEARED-COUNT   TO WS-EXC-TOT-CLEARED.
           MOVE WS-EXCEPTION-COUNT TO WS-EXC-TOT-EXC.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-EXC-TOTAL-LINE.
           PERFORM 0400-LIST-OUTSTANDING
              THRU 0499-LIST-OUTSTANDING-EXIT.
           CLOSE LFREPORT.
           MOVE "SFTCLR1"    TO RPTARC-PROGRAM.
           MOVE "SUPPLIER CHEQUE BANK RECONCILIATION"
              TO RPTARC-TITLE.
           MOVE "CHQREC.RPT" TO RPTARC-REPORT-NAME.
           MOVE 0            TO RPTARC-PAGES.
           MOVE SPACES       TO RPTARC-OPERATOR.
           MOVE "M"          TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
           CLOSE LFIDFPROVS.
           CLOSE LFCHEQREG.
           DISPLAY "SFTCLR1 CHEQUES CLEARED: " WS-CLEARED-COUNT.
           DISPLAY "SFTCLR1 EXCEPTIONS     : " WS-EXCEPTION-COUNT.
           DISPLAY "SFTCLR1 OUTSTANDING    : " WS-OUT-COUNT.
           DISPLAY "SFTCLR1 STALE          : " WS-STALE-COUNT.
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
           IF WS-RUNLOG-PROGRAM = "SFTCLR1"
              AND WS-RUNLOG-STATUS = "COMPLETE"
              SET STEP-ALREADY-DONE TO TRUE
           END-IF.
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.

      * ONE CHEQUE PAID BY THE BANK. ONLY AN ISSUED CHEQUE CLEARED
      * FOR ITS OWN AMOUNT IS MARKED; THE REST ARE EXCEPTIONS
       0200-ONE-CLEARED.
           READ LFBNKCLR
              AT END SET CLR-EOF TO TRUE
           END-READ.
           IF CLR-EOF
              GO TO 0299-ONE-CLEARED-EXIT
           END-IF.
           ADD 1 TO WS-BANK-COUNT.
           IF CLR-CHEQUE NOT NUMERIC OR CLR-AMOUNT NOT NUMERIC
              MOVE 0 TO CHQ-AMOUNT
              MOVE "UNREADABLE BANK LINE" TO WS-EXCEPTION-TEXT
              PERFORM 0250-PRINT-EXCEPTION
              GO TO 0299-ONE-CLEARED-EXIT
           END-IF.
           MOVE "Y" TO WS-FOUND-SW.
           IF CLR-CHEQUE > 99999999
              MOVE "N" TO WS-FOUND-SW
           ELSE
              MOVE CLR-CHEQUE TO CHQ-NUMBER
              READ LFCHEQREG
                 INVALID KEY MOVE "N" TO WS-FOUND-SW
              END-READ
           END-IF.
           IF WS-FOUND-SW = "N"
              MOVE 0 TO CHQ-AMOUNT
              MOVE "NOT ON REGISTER" TO WS-EXCEPTION-TEXT
              PERFORM 0250-PRINT-EXCEPTION
              GO TO 0299-ONE-CLEARED-EXIT
           END-IF.
           IF CHQ-VOIDED
              MOVE "CLEARED AFTER VOID" TO WS-EXCEPTION-TEXT
              PERFORM 0250-PRINT-EXCEPTION
              GO TO 0299-ONE-CLEARED-EXIT
           END-IF.
           IF CHQ-CLEARED
              MOVE "ALREADY CLEARED" TO WS-EXCEPTION-TEXT
              PERFORM 0250-PRINT-EXCEPTION
              GO TO 0299-ONE-CLEARED-EXIT
           END-IF.
           IF CLR-AMOUNT NOT = CHQ-AMOUNT
              MOVE "AMOUNT MISMATCH" TO WS-EXCEPTION-TEXT
              PERFORM 0250-PRINT-EXCEPTION
              GO TO 0299-ONE-CLEARED-EXIT
           END-IF.
           SET CHQ-CLEARED TO TRUE.
           REWRITE CHEQREG-RECORD.
           IF FILE-CHECK-KEY-CHQ NOT = "00"
              MOVE "N" TO WS-FILE-OK-SW
              MOVE "SFTCLR1"            TO ERRLOG-PROGRAM
              MOVE "0200-ONE-CLEARED"   TO ERRLOG-PARAGRAPH
              MOVE "CHEQREG.DAT"        TO ERRLOG-FILENAME
              MOVE CHQ-NUMBER           TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-CHQ   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO 0299-ONE-CLEARED-EXIT
           END-IF.
           ADD 1 TO WS-CLEARED-COUNT.
       0299-ONE-CLEARED-EXIT.
           EXIT.

       0250-PRINT-EXCEPTION.
           MOVE CLR-CHEQUE        TO WS-EXC-CHEQUE.
           MOVE CLR-DATE          TO WS-EXC-DATE.
           MOVE CLR-AMOUNT        TO WS-EXC-BANK-AMT.
           MOVE CHQ-AMOUNT        TO WS-EXC-ISSUED-AMT.
           MOVE WS-EXCEPTION-TEXT TO WS-EXC-TEXT.
           WRITE REPORT-RECORD FROM WS-EXC-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.

       0280-WRITE-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "SFTCLR1" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-CLEARED-COUNT   TO WS-RUNLOG-CNT1.
           MOVE WS-EXCEPTION-COUNT TO WS-RUNLOG-CNT2.
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF FILE-CHECK-KEY-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.

      * EVERY CHEQUE STILL ISSUED, IN CHEQUE NUMBER ORDER
       0400-LIST-OUTSTANDING.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-STALE-DATE-N TO WS-OUT-HDG-STALE.
           WRITE REPORT-RECORD FROM WS-OUT-HEADING1.
           WRITE REPORT-RECORD FROM WS-OUT-HEADING2.
           MOVE 0 TO CHQ-NUMBER.
           MOVE "N" TO WS-CHQ-EOF-SW.
           START LFCHEQREG KEY IS NOT LESS THAN CHQ-NUMBER
              INVALID KEY SET CHQ-EOF TO TRUE
           END-START.
           PERFORM 0450-ONE-OUTSTANDING THRU 0459-ONE-OUTSTANDING-EXIT
              UNTIL CHQ-EOF.
           MOVE WS-OUT-COUNT    TO WS-OUT-TOT-COUNT.
           MOVE WS-OUT-AMOUNT   TO WS-OUT-TOT-AMOUNT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-OUT-TOTAL-LINE.
           MOVE WS-STALE-COUNT  TO WS-STL-TOT-COUNT.
           MOVE WS-STALE-AMOUNT TO WS-STL-TOT-AMOUNT.
           WRITE REPORT-RECORD FROM WS-STALE-TOTAL-LINE.
       0499-LIST-OUTSTANDING-EXIT.
           EXIT.

       0450-ONE-OUTSTANDING.
           READ LFCHEQREG NEXT RECORD
              AT END SET CHQ-EOF TO TRUE
           END-READ.
           IF CHQ-EOF
              GO TO 0459-ONE-OUTSTANDING-EXIT
           END-IF.
           IF NOT CHQ-ISSUED
              GO TO 0459-ONE-OUTSTANDING-EXIT
           END-IF.
           MOVE CHQ-PROV-ID TO IDFPROV-ID.
           READ LFIDFPROVS
              INVALID KEY MOVE SPACES TO IDFPROV-DESC
           END-READ.
           IF FILE-CHECK-KEY NOT = "00"
              MOVE SPACES TO IDFPROV-DESC
           END-IF.
           MOVE CHQ-NUMBER   TO WS-OUT-CHEQUE.
           MOVE CHQ-DATE     TO WS-OUT-DATE.
           MOVE CHQ-PROV-ID  TO WS-OUT-PROV.
           MOVE IDFPROV-DESC TO WS-OUT-NAME.
           MOVE CHQ-VOUCHER  TO WS-OUT-VOUCHER.
           MOVE CHQ-AMOUNT   TO WS-OUT-AMOUNT-X.
           MOVE SPACES       TO WS-OUT-FLAG.
           ADD 1          TO WS-OUT-COUNT.
           ADD CHQ-AMOUNT TO WS-OUT-AMOUNT.
           IF CHQ-DATE < WS-STALE-DATE-N
              MOVE "STALE - VOID IN SFTPAY1" TO WS-OUT-FLAG
              ADD 1          TO WS-STALE-COUNT
              ADD CHQ-AMOUNT TO WS-STALE-AMOUNT
           END-IF.
           WRITE REPORT-RECORD FROM WS-OUT-LINE.
       0459-ONE-OUTSTANDING-EXIT.
           EXIT.

       END PROGRAM SFTCLR1.
