       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFTWHR1.
      * MONTH-END INCOME TAX WITHHOLDING REGISTER AND FILING. TAKES
      * EVERY CERTIFICATE SFTPAY1 ISSUED IN ONE CALENDAR MONTH
      * (WHTCERT.DAT), SORTS THEM BY WITHHOLDING REGIME AND
      * CERTIFICATE NUMBER, AND WRITES:
      *   - WHTREG.RPT, THE WITHHOLDING REGISTER: ONE LINE PER
      *     CERTIFICATE, A SUBTOTAL PER REGIME (DESCRIPTION FROM
      *     RETTASAS.DAT) AND A GRAND TOTAL, WHICH MUST AGREE WITH
      *     THE "W" ENTRIES POSTED TO THE WITHHOLDING LIABILITY;
      *   - WHTFILE.TXT, THE FIXED-FORMAT FILE OF THE MONTH'S
      *     CERTIFICATES FOR THE TAX AUTHORITY: ONE "D" RECORD PER
      *     CERTIFICATE AND A "T" TRAILER WITH THE COUNT AND TOTAL.
      *     ALL NUMBERS ARE ZERO-FILLED WITHOUT SEPARATORS; THE RATE
      *     CARRIES TWO IMPLIED DECIMALS.
      * THE MONTH IS THE ONE BEFORE THE RUN DATE; AN OPTIONAL
      * SFTWHR1.PRM CARRYING A YYYYMM RUNS ANOTHER MONTH. WRITES
      * ITS COMPLETION MARKER TO NIGHTLY.LOG LIKE THE OTHER STEPS,
      * WITH THE NUMBER OF CERTIFICATES AND OF REGIMES IN THE TWO
      * COUNT FIELDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL LFWHTCERT ASSIGN TO "WHTCERT.DAT"
        FILE STATUS IS FILE-CHECK-KEY-CRT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CRT-NUMBER.
      * RETTASAS.DAT IS THE WITHHOLDING REGIME TABLE (SEE MNTRET1)
       SELECT OPTIONAL LFRETTASAS ASSIGN TO "rettasas.dat"
        FILE STATUS IS FILE-CHECK-KEY-RET
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RET-REGIMEN.
      * SFTWHR1.PRM IS AN OPTIONAL ONE-LINE PARAMETER FILE CARRYING
      * THE MONTH TO REPORT (YYYYMM), FOR A RE-RUN OF AN OLDER MONTH
       SELECT LFPARM ASSIGN TO "SFTWHR1.PRM"
        FILE STATUS IS FILE-CHECK-KEY-PRM
        ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LFSORT ASSIGN TO "SFTWHR1.SRT".
       SELECT LFREPORT ASSIGN TO "WHTREG.RPT"
        FILE STATUS IS FILE-CHECK-KEY-RPT
        ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LFFILING ASSIGN TO "WHTFILE.TXT"
        FILE STATUS IS FILE-CHECK-KEY-FIL
        ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LFRUNLOG ASSIGN TO "NIGHTLY.LOG"
        FILE STATUS IS FILE-CHECK-KEY-LOG
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * WHTCERT.DAT - ONE RECORD PER WITHHOLDING CERTIFICATE ISSUED
      * BY SFTPAY1
       FD LFWHTCERT.
       01 WHTCERT-RECORD.
           03 CRT-NUMBER             PIC 9(8).
           03 CRT-DATE               PIC 9(8).
           03 CRT-PROV-ID            PIC 9(10).
           03 CRT-PROV-DESC          PIC X(40).
           03 CRT-TAXID              PIC X(11).
           03 CRT-REGIME             PIC X(3).
           03 CRT-RATE               PIC 9(2)V9(2).
           03 CRT-BASE               PIC 9(10).
           03 CRT-AMOUNT             PIC 9(10).
           03 CRT-VOUCHER            PIC 9(8).
           03 CRT-CHEQUE             PIC 9(8).
           03 FILLER                 PIC X(20).

       FD LFRETTASAS.
       01 RETTASAS-RECORD.
           03 RET-REGIMEN            PIC X(3).
           03 RET-TASA               PIC 9(2)V9(2).
           03 RET-MINIMO             PIC 9(10).
           03 RET-DESCRIPCION        PIC X(30).

       FD LFPARM.
       01 PARM-RECORD.
           03 PRM-MONTH              PIC 9(6).

      * THE MONTH'S CERTIFICATES IN REGIME / CERTIFICATE ORDER
       SD LFSORT.
       01 SORT-RECORD.
           03 SRT-REGIME             PIC X(3).
           03 SRT-NUMBER             PIC 9(8).
           03 SRT-DATE               PIC 9(8).
           03 SRT-PROV-ID            PIC 9(10).
           03 SRT-PROV-DESC          PIC X(40).
           03 SRT-TAXID              PIC X(11).
           03 SRT-RATE               PIC 9(2)V9(2).
           03 SRT-BASE               PIC 9(10).
           03 SRT-AMOUNT             PIC 9(10).

       FD LFREPORT.
       01 REPORT-RECORD              PIC X(120).

      * THE FILING FILE. FIL-TYPE "D" IS A CERTIFICATE, "T" THE
      * TRAILER CLOSING THE FILE
       FD LFFILING.
       01 FILING-RECORD.
           03 FIL-TYPE               PIC X(1).
           03 FIL-CERT               PIC 9(8).
           03 FIL-DATE               PIC 9(8).
           03 FIL-TAXID              PIC X(11).
           03 FIL-NAME               PIC X(40).
           03 FIL-REGIME             PIC X(3).
           03 FIL-BASE               PIC 9(12).
           03 FIL-RATE               PIC 9(2)V9(2).
           03 FIL-AMOUNT             PIC 9(12).
       01 FILING-TRAILER REDEFINES FILING-RECORD.
           03 FIL-TRL-TYPE           PIC X(1).
           03 FIL-TRL-MONTH          PIC 9(6).
           03 FIL-TRL-COUNT          PIC 9(8).
           03 FIL-TRL-BASE           PIC 9(14).
           03 FIL-TRL-AMOUNT         PIC 9(14).
           03 FILLER                 PIC X(56).

       FD LFRUNLOG.
       01 RUNLOG-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY-CRT   PIC X(2).
           05  FILE-CHECK-KEY-RET   PIC X(2).
           05  FILE-CHECK-KEY-PRM   PIC X(2).
           05  FILE-CHECK-KEY-RPT   PIC X(2).
           05  FILE-CHECK-KEY-FIL   PIC X(2).
           05  FILE-CHECK-KEY-LOG   PIC X(2).

       01  WS-CRT-EOF-SW           PIC X(1) VALUE "N".
           88  CRT-EOF                   VALUE "Y".
       01  WS-SORT-EOF-SW          PIC X(1) VALUE "N".
           88  SORT-EOF                  VALUE "Y".
       01  WS-LOG-EOF-SW           PIC X(1) VALUE "N".
           88  LOG-EOF                   VALUE "Y".
       01  WS-ALREADY-DONE-SW      PIC X(1) VALUE "N".
           88  STEP-ALREADY-DONE         VALUE "Y".
       01  WS-FILE-OK-SW           PIC X(1) VALUE "Y".
       01  WS-IN-GROUP-SW          PIC X(1) VALUE "N".
           88  IN-GROUP                  VALUE "Y".

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

       01  WS-GRP-REGIME           PIC X(3).
       01  WS-GRP-COUNT            PIC 9(6).
       01  WS-GRP-BASE             PIC 9(13).
       01  WS-GRP-AMOUNT           PIC 9(13).
       01  WS-CERT-COUNT           PIC 9(6) VALUE 0.
       01  WS-REGIME-COUNT         PIC 9(6) VALUE 0.
       01  WS-TOT-BASE             PIC 9(13) VALUE 0.
       01  WS-TOT-AMOUNT           PIC 9(13) VALUE 0.

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
               "INCOME TAX WITHHOLDING REGISTER FOR ".
           05  WS-HDG-MONTH        PIC 9(6).
           05  FILLER              PIC X(11) VALUE "   RUN ON ".
           05  WS-HDG-DATE         PIC 9(8).
       01  WS-HEADING2.
           05  FILLER              PIC X(10) VALUE "CERT NBR".
           05  FILLER              PIC X(9)  VALUE "DATE".
           05  FILLER              PIC X(11) VALUE "SUPPLIER".
           05  FILLER              PIC X(31) VALUE "NAME".
           05  FILLER              PIC X(12) VALUE "TAX ID".
           05  FILLER              PIC X(6)  VALUE "  RATE".
           05  FILLER              PIC X(12) VALUE " AMOUNT PAID".
           05  FILLER              PIC X(13) VALUE "     WITHHELD".
       01  WS-REGIME-LINE.
           05  FILLER              PIC X(8)  VALUE "REGIME: ".
           05  WS-REG-CODE         PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-REG-DESC         PIC X(30).
       01  WS-DETAIL-LINE.
           05  WS-DET-CERT         PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DET-DATE         PIC 9(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-PROV         PIC Z(9)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-NAME         PIC X(30).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-TAXID        PIC X(11).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-RATE         PIC Z9.99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-BASE         PIC Z(11)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-DET-AMOUNT       PIC Z(11)9.
       01  WS-SUBTOTAL-LINE.
           05  FILLER              PIC X(17) VALUE "  TOTAL REGIME ".
           05  WS-SUB-REGIME       PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-SUB-COUNT        PIC ZZZZZ9.
           05  FILLER              PIC X(14) VALUE " CERTIFICATES".
           05  FILLER              PIC X(37) VALUE SPACES.
           05  WS-SUB-BASE         PIC Z(11)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-SUB-AMOUNT       PIC Z(11)9.
       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(22) VALUE "GRAND TOTAL".
           05  WS-TOT-COUNT        PIC ZZZZZ9.
           05  FILLER              PIC X(14) VALUE " CERTIFICATES".
           05  FILLER              PIC X(37) VALUE SPACES.
           05  WS-TOT-BASE-X       PIC Z(11)9.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-TOT-AMOUNT-X     PIC Z(11)9.

       PROCEDURE DIVISION.

       0100-MAINLINE.
           PERFORM 0060-CHECK-ALREADY-DONE
              THRU 0069-CHECK-ALREADY-DONE-EXIT.
           IF STEP-ALREADY-DONE
              DISPLAY "SFTWHR1 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
           PERFORM 0150-GET-MONTH.
           OPEN INPUT LFRETTASAS.
           OPEN OUTPUT LFREPORT.
           OPEN OUTPUT LFFILING.
           MOVE WS-MONTH-N    TO WS-HDG-MONTH.
           MOVE WS-RUN-DATE-N TO WS-HDG-DATE.
           WRITE REPORT-RECORD FROM WS-HEADING1.
           WRITE REPORT-RECORD FROM WS-HEADING2.
           SORT LFSORT
              ON ASCENDING KEY SRT-REGIME SRT-NUMBER
              INPUT PROCEDURE IS 0200-SELECT-CERTIFICATES
                 THRU 0299-SELECT-CERTIFICATES-EXIT
              OUTPUT PROCEDURE IS 0400-PRINT-REGISTER
                 THRU 0499-PRINT-REGISTER-EXIT.
           PERFORM 0600-PRINT-TOTALS.
           CLOSE LFREPORT.
           MOVE "SFTWHR1"    TO RPTARC-PROGRAM.
           MOVE "MONTHLY WITHHOLDING REGISTER"
              TO RPTARC-TITLE.
           MOVE "WHTREG.RPT" TO RPTARC-REPORT-NAME.
           MOVE 0            TO RPTARC-PAGES.
           MOVE SPACES       TO RPTARC-OPERATOR.
           MOVE "A"          TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
           CLOSE LFFILING.
           CLOSE LFRETTASAS.
           DISPLAY "SFTWHR1 CERTIFICATES: " WS-CERT-COUNT.
           DISPLAY "SFTWHR1 REGIMES     : " WS-REGIME-COUNT.
      *    A RUN THAT COULD NOT READ THE CERTIFICATES IS NOT MARKED
      *    DONE
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
           IF WS-RUNLOG-PROGRAM = "SFTWHR1"
              AND WS-RUNLOG-STATUS = "COMPLETE"
              SET STEP-ALREADY-DONE TO TRUE
           END-IF.
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.

      * THE MONTH BEFORE THE RUN DATE UNLESS SFTWHR1.PRM NAMES ONE
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

      * SORT INPUT: THE CERTIFICATES DATED IN THE MONTH
       0200-SELECT-CERTIFICATES.
           OPEN INPUT LFWHTCERT.
           IF FILE-CHECK-KEY-CRT NOT = "00"
              AND FILE-CHECK-KEY-CRT NOT = "05"
              MOVE "N" TO WS-FILE-OK-SW
              MOVE "WHTCERT.DAT NOT AVAILABLE" TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "SFTWHR1"            TO ERRLOG-PROGRAM
              MOVE "0200-SELECT-CERTIFICATES" TO ERRLOG-PARAGRAPH
              MOVE "WHTCERT.DAT"        TO ERRLOG-FILENAME
              MOVE SPACES               TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-CRT   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO 0299-SELECT-CERTIFICATES-EXIT
           END-IF.
           MOVE "N" TO WS-CRT-EOF-SW.
           PERFORM 0250-ONE-CERTIFICATE THRU 0259-ONE-CERTIFICATE-EXIT
              UNTIL CRT-EOF.
           CLOSE LFWHTCERT.
       0299-SELECT-CERTIFICATES-EXIT.
           EXIT.

       0250-ONE-CERTIFICATE.
           READ LFWHTCERT NEXT RECORD
              AT END SET CRT-EOF TO TRUE
           END-READ.
           IF CRT-EOF
              GO TO 0259-ONE-CERTIFICATE-EXIT
           END-IF.
           IF CRT-DATE(1:6) NOT = WS-MONTH
              GO TO 0259-ONE-CERTIFICATE-EXIT
           END-IF.
           MOVE CRT-REGIME    TO SRT-REGIME.
           MOVE CRT-NUMBER    TO SRT-NUMBER.
           MOVE CRT-DATE      TO SRT-DATE.
           MOVE CRT-PROV-ID   TO SRT-PROV-ID.
           MOVE CRT-PROV-DESC TO SRT-PROV-DESC.
           MOVE CRT-TAXID     TO SRT-TAXID.
           MOVE CRT-RATE      TO SRT-RATE.
           MOVE CRT-BASE      TO SRT-BASE.
           MOVE CRT-AMOUNT    TO SRT-AMOUNT.
           RELEASE SORT-RECORD.
       0259-ONE-CERTIFICATE-EXIT.
           EXIT.

       0280-WRITE-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "SFTWHR1" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-CERT-COUNT   TO WS-RUNLOG-CNT1.
           MOVE WS-REGIME-COUNT TO WS-RUNLOG-CNT2.
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF FILE-CHECK-KEY-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.

      * SORT OUTPUT: REGISTER LINES AND FILING RECORDS, WITH A
      * SUBTOTAL EACH TIME THE REGIME CHANGES
       0400-PRINT-REGISTER.
           MOVE "N" TO WS-SORT-EOF-SW.
           MOVE "N" TO WS-IN-GROUP-SW.
           PERFORM 0450-ONE-SORTED-CERT THRU 0459-ONE-SORTED-CERT-EXIT
              UNTIL SORT-EOF.
           IF IN-GROUP
              PERFORM 0500-CLOSE-REGIME
           END-IF.
       0499-PRINT-REGISTER-EXIT.
           EXIT.

       0450-ONE-SORTED-CERT.
           RETURN LFSORT
              AT END
                 SET SORT-EOF TO TRUE
                 GO TO 0459-ONE-SORTED-CERT-EXIT
           END-RETURN.
           IF IN-GROUP
              AND SRT-REGIME NOT = WS-GRP-REGIME
              PERFORM 0500-CLOSE-REGIME
           END-IF.
           IF NOT IN-GROUP
              PERFORM 0550-OPEN-REGIME
           END-IF.
           MOVE SRT-NUMBER    TO WS-DET-CERT.
           MOVE SRT-DATE      TO WS-DET-DATE.
           MOVE SRT-PROV-ID   TO WS-DET-PROV.
           MOVE SRT-PROV-DESC TO WS-DET-NAME.
           MOVE SRT-TAXID     TO WS-DET-TAXID.
           MOVE SRT-RATE      TO WS-DET-RATE.
           MOVE SRT-BASE      TO WS-DET-BASE.
           MOVE SRT-AMOUNT    TO WS-DET-AMOUNT.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           MOVE SPACES        TO FILING-RECORD.
           MOVE "D"           TO FIL-TYPE.
           MOVE SRT-NUMBER    TO FIL-CERT.
           MOVE SRT-DATE      TO FIL-DATE.
           MOVE SRT-TAXID     TO FIL-TAXID.
           MOVE SRT-PROV-DESC TO FIL-NAME.
           MOVE SRT-REGIME    TO FIL-REGIME.
           MOVE SRT-BASE      TO FIL-BASE.
           MOVE SRT-RATE      TO FIL-RATE.
           MOVE SRT-AMOUNT    TO FIL-AMOUNT.
           WRITE FILING-RECORD.
           ADD 1          TO WS-GRP-COUNT.
           ADD SRT-BASE   TO WS-GRP-BASE.
           ADD SRT-AMOUNT TO WS-GRP-AMOUNT.
           ADD 1          TO WS-CERT-COUNT.
           ADD SRT-BASE   TO WS-TOT-BASE.
           ADD SRT-AMOUNT TO WS-TOT-AMOUNT.
       0459-ONE-SORTED-CERT-EXIT.
           EXIT.

       0500-CLOSE-REGIME.
           MOVE WS-GRP-REGIME TO WS-SUB-REGIME.
           MOVE WS-GRP-COUNT  TO WS-SUB-COUNT.
           MOVE WS-GRP-BASE   TO WS-SUB-BASE.
           MOVE WS-GRP-AMOUNT TO WS-SUB-AMOUNT.
           WRITE REPORT-RECORD FROM WS-SUBTOTAL-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "N" TO WS-IN-GROUP-SW.

      * A REGIME SINCE DELETED FROM THE TABLE STILL PRINTS, WITHOUT
      * ITS DESCRIPTION
       0550-OPEN-REGIME.
           MOVE SRT-REGIME TO WS-GRP-REGIME.
           MOVE 0 TO WS-GRP-COUNT WS-GRP-BASE WS-GRP-AMOUNT.
           ADD 1 TO WS-REGIME-COUNT.
           MOVE SRT-REGIME TO RET-REGIMEN.
           READ LFRETTASAS
              INVALID KEY MOVE SPACES TO RET-DESCRIPCION
           END-READ.
           IF FILE-CHECK-KEY-RET NOT = "00"
              MOVE "(NOT IN REGIME TABLE)" TO RET-DESCRIPCION
           END-IF.
           MOVE SRT-REGIME      TO WS-REG-CODE.
           MOVE RET-DESCRIPCION TO WS-REG-DESC.
           WRITE REPORT-RECORD FROM WS-REGIME-LINE.
           SET IN-GROUP TO TRUE.

      * GRAND TOTAL ON THE REGISTER AND THE FILING TRAILER
       0600-PRINT-TOTALS.
           MOVE WS-CERT-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOT-BASE   TO WS-TOT-BASE-X.
           MOVE WS-TOT-AMOUNT TO WS-TOT-AMOUNT-X.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE SPACES        TO FILING-RECORD.
           MOVE "T"           TO FIL-TRL-TYPE.
           MOVE WS-MONTH-N    TO FIL-TRL-MONTH.
           MOVE WS-CERT-COUNT TO FIL-TRL-COUNT.
           MOVE WS-TOT-BASE   TO FIL-TRL-BASE.
           MOVE WS-TOT-AMOUNT TO FIL-TRL-AMOUNT.
           WRITE FILING-RECORD.

       END PROGRAM SFTWHR1.
