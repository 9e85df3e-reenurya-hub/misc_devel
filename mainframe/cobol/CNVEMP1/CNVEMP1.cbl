       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVEMP1.
      * ONE-TIME CONVERSION OF THE EMPLOYEE MASTER IDFEMPS.DAT TO THE
      * 100-BYTE RECORD THAT CARRIES THE DIRECT-DEPOSIT ACCOUNT
      * (IDFEMP-BANK-ROUTING, IDFEMP-BANK-ACCOUNT,
      * IDFEMP-BANK-ACCT-TYPE) AND ITS PRENOTE STATUS AND DATE. THE
      * OLD 64-BYTE RECORD HAD NO FILLER LEFT AFTER IDFEMP-DEPT.
      * RUN PROCEDURE: OPERATIONS RENAMES THE LIVE IDFEMPS.DAT TO
      * IDFEMPS.OLD, RUNS THIS CONVERSION (WHICH CREATES THE NEW
      * IDFEMPS.DAT) AND CHECKS THE BEFORE/AFTER COUNTS ON
      * CNVEMP1.LST, WHICH MUST AGREE, BEFORE EMPMNT1, SF6UPD, LAB5,
      * BNKPAY1, BNKPRE1, BONAPR1, LVEACR1, LVEREQ1 AND LVERPT1 ARE
      * RUN AGAIN. DO NOT RELOAD THE MASTER FROM INITDAT2.DAT WITH
      * SFTIDF2 INSTEAD: THAT WOULD LOSE THE DEPARTMENTS AND
      * TERMINATION DATES MAINTAINED SINCE. EXISTING EMPLOYEES ARE
      * CARRIED OVER WITH NO BANK ACCOUNT AND A BLANK PRENOTE
      * STATUS, SO BNKPAY1 DOES NOT PAY THEM BY DIRECT DEPOSIT UNTIL
      * AN ACCOUNT IS ENTERED IN EMPMNT1 AND ITS PRENOTE IS SENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL LFOLDEMPS ASSIGN TO "IDFEMPS.OLD"
        FILE STATUS IS FILE-CHECK-KEY-OLD
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OLD-ID
        ALTERNATE RECORD KEY IS OLD-LNAME
        WITH DUPLICATES.
       SELECT LFIDFEMPS ASSIGN TO "IDFEMPS.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IDFEMP-ID
        ALTERNATE RECORD KEY IS IDFEMP-LNAME
        WITH DUPLICATES.
       SELECT LFLIST ASSIGN TO "CNVEMP1.LST"
        FILE STATUS IS FILE-CHECK-KEY-LST
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * THE OLD LAYOUT, AS SFTIDF2 AND EMPMNT1 WROTE IT
       FD LFOLDEMPS.
       01 OLDEMPS-RECORD.
           03 OLD-ID                   PIC X(4).
           03 OLD-LNAME                PIC X(20).
           03 OLD-NAME                 PIC X(20).
           03 OLD-INITDATE             PIC X(8).
           03 OLD-ENDDATE              PIC X(8).
           03 OLD-DEPT                 PIC X(4).

       FD LFIDFEMPS.
       01 LFIDFEMPSRECORD.
           03 IDFEMP-ID                PIC X(4).
           03 IDFEMP-LNAME             PIC X(20).
           03 IDFEMP-NAME              PIC X(20).
           03 IDFEMP-INITDATE          PIC X(8).
           03 IDFEMP-ENDDATE           PIC X(8).
           03 IDFEMP-DEPT              PIC X(4).
      *    DIRECT-DEPOSIT ACCOUNT AND PRENOTE STATUS (SEE EMPMNT1)
           03 IDFEMP-BANK-ROUTING      PIC X(9).
           03 IDFEMP-BANK-ACCOUNT      PIC X(17).
           03 IDFEMP-BANK-ACCT-TYPE    PIC X(1).
           03 IDFEMP-PRENOTE-STATUS    PIC X(1).
           03 IDFEMP-PRENOTE-DATE      PIC X(8).

       FD LFLIST.
       01 LIST-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  FILE-CHECK-KEY-OLD   PIC X(2).
           05  FILE-CHECK-KEY-LST   PIC X(2).

       01  WS-EOF-SW               PIC X(1) VALUE "N".
           88  OLD-EOF                   VALUE "Y".
       01  WS-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-WRITE-COUNT          PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT          PIC 9(7) VALUE 0.

       01  WS-TITLE-LINE           PIC X(50) VALUE
           "IDFEMPS.DAT CONVERSION TO THE 100-BYTE LAYOUT".
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
           MOVE "CNVEMP1"     TO RPTARC-PROGRAM.
           MOVE "EMPLOYEE MASTER CONVERSION - 100 BYTES"
              TO RPTARC-TITLE.
           MOVE "CNVEMP1.LST" TO RPTARC-REPORT-NAME.
           MOVE 0             TO RPTARC-PAGES.
           MOVE SPACES        TO RPTARC-OPERATOR.
           MOVE "D"           TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
           DISPLAY "CNVEMP1 READ: " WS-READ-COUNT
                   " WRITTEN: " WS-WRITE-COUNT.
           STOP RUN.

       0200-CONVERT.
           OPEN INPUT LFOLDEMPS.
           IF FILE-CHECK-KEY-OLD NOT = "00"
              MOVE "  (NO IDFEMPS.OLD TO CONVERT)" TO LIST-RECORD
              WRITE LIST-RECORD
              GO TO 0299-CONVERT-EXIT
           END-IF.
           OPEN OUTPUT LFIDFEMPS.
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "CANNOT CREATE IDFEMPS.DAT STATUS "
                      FILE-CHECK-KEY
              MOVE "CNVEMP1"          TO ERRLOG-PROGRAM
              MOVE "0200-CONVERT"     TO ERRLOG-PARAGRAPH
              MOVE "IDFEMPS.DAT"      TO ERRLOG-FILENAME
              MOVE SPACES             TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY     TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              CLOSE LFOLDEMPS
              GO TO 0299-CONVERT-EXIT
           END-IF.
           PERFORM 0300-ONE-EMPLOYEE THRU 0399-ONE-EMPLOYEE-EXIT
              UNTIL OLD-EOF.
           CLOSE LFOLDEMPS.
           CLOSE LFIDFEMPS.
       0299-CONVERT-EXIT.
           EXIT.

       0300-ONE-EMPLOYEE.
           READ LFOLDEMPS NEXT RECORD
              AT END SET OLD-EOF TO TRUE
           END-READ.
           IF OLD-EOF
              GO TO 0399-ONE-EMPLOYEE-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
      *    THE BANK FIELDS AND THE PRENOTE STATUS AND DATE STAY AS
      *    THE SPACES MOVED TO THE RECORD HERE
           MOVE SPACES          TO LFIDFEMPSRECORD.
           MOVE OLD-ID          TO IDFEMP-ID.
           MOVE OLD-LNAME       TO IDFEMP-LNAME.
           MOVE OLD-NAME        TO IDFEMP-NAME.
           MOVE OLD-INITDATE    TO IDFEMP-INITDATE.
           MOVE OLD-ENDDATE     TO IDFEMP-ENDDATE.
           MOVE OLD-DEPT        TO IDFEMP-DEPT.
           WRITE LFIDFEMPSRECORD.
           IF FILE-CHECK-KEY NOT = "00" AND FILE-CHECK-KEY NOT = "02"
              ADD 1 TO WS-ERROR-COUNT
              DISPLAY "CNVEMP1 WRITE FAILED STATUS "
                      FILE-CHECK-KEY " EMPLOYEE " OLD-ID
              MOVE "CNVEMP1"           TO ERRLOG-PROGRAM
              MOVE "0300-ONE-EMPLOYEE" TO ERRLOG-PARAGRAPH
              MOVE "IDFEMPS.DAT"       TO ERRLOG-FILENAME
              MOVE OLD-ID              TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO 0399-ONE-EMPLOYEE-EXIT
           END-IF.
           ADD 1 TO WS-WRITE-COUNT.
       0399-ONE-EMPLOYEE-EXIT.
           EXIT.

       0400-PRINT-COUNTS.
           MOVE "EMPLOYEES READ FROM IDFEMPS.OLD  :" TO WS-CNT-LABEL.
           MOVE WS-READ-COUNT  TO WS-CNT-VALUE.
           WRITE LIST-RECORD FROM WS-COUNT-LINE.
           MOVE "EMPLOYEES WRITTEN TO IDFEMPS.DAT :" TO WS-CNT-LABEL.
           MOVE WS-WRITE-COUNT TO WS-CNT-VALUE.
           WRITE LIST-RECORD FROM WS-COUNT-LINE.
           MOVE "WRITE ERRORS                     :" TO WS-CNT-LABEL.
           MOVE WS-ERROR-COUNT TO WS-CNT-VALUE.
           WRITE LIST-RECORD FROM WS-COUNT-LINE.
           IF WS-READ-COUNT = WS-WRITE-COUNT
              MOVE "COUNTS AGREE - CONVERSION COMPLETE"
                 TO WS-VERDICT-LINE
           ELSE
              MOVE "COUNTS DO NOT AGREE - KEEP IDFEMPS.OLD AND CHECK"
                 TO WS-VERDICT-LINE
           END-IF.
           WRITE LIST-RECORD FROM WS-VERDICT-LINE.

       END PROGRAM CNVEMP1.
