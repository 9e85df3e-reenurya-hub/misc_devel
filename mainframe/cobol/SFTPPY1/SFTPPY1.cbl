       IDENTIFICATION DIVISION.
       PROGRAM-ID. SFTPPY1.
      * NIGHTLY POSITIVE PAY FILE FOR THE BANK. LISTS EVERY SUPPLIER
      * CHEQUE SFTPAY1 ISSUED OR VOIDED ON THE RUN DATE (CHEQREG.DAT)
      * SO THE BANK ONLY HONOURS CHEQUES IT HAS BEEN TOLD ABOUT, FOR
      * THE AMOUNT AND PAYEE IT HAS BEEN TOLD, AND REFUSES ONE THAT
      * WAS VOIDED. WRITES POSPAY.TXT IN THE BANK'S FIXED FORMAT:
      *   - AN "H" HEADER WITH THE ISSUING ACCOUNT AND THE FILE DATE;
      *   - ONE "D" RECORD PER CHEQUE: ISSUE CODE "I" (ISSUED) OR
      *     "V" (VOIDED), CHEQUE NUMBER, ISSUE DATE, AMOUNT AND
      *     PAYEE NAME (IDFPROVS.DAT; FOR A CUSTOMER REFUND CHEQUE
      *     THE CUSTOMER NAMED ON ITS VOUCHER, FROM CLIENTES.DAT). A
      *     CHEQUE ISSUED AND VOIDED ON THE SAME DAY GOES OUT TWICE,
      *     ISSUE FIRST;
      *   - A "T" TRAILER WITH THE RECORD COUNT AND THE AMOUNT TOTAL.
      *     ALL NUMBERS ARE ZERO-FILLED WITHOUT SEPARATORS.
      * SFTPPY1.PRM CARRIES THE ISSUING BANK ACCOUNT AND, FOR A
      * RE-SEND OF AN EARLIER DAY, THAT DATE (YYYYMMDD); WITHOUT A
      * DATE THE RUN DATE IS USED. WRITES ITS COMPLETION MARKER TO
      * NIGHTLY.LOG LIKE THE OTHER STEPS, WITH THE CHEQUES ISSUED
      * AND VOIDED IN THE TWO COUNT FIELDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL LFCHEQREG ASSIGN TO "CHEQREG.DAT"
        FILE STATUS IS FILE-CHECK-KEY-CHQ
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CHQ-NUMBER.
       SELECT LFIDFPROVS ASSIGN TO "IDFPROVS.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IDFPROV-ID
        ALTERNATE RECORD KEY IS IDFPROV-DESC
        WITH DUPLICATES.
      * THE VOUCHER BEHIND A CHEQUE TELLS A CUSTOMER REFUND (DEVCLI2)
      * FROM A SUPPLIER PAYMENT; THE REFUND IS PAYABLE TO THE CUSTOMER
       SELECT OPTIONAL LFPROVVOU ASSIGN TO "PROVVOU.DAT"
        FILE STATUS IS FILE-CHECK-KEY-VOU
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VOU-NUMBER.
       SELECT OPTIONAL LFCLIENTES ASSIGN TO "clientes.dat"
        FILE STATUS IS FILE-CHECK-KEY-CLI
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ID_CLIENTE
        ALTERNATE RECORD KEY IS CLI_NOMBRE WITH DUPLICATES
        ALTERNATE RECORD KEY IS CLI_ALT_2  WITH DUPLICATES.
      * SFTPPY1.PRM IS A ONE-LINE PARAMETER FILE CARRYING THE
      * ISSUING ACCOUNT AND AN OPTIONAL FILE DATE
       SELECT LFPARM ASSIGN TO "SFTPPY1.PRM"
        FILE STATUS IS FILE-CHECK-KEY-PRM
        ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LFPOSPAY ASSIGN TO "POSPAY.TXT"
        FILE STATUS IS FILE-CHECK-KEY-PPY
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

       FD LFCLIENTES.
       01 REG-CLIENTES.
           03  ID_CLIENTE.
              05   CLI-ID          PIC 9(7).
           03  CLI-SALDO           PIC S9(7)V9(3).
           03  CLI_NOMBRE          PIC X(70).
           03  CLI-DIRECCION       PIC X(80).
           03  CLI-CODPOST         PIC X(10).
           03  CLI-CATEGORIA       PIC X.
           03  CLI_ALT_2.
               05  CLI-CATEGORIA-2 PIC X.
               05  CLI-NOMBRE-2    PIC X(60).
           03  CLI-RESTO           PIC X(240).

       FD LFPARM.
       01 PARM-RECORD.
           03 PRM-ACCOUNT            PIC X(20).
           03 PRM-DATE               PIC X(8).

      * THE POSITIVE PAY FILE. PPY-TYPE "H" HEADER, "D" CHEQUE, "T"
      * TRAILER
       FD LFPOSPAY.
       01 POSPAY-RECORD.
           03 PPY-TYPE               PIC X(1).
           03 PPY-ISSUE-CODE         PIC X(1).
           03 PPY-ACCOUNT            PIC X(20).
           03 PPY-CHEQUE             PIC 9(10).
           03 PPY-DATE               PIC 9(8).
           03 PPY-AMOUNT             PIC 9(12).
           03 PPY-PAYEE              PIC X(40).
       01 POSPAY-HEADER REDEFINES POSPAY-RECORD.
           03 PPY-HDR-TYPE           PIC X(1).
           03 PPY-HDR-ACCOUNT        PIC X(20).
           03 PPY-HDR-DATE           PIC 9(8).
           03 FILLER                 PIC X(63).
       01 POSPAY-TRAILER REDEFINES POSPAY-RECORD.
           03 PPY-TRL-TYPE           PIC X(1).
           03 PPY-TRL-ACCOUNT        PIC X(20).
           03 PPY-TRL-COUNT          PIC 9(8).
           03 PPY-TRL-AMOUNT         PIC 9(14).
           03 FILLER                 PIC X(49).

       FD LFRUNLOG.
       01 RUNLOG-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  FILE-CHECK-KEY-CHQ   PIC X(2).
           05  FILE-CHECK-KEY-PRM   PIC X(2).
           05  FILE-CHECK-KEY-PPY   PIC X(2).
           05  FILE-CHECK-KEY-LOG   PIC X(2).
           05  FILE-CHECK-KEY-VOU   PIC X(2).
           05  FILE-CHECK-KEY-CLI   PIC X(2).

       01  WS-CHQ-EOF-SW           PIC X(1) VALUE "N".
           88  CHQ-EOF                   VALUE "Y".
       01  WS-LOG-EOF-SW           PIC X(1) VALUE "N".
           88  LOG-EOF                   VALUE "Y".
       01  WS-ALREADY-DONE-SW      PIC X(1) VALUE "N".
           88  STEP-ALREADY-DONE         VALUE "Y".
       01  WS-FILE-OK-SW           PIC X(1) VALUE "Y".

       01  WS-FILE-DATE            PIC 9(8).
       01  WS-ACCOUNT              PIC X(20) VALUE SPACES.
       01  WS-ISSUE-CODE           PIC X(1).
       01  WS-ISSUED-COUNT         PIC 9(6) VALUE 0.
       01  WS-VOIDED-COUNT         PIC 9(6) VALUE 0.
       01  WS-REC-COUNT            PIC 9(8) VALUE 0.
       01  WS-TOT-AMOUNT           PIC 9(14) VALUE 0.

      * PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
       COPY "ERRLOG.CPY".

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

       PROCEDURE DIVISION.

       0100-MAINLINE.
           PERFORM 0060-CHECK-ALREADY-DONE
              THRU 0069-CHECK-ALREADY-DONE-EXIT.
           IF STEP-ALREADY-DONE
              DISPLAY "SFTPPY1 ALREADY COMPLETE - SKIPPING"
              STOP RUN
           END-IF.
           PERFORM 0150-GET-PARAMETERS.
           OPEN INPUT LFCHEQREG.
           IF FILE-CHECK-KEY-CHQ NOT = "00"
              AND FILE-CHECK-KEY-CHQ NOT = "05"
              DISPLAY "SFTPPY1 CANNOT OPEN CHEQREG.DAT STATUS "
                      FILE-CHECK-KEY-CHQ
              MOVE "SFTPPY1"            TO ERRLOG-PROGRAM
              MOVE "0100-MAINLINE"      TO ERRLOG-PARAGRAPH
              MOVE "CHEQREG.DAT"        TO ERRLOG-FILENAME
              MOVE SPACES               TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-CHQ   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              STOP RUN
           END-IF.
           OPEN INPUT LFIDFPROVS.
           OPEN INPUT LFPROVVOU.
           OPEN INPUT LFCLIENTES.
           OPEN OUTPUT LFPOSPAY.
           MOVE SPACES       TO POSPAY-RECORD.
           MOVE "H"          TO PPY-HDR-TYPE.
           MOVE WS-ACCOUNT   TO PPY-HDR-ACCOUNT.
           MOVE WS-FILE-DATE TO PPY-HDR-DATE.
           WRITE POSPAY-RECORD.
           MOVE "N" TO WS-CHQ-EOF-SW.
           PERFORM 0200-ONE-CHEQUE THRU 0299-ONE-CHEQUE-EXIT
              UNTIL CHQ-EOF.
           MOVE SPACES        TO POSPAY-RECORD.
           MOVE "T"           TO PPY-TRL-TYPE.
           MOVE WS-ACCOUNT    TO PPY-TRL-ACCOUNT.
           MOVE WS-REC-COUNT  TO PPY-TRL-COUNT.
           MOVE WS-TOT-AMOUNT TO PPY-TRL-AMOUNT.
           WRITE POSPAY-RECORD.
           CLOSE LFPOSPAY.
           CLOSE LFIDFPROVS.
           CLOSE LFPROVVOU.
           CLOSE LFCLIENTES.
           CLOSE LFCHEQREG.
           DISPLAY "SFTPPY1 FILE DATE      : " WS-FILE-DATE.
           DISPLAY "SFTPPY1 CHEQUES ISSUED : " WS-ISSUED-COUNT.
           DISPLAY "SFTPPY1 CHEQUES VOIDED : " WS-VOIDED-COUNT.
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
           IF WS-RUNLOG-PROGRAM = "SFTPPY1"
              AND WS-RUNLOG-STATUS = "COMPLETE"
              SET STEP-ALREADY-DONE TO TRUE
           END-IF.
           READ LFRUNLOG INTO WS-RUNLOG-REC
              AT END SET LOG-EOF TO TRUE
           END-READ.

      * THE RUN DATE UNLESS SFTPPY1.PRM NAMES ANOTHER DAY. A FILE
      * WITHOUT THE ISSUING ACCOUNT IS STILL WRITTEN BUT LOGGED, AS
      * THE BANK WILL REJECT IT
       0150-GET-PARAMETERS.
           ACCEPT WS-FILE-DATE FROM DATE YYYYMMDD.
           OPEN INPUT LFPARM.
           IF FILE-CHECK-KEY-PRM = "00"
              READ LFPARM
                 AT END CONTINUE
                 NOT AT END
                    MOVE PRM-ACCOUNT TO WS-ACCOUNT
                    IF PRM-DATE IS NUMERIC
                       AND PRM-DATE(5:2) > "00"
                       AND PRM-DATE(5:2) < "13"
                       MOVE PRM-DATE TO WS-FILE-DATE
                    END-IF
              END-READ
              CLOSE LFPARM
           END-IF.
           IF WS-ACCOUNT = SPACES
              DISPLAY "SFTPPY1 NO ISSUING ACCOUNT IN SFTPPY1.PRM"
              MOVE "SFTPPY1"              TO ERRLOG-PROGRAM
              MOVE "0150-GET-PARAMETERS"  TO ERRLOG-PARAGRAPH
              MOVE "SFTPPY1.PRM"          TO ERRLOG-FILENAME
              MOVE SPACES                 TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-PRM     TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.

      * A CHEQUE GOES OUT AS ISSUED ON ITS ISSUE DATE AND AS VOIDED
      * ON ITS VOID DATE, WHATEVER ITS STATUS IS TODAY
       0200-ONE-CHEQUE.
           READ LFCHEQREG NEXT RECORD
              AT END SET CHQ-EOF TO TRUE
           END-READ.
           IF CHQ-EOF
              GO TO 0299-ONE-CHEQUE-EXIT
           END-IF.
           IF CHQ-DATE = WS-FILE-DATE
              MOVE "I" TO WS-ISSUE-CODE
              PERFORM 0250-WRITE-DETAIL
              ADD 1 TO WS-ISSUED-COUNT
           END-IF.
           IF CHQ-VOIDED
              AND CHQ-VOID-DATE IS NUMERIC
              AND CHQ-VOID-DATE = WS-FILE-DATE
              MOVE "V" TO WS-ISSUE-CODE
              PERFORM 0250-WRITE-DETAIL
              ADD 1 TO WS-VOIDED-COUNT
           END-IF.
       0299-ONE-CHEQUE-EXIT.
           EXIT.

      * A SUPPLIER NO LONGER ON FILE GOES OUT WITHOUT A PAYEE NAME
       0250-WRITE-DETAIL.
           MOVE CHQ-PROV-ID TO IDFPROV-ID.
           READ LFIDFPROVS
              INVALID KEY MOVE SPACES TO IDFPROV-DESC
           END-READ.
           IF FILE-CHECK-KEY NOT = "00"
              MOVE SPACES TO IDFPROV-DESC
           END-IF.
           PERFORM 0260-REFUND-PAYEE THRU 0269-REFUND-PAYEE-EXIT.
           MOVE SPACES        TO POSPAY-RECORD.
           MOVE "D"           TO PPY-TYPE.
           MOVE WS-ISSUE-CODE TO PPY-ISSUE-CODE.
           MOVE WS-ACCOUNT    TO PPY-ACCOUNT.
           MOVE CHQ-NUMBER    TO PPY-CHEQUE.
           MOVE CHQ-DATE      TO PPY-DATE.
           MOVE CHQ-AMOUNT    TO PPY-AMOUNT.
           MOVE IDFPROV-DESC  TO PPY-PAYEE.
           WRITE POSPAY-RECORD.
           IF FILE-CHECK-KEY-PPY NOT = "00"
              MOVE "N" TO WS-FILE-OK-SW
              MOVE "SFTPPY1"            TO ERRLOG-PROGRAM
              MOVE "0250-WRITE-DETAIL"  TO ERRLOG-PARAGRAPH
              MOVE "POSPAY.TXT"         TO ERRLOG-FILENAME
              MOVE CHQ-NUMBER           TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-PPY   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
           ADD 1          TO WS-REC-COUNT.
           ADD CHQ-AMOUNT TO WS-TOT-AMOUNT.

      * A CUSTOMER REFUND CHEQUE IS PAYABLE TO THE CUSTOMER ON ITS
      * VOUCHER, NOT TO THE REFUNDS PAYEE IT WAS RAISED AGAINST
       0260-REFUND-PAYEE.
           MOVE CHQ-VOUCHER TO VOU-NUMBER.
           READ LFPROVVOU
              INVALID KEY GO TO 0269-REFUND-PAYEE-EXIT
           END-READ.
           IF FILE-CHECK-KEY-VOU NOT = "00"
              OR VOU-CUST-ID NOT NUMERIC
              OR VOU-CUST-ID = 0
              GO TO 0269-REFUND-PAYEE-EXIT
           END-IF.
           MOVE VOU-CUST-ID TO CLI-ID.
           READ LFCLIENTES
              INVALID KEY GO TO 0269-REFUND-PAYEE-EXIT
           END-READ.
           IF FILE-CHECK-KEY-CLI = "00"
              MOVE CLI_NOMBRE TO IDFPROV-DESC
           END-IF.
       0269-REFUND-PAYEE-EXIT.
           EXIT.

       0280-WRITE-RUNLOG.
           MOVE SPACES TO WS-RUNLOG-REC.
           MOVE "SFTPPY1" TO WS-RUNLOG-PROGRAM.
           ACCEPT WS-RUNLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNLOG-TIME FROM TIME.
           MOVE WS-ISSUED-COUNT TO WS-RUNLOG-CNT1.
           MOVE WS-VOIDED-COUNT TO WS-RUNLOG-CNT2.
           MOVE "COMPLETE" TO WS-RUNLOG-STATUS.
           OPEN EXTEND LFRUNLOG.
           IF FILE-CHECK-KEY-LOG = "35"
              OPEN OUTPUT LFRUNLOG
           END-IF.
           WRITE RUNLOG-RECORD FROM WS-RUNLOG-REC.
           CLOSE LFRUNLOG.

       END PROGRAM SFTPPY1.
