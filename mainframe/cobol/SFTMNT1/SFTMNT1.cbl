      * THE SCREEN MAINTAINS THE VENDOR MASTER FIELDS THE PROVS.DAT
      * FEED DOES NOT CARRY: REMITTANCE ADDRESS AND CITY, TAX ID
      * (VALIDATED WITH ITS MOD-11 CHECK DIGIT), PAYMENT TERMS IN
      * DAYS, CONTACT NAME AND PHONE, AND THE EARLY-PAYMENT DISCOUNT
      * (PERCENT AND DAYS FROM THE INVOICE) THAT SFTVOU1 COPIES ONTO
      * EACH VOUCHER, AND THE INCOME TAX WITHHOLDING REGIME SFTPAY1
      * WITHHOLDS UNDER (CHECKED AGAINST RETTASAS.DAT, MAINTAINED IN
      * MNTRET1). THE SFTIDF1 REFRESH PRESERVES THESE FIELDS,
      * AND SFTREM1 PRINTS THE REMITTANCE ADDRESS.
      * A CHANGE TO THE REMITTANCE ADDRESS, CITY OR TAX ID - WHERE
      * THE MONEY GOES - IS RECORDED ON PROVCHG.DAT WITH THE BEFORE
      * AND AFTER VALUES AND THE SIGNED-ON OPERATOR; SFTPAY1 WILL
      * NOT LET THAT OPERATOR PAY THE SUPPLIER FOR A NUMBER OF DAYS
      * AFTERWARDS (SEE SFTPAY1 AND THE SFTSOD1 EXCEPTIONS REPORT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        RECORD KEY IS IDFPROV-ID
        ALTERNATE RECORD KEY IS IDFPROV-DESC
        WITH DUPLICATES.
      * RETTASAS.DAT IS THE WITHHOLDING REGIME TABLE (SEE MNTRET1)
       SELECT OPTIONAL LFRETTASAS ASSIGN TO "rettasas.dat"
        FILE STATUS IS FILE-CHECK-KEY-RET
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RET-REGIMEN.
      * IDFPROVS.AUD CARRIES ONE LINE PER ON-LINE DESCRIPTION EDIT
       SELECT LFDESCAUD ASSIGN TO "IDFPROVS.AUD"
        FILE STATUS IS FILE-CHECK-KEY-AUD
        ORGANIZATION IS LINE SEQUENTIAL.
      * PROVCHG.DAT CARRIES ONE RECORD PER REMITTANCE/TAX ID CHANGE
       SELECT OPTIONAL LFPROVCHG ASSIGN TO "PROVCHG.DAT"
        FILE STATUS IS FILE-CHECK-KEY-CHG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CHG-KEY.

       DATA DIVISION.
       FILE SECTION.
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

       FD LFRETTASAS.
       01 RETTASAS-RECORD.
           03 RET-REGIMEN            PIC X(3).
           03 RET-TASA               PIC 9(2)V9(2).
           03 RET-MINIMO             PIC 9(10).
           03 RET-DESCRIPCION        PIC X(30).

       FD LFDESCAUD.
       01 DESCAUD-RECORD.
           03 AUD-DESC-OLD           PIC X(40).
           03 AUD-DESC-NEW           PIC X(40).

      * VENDOR MASTER CHANGES THAT MOVE WHERE THE MONEY GOES, KEYED
      * BY SUPPLIER AND TIME SO SFTPAY1 CAN LOOK BACK OVER A
      * SUPPLIER'S RECENT CHANGES. THE SWITCHES SAY WHICH FIELDS
      * CHANGED ("Y")
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

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  FILE-CHECK-KEY-AUD   PIC X(2).
           05  FILE-CHECK-KEY-RET   PIC X(2).
           05  FILE-CHECK-KEY-CHG   PIC X(2).

       01  WS-DONE-SW              PIC X(1) VALUE "N".
           88  ALL-DONE                  VALUE "Y".
       01  WS-MATCH-COUNT          PIC 9(3).
       01  WS-SCREEN-LINE          PIC 99.
       01  WS-BAL-EDITED           PIC Z(9)9.
       01  WS-PCT-EDITED           PIC Z9.99.
      * ACCEPT FROM TIME DELIVERS HHMMSSHH; A 9(6) RECEIVER WOULD
      * KEEP THE LOW-ORDER DIGITS AND LOSE THE HOUR
       01  WS-AUD-TIME8            PIC 9(8).
       01  WS-TERMS-NEW            PIC X(3).
       01  WS-CONTACT-NEW          PIC X(30).
       01  WS-PHONE-NEW            PIC X(15).
      * DISCOUNT PERCENT IS KEYED AS FOUR DIGITS WITH TWO IMPLIED
      * DECIMALS (0200 = 2.00 PERCENT)
       01  WS-DISC-PCT-NEW         PIC X(4).
       01  WS-DISC-PCT-NUM REDEFINES WS-DISC-PCT-NEW
                                   PIC 9(2)V9(2).
       01  WS-DISC-DAYS-NEW        PIC X(3).
      * WITHHOLDING REGIME: "*" TAKES THE SUPPLIER OUT OF WITHHOLDING
       01  WS-WHT-REGIME-NEW       PIC X(3).
       01  WS-RECORD-CHANGED-SW    PIC X(1).
      * REMITTANCE FIELDS AS THEY STOOD BEFORE THE EDIT
       01  WS-OLD-REMIT-ADDR       PIC X(40).
       01  WS-OLD-REMIT-CITY       PIC X(25).
       01  WS-OLD-TAXID            PIC X(11).

      * TAX ID CHECK DIGIT WORK FIELDS - MOD-11 OVER THE FIRST TEN
      * DIGITS WITH WEIGHTS 5,4,3,2,7,6,5,4,3,2
              CALL "ERRLOG" USING ERRLOG-PARMS
              STOP RUN
           END-IF.
           OPEN INPUT LFRETTASAS.
           OPEN I-O LFPROVCHG.
           IF FILE-CHECK-KEY-CHG = "35"
              OPEN OUTPUT LFPROVCHG
              CLOSE LFPROVCHG
              OPEN I-O LFPROVCHG
           END-IF.
           PERFORM 0200-ONE-CYCLE THRU 0299-ONE-CYCLE-EXIT
              UNTIL ALL-DONE.
           CLOSE LFIDFPROVS.
           CLOSE LFRETTASAS.
           CLOSE LFPROVCHG.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.
      * IDFPROVS.AUD; THE RECORD IS REWRITTEN ONCE AT THE END
       0400-SHOW-AND-EDIT.
           MOVE IDFPROV-BAL TO WS-BAL-EDITED.
      *    A RECORD NOT YET THROUGH A REFRESH SINCE THE DISCOUNT
      *    TERMS WERE ADDED HAS SPACES THERE - SHOW IT AS NONE
           IF IDFPROV-DISC-PCT NOT NUMERIC
              OR IDFPROV-DISC-DAYS NOT NUMERIC
              MOVE 0 TO IDFPROV-DISC-PCT
              MOVE 0 TO IDFPROV-DISC-DAYS
           END-IF.
           MOVE IDFPROV-DISC-PCT TO WS-PCT-EDITED.
           DISPLAY "ID         : " LINE 11 COL 10
                   IDFPROV-ID      LINE 11 COL 25
                   "DESCRIPTION: " LINE 12 COL 10
                   IDFPROV-TAXID   LINE 16 COL 25
                   "TERMS DAYS : " LINE 17 COL 10
                   IDFPROV-TERMS   LINE 17 COL 25
                   "WHT REGIME: "  LINE 17 COL 40
                   IDFPROV-WHT-REGIME LINE 17 COL 52
                   "CONTACT    : " LINE 18 COL 10
                   IDFPROV-CONTACT LINE 18 COL 25
                   "PHONE      : " LINE 19 COL 10
                   IDFPROV-PHONE   LINE 19 COL 25
                   "DISC % DAYS: " LINE 20 COL 10
                   WS-PCT-EDITED   LINE 20 COL 25
                   IDFPROV-DISC-DAYS LINE 20 COL 32.
           MOVE "N" TO WS-RECORD-CHANGED-SW.
           MOVE IDFPROV-REMIT-ADDR TO WS-OLD-REMIT-ADDR.
           MOVE IDFPROV-REMIT-CITY TO WS-OLD-REMIT-CITY.
           MOVE IDFPROV-TAXID      TO WS-OLD-TAXID.
           DISPLAY "NEW VALUES (BLANK = KEEP):" LINE 10 COL 54.
           MOVE SPACES TO WS-DESC-NEW.
           ACCEPT WS-DESC-NEW LINE 12 COL 66.
           IF WS-DESC-NEW NOT = SPACES
              MOVE WS-TERMS-NEW TO IDFPROV-TERMS
              MOVE "Y" TO WS-RECORD-CHANGED-SW
           END-IF.
       0417-EDIT-WHT-REGIME.
           MOVE SPACES TO WS-WHT-REGIME-NEW.
           ACCEPT WS-WHT-REGIME-NEW LINE 17 COL 72.
           IF WS-WHT-REGIME-NEW NOT = SPACES
              IF WS-WHT-REGIME-NEW = "*"
                 MOVE SPACES TO IDFPROV-WHT-REGIME
              ELSE
                 MOVE WS-WHT-REGIME-NEW TO RET-REGIMEN
                 READ LFRETTASAS
                    INVALID KEY
                       DISPLAY "REGIME NOT IN MNTRET1 TABLE (* = NONE)"
                               LINE 21 COL 10
                       GO TO 0417-EDIT-WHT-REGIME
                 END-READ
                 MOVE WS-WHT-REGIME-NEW TO IDFPROV-WHT-REGIME
              END-IF
              DISPLAY "                                      "
                      LINE 21 COL 10
              MOVE "Y" TO WS-RECORD-CHANGED-SW
           END-IF.
           MOVE SPACES TO WS-CONTACT-NEW.
           ACCEPT WS-CONTACT-NEW LINE 18 COL 66.
           IF WS-CONTACT-NEW NOT = SPACES
              MOVE WS-PHONE-NEW TO IDFPROV-PHONE
              MOVE "Y" TO WS-RECORD-CHANGED-SW
           END-IF.
       0420-EDIT-DISC-PCT.
           MOVE SPACES TO WS-DISC-PCT-NEW.
           ACCEPT WS-DISC-PCT-NEW LINE 20 COL 66.
           IF WS-DISC-PCT-NEW NOT = SPACES
              IF WS-DISC-PCT-NEW NOT NUMERIC
                 DISPLAY "DISCOUNT % AS 9999 (0200 = 2.00)"
                         LINE 21 COL 10
                 GO TO 0420-EDIT-DISC-PCT
              END-IF
              DISPLAY "                                "
                      LINE 21 COL 10
              MOVE WS-DISC-PCT-NUM TO IDFPROV-DISC-PCT
              MOVE "Y" TO WS-RECORD-CHANGED-SW
           END-IF.
       0425-EDIT-DISC-DAYS.
           MOVE SPACES TO WS-DISC-DAYS-NEW.
           ACCEPT WS-DISC-DAYS-NEW LINE 20 COL 72.
           IF WS-DISC-DAYS-NEW NOT = SPACES
              IF WS-DISC-DAYS-NEW NOT NUMERIC
                 DISPLAY "DISCOUNT DAYS AS 999" LINE 21 COL 10
                 GO TO 0425-EDIT-DISC-DAYS
              END-IF
              DISPLAY "                    " LINE 21 COL 10
              MOVE WS-DISC-DAYS-NEW TO IDFPROV-DISC-DAYS
              MOVE "Y" TO WS-RECORD-CHANGED-SW
           END-IF.
      *    A PERCENT WITH NO WINDOW (OR A WINDOW WITH NO PERCENT)
      *    COULD NEVER BE TAKEN - REFUSE THE PAIR UNTIL IT AGREES
           IF (IDFPROV-DISC-PCT > 0 AND IDFPROV-DISC-DAYS = 0)
              OR (IDFPROV-DISC-PCT = 0 AND IDFPROV-DISC-DAYS > 0)
              DISPLAY "GIVE BOTH DISCOUNT % AND DAYS, OR NEITHER"
                      LINE 21 COL 10
              GO TO 0420-EDIT-DISC-PCT
           END-IF.
           DISPLAY "                                         "
                   LINE 21 COL 10.
           IF WS-RECORD-CHANGED-SW = "N"
              GO TO 0499-SHOW-AND-EDIT-EXIT
           END-IF.
              CALL "ERRLOG" USING ERRLOG-PARMS
           ELSE
              DISPLAY "VENDOR UPDATED" LINE 21 COL 10
              IF IDFPROV-REMIT-ADDR NOT = WS-OLD-REMIT-ADDR
                 OR IDFPROV-REMIT-CITY NOT = WS-OLD-REMIT-CITY
                 OR IDFPROV-TAXID NOT = WS-OLD-TAXID
                 PERFORM 0460-LOG-REMIT-CHANGE
              END-IF
           END-IF.
           DISPLAY "PRESS ENTER" LINE 22 COL 10.
           ACCEPT WS-ANY-KEY.
           WRITE DESCAUD-RECORD.
           CLOSE LFDESCAUD.

      * THE CHANGE IS RECORDED ONCE THE REWRITE HAS GONE THROUGH.
      * TWO CHANGES TO ONE SUPPLIER IN THE SAME SECOND ARE KEPT
      * APART BY BUMPING THE TIME OF THE SECOND ONE
       0460-LOG-REMIT-CHANGE.
           MOVE SPACES TO PROVCHG-RECORD.
           MOVE IDFPROV-ID TO CHG-PROV-ID.
           ACCEPT CHG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUD-TIME8 FROM TIME.
           MOVE WS-AUD-TIME        TO CHG-TIME.
           MOVE SIGNON-OPERADOR    TO CHG-OPERATOR.
           MOVE "N" TO CHG-ADDR-SW CHG-CITY-SW CHG-TAXID-SW.
           IF IDFPROV-REMIT-ADDR NOT = WS-OLD-REMIT-ADDR
              MOVE "Y" TO CHG-ADDR-SW
           END-IF.
           IF IDFPROV-REMIT-CITY NOT = WS-OLD-REMIT-CITY
              MOVE "Y" TO CHG-CITY-SW
           END-IF.
           IF IDFPROV-TAXID NOT = WS-OLD-TAXID
              MOVE "Y" TO CHG-TAXID-SW
           END-IF.
           MOVE WS-OLD-REMIT-ADDR  TO CHG-OLD-ADDR.
           MOVE WS-OLD-REMIT-CITY  TO CHG-OLD-CITY.
           MOVE WS-OLD-TAXID       TO CHG-OLD-TAXID.
           MOVE IDFPROV-REMIT-ADDR TO CHG-NEW-ADDR.
           MOVE IDFPROV-REMIT-CITY TO CHG-NEW-CITY.
           MOVE IDFPROV-TAXID      TO CHG-NEW-TAXID.
           WRITE PROVCHG-RECORD.
           IF FILE-CHECK-KEY-CHG = "22"
              ADD 1 TO CHG-TIME
              WRITE PROVCHG-RECORD
           END-IF.
           IF FILE-CHECK-KEY-CHG NOT = "00"
              MOVE "SFTMNT1"               TO ERRLOG-PROGRAM
              MOVE "0460-LOG-REMIT-CHANGE" TO ERRLOG-PARAGRAPH
              MOVE "PROVCHG.DAT"           TO ERRLOG-FILENAME
              MOVE CHG-PROV-ID             TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-CHG      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.

      * PREFIX SEARCH ON THE IDFPROV-DESC ALTERNATE KEY, PAGING A
      * SCREENFUL AT A TIME THE WAY FSTRUCT1 SEARCHES BY NAME
       0500-SEARCH-BY-DESC.
