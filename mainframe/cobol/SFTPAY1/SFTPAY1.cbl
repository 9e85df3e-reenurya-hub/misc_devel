      * MARKS THE REGISTER ENTRY "V" AND APPENDS A REVERSING "V"
      * ENTRY TO PROVPAY.JRN, SO THE JOURNAL NO LONGER NEEDS HAND
      * EDITING; THE RE-ISSUE IS THEN AN ORDINARY NEW PAYMENT.
      * A VOUCHER SFTVOU1 RECORDED HELD (INVOICE NOT MATCHING WHAT
      * WAS RECEIVED ON ITS PURCHASE ORDER) IS NOT PAID UNTIL A
      * SUPERVISOR RELEASES IT FROM THIS SCREEN AFTER REVIEWING THE
      * ORDER; THE RELEASING OPERATOR IS KEPT ON THE VOUCHER.
      * A VOUCHER PAID ON OR BEFORE ITS DISCOUNT DATE (TERMS COPIED
      * FROM THE SUPPLIER BY SFTVOU1) IS OFFERED THE EARLY-PAYMENT
      * DISCOUNT ON THE AMOUNT BEING SETTLED. WHEN TAKEN, THE CHEQUE
      * IS FOR THE AMOUNT LESS THE DISCOUNT, THE VOUCHER AND
      * IDFPROV-BAL ARE RELIEVED OF THE FULL AMOUNT, AND THE
      * DISCOUNT GOES TO PROVPAY.JRN AS ITS OWN TYPE "D" ENTRY SO
      * GLEXTR1 CAN POST IT TO DISCOUNT INCOME.
      * A SUPPLIER CARRYING A WITHHOLDING REGIME (SFTMNT1) HAS INCOME
      * TAX WITHHELD ON EVERY PAYMENT AT THE RATE ON RETTASAS.DAT
      * (MNTRET1). THE SUPPLIER'S PAYMENTS ARE ADDED UP BY MONTH ON
      * WHTACC.DAT: THE TAX DUE IS THE RATE ON WHAT THE MONTH'S
      * PAYMENTS EXCEED THE REGIME'S NON-TAXABLE MINIMUM, AND EACH
      * PAYMENT WITHHOLDS WHAT IS DUE LESS WHAT THE MONTH HAS
      * ALREADY WITHHELD. THE CHEQUE IS FOR THE NET AMOUNT; THE
      * WITHHOLDING GOES TO PROVPAY.JRN AS A TYPE "W" ENTRY (A TAX
      * LIABILITY FOR GLEXTR1), GETS THE NEXT "NEXTCRT" CERTIFICATE
      * NUMBER, IS KEPT ON WHTCERT.DAT FOR THE MONTH-END REGISTER
      * AND FILING (SFTWHR1), AND THE CERTIFICATE IS PRINTED TO
      * CHEQUES.RPT AFTER THE CHEQUE.
      * THE VOID DATE IS KEPT ON THE REGISTER ENTRY SO THE NIGHTLY
      * POSITIVE PAY FILE (SFTPPY1) CAN TELL THE BANK ABOUT THE DAY'S
      * VOIDS. A CHEQUE THE BANK HAS ALREADY CLEARED (MARKED "C" BY
      * SFTCLR1) CANNOT BE VOIDED; STALE CHEQUES FLAGGED ON THE
      * SFTCLR1 OUTSTANDING LIST ARE VOIDED HERE LIKE ANY OTHER.
      * A CUSTOMER CREDIT BALANCE REFUND APPROVED IN DEVCLI2 ARRIVES
      * AS AN OPEN VOUCHER OF THE CUSTOMER REFUNDS PAYEE CARRYING
      * THE CUSTOMER NUMBER. IT IS PAID HERE LIKE ANY OTHER VOUCHER,
      * THROUGH THE SAME CHEQUE NUMBERS, REGISTER AND JOURNAL, BUT
      * THE CHEQUE IS MADE OUT TO THE CUSTOMER (CLIENTES.DAT) AND
      * NOTHING IS WITHHELD ON IT.
      * SEGREGATION OF DUTIES: EVERY JOURNAL LINE (PAYMENT, VOID,
      * DISCOUNT, WITHHOLDING) CARRIES THE SIGNED-ON OPERATOR. THE
      * OPERATOR WHO ENTERED A VOUCHER (SFTVOU1, DEVCLI2) MAY NOT
      * PAY IT, NOR MAY AN OPERATOR WHO CHANGED THE SUPPLIER'S
      * REMITTANCE ADDRESS OR TAX ID IN SFTMNT1 (PROVCHG.DAT) PAY
      * THAT SUPPLIER WITHIN THE NUMBER OF DAYS ON SFTPAY1.PRM. AN
      * ADMINISTRATOR (LEVEL 9) MAY OVERRIDE; THE PAYMENT IS THEN
      * FLAGGED ON THE JOURNAL AND THE OVERRIDE IS LOGGED TO
      * PROVSOD.LOG FOR THE WEEKLY EXCEPTIONS REPORT (SFTSOD1).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CHQ-NUMBER.
       SELECT OPTIONAL LFPURORD ASSIGN TO "PURORD.DAT"
        FILE STATUS IS FILE-CHECK-KEY-POH
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS POH-NUMBER.
      * RETTASAS.DAT IS THE WITHHOLDING REGIME TABLE (SEE MNTRET1)
       SELECT OPTIONAL LFRETTASAS ASSIGN TO "rettasas.dat"
        FILE STATUS IS FILE-CHECK-KEY-RET
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RET-REGIMEN.
       SELECT OPTIONAL LFWHTACC ASSIGN TO "WHTACC.DAT"
        FILE STATUS IS FILE-CHECK-KEY-WAC
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WAC-KEY.
       SELECT OPTIONAL LFWHTCERT ASSIGN TO "WHTCERT.DAT"
        FILE STATUS IS FILE-CHECK-KEY-CRT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CRT-NUMBER.
      * CLIENTES.DAT NAMES THE PAYEE OF A CUSTOMER REFUND CHEQUE
       SELECT OPTIONAL LFCLIENTES ASSIGN TO "clientes.dat"
        FILE STATUS IS FILE-CHECK-KEY-CLI
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ID_CLIENTE
        ALTERNATE RECORD KEY IS CLI_NOMBRE WITH DUPLICATES
        ALTERNATE RECORD KEY IS CLI_ALT_2  WITH DUPLICATES.
       SELECT LFCHQPRT ASSIGN TO "CHEQUES.RPT"
        FILE STATUS IS FILE-CHECK-KEY-PRT
        ORGANIZATION IS LINE SEQUENTIAL.
      * PROVCHG.DAT - REMITTANCE/TAX ID CHANGES MADE IN SFTMNT1
       SELECT OPTIONAL LFPROVCHG ASSIGN TO "PROVCHG.DAT"
        FILE STATUS IS FILE-CHECK-KEY-CHG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CHG-KEY.
      * PROVSOD.LOG - ONE LINE PER SEGREGATION-OF-DUTIES OVERRIDE
       SELECT LFSODLOG ASSIGN TO "PROVSOD.LOG"
        FILE STATUS IS FILE-CHECK-KEY-SOD
        ORGANIZATION IS LINE SEQUENTIAL.
      * SFTPAY1.PRM IS AN OPTIONAL ONE-LINE PARAMETER FILE CARRYING
      * THE DAYS (3 DIGITS) AFTER A REMITTANCE/TAX ID CHANGE DURING
      * WHICH THE OPERATOR WHO MADE IT MAY NOT PAY THE SUPPLIER;
      * WITHOUT IT 30 DAYS ARE USED
       SELECT LFPARM ASSIGN TO "SFTPAY1.PRM"
        FILE STATUS IS FILE-CHECK-KEY-PRM
        ORGANIZATION IS LINE SEQUENTIAL.

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

       FD LFPROVVOU.
       01 PROVVOU-RECORD.
           03 VOU-STATUS             PIC X(1).
              88 VOU-OPEN            VALUE "O".
              88 VOU-PAID-UP         VALUE "P".
      *    PURCHASE ORDER THE INVOICE WAS MATCHED AGAINST IN SFTVOU1
      *    AND THE HOLD SET WHEN IT DID NOT MATCH
           03 VOU-PO-NUMBER          PIC 9(8).
           03 VOU-HOLD               PIC X(1).
              88 VOU-HELD            VALUE "H".
           03 VOU-RELEASED-BY        PIC X(8).
      *    EARLY-PAYMENT DISCOUNT COPIED FROM THE SUPPLIER WHEN THE
      *    VOUCHER IS ENTERED: THE PERCENT, THE LAST DAY IT MAY BE
      *    TAKEN (INVOICE DATE PLUS THE DISCOUNT DAYS) AND THE
      *    DISCOUNT SFTPAY1 ACTUALLY TOOK. ZERO PERCENT = NO TERMS
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

      * ONE LINE PER PAYMENT IN PROVPAY.JRN. PAY-VOUCHER NAMES THE
      * VOUCHER PAID AND PAY-CHEQUE THE CHEQUE ISSUED; PAY-TYPE "V"
      * IS A VOID REVERSAL, "D" AN EARLY-PAYMENT DISCOUNT TAKEN AND
      * "W" INCOME TAX WITHHELD (BOTH RELIEVE THE SUPPLIER BALANCE
      * LIKE A PAYMENT BUT NO MONEY GOES OUT). RECORDS OLDER THAN
      * THE FIELDS CARRY SPACES AND COUNT AS ORDINARY PAYMENTS.
      * PAY-OPERATOR IS WHO POSTED THE LINE AND PAY-OVERRIDE IS "O"
      * ON A PAYMENT AN ADMINISTRATOR FORCED THROUGH THE
      * SEGREGATION-OF-DUTIES CHECK
       FD LFPAYJRN.
       01 PAYJRN-RECORD.
           03 PAY-DATE               PIC 9(8).
           03 PAY-VOUCHER            PIC 9(8).
           03 PAY-CHEQUE             PIC 9(8).
           03 PAY-TYPE               PIC X(1).
           03 PAY-OPERATOR           PIC X(8).
           03 PAY-OVERRIDE           PIC X(1).
              88 PAY-OVERRIDDEN      VALUE "O".

      * PROVCTL.DAT HOLDS THE PAYABLES CONTROL RECORDS; "NEXTCHQ"
      * CARRIES THE NEXT CHEQUE NUMBER TO ASSIGN AND "NEXTCRT" THE
      * NEXT WITHHOLDING CERTIFICATE NUMBER
       FD LFPROVCTL.
       01 PROVCTL-RECORD.
           03 CTL-KEY                PIC X(8).
           03 CTL-NEXT-NBR           PIC 9(8).

      * CHEQREG.DAT IS THE CHEQUE REGISTER - ONE RECORD PER CHEQUE
      * ISSUED, MARKED "V" WHEN VOIDED AND "C" WHEN THE BANK REPORTS
      * IT CLEARED (SFTCLR1)
       FD LFCHEQREG.
       01 CHEQREG-RECORD.
           03 CHQ-NUMBER             PIC 9(8).
           03 CHQ-STATUS             PIC X(1).
              88 CHQ-ISSUED          VALUE "I".
              88 CHQ-VOIDED          VALUE "V".
              88 CHQ-CLEARED         VALUE "C".
      *    ZERO UNTIL VOIDED. ENTRIES WRITTEN BEFORE THE FIELD CARRY
      *    SPACES
           03 CHQ-VOID-DATE          PIC 9(8).
           03 FILLER                 PIC X(2).

       FD LFRETTASAS.
       01 RETTASAS-RECORD.
           03 RET-REGIMEN            PIC X(3).
           03 RET-TASA               PIC 9(2)V9(2).
           03 RET-MINIMO             PIC 9(10).
           03 RET-DESCRIPCION        PIC X(30).

      * WHTACC.DAT ADDS UP EACH SUPPLIER'S PAYMENTS AND WITHHOLDING
      * BY CALENDAR MONTH, FOR THE NON-TAXABLE MINIMUM
       FD LFWHTACC.
       01 WHTACC-RECORD.
           03 WAC-KEY.
              05 WAC-PROV-ID         PIC 9(10).
              05 WAC-MONTH           PIC 9(6).
           03 WAC-BASE               PIC 9(12).
           03 WAC-WITHHELD           PIC 9(10).
           03 FILLER                 PIC X(10).

      * WHTCERT.DAT - ONE RECORD PER WITHHOLDING CERTIFICATE ISSUED
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

       FD LFCHQPRT.
       01 CHQPRT-RECORD              PIC X(100).

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

      * PURORD.DAT IS THE PURCHASE ORDER HEADER FILE (SEE SFTPUR1),
      * READ TO SHOW THE ORDER BEHIND A HELD VOUCHER
       FD LFPURORD.
       01 PURORD-RECORD.
           03 POH-NUMBER             PIC 9(8).
           03 POH-PROV-ID            PIC 9(10).
           03 POH-DATE               PIC 9(8).
           03 POH-STATUS             PIC X(1).
              88 POH-OPEN            VALUE "O".
              88 POH-CLOSED          VALUE "C".
              88 POH-CANCELLED       VALUE "X".
           03 POH-ORDERED            PIC 9(10).
           03 POH-RECEIVED           PIC 9(10).
           03 POH-INVOICED           PIC 9(10).
           03 POH-OPERATOR           PIC X(8).
           03 POH-LINE-COUNT         PIC 9(3).
           03 FILLER                 PIC X(20).

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

      * ONE LINE PER OVERRIDE: WHO FORCED THE PAYMENT THROUGH, THE
      * PAYMENT, AND WHY IT WAS STOPPED - "V" THE OPERATOR ENTERED
      * THE VOUCHER, "M" THE OPERATOR CHANGED THE SUPPLIER'S
      * REMITTANCE ADDRESS OR TAX ID - WITH THE DATE THAT HAPPENED
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

       FD LFPARM.
       01 PARM-RECORD.
           03 PRM-SOD-DAYS           PIC 9(3).

       WORKING-STORAGE SECTION.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY-CTL   PIC X(2).
           05  FILE-CHECK-KEY-CHQ   PIC X(2).
           05  FILE-CHECK-KEY-PRT   PIC X(2).
           05  FILE-CHECK-KEY-POH   PIC X(2).
           05  FILE-CHECK-KEY-RET   PIC X(2).
           05  FILE-CHECK-KEY-WAC   PIC X(2).
           05  FILE-CHECK-KEY-CRT   PIC X(2).
           05  FILE-CHECK-KEY-CLI   PIC X(2).
           05  FILE-CHECK-KEY-CHG   PIC X(2).
           05  FILE-CHECK-KEY-SOD   PIC X(2).
           05  FILE-CHECK-KEY-PRM   PIC X(2).

       01  WS-DONE-SW              PIC X(1) VALUE "N".
           88  ALL-DONE                  VALUE "Y".
       01  WS-REM-EDITED           PIC Z(9)9.
       01  WS-PAY-COUNT            PIC 9(5) VALUE 0.
       01  WS-VOID-COUNT           PIC 9(5) VALUE 0.
       01  WS-RELEASE-COUNT        PIC 9(5) VALUE 0.
       01  WS-OPTION               PIC X(1).
       01  WS-CHQ-NUMBER           PIC 9(8).
       01  WS-CHQ-NUMBER-IN        PIC 9(8).
       01  WS-NBR-ASSIGNED-SW      PIC X(1).
       01  WS-CONFIRM              PIC X(1).
       01  WS-AMT-EDITED           PIC Z(9)9.
       01  WS-TODAY                PIC 9(8).
       01  WS-DISC-AMOUNT          PIC 9(10).
       01  WS-DISC-COUNT           PIC 9(5) VALUE 0.
      * INCOME TAX WITHHOLDING ON THE PAYMENT BEING POSTED
       01  WS-WHT-APPLIES-SW       PIC X(1).
           88  WHT-APPLIES               VALUE "Y".
       01  WS-WHT-BASE             PIC 9(10).
       01  WS-WHT-AMOUNT           PIC 9(10).
       01  WS-WHT-TAXABLE          PIC S9(12).
       01  WS-WHT-DUE              PIC S9(12).
       01  WS-WHT-OWED             PIC S9(12).
       01  WS-WHT-COUNT            PIC 9(5) VALUE 0.
       01  WS-CRT-NUMBER           PIC 9(8).
      * SEGREGATION OF DUTIES ON THE PAYMENT BEING ENTERED: THE
      * VOUCHER WAS ENTERED BY THIS OPERATOR, THE SUPPLIER'S
      * REMITTANCE WAS CHANGED BY THIS OPERATOR WITHIN WS-SOD-DAYS,
      * AND WHETHER AN ADMINISTRATOR OVERRODE
       01  WS-SOD-DAYS             PIC 9(3) VALUE 30.
       01  WS-SOD-CUTOFF           PIC 9(8).
       01  WS-SOD-VOU-SW           PIC X(1).
       01  WS-SOD-CHG-SW           PIC X(1).
       01  WS-SOD-CHG-DATE         PIC 9(8).
       01  WS-SOD-REFUSED-SW       PIC X(1).
       01  WS-SOD-OVERRIDE-SW      PIC X(1).
           88  SOD-OVERRIDDEN            VALUE "Y".
       01  WS-CHG-EOF-SW           PIC X(1).
       01  WS-CHG-OPEN-SW          PIC X(1) VALUE "N".
       01  WS-CHQPRT-SW            PIC X(1) VALUE "N".
       01  WS-VOID-FAILED-SW       PIC X(1).
       01  WS-SOD-MESSAGE          PIC X(60).
       01  WS-OVERRIDE-COUNT       PIC 9(5) VALUE 0.

      * CHEQUE AND REMITTANCE ADVICE PRINT LINES
       01  WS-CHQ-RULE             PIC X(70) VALUE ALL "=".
           05  WS-ADV-AMOUNT       PIC Z(9)9.
           05  FILLER              PIC X(13) VALUE "  REMAINING: ".
           05  WS-ADV-REMAIN       PIC Z(9)9.
       01  WS-ADV-LINE3.
           05  FILLER              PIC X(24) VALUE
               "EARLY-PAYMENT DISCOUNT: ".
           05  WS-ADV-DISCOUNT     PIC Z(9)9.
       01  WS-ADV-LINE4.
           05  FILLER              PIC X(24) VALUE
               "INCOME TAX WITHHELD   : ".
           05  WS-ADV-WITHHELD     PIC Z(9)9.
           05  FILLER              PIC X(14) VALUE "  CERTIFICATE ".
           05  WS-ADV-CERT         PIC 9(8).

      * WITHHOLDING CERTIFICATE PRINT LINES
       01  WS-CRT-LINE1.
           05  FILLER              PIC X(35) VALUE
               "INCOME TAX WITHHOLDING CERTIFICATE ".
           05  WS-CRT-NBR-X        PIC 9(8).
           05  FILLER              PIC X(10) VALUE "    DATE: ".
           05  WS-CRT-DATE-X       PIC 9(8).
       01  WS-CRT-LINE2.
           05  FILLER              PIC X(14) VALUE "SUPPLIER     :".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CRT-PAYEE        PIC X(40).
           05  FILLER              PIC X(10) VALUE "  TAX ID: ".
           05  WS-CRT-TAXID-X      PIC X(11).
       01  WS-CRT-LINE3.
           05  FILLER              PIC X(14) VALUE "REGIME       :".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CRT-REGIME-X     PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CRT-REG-DESC     PIC X(30).
           05  FILLER              PIC X(8)  VALUE "  RATE: ".
           05  WS-CRT-RATE-X       PIC Z9.99.
       01  WS-CRT-LINE4.
           05  FILLER              PIC X(14) VALUE "AMOUNT PAID  :".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CRT-BASE-X       PIC Z(9)9.
           05  FILLER              PIC X(14) VALUE "    WITHHELD: ".
           05  WS-CRT-AMT-X        PIC Z(9)9.
       01  WS-CRT-LINE5.
           05  FILLER              PIC X(14) VALUE "VOUCHER      :".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  WS-CRT-VOUCHER-X    PIC 9(8).
           05  FILLER              PIC X(12) VALUE "    CHEQUE: ".
           05  WS-CRT-CHEQUE-X     PIC 9(8).

      * PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
       COPY "ERRLOG.CPY".
      * PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
       COPY "RPTARC.CPY".

      * PARAMETERS FOR THE SHARED SIGNON SUBPROGRAM - SEE SIGNON.CPY
       COPY "SIGNON.CPY".
              CLOSE LFCHEQREG
              OPEN I-O LFCHEQREG
           END-IF.
           OPEN INPUT LFPURORD.
           IF FILE-CHECK-KEY-POH NOT = "00"
              AND FILE-CHECK-KEY-POH NOT = "05"
              MOVE "PURORD.DAT" TO ERRLOG-FILENAME
              MOVE FILE-CHECK-KEY-POH TO ERRLOG-STATUS
              PERFORM 0110-OPEN-FAILED
           END-IF.
           OPEN INPUT LFRETTASAS.
           IF FILE-CHECK-KEY-RET NOT = "00"
              AND FILE-CHECK-KEY-RET NOT = "05"
              MOVE "rettasas.dat" TO ERRLOG-FILENAME
              MOVE FILE-CHECK-KEY-RET TO ERRLOG-STATUS
              PERFORM 0110-OPEN-FAILED
           END-IF.
           OPEN I-O LFWHTACC.
           IF FILE-CHECK-KEY-WAC = "35"
              OPEN OUTPUT LFWHTACC
              CLOSE LFWHTACC
              OPEN I-O LFWHTACC
           END-IF.
           OPEN I-O LFWHTCERT.
           IF FILE-CHECK-KEY-CRT = "35"
              OPEN OUTPUT LFWHTCERT
              CLOSE LFWHTCERT
              OPEN I-O LFWHTCERT
           END-IF.
           OPEN INPUT LFCLIENTES.
           IF FILE-CHECK-KEY-CLI NOT = "00"
              AND FILE-CHECK-KEY-CLI NOT = "05"
              MOVE "clientes.dat" TO ERRLOG-FILENAME
              MOVE FILE-CHECK-KEY-CLI TO ERRLOG-STATUS
              PERFORM 0110-OPEN-FAILED
           END-IF.
           OPEN INPUT LFPROVCHG.
           IF FILE-CHECK-KEY-CHG = "00"
              MOVE "Y" TO WS-CHG-OPEN-SW
           END-IF.
           PERFORM 0120-GET-PARAMETERS.
           PERFORM 0150-ONE-CYCLE THRU 0159-ONE-CYCLE-EXIT
              UNTIL ALL-DONE.
           CLOSE LFIDFPROVS.
           CLOSE LFPROVVOU.
           CLOSE LFPROVCTL.
           CLOSE LFCHEQREG.
           CLOSE LFPURORD.
           CLOSE LFRETTASAS.
           CLOSE LFWHTACC.
           CLOSE LFWHTCERT.
           CLOSE LFCLIENTES.
           CLOSE LFPROVCHG.
      * CHEQUES.RPT IS ARCHIVED ONCE, AT THE END OF A SESSION THAT
      * PRINTED ON IT
           IF WS-CHQPRT-SW = "Y"
              MOVE "SFTPAY1"     TO RPTARC-PROGRAM
              MOVE "CHEQUES AND REMITTANCE ADVICES"
                 TO RPTARC-TITLE
              MOVE "CHEQUES.RPT" TO RPTARC-REPORT-NAME
              MOVE 0             TO RPTARC-PAGES
              MOVE SIGNON-OPERADOR TO RPTARC-OPERATOR
              MOVE "A"           TO RPTARC-RETENTION
              CALL "RPTARC" USING RPTARC-PARMS
           END-IF.
           DISPLAY "SFTPAY1 PAYMENTS POSTED: " WS-PAY-COUNT.
           DISPLAY "SFTPAY1 CHEQUES VOIDED : " WS-VOID-COUNT.
           DISPLAY "SFTPAY1 VOUCHERS RELEASED: " WS-RELEASE-COUNT.
           DISPLAY "SFTPAY1 DISCOUNTS TAKEN: " WS-DISC-COUNT.
           DISPLAY "SFTPAY1 CERTIFICATES   : " WS-WHT-COUNT.
           DISPLAY "SFTPAY1 OVERRIDES      : " WS-OVERRIDE-COUNT.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.

      * A LOOKUP FILE THAT IS THERE BUT WILL NOT OPEN STOPS THE
      * SESSION BEFORE ANY PAYMENT IS TAKEN; ONE THAT IS NOT THERE
      * AT ALL (OPTIONAL, STATUS 05) IS LEFT TO THE LOOKUPS
       0110-OPEN-FAILED.
           DISPLAY "CANNOT OPEN " ERRLOG-FILENAME " STATUS "
                   ERRLOG-STATUS.
           MOVE "SFTPAY1"       TO ERRLOG-PROGRAM.
           MOVE "0100-MAINLINE" TO ERRLOG-PARAGRAPH.
           MOVE SPACES          TO ERRLOG-KEYVALUE.
           CALL "ERRLOG" USING ERRLOG-PARMS.
           MOVE "F" TO SIGNON-ACCION.
           CALL "SIGNON" USING SIGNON-PARMS.
           STOP RUN.

       0120-GET-PARAMETERS.
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

       0150-ONE-CYCLE.
           DISPLAY " " LINE 1 COL 1 ERASE EOS.
           DISPLAY "SUPPLIER PAYMENTS"        LINE 2 COL 30
                   "P = PAY A VOUCHER"        LINE 5 COL 10
                   "V = VOID A CHEQUE"        LINE 6 COL 10
                   "R = RELEASE A HELD VOUCHER" LINE 7 COL 10
                   "X = EXIT"                 LINE 8 COL 10
                   "OPTION: "                 LINE 9 COL 10.
           ACCEPT WS-OPTION LINE 9 COL 19.
           EVALUATE WS-OPTION
              WHEN "V" WHEN "v"
                 PERFORM 0700-VOID-CHEQUE
                    THRU 0799-VOID-CHEQUE-EXIT
              WHEN "R" WHEN "r"
                 PERFORM 0800-RELEASE-VOUCHER
                    THRU 0899-RELEASE-VOUCHER-EXIT
              WHEN "X" WHEN "x"
                 SET ALL-DONE TO TRUE
              WHEN OTHER
              PERFORM 0900-PRESS-ENTER
              GO TO 0299-ONE-PAYMENT-EXIT
           END-IF.
      *    A HELD VOUCHER DID NOT MATCH ITS PURCHASE ORDER AND WAITS
      *    FOR A SUPERVISOR RELEASE (OPTION R)
           IF VOU-HELD
              DISPLAY "VOUCHER HELD - RELEASE IT FIRST" LINE 20 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0299-ONE-PAYMENT-EXIT
           END-IF.
           PERFORM 0370-CHECK-DUTIES THRU 0379-CHECK-DUTIES-EXIT.
           IF WS-SOD-REFUSED-SW = "Y"
              PERFORM 0900-PRESS-ENTER
              GO TO 0299-ONE-PAYMENT-EXIT
           END-IF.
           COMPUTE WS-VOU-REMAINING = VOU-AMOUNT - VOU-PAID.
           MOVE WS-VOU-REMAINING TO WS-REM-EDITED.
           DISPLAY "REMAINING: "  LINE 19 COL 10
                   VOU-INV-NUMBER LINE WS-SCREEN-LINE COL 20
                   VOU-DUE-DATE   LINE WS-SCREEN-LINE COL 37
                   WS-REM-EDITED  LINE WS-SCREEN-LINE COL 47.
           IF VOU-HELD
              DISPLAY "HELD" LINE WS-SCREEN-LINE COL 59
           END-IF.
           ADD 1 TO WS-SCREEN-LINE.
           IF WS-SCREEN-LINE > 16
              DISPLAY "(MORE VOUCHERS NOT SHOWN)" LINE 17 COL 10
       0355-SHOW-ONE-VOUCHER-EXIT.
           EXIT.

      * SEGREGATION OF DUTIES: THE OPERATOR WHO ENTERED THE VOUCHER,
      * OR WHO CHANGED WHERE THE SUPPLIER IS PAID WITHIN THE LAST
      * WS-SOD-DAYS DAYS, MAY NOT PAY IT. ONLY AN ADMINISTRATOR MAY
      * OVERRIDE, AND THE OVERRIDE IS LOGGED WHEN THE PAYMENT POSTS.
      * VOUCHERS OLDER THAN THE ENTRY STAMP CARRY SPACES AND PASS
       0370-CHECK-DUTIES.
           MOVE "N" TO WS-SOD-VOU-SW.
           MOVE "N" TO WS-SOD-CHG-SW.
           MOVE "N" TO WS-SOD-REFUSED-SW.
           MOVE "N" TO WS-SOD-OVERRIDE-SW.
           IF VOU-ENTERED-BY = SIGNON-OPERADOR
              MOVE "Y" TO WS-SOD-VOU-SW
           END-IF.
           PERFORM 0380-CHECK-MASTER-CHANGES
              THRU 0389-CHECK-MASTER-CHANGES-EXIT.
           IF WS-SOD-VOU-SW = "N" AND WS-SOD-CHG-SW = "N"
              GO TO 0379-CHECK-DUTIES-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN WS-SOD-VOU-SW = "Y" AND WS-SOD-CHG-SW = "Y"
                 MOVE
                    "YOU ENTERED THIS VOUCHER AND CHANGED THE SUPPLIER"
                    TO WS-SOD-MESSAGE
              WHEN WS-SOD-VOU-SW = "Y"
                 MOVE "YOU ENTERED THIS VOUCHER"
                    TO WS-SOD-MESSAGE
              WHEN OTHER
                 MOVE "YOU CHANGED THE SUPPLIER REMITTANCE/TAX ID"
                    TO WS-SOD-MESSAGE
           END-EVALUATE.
           DISPLAY WS-SOD-MESSAGE LINE 20 COL 10.
           IF SIGNON-NIVEL < 9
              DISPLAY "ANOTHER OPERATOR MUST PAY IT" LINE 21 COL 10
              MOVE "Y" TO WS-SOD-REFUSED-SW
              GO TO 0379-CHECK-DUTIES-EXIT
           END-IF.
           DISPLAY "ADMINISTRATOR OVERRIDE (Y/N): " LINE 21 COL 10.
           ACCEPT WS-CONFIRM LINE 21 COL 41.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              MOVE "Y" TO WS-SOD-REFUSED-SW
              GO TO 0379-CHECK-DUTIES-EXIT
           END-IF.
           SET SOD-OVERRIDDEN TO TRUE.
           DISPLAY " " LINE 20 COL 1 ERASE EOS.
       0379-CHECK-DUTIES-EXIT.
           EXIT.

      * THE SUPPLIER'S CHANGES FROM THE CUTOFF DATE ON, IN KEY
      * ORDER; ANY ONE MADE BY THIS OPERATOR STOPS THE PAYMENT
       0380-CHECK-MASTER-CHANGES.
           IF WS-CHG-OPEN-SW = "N"
              GO TO 0389-CHECK-MASTER-CHANGES-EXIT
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-SOD-CUTOFF = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-SOD-DAYS).
           MOVE IDFPROV-ID    TO CHG-PROV-ID.
           MOVE WS-SOD-CUTOFF TO CHG-DATE.
           MOVE 0             TO CHG-TIME.
           MOVE "N" TO WS-CHG-EOF-SW.
           START LFPROVCHG KEY IS NOT LESS THAN CHG-KEY
              INVALID KEY MOVE "Y" TO WS-CHG-EOF-SW
           END-START.
           PERFORM 0385-CHECK-ONE-CHANGE
              THRU 0385-CHECK-ONE-CHANGE-EXIT
              UNTIL WS-CHG-EOF-SW = "Y".
       0389-CHECK-MASTER-CHANGES-EXIT.
           EXIT.

       0385-CHECK-ONE-CHANGE.
           READ LFPROVCHG NEXT RECORD
              AT END MOVE "Y" TO WS-CHG-EOF-SW
           END-READ.
           IF WS-CHG-EOF-SW = "Y"
              GO TO 0385-CHECK-ONE-CHANGE-EXIT
           END-IF.
           IF CHG-PROV-ID NOT = IDFPROV-ID
              MOVE "Y" TO WS-CHG-EOF-SW
              GO TO 0385-CHECK-ONE-CHANGE-EXIT
           END-IF.
           IF CHG-OPERATOR = SIGNON-OPERADOR
              MOVE "Y"      TO WS-SOD-CHG-SW
              MOVE CHG-DATE TO WS-SOD-CHG-DATE
              MOVE "Y"      TO WS-CHG-EOF-SW
           END-IF.
       0385-CHECK-ONE-CHANGE-EXIT.
           EXIT.

      * THE VOUCHER, THE SUPPLIER BALANCE AND THE JOURNAL ARE
      * UPDATED TOGETHER; A FAILED REWRITE LEAVES EVERYTHING ALONE
       0400-POST-PAYMENT.
           PERFORM 0420-OFFER-DISCOUNT THRU 0429-OFFER-DISCOUNT-EXIT.
           PERFORM 0430-COMPUTE-WITHHOLDING
              THRU 0439-COMPUTE-WITHHOLDING-EXIT.
           ADD WS-PAY-AMOUNT  TO VOU-PAID.
           ADD WS-DISC-AMOUNT TO VOU-DISC-TAKEN.
           IF VOU-PAID NOT < VOU-AMOUNT
              SET VOU-PAID-UP TO TRUE
           END-IF.
              CALL "ERRLOG" USING ERRLOG-PARMS
              GO TO 0499-POST-PAYMENT-EXIT
           END-IF.
      *    FROM HERE ON WS-PAY-AMOUNT IS THE CHEQUE: THE AMOUNT
      *    SETTLED LESS ANY DISCOUNT TAKEN AND TAX WITHHELD
           SUBTRACT WS-DISC-AMOUNT FROM WS-PAY-AMOUNT.
           SUBTRACT WS-WHT-AMOUNT  FROM WS-PAY-AMOUNT.
           PERFORM 0500-ASSIGN-CHEQUE-NBR
              THRU 0599-ASSIGN-CHEQUE-NBR-EXIT.
           PERFORM 0450-WRITE-JOURNAL.
           IF WS-DISC-AMOUNT > 0
              PERFORM 0460-WRITE-DISC-JOURNAL
              ADD 1 TO WS-DISC-COUNT
           END-IF.
           PERFORM 0470-POST-WITHHOLDING
              THRU 0479-POST-WITHHOLDING-EXIT.
           IF WS-NBR-ASSIGNED-SW = "Y"
              PERFORM 0550-WRITE-REGISTER
              PERFORM 0600-PRINT-CHEQUE
           END-IF.
           IF WS-CRT-NUMBER > 0
              PERFORM 0650-PRINT-CERTIFICATE
           END-IF.
           IF SOD-OVERRIDDEN
              PERFORM 0490-LOG-OVERRIDE
              ADD 1 TO WS-OVERRIDE-COUNT
           END-IF.
           ADD 1 TO WS-PAY-COUNT.
           MOVE IDFPROV-BAL TO WS-BAL-EDITED.
           DISPLAY "PAYMENT POSTED. CHEQUE " LINE 20 COL 10
       0499-POST-PAYMENT-EXIT.
           EXIT.

      * THE DISCOUNT IS OFFERED ONLY WHILE THE VOUCHER'S WINDOW IS
      * OPEN, ON THE AMOUNT BEING SETTLED NOW, SO A PART PAYMENT
      * EARNS ITS SHARE. VOUCHERS WITHOUT TERMS GET NO OFFER
       0420-OFFER-DISCOUNT.
           MOVE 0 TO WS-DISC-AMOUNT.
           IF VOU-DISC-PCT NOT NUMERIC
              OR VOU-DISC-DATE NOT NUMERIC
              OR VOU-DISC-TAKEN NOT NUMERIC
              MOVE 0 TO VOU-DISC-PCT VOU-DISC-DATE VOU-DISC-TAKEN
           END-IF.
           IF VOU-DISC-PCT = 0
              GO TO 0429-OFFER-DISCOUNT-EXIT
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-TODAY > VOU-DISC-DATE
              GO TO 0429-OFFER-DISCOUNT-EXIT
           END-IF.
           COMPUTE WS-DISC-AMOUNT ROUNDED =
              WS-PAY-AMOUNT * VOU-DISC-PCT / 100.
           IF WS-DISC-AMOUNT = 0
              GO TO 0429-OFFER-DISCOUNT-EXIT
           END-IF.
           MOVE WS-DISC-AMOUNT TO WS-AMT-EDITED.
           DISPLAY "TAKE DISCOUNT OF " LINE 21 COL 10
                   WS-AMT-EDITED       LINE 21 COL 27
                   " (Y/N): "          LINE 21 COL 37.
           ACCEPT WS-CONFIRM LINE 21 COL 45.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              MOVE 0 TO WS-DISC-AMOUNT
           END-IF.
       0429-OFFER-DISCOUNT-EXIT.
           EXIT.

      * THE WITHHOLDING IS WORKED ON THE MONTH'S PAYMENTS TO DATE
      * INCLUDING THIS ONE (NET OF DISCOUNT), SO THE NON-TAXABLE
      * MINIMUM IS ALLOWED ONCE A MONTH HOWEVER THE SUPPLIER IS
      * PAID. A REGIME MISSING FROM THE TABLE WITHHOLDS NOTHING
       0430-COMPUTE-WITHHOLDING.
           MOVE "N" TO WS-WHT-APPLIES-SW.
           MOVE 0   TO WS-WHT-AMOUNT.
           COMPUTE WS-WHT-BASE = WS-PAY-AMOUNT - WS-DISC-AMOUNT.
           IF IDFPROV-WHT-REGIME = SPACES
              GO TO 0439-COMPUTE-WITHHOLDING-EXIT
           END-IF.
      *    A CUSTOMER REFUND IS NOT A PURCHASE: NOTHING TO WITHHOLD
           IF VOU-CUST-ID IS NUMERIC
              AND VOU-CUST-ID > 0
              GO TO 0439-COMPUTE-WITHHOLDING-EXIT
           END-IF.
           MOVE IDFPROV-WHT-REGIME TO RET-REGIMEN.
           READ LFRETTASAS
              INVALID KEY
                 DISPLAY "REGIME NOT IN TABLE - NOTHING WITHHELD"
                         LINE 21 COL 10
                 GO TO 0439-COMPUTE-WITHHOLDING-EXIT
           END-READ.
           IF FILE-CHECK-KEY-RET NOT = "00"
              GO TO 0439-COMPUTE-WITHHOLDING-EXIT
           END-IF.
           MOVE "Y" TO WS-WHT-APPLIES-SW.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE IDFPROV-ID TO WAC-PROV-ID.
           COMPUTE WAC-MONTH = WS-TODAY / 100.
           READ LFWHTACC
              INVALID KEY MOVE 0 TO WAC-BASE WAC-WITHHELD
           END-READ.
           COMPUTE WS-WHT-TAXABLE = WAC-BASE + WS-WHT-BASE.
           IF WS-WHT-TAXABLE > RET-MINIMO
              COMPUTE WS-WHT-DUE ROUNDED =
                 (WS-WHT-TAXABLE - RET-MINIMO) * RET-TASA / 100
           ELSE
              MOVE 0 TO WS-WHT-DUE
           END-IF.
           COMPUTE WS-WHT-OWED = WS-WHT-DUE - WAC-WITHHELD.
           IF WS-WHT-OWED > 0
              MOVE WS-WHT-OWED TO WS-WHT-AMOUNT
           END-IF.
           IF WS-WHT-AMOUNT > WS-WHT-BASE
              MOVE WS-WHT-BASE TO WS-WHT-AMOUNT
           END-IF.
           IF WS-WHT-AMOUNT > 0
              MOVE WS-WHT-AMOUNT TO WS-AMT-EDITED
              DISPLAY "INCOME TAX WITHHELD: " LINE 21 COL 48
                      WS-AMT-EDITED           LINE 21 COL 69
           END-IF.
       0439-COMPUTE-WITHHOLDING-EXIT.
           EXIT.

       0450-WRITE-JOURNAL.
           ACCEPT PAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PAY-TIME8 FROM TIME.
           MOVE VOU-NUMBER    TO PAY-VOUCHER.
           MOVE WS-CHQ-NUMBER TO PAY-CHEQUE.
           MOVE "P"           TO PAY-TYPE.
           MOVE SIGNON-OPERADOR TO PAY-OPERATOR.
           MOVE SPACE         TO PAY-OVERRIDE.
           IF SOD-OVERRIDDEN
              SET PAY-OVERRIDDEN TO TRUE
           END-IF.
           OPEN EXTEND LFPAYJRN.
           IF FILE-CHECK-KEY-JRN NOT = "00"
              OPEN OUTPUT LFPAYJRN
           END-IF.
           WRITE PAYJRN-RECORD.
           CLOSE LFPAYJRN.

      * THE DISCOUNT ENTRY CARRIES THE SAME VOUCHER AND CHEQUE AS
      * THE PAYMENT IT CAME WITH
       0460-WRITE-DISC-JOURNAL.
           ACCEPT PAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PAY-TIME8 FROM TIME.
           MOVE WS-PAY-TIME    TO PAY-TIME.
           MOVE IDFPROV-ID     TO PAY-PROV-ID.
           MOVE WS-DISC-AMOUNT TO PAY-AMOUNT.
           MOVE IDFPROV-BAL    TO PAY-BAL-AFTER.
           MOVE VOU-NUMBER     TO PAY-VOUCHER.
           MOVE WS-CHQ-NUMBER  TO PAY-CHEQUE.
           MOVE "D"            TO PAY-TYPE.
           MOVE SIGNON-OPERADOR TO PAY-OPERATOR.
           MOVE SPACE          TO PAY-OVERRIDE.
           OPEN EXTEND LFPAYJRN.
           IF FILE-CHECK-KEY-JRN NOT = "00"
              OPEN OUTPUT LFPAYJRN
           END-IF.
           WRITE PAYJRN-RECORD.
           CLOSE LFPAYJRN.

      * THE MONTH'S RUNNING TOTALS ARE UPDATED EVEN WHEN NOTHING IS
      * WITHHELD (A PAYMENT UNDER THE MINIMUM STILL COUNTS TOWARD
      * IT); A CERTIFICATE IS ISSUED ONLY FOR TAX ACTUALLY WITHHELD
       0470-POST-WITHHOLDING.
           MOVE 0 TO WS-CRT-NUMBER.
           IF NOT WHT-APPLIES
              GO TO 0479-POST-WITHHOLDING-EXIT
           END-IF.
           MOVE IDFPROV-ID TO WAC-PROV-ID.
           COMPUTE WAC-MONTH = WS-TODAY / 100.
           MOVE "Y" TO WS-FOUND-SW.
           READ LFWHTACC
              INVALID KEY MOVE "N" TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = "N"
              MOVE 0 TO WAC-BASE WAC-WITHHELD
           END-IF.
           ADD WS-WHT-BASE   TO WAC-BASE.
           ADD WS-WHT-AMOUNT TO WAC-WITHHELD.
           IF WS-FOUND-SW = "N"
              WRITE WHTACC-RECORD
           ELSE
              REWRITE WHTACC-RECORD
           END-IF.
           IF FILE-CHECK-KEY-WAC NOT = "00"
              MOVE "SFTPAY1"               TO ERRLOG-PROGRAM
              MOVE "0470-POST-WITHHOLDING" TO ERRLOG-PARAGRAPH
              MOVE "WHTACC.DAT"            TO ERRLOG-FILENAME
              MOVE WAC-KEY                 TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-WAC      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
           IF WS-WHT-AMOUNT = 0
              GO TO 0479-POST-WITHHOLDING-EXIT
           END-IF.
           PERFORM 0520-ASSIGN-CERT-NBR THRU 0529-ASSIGN-CERT-NBR-EXIT.
           PERFORM 0480-WRITE-WHT-JOURNAL.
           ADD 1 TO WS-WHT-COUNT.
           IF WS-CRT-NUMBER = 0
              GO TO 0479-POST-WITHHOLDING-EXIT
           END-IF.
           MOVE WS-CRT-NUMBER      TO CRT-NUMBER.
           MOVE WS-TODAY           TO CRT-DATE.
           MOVE IDFPROV-ID         TO CRT-PROV-ID.
           MOVE IDFPROV-DESC       TO CRT-PROV-DESC.
           MOVE IDFPROV-TAXID      TO CRT-TAXID.
           MOVE IDFPROV-WHT-REGIME TO CRT-REGIME.
           MOVE RET-TASA           TO CRT-RATE.
           MOVE WS-WHT-BASE        TO CRT-BASE.
           MOVE WS-WHT-AMOUNT      TO CRT-AMOUNT.
           MOVE VOU-NUMBER         TO CRT-VOUCHER.
           MOVE WS-CHQ-NUMBER      TO CRT-CHEQUE.
           WRITE WHTCERT-RECORD.
           IF FILE-CHECK-KEY-CRT NOT = "00"
              MOVE "SFTPAY1"               TO ERRLOG-PROGRAM
              MOVE "0470-POST-WITHHOLDING" TO ERRLOG-PARAGRAPH
              MOVE "WHTCERT.DAT"           TO ERRLOG-FILENAME
              MOVE CRT-NUMBER              TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-CRT      TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       0479-POST-WITHHOLDING-EXIT.
           EXIT.

      * THE WITHHOLDING ENTRY CARRIES THE SAME VOUCHER AND CHEQUE
      * AS THE PAYMENT IT CAME WITH
       0480-WRITE-WHT-JOURNAL.
           ACCEPT PAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PAY-TIME8 FROM TIME.
           MOVE WS-PAY-TIME    TO PAY-TIME.
           MOVE IDFPROV-ID     TO PAY-PROV-ID.
           MOVE WS-WHT-AMOUNT  TO PAY-AMOUNT.
           MOVE IDFPROV-BAL    TO PAY-BAL-AFTER.
           MOVE VOU-NUMBER     TO PAY-VOUCHER.
           MOVE WS-CHQ-NUMBER  TO PAY-CHEQUE.
           MOVE "W"            TO PAY-TYPE.
           MOVE SIGNON-OPERADOR TO PAY-OPERATOR.
           MOVE SPACE          TO PAY-OVERRIDE.
           OPEN EXTEND LFPAYJRN.
           IF FILE-CHECK-KEY-JRN NOT = "00"
              OPEN OUTPUT LFPAYJRN
           WRITE PAYJRN-RECORD.
           CLOSE LFPAYJRN.

      * ONE LOG LINE PER REASON THE PAYMENT WAS STOPPED
       0490-LOG-OVERRIDE.
           MOVE PAY-DATE        TO SOD-DATE.
           MOVE PAY-TIME        TO SOD-TIME.
           MOVE SIGNON-OPERADOR TO SOD-OPERATOR.
           MOVE IDFPROV-ID      TO SOD-PROV-ID.
           MOVE VOU-NUMBER      TO SOD-VOUCHER.
           MOVE WS-CHQ-NUMBER   TO SOD-CHEQUE.
           MOVE WS-PAY-AMOUNT   TO SOD-AMOUNT.
           OPEN EXTEND LFSODLOG.
           IF FILE-CHECK-KEY-SOD NOT = "00"
              OPEN OUTPUT LFSODLOG
           END-IF.
           IF WS-SOD-VOU-SW = "Y"
              SET SOD-OWN-VOUCHER  TO TRUE
              MOVE VOU-ENTERED-DATE TO SOD-EVENT-DATE
              WRITE SODLOG-RECORD
           END-IF.
           IF WS-SOD-CHG-SW = "Y"
              SET SOD-OWN-CHANGE   TO TRUE
              MOVE WS-SOD-CHG-DATE TO SOD-EVENT-DATE
              WRITE SODLOG-RECORD
           END-IF.
           CLOSE LFSODLOG.

      * NEXT CHEQUE NUMBER FROM THE "NEXTCHQ" CONTROL RECORD,
      * SEEDED AT 1 THE FIRST TIME. A PAYMENT WHOSE CHEQUE NUMBER
      * CANNOT BE DRAWN STILL POSTS, WITH CHEQUE 0 ON THE JOURNAL,
       0599-ASSIGN-CHEQUE-NBR-EXIT.
           EXIT.

      * NEXT CERTIFICATE NUMBER FROM THE "NEXTCRT" CONTROL RECORD,
      * THE SAME WAY. A WITHHOLDING WHOSE NUMBER CANNOT BE DRAWN IS
      * STILL JOURNALLED; ITS CERTIFICATE IS THEN ISSUED BY HAND
       0520-ASSIGN-CERT-NBR.
           MOVE 0 TO WS-CRT-NUMBER.
           MOVE "NEXTCRT" TO CTL-KEY.
           READ LFPROVCTL
              INVALID KEY
                 MOVE "NEXTCRT" TO CTL-KEY
                 MOVE 1 TO CTL-NEXT-NBR
                 WRITE PROVCTL-RECORD
                 END-WRITE
           END-READ.
           IF FILE-CHECK-KEY-CTL NOT = "00"
              GO TO 0529-ASSIGN-CERT-NBR-EXIT
           END-IF.
           MOVE CTL-NEXT-NBR TO WS-CRT-NUMBER.
           ADD 1 TO CTL-NEXT-NBR.
           REWRITE PROVCTL-RECORD.
           IF FILE-CHECK-KEY-CTL NOT = "00"
              MOVE 0 TO WS-CRT-NUMBER
           END-IF.
       0529-ASSIGN-CERT-NBR-EXIT.
           EXIT.

       0550-WRITE-REGISTER.
           MOVE WS-CHQ-NUMBER TO CHQ-NUMBER.
           ACCEPT CHQ-DATE FROM DATE YYYYMMDD.
           MOVE VOU-NUMBER    TO CHQ-VOUCHER.
           MOVE WS-PAY-AMOUNT TO CHQ-AMOUNT.
           SET CHQ-ISSUED     TO TRUE.
           MOVE 0             TO CHQ-VOID-DATE.
           WRITE CHEQREG-RECORD.
           IF FILE-CHECK-KEY-CHQ NOT = "00"
              DISPLAY "REGISTER WRITE FAILED STATUS "
           MOVE CHQ-DATE      TO WS-CHQ-DATE-X.
           WRITE CHQPRT-RECORD FROM WS-CHQ-LINE1.
           MOVE IDFPROV-DESC  TO WS-CHQ-PAYEE.
           PERFORM 0610-REFUND-PAYEE THRU 0619-REFUND-PAYEE-EXIT.
           WRITE CHQPRT-RECORD FROM WS-CHQ-LINE2.
           MOVE WS-PAY-AMOUNT TO WS-CHQ-AMT-X.
           WRITE CHQPRT-RECORD FROM WS-CHQ-LINE3.
           MOVE WS-PAY-AMOUNT  TO WS-ADV-AMOUNT.
           COMPUTE WS-ADV-REMAIN = VOU-AMOUNT - VOU-PAID.
           WRITE CHQPRT-RECORD FROM WS-ADV-LINE2.
           IF WS-DISC-AMOUNT > 0
              MOVE WS-DISC-AMOUNT TO WS-ADV-DISCOUNT
              WRITE CHQPRT-RECORD FROM WS-ADV-LINE3
           END-IF.
           IF WS-WHT-AMOUNT > 0
              MOVE WS-WHT-AMOUNT TO WS-ADV-WITHHELD
              MOVE WS-CRT-NUMBER TO WS-ADV-CERT
              WRITE CHQPRT-RECORD FROM WS-ADV-LINE4
           END-IF.
           WRITE CHQPRT-RECORD FROM WS-CHQ-RULE.
           CLOSE LFCHQPRT.
           MOVE "Y" TO WS-CHQPRT-SW.

      * A CUSTOMER REFUND CHEQUE IS MADE OUT TO THE CUSTOMER ON THE
      * VOUCHER; A CUSTOMER NO LONGER ON FILE LEAVES THE REFUNDS
      * PAYEE NAME ON IT
       0610-REFUND-PAYEE.
           IF VOU-CUST-ID NOT NUMERIC
              OR VOU-CUST-ID = 0
              GO TO 0619-REFUND-PAYEE-EXIT
           END-IF.
           MOVE VOU-CUST-ID TO CLI-ID.
           READ LFCLIENTES
              INVALID KEY GO TO 0619-REFUND-PAYEE-EXIT
           END-READ.
           IF FILE-CHECK-KEY-CLI = "00"
              MOVE CLI_NOMBRE TO WS-CHQ-PAYEE
           END-IF.
       0619-REFUND-PAYEE-EXIT.
           EXIT.

      * WITHHOLDING CERTIFICATE FOR THE SUPPLIER, PRINTED RIGHT
      * AFTER ITS CHEQUE SO THE TWO ARE MAILED TOGETHER
       0650-PRINT-CERTIFICATE.
           OPEN EXTEND LFCHQPRT.
           IF FILE-CHECK-KEY-PRT NOT = "00"
              OPEN OUTPUT LFCHQPRT
           END-IF.
           WRITE CHQPRT-RECORD FROM WS-CHQ-RULE.
           MOVE CRT-NUMBER      TO WS-CRT-NBR-X.
           MOVE CRT-DATE        TO WS-CRT-DATE-X.
           WRITE CHQPRT-RECORD FROM WS-CRT-LINE1.
           MOVE CRT-PROV-DESC   TO WS-CRT-PAYEE.
           MOVE CRT-TAXID       TO WS-CRT-TAXID-X.
           WRITE CHQPRT-RECORD FROM WS-CRT-LINE2.
           MOVE CRT-REGIME      TO WS-CRT-REGIME-X.
           MOVE RET-DESCRIPCION TO WS-CRT-REG-DESC.
           MOVE CRT-RATE        TO WS-CRT-RATE-X.
           WRITE CHQPRT-RECORD FROM WS-CRT-LINE3.
           MOVE CRT-BASE        TO WS-CRT-BASE-X.
           MOVE CRT-AMOUNT      TO WS-CRT-AMT-X.
           WRITE CHQPRT-RECORD FROM WS-CRT-LINE4.
           MOVE CRT-VOUCHER     TO WS-CRT-VOUCHER-X.
           MOVE CRT-CHEQUE      TO WS-CRT-CHEQUE-X.
           WRITE CHQPRT-RECORD FROM WS-CRT-LINE5.
           WRITE CHQPRT-RECORD FROM WS-CHQ-RULE.
           CLOSE LFCHQPRT.
           MOVE "Y" TO WS-CHQPRT-SW.

      * VOID AND RE-ISSUE: THE VOID PUTS THE MONEY BACK ON THE
      * VOUCHER AND THE SUPPLIER BALANCE AND REVERSES THE JOURNAL;
      * THE RE-ISSUE IS THEN AN ORDINARY NEW PAYMENT. ONLY THE
      * CHEQUE IS REVERSED - A DISCOUNT TAKEN WITH IT STAYS TAKEN,
      * AND THE RE-ISSUE PAYS WHAT IS LEFT NET OF IT. TAX WITHHELD
      * STAYS WITHHELD TOO (ITS CERTIFICATE HAS BEEN ISSUED); THE
      * VOIDED CHEQUE COMES OFF THE MONTH'S PAYMENTS ON WHTACC.DAT
      * SO THE RE-ISSUE DOES NOT WITHHOLD ON IT A SECOND TIME
       0700-VOID-CHEQUE.
           DISPLAY " " LINE 1 COL 1 ERASE EOS.
           DISPLAY "VOID A CHEQUE"             LINE 2 COL 32
              PERFORM 0900-PRESS-ENTER
              GO TO 0799-VOID-CHEQUE-EXIT
           END-IF.
           IF CHQ-CLEARED
              DISPLAY "CHEQUE ALREADY CLEARED BY THE BANK"
                      LINE 7 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0799-VOID-CHEQUE-EXIT
           END-IF.
           MOVE CHQ-AMOUNT TO WS-AMT-EDITED.
           DISPLAY "SUPPLIER: " LINE 7 COL 10
                   CHQ-PROV-ID  LINE 7 COL 21
              PERFORM 0900-PRESS-ENTER
              GO TO 0799-VOID-CHEQUE-EXIT
           END-IF.
      *    A FAILED REWRITE STOPS THE VOID BEFORE THE NEXT FILE IS
      *    TOUCHED; THE ERRORS LOG SAYS HOW FAR IT GOT
           MOVE "N" TO WS-VOID-FAILED-SW.
           PERFORM 0750-RESTORE-VOUCHER
              THRU 0759-RESTORE-VOUCHER-EXIT.
           IF WS-VOID-FAILED-SW = "Y"
              PERFORM 0900-PRESS-ENTER
              GO TO 0799-VOID-CHEQUE-EXIT
           END-IF.
           SET CHQ-VOIDED TO TRUE.
           ACCEPT CHQ-VOID-DATE FROM DATE YYYYMMDD.
           REWRITE CHEQREG-RECORD.
           IF FILE-CHECK-KEY-CHQ NOT = "00"
              DISPLAY "CHEQUE REWRITE FAILED STATUS "
                      FILE-CHECK-KEY-CHQ LINE 13 COL 10
              MOVE "SFTPAY1"          TO ERRLOG-PROGRAM
              MOVE "0700-VOID-CHEQUE" TO ERRLOG-PARAGRAPH
              MOVE "CHEQREG.DAT"      TO ERRLOG-FILENAME
              MOVE CHQ-NUMBER         TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-CHQ TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
              PERFORM 0900-PRESS-ENTER
              GO TO 0799-VOID-CHEQUE-EXIT
           END-IF.
           PERFORM 0770-WRITE-VOID-JOURNAL.
           PERFORM 0780-VOID-WHT-BASE THRU 0789-VOID-WHT-BASE-EXIT.
           ADD 1 TO WS-VOID-COUNT.
           DISPLAY "CHEQUE VOIDED - RE-ISSUE AS A NEW PAYMENT"
                   LINE 15 COL 10.
           END-IF.
           SET VOU-OPEN TO TRUE.
           REWRITE PROVVOU-RECORD.
           IF FILE-CHECK-KEY-VOU NOT = "00"
              MOVE "Y" TO WS-VOID-FAILED-SW
              DISPLAY "VOUCHER REWRITE FAILED STATUS "
                      FILE-CHECK-KEY-VOU LINE 13 COL 10
              MOVE "SFTPAY1"              TO ERRLOG-PROGRAM
              MOVE "0750-RESTORE-VOUCHER" TO ERRLOG-PARAGRAPH
              MOVE "PROVVOU.DAT"          TO ERRLOG-FILENAME
              MOVE VOU-NUMBER             TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-VOU     TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       0759-RESTORE-VOUCHER-EXIT.
           EXIT.

           MOVE CHQ-VOUCHER   TO PAY-VOUCHER.
           MOVE CHQ-NUMBER    TO PAY-CHEQUE.
           MOVE "V"           TO PAY-TYPE.
           MOVE SIGNON-OPERADOR TO PAY-OPERATOR.
           MOVE SPACE         TO PAY-OVERRIDE.
           OPEN EXTEND LFPAYJRN.
           IF FILE-CHECK-KEY-JRN NOT = "00"
              OPEN OUTPUT LFPAYJRN
           WRITE PAYJRN-RECORD.
           CLOSE LFPAYJRN.

       0780-VOID-WHT-BASE.
           MOVE CHQ-PROV-ID TO WAC-PROV-ID.
           COMPUTE WAC-MONTH = CHQ-DATE / 100.
           READ LFWHTACC
              INVALID KEY GO TO 0789-VOID-WHT-BASE-EXIT
           END-READ.
           IF CHQ-AMOUNT NOT > WAC-BASE
              SUBTRACT CHQ-AMOUNT FROM WAC-BASE
           ELSE
              MOVE 0 TO WAC-BASE
           END-IF.
           REWRITE WHTACC-RECORD.
           IF FILE-CHECK-KEY-WAC NOT = "00"
              DISPLAY "WITHHOLDING BASE REWRITE FAILED STATUS "
                      FILE-CHECK-KEY-WAC LINE 14 COL 10
              MOVE "SFTPAY1"            TO ERRLOG-PROGRAM
              MOVE "0780-VOID-WHT-BASE" TO ERRLOG-PARAGRAPH
              MOVE "WHTACC.DAT"         TO ERRLOG-FILENAME
              MOVE WAC-PROV-ID          TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-WAC   TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           END-IF.
       0789-VOID-WHT-BASE-EXIT.
           EXIT.

      * RELEASE OF A VOUCHER SFTVOU1 HELD BECAUSE THE INVOICE DID
      * NOT MATCH WHAT WAS RECEIVED ON THE ORDER. THE SUPERVISOR
      * SEES THE ORDER VALUES BEFORE RELEASING; THE RELEASE ONLY
      * LIFTS THE HOLD, THE PAYMENT IS THEN AN ORDINARY PAYMENT
       0800-RELEASE-VOUCHER.
           DISPLAY " " LINE 1 COL 1 ERASE EOS.
           DISPLAY "RELEASE A HELD VOUCHER"     LINE 2 COL 28
                   "VOUCHER NBR (0 = CANCEL): " LINE 5 COL 10.
           ACCEPT WS-VOU-NUMBER-IN LINE 5 COL 37.
           IF WS-VOU-NUMBER-IN = 0
              GO TO 0899-RELEASE-VOUCHER-EXIT
           END-IF.
           MOVE WS-VOU-NUMBER-IN TO VOU-NUMBER.
           MOVE "Y" TO WS-FOUND-SW.
           READ LFPROVVOU
              INVALID KEY MOVE "N" TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = "N"
              DISPLAY "VOUCHER NOT FOUND" LINE 7 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0899-RELEASE-VOUCHER-EXIT
           END-IF.
           IF NOT VOU-HELD OR NOT VOU-OPEN
              DISPLAY "VOUCHER IS NOT HELD" LINE 7 COL 10
              PERFORM 0900-PRESS-ENTER
              GO TO 0899-RELEASE-VOUCHER-EXIT
           END-IF.
           MOVE VOU-AMOUNT TO WS-AMT-EDITED.
           DISPLAY "SUPPLIER: "     LINE 7 COL 10
                   VOU-PROV-ID      LINE 7 COL 21
                   "INVOICE : "     LINE 8 COL 10
                   VOU-INV-NUMBER   LINE 8 COL 21
                   "AMOUNT  : "     LINE 9 COL 10
                   WS-AMT-EDITED    LINE 9 COL 21
                   "PO NBR  : "     LINE 10 COL 10
                   VOU-PO-NUMBER    LINE 10 COL 21.
           MOVE VOU-PO-NUMBER TO POH-NUMBER.
           MOVE "Y" TO WS-FOUND-SW.
           READ LFPURORD
              INVALID KEY MOVE "N" TO WS-FOUND-SW
           END-READ.
           IF WS-FOUND-SW = "N"
              DISPLAY "PURCHASE ORDER NOT ON FILE" LINE 11 COL 10
           ELSE
              MOVE POH-ORDERED TO WS-AMT-EDITED
              DISPLAY "ORDERED : "     LINE 11 COL 10
                      WS-AMT-EDITED    LINE 11 COL 21
              MOVE POH-RECEIVED TO WS-AMT-EDITED
              DISPLAY "RECEIVED: "     LINE 12 COL 10
                      WS-AMT-EDITED    LINE 12 COL 21
              MOVE POH-INVOICED TO WS-AMT-EDITED
              DISPLAY "INVOICED: "     LINE 13 COL 10
                      WS-AMT-EDITED    LINE 13 COL 21
           END-IF.
           DISPLAY "CONFIRM RELEASE (Y/N): " LINE 15 COL 10.
           ACCEPT WS-CONFIRM LINE 15 COL 34.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              GO TO 0899-RELEASE-VOUCHER-EXIT
           END-IF.
           MOVE SPACE           TO VOU-HOLD.
           MOVE SIGNON-OPERADOR TO VOU-RELEASED-BY.
           REWRITE PROVVOU-RECORD.
           IF FILE-CHECK-KEY-VOU NOT = "00"
              DISPLAY "VOUCHER REWRITE FAILED STATUS "
                      FILE-CHECK-KEY-VOU LINE 17 COL 10
              MOVE "SFTPAY1"              TO ERRLOG-PROGRAM
              MOVE "0800-RELEASE-VOUCHER" TO ERRLOG-PARAGRAPH
              MOVE "PROVVOU.DAT"          TO ERRLOG-FILENAME
              MOVE VOU-NUMBER             TO ERRLOG-KEYVALUE
              MOVE FILE-CHECK-KEY-VOU     TO ERRLOG-STATUS
              CALL "ERRLOG" USING ERRLOG-PARMS
           ELSE
              ADD 1 TO WS-RELEASE-COUNT
              DISPLAY "VOUCHER RELEASED FOR PAYMENT" LINE 17 COL 10
           END-IF.
           PERFORM 0900-PRESS-ENTER.
       0899-RELEASE-VOUCHER-EXIT.
           EXIT.

       0900-PRESS-ENTER.
           DISPLAY "PRESS ENTER" LINE 22 COL 10.
           ACCEPT WS-ANY-KEY.
