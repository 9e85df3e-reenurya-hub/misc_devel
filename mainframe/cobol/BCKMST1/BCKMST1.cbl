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

       FD LFBACKUP.
       01 BACKUP-RECORD              PIC X(600).
