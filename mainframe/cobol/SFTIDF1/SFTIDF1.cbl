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

       FD LFREJECT.
       01 REJECT-RECORD.
               10  WS-LOC-TERMS        PIC 9(3).
               10  WS-LOC-CONTACT      PIC X(30).
               10  WS-LOC-PHONE        PIC X(15).
               10  WS-LOC-DISC-PCT     PIC 9(2)V9(2).
               10  WS-LOC-DISC-DAYS    PIC 9(3).
               10  WS-LOC-WHT-REGIME   PIC X(3).
       01  WS-LOC-FOUND-SW         PIC X(1).
       01  WS-LOC-FULL-SW          PIC X(1) VALUE 'N'.

              END-IF
              MOVE IDFPROV-CONTACT    TO WS-LOC-CONTACT(WS-LOC-IDX)
              MOVE IDFPROV-PHONE      TO WS-LOC-PHONE(WS-LOC-IDX)
      *       RECORDS BUILT BEFORE THE DISCOUNT TERMS EXISTED CARRY
      *       SPACES THERE; THEY COME BACK AS NO DISCOUNT
              IF IDFPROV-DISC-PCT IS NUMERIC
                 AND IDFPROV-DISC-DAYS IS NUMERIC
                 MOVE IDFPROV-DISC-PCT
                    TO WS-LOC-DISC-PCT(WS-LOC-IDX)
                 MOVE IDFPROV-DISC-DAYS
                    TO WS-LOC-DISC-DAYS(WS-LOC-IDX)
              ELSE
                 MOVE 0 TO WS-LOC-DISC-PCT(WS-LOC-IDX)
                 MOVE 0 TO WS-LOC-DISC-DAYS(WS-LOC-IDX)
              END-IF
              MOVE IDFPROV-WHT-REGIME
                 TO WS-LOC-WHT-REGIME(WS-LOC-IDX)
           ELSE
              IF WS-LOC-FULL-SW = 'N'
                 MOVE 'Y' TO WS-LOC-FULL-SW
           MOVE 0      TO IDFPROV-TERMS.
           MOVE SPACES TO IDFPROV-CONTACT.
           MOVE SPACES TO IDFPROV-PHONE.
           MOVE 0      TO IDFPROV-DISC-PCT.
           MOVE 0      TO IDFPROV-DISC-DAYS.
           MOVE SPACES TO IDFPROV-WHT-REGIME.
           MOVE "N" TO WS-LOC-FOUND-SW.
           PERFORM 0096-FIND-LOCAL-SLOT
              VARYING WS-LOC-IDX FROM 1 BY 1
              MOVE WS-LOC-TERMS(WS-LOC-IDX)   TO IDFPROV-TERMS
              MOVE WS-LOC-CONTACT(WS-LOC-IDX) TO IDFPROV-CONTACT
              MOVE WS-LOC-PHONE(WS-LOC-IDX)   TO IDFPROV-PHONE
              MOVE WS-LOC-DISC-PCT(WS-LOC-IDX)
                 TO IDFPROV-DISC-PCT
              MOVE WS-LOC-DISC-DAYS(WS-LOC-IDX)
                 TO IDFPROV-DISC-DAYS
              MOVE WS-LOC-WHT-REGIME(WS-LOC-IDX)
                 TO IDFPROV-WHT-REGIME
           END-IF.

       0070-LOAD-PAYMENTS.
