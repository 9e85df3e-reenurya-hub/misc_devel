      * RUN DATE; OUTBONUS CARRIES NO DATE AND IS TAKEN WHOLE, AS IT
      * IS REBUILT BY EACH LAB5 RUN. HONORS THE NIGHTLY.LOG
      * COMPLETION MARKERS LIKE THE OTHER STEPS.
      * THE CLIMOV DEBIT THAT CLEARS A REFUNDED CUSTOMER CREDIT
      * BALANCE GOES OUT AS TYPE "DV"; THE REFUND CHEQUE ITSELF
      * COMES THROUGH PROVPAY.JRN LIKE ANY OTHER PAYMENT.
      * THE YEAR-END OPENING BALANCES CIEANU1 WRITES (TYPE "S") ONLY
      * CARRY FORWARD WHAT THE LEDGER ALREADY HOLDS AND ARE SKIPPED.
      * THE NEXT STEP, GLPASE1, POSTS THESE BATCHES TO THE IN-HOUSE
      * LEDGER (GLSALDOS.DAT / GLMOVCTA.DAT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               05  MOV-SECUENCIA   PIC 9(4).
           03  MOV-HORA            PIC 9(8).
           03  MOV-TIPO            PIC X.
              88  MOV-APERTURA     VALUE "S".
           03  MOV-IMPORTE         PIC S9(7)V9(3).
           03  MOV-SALDO-RESULT    PIC S9(7)V9(3).
           03  MOV-DOCUMENTO       PIC 9(7).
      *    "V" MARKS THE DEBIT THAT CLEARS A CUSTOMER CREDIT BALANCE
      *    REFUNDED BY CHEQUE (DEVCLI2)
           03  MOV-TIPO-DOC        PIC X.
              88  MOV-DOC-DEVOLUCION VALUE "V".
           03  MOV-DOC-REFERENCIA  PIC 9(7).
           03  FILLER              PIC X(22).

       FD LFDEUMOV.
       01 REG-DEUMOV.
               05 DMOV-SECUENCIA   PIC 9(4).
           03 DMOV-HORA            PIC 9(8).
           03 DMOV-TIPO            PIC X.
              88 DMOV-APERTURA     VALUE "S".
           03 DMOV-IMPORTE         PIC 9(10)V9(2).
           03 DMOV-SALDO-DESPUES   PIC 9(10)V9(2).
           03 FILLER               PIC X(30).
           IF SOURCE-EOF
              GO TO 0259-ONE-CLIMOV-EXIT
           END-IF.
           IF MOV-FECHA NOT = WS-RUN-DATE OR MOV-APERTURA
              GO TO 0259-ONE-CLIMOV-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-READ.
           MOVE MOV-TIPO TO WS-MOV-TYPE.
      *    A REFUND DEBIT POSTS UNDER ITS OWN TYPE "DV" SO THE
      *    MAPPING CAN CREDIT THE REFUNDS PAYABLE INSTEAD OF SALES
           IF MOV-TIPO = "D" AND MOV-DOC-DEVOLUCION
              MOVE "DV" TO WS-MOV-TYPE
           END-IF.
      *    A NEGATIVE IMPORTE (A REVALUATION LOSS) POSTS THE SAME
      *    PAIR WITH THE SIDES SWAPPED, SO THE BATCH STILL BALANCES.
      *    THE JOURNAL CARRIES THREE DECIMALS AND THE LEDGER TWO,
           IF SOURCE-EOF
              GO TO 0359-ONE-DEUMOV-EXIT
           END-IF.
           IF DMOV-FECHA NOT = WS-RUN-DATE OR DMOV-APERTURA
              GO TO 0359-ONE-DEUMOV-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-READ.
           END-IF.
           ADD 1 TO WS-TOTAL-READ.
      *    VOIDED CHEQUES (SFTPAY1) POST UNDER THEIR OWN TYPE SO
      *    THE MAPPING CAN REVERSE THE PAYMENT ACCOUNTS; DISCOUNTS
      *    TAKEN DO TOO, SO THEY CAN CREDIT DISCOUNT INCOME INSTEAD
      *    OF THE BANK, AND TAX WITHHELD, SO IT CAN CREDIT THE
      *    WITHHOLDING LIABILITY UNTIL IT IS PAID OVER
           EVALUATE PAY-TYPE
              WHEN "V"
                 MOVE "V" TO WS-MOV-TYPE
              WHEN "D"
                 MOVE "D" TO WS-MOV-TYPE
              WHEN "W"
                 MOVE "W" TO WS-MOV-TYPE
              WHEN OTHER
                 MOVE "P" TO WS-MOV-TYPE
           END-EVALUATE.
           MOVE PAY-AMOUNT TO WS-AMOUNT.
           PERFORM 0600-POST-MOVEMENT THRU 0699-POST-MOVEMENT-EXIT.
       0459-ONE-PAYMENT-EXIT.
