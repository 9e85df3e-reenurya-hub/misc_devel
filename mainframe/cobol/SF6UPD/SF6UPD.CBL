            88 ENDOFFILE VALUE HIGH-VALUES.
      *     DEPARTMENT/COST-CENTER CODE, VALIDATED AGAINST DEPTS.DAT
            03 EMP-DEPT                 PIC X(4).
      *     DIRECT-DEPOSIT ACCOUNT AND PRENOTE STATUS (SEE EMPMNT1)
            03 EMP-BANK-ROUTING         PIC X(9).
            03 EMP-BANK-ACCOUNT         PIC X(17).
            03 EMP-BANK-ACCT-TYPE       PIC X(1).
            03 EMP-PRENOTE-STATUS       PIC X(1).
            03 EMP-PRENOTE-DATE         PIC X(8).

        FD FINITDAT2-BKP.
        01 BKP-EMPLOYEES                PIC X(100).

        FD LFRUNLOG.
        01 RUNLOG-RECORD                PIC X(80).
