           03 IDFEMP-ENDDATE           PIC X(8).
      *    DEPARTMENT/COST-CENTER CODE, VALIDATED AGAINST DEPTS.DAT
           03 IDFEMP-DEPT              PIC X(4).
      *    DIRECT-DEPOSIT ACCOUNT AND PRENOTE STATUS (SEE EMPMNT1)
           03 IDFEMP-BANK-ROUTING      PIC X(9).
           03 IDFEMP-BANK-ACCOUNT      PIC X(17).
           03 IDFEMP-BANK-ACCT-TYPE    PIC X(1).
           03 IDFEMP-PRENOTE-STATUS    PIC X(1).
           03 IDFEMP-PRENOTE-DATE      PIC X(8).

       FD LFREJECT.
       01 REJECT-RECORD.
      *       THE OLD SEQUENTIAL FILE CARRIES NO DEPARTMENT; THE
      *       CODE IS ASSIGNED AFTERWARDS IN EMPMNT1
              MOVE SPACES       TO IDFEMP-DEPT
      *       NOR ANY BANK ACCOUNT: EMPMNT1 OPTION B
              MOVE SPACES       TO IDFEMP-BANK-ROUTING
                                   IDFEMP-BANK-ACCOUNT
                                   IDFEMP-BANK-ACCT-TYPE
                                   IDFEMP-PRENOTE-STATUS
                                   IDFEMP-PRENOTE-DATE
      *       A WRITE REFUSED ON THE RECORD KEY IS A DUPLICATE
      *       EMP-ID ALREADY LOADED FROM AN EARLIER RECORD
              WRITE LFIDFEMPSRECORD
