      *                       CASHSOD JOBS MOVES WITH IT.  RECORDS
      *                       LOGGED BEFORE THE CHANGE CARRY SPACES
      *                       IN THE FIELD.
      *     2026-10-15 JRM    ADDED THE REVERSAL-APPROVAL DISPOSITION
      *                       CODE.  EVERY SAME-DAY REVERSAL A
      *                       SUPERVISOR APPROVES AT THE TELLER IS
      *                       RECORDED HERE WITH BOTH IDENTITIES, THE
      *                       SAME WAY AN OVER-LIMIT OVERRIDE IS.  LIKE
      *                       THE OVERRIDE IT IS NOT A REJECTION.
      *     2026-10-15 JRM    ADDED THE DORMANT-ACCOUNT REJECTION
      *                       REASON FOR CASH-OUTS REFUSED BECAUSE
      *                       CASHDRM HAS MOVED THE ACCOUNT TO DORMANT,
      *                       SO REVIEW SEES THEM APART FROM THE OTHER
      *                       STATUS REJECTIONS.
      *****************************************************************
       01  CASH-AUDIT-RECORD.
           05  CAUD-TIMESTAMP.
               88  CAUD-REASON-IS-CEILING          VALUE 'L'.
               88  CAUD-REASON-IS-STATUS           VALUE 'S'.
               88  CAUD-REASON-IS-OVERRIDE         VALUE 'O'.
               88  CAUD-REASON-IS-REVERSAL         VALUE 'V'.
               88  CAUD-REASON-IS-DORMANT          VALUE 'D'.
           05  CAUD-SUPERVISOR-ID              PIC X(08).
           05  CAUD-ACCOUNT-NO                 PIC X(10).
           05  CAUD-BUSINESS-DATE              PIC 9(08).
