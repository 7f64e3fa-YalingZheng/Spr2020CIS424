      *                       THAT CUSTMNT CAN CAPTURE AND CHANGE THE
      *                       CUSTOMER NAME, ADDRESS AND TAX-ID
      *                       CARRIED ON THE CUSTOMER MASTER.
      *     2026-10-15 JRM    ADDED THE OLD HELD AMOUNT SO A HOLD
      *                       PLACED OR RELEASED CAN BE MEASURED FROM
      *                       THE TRAIL ALONE - THE NIGHTLY MASTER
      *                       TRIAL-BALANCE PROOF (CASHTBP) NEEDS THE
      *                       CHANGE, NOT JUST THE NEW FIGURE.  THIS
      *                       WIDENS THE RECORD FROM 70 TO 79 BYTES.
      *                       THE EXISTING TRAIL IS COPIED ONCE INTO A
      *                       79-BYTE FILE PADDED WITH SPACES BEFORE
      *                       THE NEW CUSTMNT GOES IN; RECORDS WRITTEN
      *                       BEFORE THE CHANGE CARRY SPACES IN THE
      *                       FIELD AND READERS CLASS-TEST IT.
      *****************************************************************
       01  CUST-MAINT-AUDIT-RECORD.
           05  CMNT-TIMESTAMP.
           05  CMNT-OLD-STATUS                 PIC X(01).
           05  CMNT-NEW-STATUS                 PIC X(01).
           05  CMNT-NEW-HELD-AMOUNT            PIC 9(07)V99.
           05  CMNT-OLD-HELD-AMOUNT            PIC 9(07)V99.
