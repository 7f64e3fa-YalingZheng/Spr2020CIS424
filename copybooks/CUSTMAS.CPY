      *                       ONLY AFTER IT - RECORDS WRITTEN BEFORE
      *                       THE CHANGE CARRY SPACES IN ALL THREE
      *                       NEW FIELDS, WHICH READERS TOLERATE.
      *     2026-10-15 JRM    ADDED THE LAST CUSTOMER ACTIVITY DATE,
      *                       STAMPED BY HELLO-WORLD ON EVERY POSTED
      *                       CASH-OUT, DEPOSIT AND TRANSFER OUT (NOT
      *                       BY INTEREST OR STANDING ORDERS), AND THE
      *                       DORMANT STATUS CASHDRM SETS ON AN ACCOUNT
      *                       WITH NO ACTIVITY PAST THE CASHCTL
      *                       DORMANCY PERIOD.  A DORMANT ACCOUNT IS
      *                       NOT ACTIVE, SO IT TAKES NO INTEREST OR
      *                       STANDING ORDER AND NO CASH-OUT UNTIL A
      *                       SUPERVISOR REACTIVATES IT IN CUSTMNT.
      *                       THIS WIDENS THE RECORD FROM 121 TO 129
      *                       BYTES.
      *
      *                       THE SAME ONE-TIME CONVERSION APPLIES:
      *                       REPRO TO A SEQUENTIAL BACKUP,
      *                       DELETE/DEFINE AT THE 129-BYTE RECORD
      *                       SIZE, AND RELOAD WITH EACH 121-BYTE
      *                       RECORD PADDED WITH THE CONVERSION DATE
      *                       (OUTREC FIELDS=(1,121,C'CCYYMMDD') WITH
      *                       THE ACTUAL DATE KEYED IN), SO THE
      *                       DORMANCY CLOCK FOR EVERY EXISTING
      *                       ACCOUNT STARTS ON THE CONVERSION DAY.
      *                       READERS STILL CLASS-TEST THE DATE AND
      *                       LEAVE A NON-NUMERIC ONE ALONE.
      *****************************************************************
       01  CUST-MASTER-RECORD.
           05  CUST-ACCOUNT-NO                 PIC X(10).
               88  CUST-STATUS-IS-DECEASED         VALUE 'D'.
               88  CUST-STATUS-IS-PENDING-CLOSE    VALUE 'P'.
               88  CUST-STATUS-IS-CLOSED           VALUE 'C'.
               88  CUST-STATUS-IS-DORMANT          VALUE 'I'.
           05  CUST-HELD-AMOUNT                PIC 9(07)V99.
           05  CUST-NAME                       PIC X(30).
           05  CUST-ADDRESS                    PIC X(40).
           05  CUST-TAX-ID                     PIC X(09).
           05  CUST-LAST-ACTIVITY-DATE         PIC 9(08).
