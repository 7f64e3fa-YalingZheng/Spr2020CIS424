      *                       ACCOUNT NOT ON THE MASTER CARRIES SPACES
      *                       IN ALL THREE FIELDS UNDER THE EXISTING
      *                       NOT-FOUND FLAG.
      *     2026-10-15 JRM    ONE RECORD IS NOW FILED PER PERSON, NOT
      *                       PER ACCOUNT.  ADDED THE CUSTOMER ID FROM
      *                       THE CUSTOMER RELATIONSHIP FILE (SPACES
      *                       FOR AN ACCOUNT WITH NO LINK), THE NUMBER
      *                       OF THE PERSON'S ACCOUNTS WITH CASH OUT AND
      *                       THE PERSON TYPE.  THE ACCOUNT NUMBER IS
      *                       THE PERSON'S FIRST ACCOUNT WITH CASH OUT;
      *                       THE TOTAL AND COUNT COVER ALL OF THEM, AND
      *                       THE IDENTITY IS THE PERSON'S OWN.  THIS
      *                       WIDENS THE RECORD FROM 120 TO 140 BYTES;
      *                       THE CTREXT LRECL IN CASHCON MOVES WITH IT.
      *****************************************************************
       01  CTR-EXTRACT-RECORD.
           05  CTRX-REPORT-DATE                PIC 9(08).
           05  CTRX-CUST-NAME                  PIC X(30).
           05  CTRX-CUST-ADDRESS               PIC X(40).
           05  CTRX-CUST-TAX-ID                PIC X(09).
           05  CTRX-CUSTOMER-ID                PIC X(10).
           05  CTRX-ACCOUNT-COUNT              PIC 9(03).
           05  CTRX-PERSON-TYPE                PIC X(01).
               88  CTRX-PERSON-IS-CUSTOMER         VALUE 'C'.
               88  CTRX-PERSON-IS-ACCOUNT          VALUE 'A'.
           05  CTRX-FILLER                     PIC X(11).
