      *****************************************************************
      * CASHREL.CPY
      *
      * CUSTOMER RELATIONSHIP RECORD.  ONE RECORD PER LINK BETWEEN A
      * CUSTOMER (A PERSON) AND AN ACCOUNT THE CUSTOMER OWNS, KEYED ON
      * THE CUSTOMER ID THEN THE ACCOUNT NUMBER, MAINTAINED BY RELMNT.
      * EVERYTHING ELSE IN THE SYSTEM IS KEYED BY ACCOUNT, SO THIS IS
      * THE ONLY PLACE THAT KNOWS TWO ACCOUNTS BELONG TO ONE PERSON -
      * THE CTR EXTRACT (CASHCTR) AND THE FRAUD SCAN (CASHFRD)
      * AGGREGATE PER PERSON THROUGH IT, AND THE TELLER PROGRAM CAN
      * TEST THE CASH-OUT CEILING AGAINST EVERYTHING THE PERSON HAS
      * TAKEN OUT TODAY.
      *
      * A JOINT ACCOUNT HAS ONE LINK PER OWNER: ONE PRIMARY OWNER
      * (ROLE P) AND ANY NUMBER OF JOINT OWNERS (ROLE J).  CASH ON A
      * JOINT ACCOUNT COUNTS TOWARD EVERY ACTIVE OWNER.  THE ACCOUNT
      * NUMBER IS ALSO AN ALTERNATE KEY WITH DUPLICATES, SO THE OWNERS
      * OF ONE ACCOUNT CAN BE READ WITHOUT PASSING THE WHOLE FILE.
      *
      * THE NAME, ADDRESS AND TAX ID ARE THE PERSON'S, NOT THE
      * ACCOUNT'S - THE CUSTOMER MASTER CARRIES ONLY ONE IDENTITY PER
      * ACCOUNT, WHICH FOR A JOINT ACCOUNT IS THE PRIMARY OWNER.
      * RELMNT KEEPS THEM THE SAME ON EVERY LINK OF ONE CUSTOMER.  A
      * LINK THAT ENDS IS DEACTIVATED, NOT DELETED, SO THE HISTORY OF
      * WHO OWNED WHAT STAYS ON FILE.  AN ACCOUNT WITH NO ACTIVE LINK
      * STANDS ON ITS OWN AS IT ALWAYS HAS.
      *
      * THE FILE IS A VSAM CLUSTER WITH AN ALTERNATE INDEX OVER
      * POSITION 11 FOR 10 (THE ACCOUNT NUMBER), NONUNIQUEKEY, AND A
      * PATH, ALL ONE-TIME DEFINES.
      *
      * MODIFICATION HISTORY
      *     DATE       INIT   DESCRIPTION
      *     ---------- ----   ---------------------------------------
      *     2026-10-15 JRM    ORIGINAL RECORD LAYOUT.
      *****************************************************************
       01  CUST-RELATIONSHIP-RECORD.
           05  REL-KEY.
               10  REL-CUSTOMER-ID             PIC X(10).
               10  REL-ACCOUNT-NO              PIC X(10).
           05  REL-OWNER-ROLE                  PIC X(01).
               88  REL-ROLE-IS-PRIMARY             VALUE 'P'.
               88  REL-ROLE-IS-JOINT               VALUE 'J'.
               88  REL-ROLE-IS-VALID               VALUE 'P' 'J'.
           05  REL-ACTIVE-FLAG                 PIC X(01).
               88  REL-IS-ACTIVE                   VALUE 'Y'.
               88  REL-IS-INACTIVE                 VALUE 'N'.
           05  REL-CUST-NAME                   PIC X(30).
           05  REL-CUST-ADDRESS                PIC X(40).
           05  REL-CUST-TAX-ID                 PIC X(09).
           05  REL-MAINT-DATE                  PIC 9(08).
           05  REL-MAINT-OPERATOR              PIC X(08).
           05  REL-FILLER                      PIC X(03).
