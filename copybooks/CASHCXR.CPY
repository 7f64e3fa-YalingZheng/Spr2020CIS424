      *****************************************************************
      * CASHCXR.CPY
      *
      * CUSTOMER-TAGGED LOG RECORD.  WRITTEN BY CASHXRF FROM THE DAY'S
      * CONSOLIDATED TRANSACTION LOG OR SECURITY/AUDIT LOG SO THE
      * RECORDS CAN BE SORTED INTO PERSON SEQUENCE FOR CASHCTR AND
      * CASHFRD.  EACH LOG RECORD IS CARRIED WHOLE IN CXR-DATA BEHIND
      * A TAG NAMING THE PERSON IT BELONGS TO:
      *
      *   KEY TYPE C - THE ACCOUNT IS LINKED ON THE CUSTOMER
      *                RELATIONSHIP FILE (CASHREL) AND THE KEY ID IS
      *                THE CUSTOMER ID.  A JOINT ACCOUNT'S RECORD IS
      *                WRITTEN ONCE PER ACTIVE OWNER, WITH THAT
      *                OWNER'S ROLE.
      *   KEY TYPE A - THE ACCOUNT HAS NO ACTIVE LINK AND STANDS ON
      *                ITS OWN; THE KEY ID IS THE ACCOUNT NUMBER.
      *
      * THE KEY TYPE AND ID TOGETHER (POSITION 1 FOR 11) ARE THE SORT
      * KEY FOR THE PERSON.  A TRANSACTION LOG RECORD FILLS CXR-DATA;
      * AN AUDIT LOG RECORD IS PADDED WITH SPACES.
      *
      * MODIFICATION HISTORY
      *     DATE       INIT   DESCRIPTION
      *     ---------- ----   ---------------------------------------
      *     2026-10-15 JRM    ORIGINAL RECORD LAYOUT.
      *****************************************************************
       01  CUST-XREF-RECORD.
           05  CXR-TAG.
               10  CXR-PERSON-KEY.
                   15  CXR-KEY-TYPE            PIC X(01).
                       88  CXR-KEY-IS-CUSTOMER     VALUE 'C'.
                       88  CXR-KEY-IS-ACCOUNT      VALUE 'A'.
                   15  CXR-KEY-ID              PIC X(10).
               10  CXR-OWNER-ROLE              PIC X(01).
           05  CXR-DATA                        PIC X(100).
