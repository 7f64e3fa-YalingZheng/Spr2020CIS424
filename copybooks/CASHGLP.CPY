      * DETAIL RECORD COUNT AND BATCH DOLLAR TOTAL SO THE LEDGER CAN
      * BALANCE THE FILE BEFORE ACCEPTING IT.  TRANSFERS MOVE MONEY
      * INSIDE THE CUSTOMER LIABILITY ACCOUNT AND NET FLAT, SO THEY
      * PRODUCE NO DETAIL.  A REVERSAL OF A CASH-OUT OR DEPOSIT
      * WRITES THE CONTRA PAIR OF ITS ORIGINAL.
      *
      * MODIFICATION HISTORY
      *     DATE       INIT   DESCRIPTION
      *     ---------- ----   ---------------------------------------
      *     2026-09-02 JRM    ORIGINAL RECORD LAYOUT.
      *     2026-10-15 JRM    NOTED THE REVERSAL CONTRA ENTRIES.
      *****************************************************************
       01  GL-POSTING-RECORD.
           05  GLP-RECORD-TYPE                 PIC X(01).
