      *****************************************************************
      * CASHFSC.CPY
      *
      * MONTHLY FEE SCHEDULE RECORD.  ONE 80-BYTE CARD IMAGE PER FEE
      * IN THE SCHEDULE DATASET READ BY THE CASHFEE MONTH-END RUN.
      * THE FEE TYPE SAYS HOW THE FEE IS ASSESSED:
      *
      *   M  MAINTENANCE - CHARGED EVERY MONTH, UNLESS A MINIMUM
      *      BALANCE IS GIVEN AND THE ACCOUNT IS AT OR ABOVE IT
      *      (THE MINIMUM BALANCE WAIVES THE FEE).
      *   B  BELOW MINIMUM BALANCE - CHARGED ONLY WHEN THE ACCOUNT IS
      *      BELOW THE MINIMUM BALANCE.
      *   W  WITHDRAWAL - CHARGED PER WITHDRAWAL IN THE MONTH OVER THE
      *      FREE-WITHDRAWAL COUNT.
      *
      * THE FEE AMOUNT IS IN WHOLE DOLLARS, AS THE STATEMENT AND THE
      * GENERAL LEDGER EXTRACT CARRY IT.  A CARD WITH AN ASTERISK IN
      * COLUMN 1 IS A COMMENT.
      *
      * MODIFICATION HISTORY
      *     DATE       INIT   DESCRIPTION
      *     ---------- ----   ---------------------------------------
      *     2026-10-15 JRM    ORIGINAL RECORD LAYOUT.
      *****************************************************************
       01  FEE-SCHEDULE-RECORD.
           05  FSC-FEE-CODE                    PIC X(02).
           05  FSC-FEE-TYPE                    PIC X(01).
               88  FSC-TYPE-IS-MAINTENANCE         VALUE 'M'.
               88  FSC-TYPE-IS-MIN-BALANCE         VALUE 'B'.
               88  FSC-TYPE-IS-WITHDRAWAL          VALUE 'W'.
               88  FSC-TYPE-IS-KNOWN               VALUE 'M' 'B' 'W'.
           05  FSC-DESCRIPTION                 PIC X(20).
           05  FSC-FEE-AMOUNT                  PIC 9(05).
           05  FSC-MIN-BALANCE                 PIC 9(09)V99.
           05  FSC-FREE-WITHDRAWALS            PIC 9(03).
           05  FSC-FILLER                      PIC X(38).
