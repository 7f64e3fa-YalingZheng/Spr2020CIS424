      *****************************************************************
      * CASHFPD.CPY
      *
      * FEE POSTING DETAIL RECORD.  ONE RECORD IS WRITTEN BY CASHFEE
      * FOR EVERY FEE ASSESSED IN THE MONTH-END FEE RUN, CARRYING THE
      * FEE MONTH, THE WITHDRAWAL COUNT THE FEE WAS JUDGED ON, THE
      * AMOUNT ASSESSED AND THE AMOUNT ACTUALLY CHARGED, AND THE
      * BEFORE AND AFTER BALANCE IMAGES.  A FEE IS NEVER ALLOWED TO
      * TAKE THE BALANCE BELOW ZERO: WHAT THE BALANCE COULD NOT COVER
      * IS WAIVED, AND THE DISPOSITION SAYS WHETHER THE FEE WAS
      * CHARGED IN FULL, IN PART, OR WAIVED OUTRIGHT.  CASHGLX TAKES
      * THE CHARGED AMOUNTS AS FEE INCOME, CASHSTM PRINTS THEM ON THE
      * STATEMENT AND CASHTBP PROVES THEM AGAINST THE MASTER.
      *
      * MODIFICATION HISTORY
      *     DATE       INIT   DESCRIPTION
      *     ---------- ----   ---------------------------------------
      *     2026-10-15 JRM    ORIGINAL RECORD LAYOUT.
      *****************************************************************
       01  CASH-FEE-POSTING-RECORD.
           05  FPD-POSTING-DATE                PIC 9(08).
           05  FPD-ACCOUNT-NO                  PIC X(10).
           05  FPD-FEE-MONTH                   PIC 9(06).
           05  FPD-FEE-CODE                    PIC X(02).
           05  FPD-FEE-TYPE                    PIC X(01).
           05  FPD-WITHDRAWAL-COUNT            PIC 9(05).
           05  FPD-BEFORE-BALANCE              PIC 9(09)V99.
           05  FPD-ASSESSED-AMOUNT             PIC 9(07)V99.
           05  FPD-CHARGED-AMOUNT              PIC 9(07)V99.
           05  FPD-AFTER-BALANCE               PIC 9(09)V99.
           05  FPD-DISPOSITION                 PIC X(01).
               88  FPD-FEE-IS-CHARGED              VALUE 'C'.
               88  FPD-FEE-IS-PARTIAL              VALUE 'P'.
               88  FPD-FEE-IS-WAIVED               VALUE 'W'.
           05  FPD-POSTED-TIMESTAMP.
               10  FPD-POSTED-DATE             PIC 9(08).
               10  FPD-POSTED-TIME             PIC 9(08).
           05  FPD-FILLER                      PIC X(11).
