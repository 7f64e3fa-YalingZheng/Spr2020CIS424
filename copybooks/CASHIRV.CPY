      *****************************************************************
      * CASHIRV.CPY
      *
      * INTEREST REVERSAL CARD.  ONE 80-BYTE CARD IMAGE PER CASHINT
      * POSTING RUN THAT WAS REVERSED BECAUSE THE RATE WAS WRONG, KEPT
      * IN THE REVERSAL CARD DATASET READ BY THE CASHTAX YEAR-END RUN.
      * THE POSTINGS OF THAT MONTH AT THAT RATE WERE TAKEN BACK OFF
      * THE ACCOUNTS, SO THEY ARE NOT INTEREST PAID AND ARE LEFT OUT
      * OF THE YEAR'S FIGURES.  THE RATE IS KEYED AS IT APPEARS ON THE
      * POSTING DETAIL (IPD-ANNUAL-RATE, 9(02)V9(04) - 045000 IS
      * 4.5000 PERCENT).  AN ACCOUNT NUMBER LIMITS THE CARD TO THAT
      * ONE ACCOUNT; SPACES MEAN EVERY ACCOUNT POSTED THAT MONTH AT
      * THAT RATE.  A CARD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.
      *
      * MODIFICATION HISTORY
      *     DATE       INIT   DESCRIPTION
      *     ---------- ----   ---------------------------------------
      *     2026-10-15 JRM    ORIGINAL RECORD LAYOUT.
      *****************************************************************
       01  INT-REVERSAL-CARD.
           05  IRV-POSTING-MONTH.
               10  IRV-POSTING-CCYY            PIC 9(04).
               10  IRV-POSTING-MM              PIC 9(02).
           05  FILLER                          PIC X(01).
           05  IRV-ANNUAL-RATE                 PIC 9(02)V9(04).
           05  FILLER                          PIC X(01).
           05  IRV-ACCOUNT-NO                  PIC X(10).
           05  FILLER                          PIC X(01).
           05  IRV-REMARKS                     PIC X(30).
           05  IRV-FILLER                      PIC X(25).
