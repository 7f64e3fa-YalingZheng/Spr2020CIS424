      *****************************************************************
      * CASHDRW.CPY
      *
      * DRAWER BALANCING HISTORY RECORD.  ONE RECORD PER TELLER
      * SIGN-OFF, WRITTEN BY HELLO-WORLD AT THE END OF THE DRAWER
      * COUNT (9200) AND READ BY THE OPERATOR ACTIVITY AND
      * OVER/SHORT REPORT (CASHOPA).  KEYED ON BUSINESS DATE,
      * TERMINAL AND SIGN-OFF TIME, SO A STATION THAT SIGNS OFF MORE
      * THAN ONCE IN A DAY KEEPS EVERY COUNT.
      *
      * THE EXPECTED COUNTS ARE THE TILL FILE'S ON-HAND FIGURES AT
      * SIGN-OFF; THE COUNTED FIGURES ARE WHAT THE TELLER KEYED.
      * EACH DIFFERENCE IS COUNTED LESS EXPECTED - POSITIVE IS OVER,
      * NEGATIVE IS SHORT - WITH THE SIGN CARRIED AS A LEADING
      * CHARACTER SO THE FILE READS PLAINLY ON A LISTING.
      *
      * MODIFICATION HISTORY
      *     DATE       INIT   DESCRIPTION
      *     ---------- ----   ---------------------------------------
      *     2026-10-15 JRM    ORIGINAL RECORD LAYOUT.
      *****************************************************************
       01  DRAWER-BALANCE-RECORD.
           05  DRW-KEY.
               10  DRW-BUSINESS-DATE           PIC 9(08).
               10  DRW-TERMINAL-ID             PIC X(08).
               10  DRW-SIGNOFF-TIME            PIC 9(08).
           05  DRW-SIGNOFF-DATE                PIC 9(08).
           05  DRW-OPERATOR-ID                 PIC X(08).
           05  DRW-EXPECTED-COUNTS.
               10  DRW-EXPECTED-100            PIC 9(05).
               10  DRW-EXPECTED-50             PIC 9(05).
               10  DRW-EXPECTED-20             PIC 9(05).
               10  DRW-EXPECTED-10             PIC 9(05).
               10  DRW-EXPECTED-05             PIC 9(05).
               10  DRW-EXPECTED-01             PIC 9(05).
           05  DRW-COUNTED-COUNTS.
               10  DRW-COUNTED-100             PIC 9(05).
               10  DRW-COUNTED-50              PIC 9(05).
               10  DRW-COUNTED-20              PIC 9(05).
               10  DRW-COUNTED-10              PIC 9(05).
               10  DRW-COUNTED-05              PIC 9(05).
               10  DRW-COUNTED-01              PIC 9(05).
           05  DRW-DIFFERENCE-COUNTS.
               10  DRW-DIFF-100                PIC S9(05)
                                               SIGN LEADING SEPARATE.
               10  DRW-DIFF-50                 PIC S9(05)
                                               SIGN LEADING SEPARATE.
               10  DRW-DIFF-20                 PIC S9(05)
                                               SIGN LEADING SEPARATE.
               10  DRW-DIFF-10                 PIC S9(05)
                                               SIGN LEADING SEPARATE.
               10  DRW-DIFF-05                 PIC S9(05)
                                               SIGN LEADING SEPARATE.
               10  DRW-DIFF-01                 PIC S9(05)
                                               SIGN LEADING SEPARATE.
           05  DRW-EXPECTED-DOLLARS            PIC 9(11).
           05  DRW-COUNTED-DOLLARS             PIC 9(11).
           05  DRW-DIFF-DOLLARS                PIC S9(11)
                                               SIGN LEADING SEPARATE.
           05  DRW-FILLER                      PIC X(30).
