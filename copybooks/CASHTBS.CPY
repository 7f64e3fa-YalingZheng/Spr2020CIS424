      *****************************************************************
      * CASHTBS.CPY
      *
      * CUSTOMER MASTER TRIAL-BALANCE SNAPSHOT RECORD.  ONE RECORD PER
      * BUSINESS DAY, KEYED ON THE BUSINESS DATE, WRITTEN EACH NIGHT BY
      * CASHTBP IN THE CASHCON END-OF-DAY JOB.  IT HOLDS THE MASTER'S
      * CONTROL TOTALS AS THEY STOOD WHEN THE SNAPSHOT WAS TAKEN, SO THE
      * NEXT NIGHT'S RUN CAN PROVE THAT YESTERDAY'S TOTALS PLUS THE
      * DAY'S NET POSTINGS COME TO TODAY'S.
      *
      * THE SNAPSHOT TIMESTAMP IS THE WALL-CLOCK TIME THE MASTER WAS
      * READ.  THE NEXT NIGHT'S PROOF TAKES EVERY MAINTENANCE CHANGE
      * (CUSTAUD) STAMPED AFTER IT.  A RERUN OF THE SAME NIGHT REPLACES
      * THAT NIGHT'S RECORD.  THE PROOF STATUS AND BALANCE DIFFERENCE
      * RECORD HOW THE NIGHT'S PROOF CAME OUT; THE FIRST NIGHT, WITH
      * NOTHING TO PROVE AGAINST, IS MARKED AS THE BASELINE.
      *
      * MODIFICATION HISTORY
      *     DATE       INIT   DESCRIPTION
      *     ---------- ----   ---------------------------------------
      *     2026-10-15 JRM    ORIGINAL RECORD LAYOUT.
      *****************************************************************
       01  TRIAL-BALANCE-SNAPSHOT.
           05  TBS-BUSINESS-DATE               PIC 9(08).
           05  TBS-SNAPSHOT-TIMESTAMP.
               10  TBS-SNAPSHOT-DATE           PIC 9(08).
               10  TBS-SNAPSHOT-TIME           PIC 9(08).
           05  TBS-ACCOUNT-COUNT               PIC 9(09).
           05  TBS-TOTAL-BALANCE               PIC 9(13)V99.
           05  TBS-TOTAL-HELD                  PIC 9(11)V99.
           05  TBS-TOTAL-WITHDRAWN             PIC 9(13)V99.
           05  TBS-PROOF-STATUS                PIC X(01).
               88  TBS-PROOF-IS-BASELINE           VALUE 'B'.
               88  TBS-PROOF-IS-PROVED             VALUE 'P'.
               88  TBS-PROOF-IS-FAILED             VALUE 'F'.
           05  TBS-PRIOR-BUSINESS-DATE         PIC 9(08).
           05  TBS-BALANCE-DIFFERENCE          PIC S9(13)V99
                                               SIGN LEADING SEPARATE.
           05  TBS-FILLER                      PIC X(19).
