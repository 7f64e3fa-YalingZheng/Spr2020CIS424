      *****************************************************************
      * CASHTXF.CPY
      *
      * YEAR-END INTEREST INCOME FILING EXTRACT RECORD (FORM 1099-INT).
      * WRITTEN BY CASHTAX FOR THE BANK'S INFORMATION RETURN FILING:
      * ONE DETAIL RECORD PER RECIPIENT FILED THIS RUN, CARRYING THE
      * IDENTITY FROM THE CUSTOMER MASTER AND THE YEAR'S INTEREST, AND
      * ONE TRAILER RECORD CARRYING THE DETAIL COUNT AND DOLLAR TOTAL
      * SO THE FILING CAN BE BALANCED BEFORE IT IS SENT.
      *
      * AN ORIGINAL RUN FILES EVERY RECIPIENT AT OR OVER THE REPORTING
      * THRESHOLD.  A CORRECTION RUN FILES ONLY THE RECIPIENTS WHOSE
      * FIGURE HAS CHANGED SINCE THE LAST FILING, AS CORRECTED RETURNS
      * CARRYING THE FIGURE PREVIOUSLY REPORTED; A RECIPIENT NOW AT OR
      * OVER THE THRESHOLD WHO WAS NEVER FILED GOES AS AN ORIGINAL.
      * THE RUN DATE AND TIME LET THE CORRECTION RUN SORT EVERY FILING
      * FOR THE YEAR AND TAKE THE LATEST FIGURE PER ACCOUNT.
      *
      * MODIFICATION HISTORY
      *     DATE       INIT   DESCRIPTION
      *     ---------- ----   ---------------------------------------
      *     2026-10-15 JRM    ORIGINAL RECORD LAYOUT.
      *****************************************************************
       01  TAX-FILING-RECORD.
           05  TXF-RECORD-TYPE                 PIC X(01).
               88  TXF-IS-DETAIL                   VALUE 'D'.
               88  TXF-IS-TRAILER                  VALUE 'T'.
           05  TXF-TAX-YEAR                    PIC 9(04).
           05  TXF-DETAIL-DATA.
               10  TXF-RETURN-TYPE             PIC X(01).
                   88  TXF-IS-ORIGINAL             VALUE 'O'.
                   88  TXF-IS-CORRECTED            VALUE 'C'.
               10  TXF-ACCOUNT-NO              PIC X(10).
               10  TXF-TAX-ID                  PIC X(09).
               10  TXF-NAME                    PIC X(30).
               10  TXF-ADDRESS                 PIC X(40).
               10  TXF-INTEREST-AMOUNT         PIC 9(09)V99.
               10  TXF-PRIOR-AMOUNT            PIC 9(09)V99.
               10  TXF-ACCOUNT-STATUS          PIC X(01).
           05  TXF-TRAILER-DATA REDEFINES TXF-DETAIL-DATA.
               10  TXF-RECORD-COUNT            PIC 9(07).
               10  TXF-TOTAL-AMOUNT            PIC 9(13)V99.
               10  TXF-CORRECTED-COUNT         PIC 9(07).
               10  FILLER                      PIC X(84).
           05  TXF-RUN-DATE                    PIC 9(08).
           05  TXF-RUN-TIME                    PIC 9(08).
           05  TXF-FILLER                      PIC X(16).
