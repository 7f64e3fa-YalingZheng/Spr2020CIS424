      *                       THE FILE IS MISSING OR EMPTY), THEN
      *                       RE-KEY ANY NON-DEFAULT CEILING,
      *                       KEYWORD, THRESHOLD OR RATE.
      *     2026-10-15 JRM    CARVED THE ACCOUNT HISTORY RETENTION
      *                       PERIOD (MONTHS) OUT OF THE FILLER FOR
      *                       THE CASHHLD NIGHTLY HISTORY LOAD, WHICH
      *                       PURGES HISTORY ENTRIES OLDER THAN THE
      *                       PERIOD.  SPACES OR ZERO MEANS THE
      *                       COMPILED-IN DEFAULT STANDS.  THE RECORD
      *                       STAYS 45 BYTES, SO NO CONVERSION IS
      *                       NEEDED - RECORDS WRITTEN BEFORE THE
      *                       CHANGE CARRY SPACES IN THE FIELD.
      *     2026-10-15 JRM    ADDED THE DORMANCY PERIOD (MONTHS WITH
      *                       NO CUSTOMER ACTIVITY) FOR THE CASHDRM
      *                       MONTH-END DORMANCY RUN.  SPACES OR ZERO
      *                       MEANS THE COMPILED-IN DEFAULT STANDS.
      *                       THE LAST FILLER BYTE WAS TOO SMALL FOR
      *                       IT, SO THIS WIDENS THE RECORD FROM 45 TO
      *                       60 BYTES AND LEAVES FILLER FOR LATER
      *                       PARAMETERS.  THE ONE-TIME CONVERSION IS
      *                       A COPY OF THE CONTROL RECORD INTO A NEW
      *                       LRECL=60 DATASET PADDED WITH SPACES (ONE
      *                       SORT PASS, OUTREC FIELDS=(1,45,15X)),
      *                       WHICH KEEPS EVERY EXISTING SETTING AND
      *                       LEAVES THE NEW FIELD AT ITS DEFAULT.
      *     2026-10-15 JRM    CARVED THE CASH-OUT CEILING SCOPE OUT OF
      *                       THE FILLER.  C TESTS THE CEILING IN THE
      *                       TELLER PROGRAM AGAINST EVERYTHING THE
      *                       PERSON HAS TAKEN OUT TODAY ACROSS ALL OF
      *                       THE ACCOUNTS LINKED TO THEM ON THE
      *                       CUSTOMER RELATIONSHIP FILE; A OR SPACES
      *                       KEEPS THE CEILING PER ACCOUNT AS BEFORE.
      *                       THE RECORD STAYS 60 BYTES, SO NO
      *                       CONVERSION IS NEEDED.
      *****************************************************************
       01  CASH-CTL-RECORD.
           05  CCTL-LIMIT-AMOUNT               PIC 9(09).
               88  CCTL-DAY-IS-OPEN                VALUE 'O' SPACE.
               88  CCTL-DAY-IS-CUTOVER             VALUE 'C'.
           05  CCTL-INTEREST-RATE              PIC 9(02)V9(04).
           05  CCTL-HISTORY-RETAIN-MONTHS      PIC 9(03).
           05  CCTL-DORMANCY-MONTHS            PIC 9(03).
           05  CCTL-CEILING-SCOPE              PIC X(01).
               88  CCTL-CEILING-IS-PERSON          VALUE 'C'.
               88  CCTL-CEILING-IS-ACCOUNT         VALUE 'A' SPACE.
           05  FILLER                          PIC X(12).
