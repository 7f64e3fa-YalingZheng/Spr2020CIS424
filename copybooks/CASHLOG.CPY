      *                       CASHSOD JOBS MOVES WITH IT.  RECORDS
      *                       LOGGED BEFORE THE CHANGE CARRY SPACES
      *                       IN THE FIELD.
      *     2026-10-15 JRM    ADDED THE REVERSAL TRANSACTION TYPE.  A
      *                       REVERSAL CARRIES THE AMOUNT, ACCOUNT AND
      *                       TRANSFER DESTINATION OF THE TRANSACTION
      *                       IT VOIDS, POINTS BACK TO THAT ORIGINAL BY
      *                       TERMINAL ID, SEQUENCE NUMBER AND TYPE,
      *                       AND CARRIES THE SUPERVISOR WHO APPROVED
      *                       IT.  A TRANSFER NOW ALSO CARRIES ITS
      *                       DESTINATION ACCOUNT SO IT CAN BE
      *                       REVERSED, AND AN OVERRIDDEN CASH-OUT ITS
      *                       APPROVING SUPERVISOR.  THIS WIDENS THE
      *                       RECORD FROM 60 TO 100 BYTES, LEAVING
      *                       ROOM IN THE FILLER; EVERY LRECL=60 IN
      *                       THE CASHCON, CASHSOD AND CASHSTM JOBS
      *                       MOVES WITH IT.  RECORDS LOGGED BEFORE
      *                       THE CHANGE CARRY SPACES IN THE NEW
      *                       FIELDS.
      *     2026-10-15 JRM    CARVED THE SIGNED-ON OPERATOR ID OUT OF
      *                       THE FILLER SO EVERY TRANSACTION SAYS
      *                       WHICH TELLER RAN IT, FOR THE OPERATOR
      *                       ACTIVITY REPORT (CASHOPA).  THE STANDING
      *                       ORDER RUN STAMPS ITS PROGRAM NAME.  THE
      *                       RECORD STAYS 100 BYTES.  RECORDS LOGGED
      *                       BEFORE THE CHANGE CARRY SPACES IN THE
      *                       FIELD.
      *****************************************************************
       01  CASH-LOG-RECORD.
           05  CLOG-TIMESTAMP.
               88  CLOG-TXN-IS-CASHOUT             VALUE 'C'.
               88  CLOG-TXN-IS-DEPOSIT             VALUE 'D'.
               88  CLOG-TXN-IS-TRANSFER            VALUE 'T'.
               88  CLOG-TXN-IS-REVERSAL            VALUE 'R'.
           05  CLOG-ACCOUNT-NO                 PIC X(10).
           05  CLOG-BUSINESS-DATE              PIC 9(08).
           05  CLOG-SEQUENCE-NO                PIC 9(06).
           05  CLOG-DEST-ACCOUNT-NO            PIC X(10).
           05  CLOG-ORIG-TERMINAL-ID           PIC X(08).
           05  CLOG-ORIG-SEQUENCE-NO           PIC 9(06).
           05  CLOG-ORIG-TXN-TYPE              PIC X(01).
               88  CLOG-ORIG-WAS-CASHOUT           VALUE 'C'.
               88  CLOG-ORIG-WAS-DEPOSIT           VALUE 'D'.
               88  CLOG-ORIG-WAS-TRANSFER          VALUE 'T'.
           05  CLOG-SUPERVISOR-ID              PIC X(08).
           05  CLOG-OPERATOR-ID                PIC X(08).
           05  CLOG-FILLER                     PIC X(01).
