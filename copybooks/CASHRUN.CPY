      *****************************************************************
      * CASHRUN.CPY
      *
      * BATCH RUN-CONTROL LEDGER RECORD.  ONE RECORD PER POSTING
      * STEP PER PERIOD, KEYED ON JOB NAME, STEP NAME AND BUSINESS
      * DATE.  THE POSTING PROGRAMS THAT UPDATE THE CUSTOMER MASTER
      * IN PLACE (CASHINT, CASHSOD, CASHSTP) CHECK THEIR ENTRY AT
      * START-UP:
      *
      *   NO ENTRY         - FIRST RUN FOR THE PERIOD.  THE ENTRY IS
      *                      WRITTEN STARTED AND THE RUN BEGINS AT
      *                      THE TOP OF THE FILE.
      *   STARTED/FAILED   - THE LAST RUN NEVER FINISHED.  THE RUN
      *                      RESTARTS AFTER THE LAST COMMITTED KEY
      *                      AND CARRIES THE COUNTS AND DOLLARS
      *                      FORWARD, SO NOTHING POSTS TWICE.
      *   COMPLETED        - THE PERIOD IS DONE AND THE RUN IS
      *                      REFUSED (RC 8) UNLESS FORCE IS KEYED ON
      *                      SYSIN, WHICH RERUNS THE PERIOD FROM THE
      *                      TOP AND MARKS THE ENTRY FORCED.
      *
      * THE ENTRY IS REWRITTEN AFTER EVERY COMMITTED POSTING WITH
      * THE KEY OF THE RECORD JUST POSTED AND THE RUNNING TOTALS,
      * AND CLOSED COMPLETED (OR FAILED, WHEN THE RUN ENDED ON A
      * FATAL ERROR OR WITH RECORDS IT COULD NOT POST) AT THE END.
      * DAILY STEPS KEY ON THE BUSINESS DATE; THE MONTH-END INTEREST
      * RUN KEYS ON THE POSTING MONTH WITH A DAY OF 00 (CCYYMM00) SO
      * A SECOND RUN ANY DAY THAT MONTH IS CAUGHT.  CASHRCR PRINTS
      * THE LEDGER FOR THE OPERATOR BEFORE THE NEW DAY IS OPENED.
      *
      * MODIFICATION HISTORY
      *     DATE       INIT   DESCRIPTION
      *     ---------- ----   ---------------------------------------
      *     2026-10-15 JRM    ORIGINAL RECORD LAYOUT.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RUN-KEY.
               10  RUN-JOB-NAME                PIC X(08).
               10  RUN-STEP-NAME               PIC X(08).
               10  RUN-BUSINESS-DATE           PIC 9(08).
           05  RUN-STATUS                      PIC X(01).
               88  RUN-IS-STARTED                  VALUE 'S'.
               88  RUN-IS-COMPLETED                VALUE 'C'.
               88  RUN-IS-FAILED                   VALUE 'F'.
           05  RUN-PROGRAM-ID                  PIC X(08).
           05  RUN-START-DATE                  PIC 9(08).
           05  RUN-START-TIME                  PIC 9(08).
           05  RUN-END-DATE                    PIC 9(08).
           05  RUN-END-TIME                    PIC 9(08).
           05  RUN-ATTEMPT-COUNT               PIC 9(03).
           05  RUN-FORCED-FLAG                 PIC X(01).
               88  RUN-WAS-FORCED                  VALUE 'Y'.
           05  RUN-LAST-KEY                    PIC X(10).
           05  RUN-RECORDS-READ                PIC 9(09).
           05  RUN-RECORDS-POSTED              PIC 9(09).
           05  RUN-RECORDS-FAILED              PIC 9(09).
           05  RUN-DOLLARS-POSTED              PIC 9(11)V99.
           05  RUN-RETURN-CODE                 PIC 9(04).
           05  RUN-FILLER                      PIC X(17).
