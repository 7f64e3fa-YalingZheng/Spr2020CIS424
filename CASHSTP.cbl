002900*     DATE       INIT   DESCRIPTION
003000*     ---------- ----   ---------------------------------------
003100*     2026-09-02 JRM    ORIGINAL STANDING ORDER POSTING.
003130*     2026-10-15 JRM    LOG RECORD NOW CARRIES THE DESTINATION
003160*                       ACCOUNT AND BLANK REVERSAL POINTERS.
003165*     2026-10-15 JRM    CHECK THE RUN-CONTROL LEDGER (CASHRUN)
003170*                       AT START-UP - A BUSINESS DATE ALREADY
003175*                       POSTED IS REFUSED UNLESS FORCE IS KEYED
003180*                       ON SYSIN, AND A RUN THAT NEVER FINISHED
003185*                       RESTARTS AFTER THE LAST ORDER IT
003190*                       COMMITTED, EXTENDING THE DAILY LOG AND
003195*                       CONTINUING ITS SEQUENCE NUMBERS.
003196*     2026-10-15 JRM    STAMP CASHSTP AS THE OPERATOR ON EACH
003197*                       LOG RECORD.
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
005200     SELECT CASH-STP-FILE ASSIGN TO "CASHSTP"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS CASH-STP-STATUS.
005416     SELECT RUN-CONTROL-FILE ASSIGN TO "CASHRUN"
005432         ORGANIZATION IS INDEXED
005448         ACCESS MODE IS RANDOM
005464         RECORD KEY IS RUN-KEY
005480         FILE STATUS IS RUN-CONTROL-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  STANDING-ORDER-FILE.
006700 FD  CASH-STP-FILE
006800     RECORDING MODE IS F.
006900 01  CASHSTP-REPORT-LINE            PIC X(80).
006930 FD  RUN-CONTROL-FILE.
006960     COPY CASHRUN.
007000 WORKING-STORAGE SECTION.
007100*****************************************************************
007200* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
007600 77  CASH-CTL-STATUS             PIC X(02) VALUE SPACES.
007700 77  CASH-LOG-STATUS             PIC X(02) VALUE SPACES.
007800 77  CASH-STP-STATUS             PIC X(02) VALUE SPACES.
007820 77  RUN-CONTROL-STATUS          PIC X(02) VALUE SPACES.
007840 77  STP-RESTART-SWITCH          PIC X(01) VALUE "N".
007860     88  STP-RUN-IS-RESTART              VALUE "Y".
007900 77  STP-EOF-SWITCH              PIC X(01) VALUE "N".
008000     88  STP-END-OF-FILE                 VALUE "Y".
008100 77  STP-READ-COUNT              PIC 9(05) COMP VALUE ZERO.
009100 01  STP-AVAILABLE-BALANCE       PIC 9(09)V99.
009200 01  STP-HELD-AMOUNT             PIC 9(07)V99.
009300 01  STP-FAIL-REASON             PIC X(34).
009320 01  STP-TOTAL-POSTED            PIC 9(11)V99 VALUE ZERO.
009340 01  STP-RUN-OPTION              PIC X(08) VALUE SPACES.
009360     88  STP-RUN-IS-FORCED               VALUE "FORCE".
009400 01  STP-DETAIL-LINE.
009500     05  STP-DTL-ORDER-NO            PIC X(06).
009600     05  FILLER                      PIC X(02) VALUE SPACES.
010400 PROCEDURE DIVISION.
010500*****************************************************************
010600* 0000-MAINLINE - OPEN EVERYTHING, PASS THE ORDER FILE ONCE
010700* POSTING EVERY ORDER DUE TODAY (FROM THE RESTART POINT ON A
010750* RESTART), THEN REPORT THE COUNTS AND CLOSE THE LEDGER ENTRY.
010800*****************************************************************
010900 0000-MAINLINE.
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011050     IF NOT STP-END-OF-FILE
011100         PERFORM 2000-READ-ORDER THRU 2000-EXIT
011150     END-IF.
011200     PERFORM 3000-PROCESS-ORDER THRU 3000-EXIT
011300         UNTIL STP-END-OF-FILE.
011400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011900             ' - SEE THE EXCEPTION REPORT'
012000         MOVE 4 TO RETURN-CODE
012100     END-IF.
012130     SET RUN-IS-COMPLETED TO TRUE.
012160     PERFORM 8100-CLOSE-RUN-CONTROL THRU 8100-EXIT.
012200     STOP RUN.
012300*****************************************************************
012400* 1000-INITIALIZE - OPEN THE ORDER FILE, THE MASTER, THE DAILY
012500* LOG AND THE EXCEPTION REPORT, AND PICK UP THE BUSINESS DATE.
012600* A MISSING ORDER FILE MEANS THE BRANCH SIMPLY HAS NO ORDERS
012700* YET AND THE STEP ENDS CLEAN; A MISSING MASTER FAILS IT.  THE
012720* RUN-CONTROL LEDGER IS CHECKED AS SOON AS THE BUSINESS DATE IS
012740* KNOWN; A RESTART EXTENDS THE DAILY LOG INSTEAD OF REPLACING
012760* THE POSTINGS ALREADY ON IT.
012800*****************************************************************
012900 1000-INITIALIZE.
013000     ACCEPT STP-CURRENT-DATE FROM DATE YYYYMMDD.
014300         END-READ
014400         CLOSE CASH-CTL-FILE
014500     END-IF.
014550     PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
014600     OPEN I-O STANDING-ORDER-FILE.
014700     IF STANDING-ORDER-STATUS = "35"
014800         DISPLAY 'CASHSTP: NO STANDING ORDER FILE - NOTHING '
014900             'TO POST '
014930         SET RUN-IS-COMPLETED TO TRUE
014960         PERFORM 8100-CLOSE-RUN-CONTROL THRU 8100-EXIT
015000         STOP RUN
015100     END-IF.
015200     IF STANDING-ORDER-STATUS NOT = "00"
015300         DISPLAY 'CASHSTP: STANDING ORDER FILE UNAVAILABLE '
015400         MOVE 16 TO RETURN-CODE
015430         SET RUN-IS-FAILED TO TRUE
015460         PERFORM 8100-CLOSE-RUN-CONTROL THRU 8100-EXIT
015500         STOP RUN
015600     END-IF.
015700     OPEN I-O CUST-MASTER-FILE.
016000             'ORDERS NOT POSTED '
016100         CLOSE STANDING-ORDER-FILE
016200         MOVE 16 TO RETURN-CODE
016230         SET RUN-IS-FAILED TO TRUE
016260         PERFORM 8100-CLOSE-RUN-CONTROL THRU 8100-EXIT
016300         STOP RUN
016400     END-IF.
016420     IF STP-RUN-IS-RESTART
016440         OPEN EXTEND CASH-LOG-FILE
016460     ELSE
016500         OPEN OUTPUT CASH-LOG-FILE
016550     END-IF.
016600     IF CASH-LOG-STATUS NOT = "00"
016700         DISPLAY 'CASHSTP: UNABLE TO OPEN THE DAILY LOG, '
016800             'ORDERS NOT POSTED '
016900         CLOSE STANDING-ORDER-FILE
017000         CLOSE CUST-MASTER-FILE
017100         MOVE 16 TO RETURN-CODE
017130         SET RUN-IS-FAILED TO TRUE
017160         PERFORM 8100-CLOSE-RUN-CONTROL THRU 8100-EXIT
017200         STOP RUN
017300     END-IF.
017400     OPEN OUTPUT CASH-STP-FILE.
017900         CLOSE CUST-MASTER-FILE
018000         CLOSE CASH-LOG-FILE
018100         MOVE 16 TO RETURN-CODE
018130         SET RUN-IS-FAILED TO TRUE
018160         PERFORM 8100-CLOSE-RUN-CONTROL THRU 8100-EXIT
018200         STOP RUN
018300     END-IF.
018320     IF STP-RUN-IS-RESTART
018340         PERFORM 1600-POSITION-RESTART THRU 1600-EXIT
018360     END-IF.
018400 1000-EXIT.
018500     EXIT.
018501*****************************************************************
018502* 1500-CHECK-RUN-CONTROL - FIND TODAY'S LEDGER ENTRY.  NONE
018503* MEANS A FIRST RUN; STARTED OR FAILED MEANS THE LAST RUN NEVER
018504* FINISHED, SO THIS ONE RESTARTS AFTER ITS LAST COMMITTED ORDER
018505* WITH ITS TOTALS AND LOG SEQUENCE CARRIED FORWARD; COMPLETED
018506* IS REFUSED UNLESS FORCE IS KEYED ON SYSIN, WHICH RERUNS FROM
018507* THE TOP.  WITHOUT THE LEDGER NOTHING IS POSTED.
018508*****************************************************************
018509 1500-CHECK-RUN-CONTROL.
018510     ACCEPT STP-RUN-OPTION.
018511     ACCEPT STP-CURRENT-DATE FROM DATE YYYYMMDD.
018512     ACCEPT STP-CURRENT-TIME FROM TIME.
018513     OPEN I-O RUN-CONTROL-FILE.
018514     IF RUN-CONTROL-STATUS = "35"
018515         OPEN OUTPUT RUN-CONTROL-FILE
018516         CLOSE RUN-CONTROL-FILE
018517         OPEN I-O RUN-CONTROL-FILE
018518     END-IF.
018519     IF RUN-CONTROL-STATUS NOT = "00"
018520         DISPLAY 'CASHSTP: RUN-CONTROL LEDGER UNAVAILABLE, '
018521             'ORDERS NOT POSTED '
018522         MOVE 16 TO RETURN-CODE
018523         STOP RUN
018524     END-IF.
018525     MOVE "CASHSOD"         TO RUN-JOB-NAME.
018526     MOVE "STEP060"         TO RUN-STEP-NAME.
018527     MOVE STP-BUSINESS-DATE TO RUN-BUSINESS-DATE.
018528     READ RUN-CONTROL-FILE
018529         INVALID KEY
018530             PERFORM 1510-RESET-ENTRY THRU 1510-EXIT
018531             MOVE ZERO TO RUN-ATTEMPT-COUNT
018532             MOVE "N"  TO RUN-FORCED-FLAG
018533             ADD 1 TO RUN-ATTEMPT-COUNT
018534             WRITE RUN-CONTROL-RECORD
018535             GO TO 1500-CHECK-WRITE
018536     END-READ.
018537     IF RUN-IS-COMPLETED AND NOT STP-RUN-IS-FORCED
018538         DISPLAY 'CASHSTP: ORDERS FOR ' STP-BUSINESS-DATE
018539             ' WERE ALREADY POSTED ON ' RUN-END-DATE
018540             ' - RUN REFUSED, KEY FORCE ON SYSIN TO RERUN '
018541         CLOSE RUN-CONTROL-FILE
018542         MOVE 8 TO RETURN-CODE
018543         STOP RUN
018544     END-IF.
018545     IF STP-RUN-IS-FORCED
018546         DISPLAY 'CASHSTP: FORCE KEYED - BUSINESS DATE '
018547             STP-BUSINESS-DATE ' RERUN FROM THE TOP '
018548         PERFORM 1510-RESET-ENTRY THRU 1510-EXIT
018549         MOVE "Y" TO RUN-FORCED-FLAG
018550     ELSE
018551         SET STP-RUN-IS-RESTART TO TRUE
018552         MOVE RUN-RECORDS-READ   TO STP-READ-COUNT
018553         MOVE RUN-RECORDS-POSTED TO STP-POST-COUNT
018554         MOVE RUN-RECORDS-FAILED TO STP-FAIL-COUNT
018555         MOVE RUN-DOLLARS-POSTED TO STP-TOTAL-POSTED
018556         MOVE RUN-RECORDS-POSTED TO STP-SEQUENCE-NO
018557         DISPLAY 'CASHSTP: RESTARTING BUSINESS DATE '
018558             STP-BUSINESS-DATE ' AFTER ORDER ' RUN-LAST-KEY
018559     END-IF.
018560     ADD 1 TO RUN-ATTEMPT-COUNT.
018561     SET RUN-IS-STARTED TO TRUE.
018562     MOVE STP-CURRENT-DATE TO RUN-START-DATE.
018563     MOVE STP-CURRENT-TIME TO RUN-START-TIME.
018564     REWRITE RUN-CONTROL-RECORD.
018565 1500-CHECK-WRITE.
018566     IF RUN-CONTROL-STATUS NOT = "00"
018567         DISPLAY 'CASHSTP: UNABLE TO RECORD THE RUN ON THE '
018568             'RUN-CONTROL LEDGER, ORDERS NOT POSTED '
018569         CLOSE RUN-CONTROL-FILE
018570         MOVE 16 TO RETURN-CODE
018571         STOP RUN
018572     END-IF.
018573 1500-EXIT.
018574     EXIT.
018575*****************************************************************
018576* 1510-RESET-ENTRY - START THE LEDGER ENTRY FROM THE TOP OF THE
018577* FILE WITH ZERO TOTALS.
018578*****************************************************************
018579 1510-RESET-ENTRY.
018580     MOVE "CASHSOD"         TO RUN-JOB-NAME.
018581     MOVE "STEP060"         TO RUN-STEP-NAME.
018582     MOVE STP-BUSINESS-DATE TO RUN-BUSINESS-DATE.
018583     SET RUN-IS-STARTED     TO TRUE.
018584     MOVE "CASHSTP"         TO RUN-PROGRAM-ID.
018585     MOVE STP-CURRENT-DATE  TO RUN-START-DATE.
018586     MOVE STP-CURRENT-TIME  TO RUN-START-TIME.
018587     MOVE ZERO              TO RUN-END-DATE.
018588     MOVE ZERO              TO RUN-END-TIME.
018589     MOVE SPACES            TO RUN-LAST-KEY.
018590     MOVE ZERO              TO RUN-RECORDS-READ.
018591     MOVE ZERO              TO RUN-RECORDS-POSTED.
018592     MOVE ZERO              TO RUN-RECORDS-FAILED.
018593     MOVE ZERO              TO RUN-DOLLARS-POSTED.
018594     MOVE ZERO              TO RUN-RETURN-CODE.
018595     MOVE SPACES            TO RUN-FILLER.
018596 1510-EXIT.
018602     EXIT.
018608*****************************************************************
018614* 1600-POSITION-RESTART - POSITION THE ORDER FILE JUST PAST THE
018620* LAST ORDER THE INTERRUPTED RUN COMMITTED.  NOTHING PAST IT
018626* MEANS THE INTERRUPTED RUN HAD IN FACT REACHED THE END.
018632*****************************************************************
018638 1600-POSITION-RESTART.
018644     MOVE RUN-LAST-KEY TO STO-ORDER-NO.
018650     START STANDING-ORDER-FILE KEY > STO-ORDER-NO
018656         INVALID KEY
018662             SET STP-END-OF-FILE TO TRUE
018668     END-START.
018674 1600-EXIT.
018680     EXIT.
018686*****************************************************************
018700* 2000-READ-ORDER - READ THE NEXT STANDING ORDER.
018800*****************************************************************
018900 2000-READ-ORDER.
019800     EXIT.
019900*****************************************************************
020000* 3000-PROCESS-ORDER - POST ONE ORDER IF IT IS ACTIVE AND DUE,
020100* THEN READ THE NEXT ONE.  EVERY ORDER TRIED, POSTED OR NOT, IS
020130* COMMITTED TO THE LEDGER SO A RESTART NEITHER POSTS NOR
020160* REPORTS IT A SECOND TIME.
020200*****************************************************************
020300 3000-PROCESS-ORDER.
020400     IF NOT STO-IS-ACTIVE
020800         GO TO 3000-READ-NEXT
020900     END-IF.
021000     PERFORM 4000-POST-ORDER THRU 4000-EXIT.
021050     PERFORM 8000-COMMIT-RUN-CONTROL THRU 8000-EXIT.
021100 3000-READ-NEXT.
021200     PERFORM 2000-READ-ORDER THRU 2000-EXIT.
021300 3000-EXIT.
027200     PERFORM 6000-WRITE-LOG THRU 6000-EXIT.
027300     PERFORM 6500-ADVANCE-DUE-DATE THRU 6500-EXIT.
027400     ADD 1 TO STP-POST-COUNT.
027450     ADD STO-AMOUNT TO STP-TOTAL-POSTED.
027500 4000-EXIT.
027600     EXIT.
027700*****************************************************************
031900     MOVE STO-SOURCE-ACCOUNT TO CLOG-ACCOUNT-NO.
032000     MOVE STP-BUSINESS-DATE  TO CLOG-BUSINESS-DATE.
032100     MOVE STP-SEQUENCE-NO    TO CLOG-SEQUENCE-NO.
032116     MOVE STO-DEST-ACCOUNT   TO CLOG-DEST-ACCOUNT-NO.
032132     MOVE SPACES             TO CLOG-ORIG-TERMINAL-ID.
032148     MOVE ZERO               TO CLOG-ORIG-SEQUENCE-NO.
032164     MOVE SPACES             TO CLOG-ORIG-TXN-TYPE.
032180     MOVE SPACES             TO CLOG-SUPERVISOR-ID.
032190     MOVE 'CASHSTP '         TO CLOG-OPERATOR-ID.
032200     MOVE SPACES             TO CLOG-FILLER.
032300     WRITE CASH-LOG-RECORD.
032400 6000-EXIT.
036400 7000-EXIT.
036500     EXIT.
036600*****************************************************************
036700* 8000-COMMIT-RUN-CONTROL - RECORD THE ORDER JUST TRIED AND THE
036800* RUNNING TOTALS ON THE LEDGER ENTRY, SO A RESTART PICKS UP
036900* AFTER IT.
037000*****************************************************************
037100 8000-COMMIT-RUN-CONTROL.
037200     MOVE STO-ORDER-NO     TO RUN-LAST-KEY.
037300     MOVE STP-READ-COUNT   TO RUN-RECORDS-READ.
037400     MOVE STP-POST-COUNT   TO RUN-RECORDS-POSTED.
037500     MOVE STP-FAIL-COUNT   TO RUN-RECORDS-FAILED.
037600     MOVE STP-TOTAL-POSTED TO RUN-DOLLARS-POSTED.
037700     REWRITE RUN-CONTROL-RECORD.
037800     IF RUN-CONTROL-STATUS NOT = "00"
037900         DISPLAY 'CASHSTP: UNABLE TO UPDATE THE RUN-CONTROL '
038000             'LEDGER AFTER ORDER ' STO-ORDER-NO
038100     END-IF.
038200 8000-EXIT.
038300     EXIT.
038400*****************************************************************
038500* 8100-CLOSE-RUN-CONTROL - STAMP THE END OF THE RUN, THE FINAL
038600* TOTALS AND THE RETURN CODE ON THE LEDGER ENTRY AND CLOSE THE
038700* LEDGER.  THE CALLER HAS SET THE COMPLETED OR FAILED STATUS.
038800*****************************************************************
038900 8100-CLOSE-RUN-CONTROL.
039000     ACCEPT STP-CURRENT-DATE FROM DATE YYYYMMDD.
039100     ACCEPT STP-CURRENT-TIME FROM TIME.
039200     MOVE STP-CURRENT-DATE TO RUN-END-DATE.
039300     MOVE STP-CURRENT-TIME TO RUN-END-TIME.
039400     MOVE STP-READ-COUNT   TO RUN-RECORDS-READ.
039500     MOVE STP-POST-COUNT   TO RUN-RECORDS-POSTED.
039600     MOVE STP-FAIL-COUNT   TO RUN-RECORDS-FAILED.
039700     MOVE STP-TOTAL-POSTED TO RUN-DOLLARS-POSTED.
039800     MOVE RETURN-CODE      TO RUN-RETURN-CODE.
039900     REWRITE RUN-CONTROL-RECORD.
040000     IF RUN-CONTROL-STATUS NOT = "00"
040100         DISPLAY 'CASHSTP: UNABLE TO CLOSE THE RUN-CONTROL '
040200             'LEDGER ENTRY '
040300     END-IF.
040400     CLOSE RUN-CONTROL-FILE.
040500 8100-EXIT.
040600     EXIT.
040700*****************************************************************
040800* 9000-TERMINATE - CLOSE THE FILES.
040900*****************************************************************
041000 9000-TERMINATE.
041100     CLOSE STANDING-ORDER-FILE.
041200     CLOSE CUST-MASTER-FILE.
041300     CLOSE CASH-LOG-FILE.
041400     CLOSE CASH-STP-FILE.
041500 9000-EXIT.
041600     EXIT.
