002800*     DATE       INIT   DESCRIPTION
002900*     ---------- ----   ---------------------------------------
003000*     2026-09-02 JRM    ORIGINAL INTEREST POSTING RUN.
003011*     2026-10-15 JRM    CHECK THE RUN-CONTROL LEDGER (CASHRUN)
003022*                       AT START-UP - A MONTH ALREADY POSTED IS
003033*                       REFUSED UNLESS FORCE IS KEYED ON SYSIN,
003044*                       AND A RUN THAT NEVER FINISHED RESTARTS
003055*                       AFTER THE LAST ACCOUNT IT COMMITTED
003066*                       INSTEAD OF CREDITING THE FRONT OF THE
003077*                       MASTER A SECOND TIME.  THE LEDGER ENTRY
003088*                       CARRIES THE COUNTS AND DOLLARS POSTED.
003089*     2026-10-15 JRM    A FAILED REWRITE NOW STOPS THE PASS AT
003090*                       THAT ACCOUNT AND A RESTART NO LONGER
003091*                       CARRIES THE FAILURE COUNT FORWARD, SO THE
003092*                       RESTART RETRIES THE ACCOUNT AND CAN CLOSE
003093*                       THE MONTH COMPLETED.  THE FAILED ACCOUNT
003094*                       WAS LEFT BEHIND THE RESTART POINT AND THE
003095*                       ENTRY STAYED FAILED UNTIL FORCE RE-POSTED
003096*                       THE WHOLE MASTER.
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
004300     SELECT CASH-INT-POSTING-FILE ASSIGN TO "INTPOST"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS CASH-INT-POSTING-STATUS.
004516     SELECT RUN-CONTROL-FILE ASSIGN TO "CASHRUN"
004532         ORGANIZATION IS INDEXED
004548         ACCESS MODE IS RANDOM
004564         RECORD KEY IS RUN-KEY
004580         FILE STATUS IS RUN-CONTROL-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CUST-MASTER-FILE.
005300 FD  CASH-INT-POSTING-FILE
005400     RECORDING MODE IS F.
005500     COPY CASHIPD.
005530 FD  RUN-CONTROL-FILE.
005560     COPY CASHRUN.
005600 WORKING-STORAGE SECTION.
005700*****************************************************************
005800* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
006000 77  CUST-MASTER-STATUS          PIC X(02) VALUE SPACES.
006100 77  CASH-CTL-STATUS             PIC X(02) VALUE SPACES.
006200 77  CASH-INT-POSTING-STATUS     PIC X(02) VALUE SPACES.
006220 77  RUN-CONTROL-STATUS          PIC X(02) VALUE SPACES.
006240 77  INT-RESTART-SWITCH          PIC X(01) VALUE "N".
006260     88  INT-RUN-IS-RESTART              VALUE "Y".
006300 77  INT-EOF-SWITCH              PIC X(01) VALUE "N".
006400     88  INT-END-OF-FILE                 VALUE "Y" "S".
006450     88  INT-PASS-IS-STOPPED             VALUE "S".
006500 77  INT-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
006600 77  INT-POST-COUNT              PIC 9(07) COMP VALUE ZERO.
006700 77  INT-ERROR-COUNT             PIC 9(07) COMP VALUE ZERO.
007400 01  INT-INTEREST-AMOUNT         PIC 9(07)V99.
007500 01  INT-BEFORE-BALANCE          PIC 9(09)V99.
007600 01  INT-TOTAL-POSTED            PIC 9(11)V99 VALUE ZERO.
007607*****************************************************************
007614* RUN-CONTROL WORK AREAS.  THE LEDGER KEY FOR THIS RUN IS THE
007621* POSTING MONTH WITH A DAY OF 00, SO A SECOND RUN ANY DAY THAT
007628* MONTH FINDS THE FIRST ONE.
007635*****************************************************************
007642 01  INT-RUN-OPTION              PIC X(08) VALUE SPACES.
007649     88  INT-RUN-IS-FORCED               VALUE "FORCE".
007656 01  INT-RUN-PERIOD.
007663     05  INT-RUN-PERIOD-MONTH        PIC 9(06).
007670     05  INT-RUN-PERIOD-DAY          PIC 9(02).
007677 01  INT-RUN-DATE                PIC 9(08).
007684 01  INT-RUN-TIME                PIC 9(08).
007700 PROCEDURE DIVISION.
007800*****************************************************************
007900* 0000-MAINLINE - READ THE RATE AND POSTING DATE FROM THE
008000* CONTROL RECORD, CHECK THE RUN-CONTROL LEDGER, PASS THE MASTER
008100* ONCE POSTING EACH ACTIVE ACCOUNT (FROM THE RESTART POINT ON A
008150* RESTART), THEN REPORT THE COUNTS AND CLOSE THE LEDGER ENTRY.
008200*****************************************************************
008300 0000-MAINLINE.
008400     PERFORM 1000-READ-CONTROL-FILE THRU 1000-EXIT.
008800         MOVE 8 TO RETURN-CODE
008900         STOP RUN
009000     END-IF.
009050     PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
009100     OPEN I-O CUST-MASTER-FILE.
009200     IF CUST-MASTER-STATUS NOT = "00"
009300         DISPLAY 'CASHINT: CUSTOMER MASTER FILE UNAVAILABLE, '
009400             'INTEREST NOT POSTED '
009500         MOVE 16 TO RETURN-CODE
009530         SET RUN-IS-FAILED TO TRUE
009560         PERFORM 8100-CLOSE-RUN-CONTROL THRU 8100-EXIT
009600         STOP RUN
009700     END-IF.
009800     OPEN OUTPUT CASH-INT-POSTING-FILE.
010100             'FILE, INTEREST NOT POSTED '
010200         CLOSE CUST-MASTER-FILE
010300         MOVE 16 TO RETURN-CODE
010330         SET RUN-IS-FAILED TO TRUE
010360         PERFORM 8100-CLOSE-RUN-CONTROL THRU 8100-EXIT
010400         STOP RUN
010500     END-IF.
010520     IF INT-RUN-IS-RESTART
010540         PERFORM 1600-POSITION-RESTART THRU 1600-EXIT
010560     END-IF.
010580     IF NOT INT-END-OF-FILE
010600         PERFORM 2000-READ-MASTER THRU 2000-EXIT
010650     END-IF.
010700     PERFORM 3000-POST-RECORD THRU 3000-EXIT
010800         UNTIL INT-END-OF-FILE.
010900     CLOSE CUST-MASTER-FILE.
011500         DISPLAY 'CASHINT: REWRITE ERRORS ' INT-ERROR-COUNT
011600         MOVE 8 TO RETURN-CODE
011700     END-IF.
011714     IF INT-ERROR-COUNT > ZERO
011728         SET RUN-IS-FAILED TO TRUE
011742     ELSE
011756         SET RUN-IS-COMPLETED TO TRUE
011770     END-IF.
011784     PERFORM 8100-CLOSE-RUN-CONTROL THRU 8100-EXIT.
011800     STOP RUN.
011900*****************************************************************
012000* 1000-READ-CONTROL-FILE - READ THE ANNUAL RATE AND THE
014600     END-IF.
014700 1000-EXIT.
014800     EXIT.
014801*****************************************************************
014802* 1500-CHECK-RUN-CONTROL - FIND THIS MONTH'S LEDGER ENTRY.  NONE
014803* MEANS A FIRST RUN; STARTED OR FAILED MEANS THE LAST RUN NEVER
014804* FINISHED, SO THIS ONE RESTARTS AFTER ITS LAST COMMITTED ACCOUNT
014805* WITH ITS TOTALS, BUT NOT ITS FAILURES, CARRIED FORWARD - THE
014806* ACCOUNT THAT FAILED IS RETRIED.  COMPLETED IS REFUSED UNLESS
014807* FORCE IS KEYED ON SYSIN, WHICH RERUNS FROM THE TOP.  WITHOUT
014808* THE LEDGER NOTHING IS POSTED.
014809*****************************************************************
014810 1500-CHECK-RUN-CONTROL.
014811     ACCEPT INT-RUN-OPTION.
014812     MOVE INT-POSTING-DATE TO INT-RUN-PERIOD.
014813     MOVE ZERO TO INT-RUN-PERIOD-DAY.
014814     ACCEPT INT-RUN-DATE FROM DATE YYYYMMDD.
014815     ACCEPT INT-RUN-TIME FROM TIME.
014816     OPEN I-O RUN-CONTROL-FILE.
014817     IF RUN-CONTROL-STATUS = "35"
014818         OPEN OUTPUT RUN-CONTROL-FILE
014819         CLOSE RUN-CONTROL-FILE
014820         OPEN I-O RUN-CONTROL-FILE
014821     END-IF.
014822     IF RUN-CONTROL-STATUS NOT = "00"
014823         DISPLAY 'CASHINT: RUN-CONTROL LEDGER UNAVAILABLE, '
014824             'INTEREST NOT POSTED '
014825         MOVE 16 TO RETURN-CODE
014826         STOP RUN
014827     END-IF.
014828     MOVE "CASHINT"      TO RUN-JOB-NAME.
014829     MOVE "STEP010"      TO RUN-STEP-NAME.
014830     MOVE INT-RUN-PERIOD TO RUN-BUSINESS-DATE.
014831     READ RUN-CONTROL-FILE
014832         INVALID KEY
014833             PERFORM 1510-RESET-ENTRY THRU 1510-EXIT
014834             MOVE ZERO TO RUN-ATTEMPT-COUNT
014835             MOVE "N"  TO RUN-FORCED-FLAG
014836             ADD 1 TO RUN-ATTEMPT-COUNT
014837             WRITE RUN-CONTROL-RECORD
014838             GO TO 1500-CHECK-WRITE
014839     END-READ.
014840     IF RUN-IS-COMPLETED AND NOT INT-RUN-IS-FORCED
014841         DISPLAY 'CASHINT: INTEREST FOR ' INT-RUN-PERIOD-MONTH
014842             ' WAS ALREADY POSTED ON ' RUN-END-DATE
014843             ' - RUN REFUSED, KEY FORCE ON SYSIN TO RERUN '
014844         CLOSE RUN-CONTROL-FILE
014845         MOVE 8 TO RETURN-CODE
014846         STOP RUN
014847     END-IF.
014848     IF INT-RUN-IS-FORCED
014853         DISPLAY 'CASHINT: FORCE KEYED - MONTH '
014858             INT-RUN-PERIOD-MONTH ' RERUN FROM THE TOP '
014863         PERFORM 1510-RESET-ENTRY THRU 1510-EXIT
014868         MOVE "Y" TO RUN-FORCED-FLAG
014873     ELSE
014878         SET INT-RUN-IS-RESTART TO TRUE
014883         MOVE RUN-RECORDS-READ   TO INT-READ-COUNT
014888         MOVE RUN-RECORDS-POSTED TO INT-POST-COUNT
014893         MOVE RUN-DOLLARS-POSTED TO INT-TOTAL-POSTED
014898         DISPLAY 'CASHINT: RESTARTING MONTH '
014903             INT-RUN-PERIOD-MONTH ' AFTER ACCOUNT '
014908             RUN-LAST-KEY
014913     END-IF.
014918     ADD 1 TO RUN-ATTEMPT-COUNT.
014923     SET RUN-IS-STARTED TO TRUE.
014928     MOVE INT-RUN-DATE TO RUN-START-DATE.
014933     MOVE INT-RUN-TIME TO RUN-START-TIME.
014938     REWRITE RUN-CONTROL-RECORD.
014943 1500-CHECK-WRITE.
014948     IF RUN-CONTROL-STATUS NOT = "00"
014953         DISPLAY 'CASHINT: UNABLE TO RECORD THE RUN ON THE '
014958             'RUN-CONTROL LEDGER, INTEREST NOT POSTED '
014963         CLOSE RUN-CONTROL-FILE
014968         MOVE 16 TO RETURN-CODE
014973         STOP RUN
014978     END-IF.
014983 1500-EXIT.
014988     EXIT.
014993*****************************************************************
014998* 1510-RESET-ENTRY - START THE LEDGER ENTRY FROM THE TOP OF THE
015003* FILE WITH ZERO TOTALS.
015008*****************************************************************
015013 1510-RESET-ENTRY.
015018     MOVE "CASHINT"         TO RUN-JOB-NAME.
015023     MOVE "STEP010"         TO RUN-STEP-NAME.
015028     MOVE INT-RUN-PERIOD    TO RUN-BUSINESS-DATE.
015033     SET RUN-IS-STARTED     TO TRUE.
015038     MOVE "CASHINT"         TO RUN-PROGRAM-ID.
015043     MOVE INT-RUN-DATE      TO RUN-START-DATE.
015048     MOVE INT-RUN-TIME      TO RUN-START-TIME.
015053     MOVE ZERO              TO RUN-END-DATE.
015058     MOVE ZERO              TO RUN-END-TIME.
015063     MOVE SPACES            TO RUN-LAST-KEY.
015068     MOVE ZERO              TO RUN-RECORDS-READ.
015073     MOVE ZERO              TO RUN-RECORDS-POSTED.
015078     MOVE ZERO              TO RUN-RECORDS-FAILED.
015083     MOVE ZERO              TO RUN-DOLLARS-POSTED.
015088     MOVE ZERO              TO RUN-RETURN-CODE.
015093     MOVE SPACES            TO RUN-FILLER.
015098 1510-EXIT.
015103     EXIT.
015108*****************************************************************
015113* 1600-POSITION-RESTART - POSITION THE MASTER JUST PAST THE LAST
015118* ACCOUNT THE INTERRUPTED RUN COMMITTED.  NOTHING PAST IT MEANS
015123* THE INTERRUPTED RUN HAD IN FACT REACHED THE END.
015128*****************************************************************
015133 1600-POSITION-RESTART.
015138     MOVE RUN-LAST-KEY TO CUST-ACCOUNT-NO.
015143     START CUST-MASTER-FILE KEY > CUST-ACCOUNT-NO
015148         INVALID KEY
015153             SET INT-END-OF-FILE TO TRUE
015158     END-START.
015163 1600-EXIT.
015168     EXIT.
015173*****************************************************************
015178* 2000-READ-MASTER - READ THE NEXT CUSTOMER MASTER RECORD.
015183*****************************************************************
015200 2000-READ-MASTER.
015300     READ CUST-MASTER-FILE
015400         AT END
016500* BALANCE ACCRUES, AND AN ACCRUAL THAT ROUNDS TO ZERO CENTS IS
016600* NOT POSTED - A ZERO-DOLLAR POSTING RECORD WOULD ONLY PAD THE
016700* RECONCILIATION.
016710* A REWRITE THAT FAILS STOPS THE PASS THERE.  THE LEDGER STILL
016720* POINTS AT THE LAST ACCOUNT COMMITTED, SO A RESTART RETRIES THE
016730* FAILED ACCOUNT INSTEAD OF LEAVING IT BEHIND.
016800*****************************************************************
016900 3000-POST-RECORD.
017000     IF NOT CUST-STATUS-IS-ACTIVE
019100         ADD 1 TO INT-POST-COUNT
019200         ADD INT-INTEREST-AMOUNT TO INT-TOTAL-POSTED
019300         PERFORM 4000-WRITE-POSTING THRU 4000-EXIT
019350         PERFORM 8000-COMMIT-RUN-CONTROL THRU 8000-EXIT
019400     ELSE
019500         ADD 1 TO INT-ERROR-COUNT
019600         DISPLAY 'CASHINT: UNABLE TO REWRITE ACCOUNT '
019700             CUST-ACCOUNT-NO ' - PASS STOPPED, RESTART TO RETRY'
019750         SET INT-PASS-IS-STOPPED TO TRUE
019760         GO TO 3000-EXIT
019800     END-IF.
019900 3000-READ-NEXT.
020000     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
021500     WRITE CASH-INT-POSTING-RECORD.
021600 4000-EXIT.
021700     EXIT.
021800*****************************************************************
021900* 8000-COMMIT-RUN-CONTROL - RECORD THE ACCOUNT JUST POSTED AND
022000* THE RUNNING TOTALS ON THE LEDGER ENTRY, SO A RESTART PICKS UP
022100* AFTER IT.
022200*****************************************************************
022300 8000-COMMIT-RUN-CONTROL.
022400     MOVE CUST-ACCOUNT-NO  TO RUN-LAST-KEY.
022500     MOVE INT-READ-COUNT   TO RUN-RECORDS-READ.
022600     MOVE INT-POST-COUNT   TO RUN-RECORDS-POSTED.
022700     MOVE INT-ERROR-COUNT  TO RUN-RECORDS-FAILED.
022800     MOVE INT-TOTAL-POSTED TO RUN-DOLLARS-POSTED.
022900     REWRITE RUN-CONTROL-RECORD.
023000     IF RUN-CONTROL-STATUS NOT = "00"
023100         DISPLAY 'CASHINT: UNABLE TO UPDATE THE RUN-CONTROL '
023200             'LEDGER AFTER ACCOUNT ' CUST-ACCOUNT-NO
023300     END-IF.
023400 8000-EXIT.
023500     EXIT.
023600*****************************************************************
023700* 8100-CLOSE-RUN-CONTROL - STAMP THE END OF THE RUN, THE FINAL
023800* TOTALS AND THE RETURN CODE ON THE LEDGER ENTRY AND CLOSE THE
023900* LEDGER.  THE CALLER HAS SET THE COMPLETED OR FAILED STATUS.
024000*****************************************************************
024100 8100-CLOSE-RUN-CONTROL.
024200     ACCEPT INT-RUN-DATE FROM DATE YYYYMMDD.
024300     ACCEPT INT-RUN-TIME FROM TIME.
024400     MOVE INT-RUN-DATE     TO RUN-END-DATE.
024500     MOVE INT-RUN-TIME     TO RUN-END-TIME.
024600     MOVE INT-READ-COUNT   TO RUN-RECORDS-READ.
024700     MOVE INT-POST-COUNT   TO RUN-RECORDS-POSTED.
024800     MOVE INT-ERROR-COUNT  TO RUN-RECORDS-FAILED.
024900     MOVE INT-TOTAL-POSTED TO RUN-DOLLARS-POSTED.
025000     MOVE RETURN-CODE      TO RUN-RETURN-CODE.
025100     REWRITE RUN-CONTROL-RECORD.
025200     IF RUN-CONTROL-STATUS NOT = "00"
025300         DISPLAY 'CASHINT: UNABLE TO CLOSE THE RUN-CONTROL '
025400             'LEDGER ENTRY '
025500     END-IF.
025600     CLOSE RUN-CONTROL-FILE.
025700 8100-EXIT.
025800     EXIT.
