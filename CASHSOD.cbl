002000*     DATE       INIT   DESCRIPTION
002100*     ---------- ----   ---------------------------------------
002200*     2026-08-22 JRM    ORIGINAL START-OF-DAY RESET.
002210*     2026-10-15 JRM    CHECK THE RUN-CONTROL LEDGER (CASHRUN)
002220*                       AT START-UP, KEYED ON THE BUSINESS DATE
002230*                       FROM THE CASHCTL CONTROL RECORD - A DAY
002240*                       ALREADY RESET IS REFUSED UNLESS FORCE IS
002250*                       KEYED ON SYSIN, AND A RUN THAT NEVER
002260*                       FINISHED RESTARTS AFTER THE LAST ACCOUNT
002270*                       IT COMMITTED.  THE LEDGER ENTRY CARRIES
002280*                       THE COUNTS AND THE WITHDRAWN DOLLARS
002290*                       CLEARED.
002291*     2026-10-15 JRM    A FAILED REWRITE NOW STOPS THE PASS AT
002292*                       THAT ACCOUNT AND A RESTART NO LONGER
002293*                       CARRIES THE FAILURE COUNT FORWARD, SO THE
002294*                       RESTART RETRIES THE ACCOUNT AND CAN CLOSE
002295*                       THE DAY COMPLETED.  THE DOLLARS CLEARED
002296*                       ARE COUNTED ONLY ONCE THE REWRITE TAKES.
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS CUST-ACCOUNT-NO
003100         FILE STATUS IS CUST-MASTER-STATUS.
003111     SELECT CASH-CTL-FILE ASSIGN TO "CASHCTL"
003122         ORGANIZATION IS SEQUENTIAL
003133         FILE STATUS IS CASH-CTL-STATUS.
003144     SELECT RUN-CONTROL-FILE ASSIGN TO "CASHRUN"
003155         ORGANIZATION IS INDEXED
003166         ACCESS MODE IS RANDOM
003177         RECORD KEY IS RUN-KEY
003188         FILE STATUS IS RUN-CONTROL-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  CUST-MASTER-FILE.
003500     COPY CUSTMAS.
003516 FD  CASH-CTL-FILE
003532     RECORDING MODE IS F.
003548     COPY CASHCTL.
003564 FD  RUN-CONTROL-FILE.
003580     COPY CASHRUN.
003600 WORKING-STORAGE SECTION.
003700*****************************************************************
003800* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
003900*****************************************************************
004000 77  CUST-MASTER-STATUS          PIC X(02) VALUE SPACES.
004020 77  CASH-CTL-STATUS             PIC X(02) VALUE SPACES.
004040 77  RUN-CONTROL-STATUS          PIC X(02) VALUE SPACES.
004060 77  SOD-RESTART-SWITCH          PIC X(01) VALUE "N".
004080     88  SOD-RUN-IS-RESTART              VALUE "Y".
004100 77  SOD-EOF-SWITCH              PIC X(01) VALUE "N".
004200     88  SOD-END-OF-FILE                 VALUE "Y" "S".
004250     88  SOD-PASS-IS-STOPPED             VALUE "S".
004300 77  SOD-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
004400 77  SOD-RESET-COUNT             PIC 9(07) COMP VALUE ZERO.
004500 77  SOD-ERROR-COUNT             PIC 9(07) COMP VALUE ZERO.
004510*****************************************************************
004520* RUN-CONTROL WORK AREAS
004530*****************************************************************
004540 01  SOD-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
004550 01  SOD-RUN-DATE                PIC 9(08).
004560 01  SOD-RUN-TIME                PIC 9(08).
004570 01  SOD-TOTAL-CLEARED           PIC 9(11)V99 VALUE ZERO.
004575 01  SOD-CLEAR-AMOUNT            PIC 9(09)V99 VALUE ZERO.
004580 01  SOD-RUN-OPTION              PIC X(08) VALUE SPACES.
004590     88  SOD-RUN-IS-FORCED               VALUE "FORCE".
004600 PROCEDURE DIVISION.
004700*****************************************************************
004800* 0000-MAINLINE - CHECK THE RUN-CONTROL LEDGER, PASS THE
004900* CUSTOMER MASTER ONCE ZEROING EVERY NONZERO DAILY-WITHDRAWN
004930* TOTAL (FROM THE RESTART POINT ON A RESTART), THEN REPORT THE
004960* COUNTS AND CLOSE THE LEDGER ENTRY.
005000*****************************************************************
005100 0000-MAINLINE.
005130     PERFORM 1000-READ-CONTROL-FILE THRU 1000-EXIT.
005160     PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
005200     OPEN I-O CUST-MASTER-FILE.
005300     IF CUST-MASTER-STATUS NOT = "00"
005400         DISPLAY 'CASHSOD: CUSTOMER MASTER FILE UNAVAILABLE, '
005500             'DAILY-WITHDRAWN TOTALS NOT RESET '
005600         MOVE 16 TO RETURN-CODE
005630         SET RUN-IS-FAILED TO TRUE
005660         PERFORM 8100-CLOSE-RUN-CONTROL THRU 8100-EXIT
005700         STOP RUN
005800     END-IF.
005820     IF SOD-RUN-IS-RESTART
005840         PERFORM 1600-POSITION-RESTART THRU 1600-EXIT
005860     END-IF.
005880     IF NOT SOD-END-OF-FILE
005900         PERFORM 2000-READ-MASTER THRU 2000-EXIT
005950     END-IF.
006000     PERFORM 3000-RESET-RECORD THRU 3000-EXIT
006100         UNTIL SOD-END-OF-FILE.
006200     CLOSE CUST-MASTER-FILE.
006600         DISPLAY 'CASHSOD: REWRITE ERRORS ' SOD-ERROR-COUNT
006700         MOVE 8 TO RETURN-CODE
006800     END-IF.
006814     IF SOD-ERROR-COUNT > ZERO
006828         SET RUN-IS-FAILED TO TRUE
006842     ELSE
006856         SET RUN-IS-COMPLETED TO TRUE
006870     END-IF.
006884     PERFORM 8100-CLOSE-RUN-CONTROL THRU 8100-EXIT.
006900     STOP RUN.
006901*****************************************************************
006902* 1000-READ-CONTROL-FILE - PICK UP THE BUSINESS DATE THE CASHBDT
006903* STEP AHEAD OF THIS ONE JUST OPENED.  WITH NO BUSINESS DATE
006904* THE WALL-CLOCK DATE STANDS IN.
006905*****************************************************************
006906 1000-READ-CONTROL-FILE.
006907     ACCEPT SOD-BUSINESS-DATE FROM DATE YYYYMMDD.
006908     OPEN INPUT CASH-CTL-FILE.
006909     IF CASH-CTL-STATUS = "00"
006910         READ CASH-CTL-FILE
006911             AT END
006912                 CONTINUE
006913             NOT AT END
006914                 IF CCTL-BUSINESS-DATE NUMERIC
006915                         AND CCTL-BUSINESS-DATE > ZERO
006916                     MOVE CCTL-BUSINESS-DATE
006917                         TO SOD-BUSINESS-DATE
006918                 END-IF
006919         END-READ
006920         CLOSE CASH-CTL-FILE
006921     END-IF.
006922 1000-EXIT.
006923     EXIT.
006924*****************************************************************
006925* 1500-CHECK-RUN-CONTROL - FIND TODAY'S LEDGER ENTRY.  NONE
006926* MEANS A FIRST RUN; STARTED OR FAILED MEANS THE LAST RUN NEVER
006927* FINISHED, SO THIS ONE RESTARTS AFTER ITS LAST COMMITTED ACCOUNT
006928* WITH ITS TOTALS, BUT NOT ITS FAILURES, CARRIED FORWARD - THE
006929* ACCOUNT THAT FAILED IS RETRIED.  COMPLETED IS REFUSED UNLESS
006930* FORCE IS KEYED ON SYSIN.  WITHOUT THE LEDGER NOTHING IS RESET.
006931*****************************************************************
006932 1500-CHECK-RUN-CONTROL.
006933     ACCEPT SOD-RUN-OPTION.
006934     ACCEPT SOD-RUN-DATE FROM DATE YYYYMMDD.
006935     ACCEPT SOD-RUN-TIME FROM TIME.
006936     OPEN I-O RUN-CONTROL-FILE.
006937     IF RUN-CONTROL-STATUS = "35"
006938         OPEN OUTPUT RUN-CONTROL-FILE
006939         CLOSE RUN-CONTROL-FILE
006940         OPEN I-O RUN-CONTROL-FILE
006941     END-IF.
006942     IF RUN-CONTROL-STATUS NOT = "00"
006943         DISPLAY 'CASHSOD: RUN-CONTROL LEDGER UNAVAILABLE, '
006944             'DAILY-WITHDRAWN TOTALS NOT RESET '
006945         MOVE 16 TO RETURN-CODE
006946         STOP RUN
006947     END-IF.
006948     MOVE "CASHSOD"         TO RUN-JOB-NAME.
006949     MOVE "STEP010"         TO RUN-STEP-NAME.
006950     MOVE SOD-BUSINESS-DATE TO RUN-BUSINESS-DATE.
006951     READ RUN-CONTROL-FILE
006952         INVALID KEY
006953             PERFORM 1510-RESET-ENTRY THRU 1510-EXIT
006954             MOVE ZERO TO RUN-ATTEMPT-COUNT
006955             MOVE "N"  TO RUN-FORCED-FLAG
006956             ADD 1 TO RUN-ATTEMPT-COUNT
006957             WRITE RUN-CONTROL-RECORD
006958             GO TO 1500-CHECK-WRITE
006959     END-READ.
006960     IF RUN-IS-COMPLETED AND NOT SOD-RUN-IS-FORCED
006961         DISPLAY 'CASHSOD: BUSINESS DATE ' SOD-BUSINESS-DATE
006962             ' WAS ALREADY RESET ON ' RUN-END-DATE
006963             ' - RUN REFUSED, KEY FORCE ON SYSIN TO RERUN '
006964         CLOSE RUN-CONTROL-FILE
006965         MOVE 8 TO RETURN-CODE
006966         STOP RUN
006967     END-IF.
006968     IF SOD-RUN-IS-FORCED
006969         DISPLAY 'CASHSOD: FORCE KEYED - BUSINESS DATE '
006970             SOD-BUSINESS-DATE ' RERUN FROM THE TOP '
006971         PERFORM 1510-RESET-ENTRY THRU 1510-EXIT
006972         MOVE "Y" TO RUN-FORCED-FLAG
006973     ELSE
006974         SET SOD-RUN-IS-RESTART TO TRUE
006975         MOVE RUN-RECORDS-READ   TO SOD-READ-COUNT
006976         MOVE RUN-RECORDS-POSTED TO SOD-RESET-COUNT
006978         MOVE RUN-DOLLARS-POSTED TO SOD-TOTAL-CLEARED
006979         DISPLAY 'CASHSOD: RESTARTING BUSINESS DATE '
006980             SOD-BUSINESS-DATE ' AFTER ACCOUNT ' RUN-LAST-KEY
006981     END-IF.
006982     ADD 1 TO RUN-ATTEMPT-COUNT.
006983     SET RUN-IS-STARTED TO TRUE.
006984     MOVE SOD-RUN-DATE TO RUN-START-DATE.
006985     MOVE SOD-RUN-TIME TO RUN-START-TIME.
006986     REWRITE RUN-CONTROL-RECORD.
006987 1500-CHECK-WRITE.
006988     IF RUN-CONTROL-STATUS NOT = "00"
006989         DISPLAY 'CASHSOD: UNABLE TO RECORD THE RUN ON THE '
006990             'RUN-CONTROL LEDGER, DAILY-WITHDRAWN TOTALS NOT '
006991             'RESET '
006992         CLOSE RUN-CONTROL-FILE
006993         MOVE 16 TO RETURN-CODE
006994         STOP RUN
006995     END-IF.
007000 1500-EXIT.
007005     EXIT.
007010*****************************************************************
007015* 1510-RESET-ENTRY - START THE LEDGER ENTRY FROM THE TOP OF THE
007020* FILE WITH ZERO TOTALS.
007025*****************************************************************
007030 1510-RESET-ENTRY.
007035     MOVE "CASHSOD"         TO RUN-JOB-NAME.
007040     MOVE "STEP010"         TO RUN-STEP-NAME.
007045     MOVE SOD-BUSINESS-DATE TO RUN-BUSINESS-DATE.
007050     SET RUN-IS-STARTED     TO TRUE.
007055     MOVE "CASHSOD"         TO RUN-PROGRAM-ID.
007060     MOVE SOD-RUN-DATE      TO RUN-START-DATE.
007065     MOVE SOD-RUN-TIME      TO RUN-START-TIME.
007070     MOVE ZERO              TO RUN-END-DATE.
007075     MOVE ZERO              TO RUN-END-TIME.
007080     MOVE SPACES            TO RUN-LAST-KEY.
007085     MOVE ZERO              TO RUN-RECORDS-READ.
007090     MOVE ZERO              TO RUN-RECORDS-POSTED.
007095     MOVE ZERO              TO RUN-RECORDS-FAILED.
007100     MOVE ZERO              TO RUN-DOLLARS-POSTED.
007105     MOVE ZERO              TO RUN-RETURN-CODE.
007110     MOVE SPACES            TO RUN-FILLER.
007115 1510-EXIT.
007120     EXIT.
007125*****************************************************************
007130* 1600-POSITION-RESTART - POSITION THE MASTER JUST PAST THE LAST
007135* ACCOUNT THE INTERRUPTED RUN COMMITTED.  NOTHING PAST IT MEANS
007140* THE INTERRUPTED RUN HAD IN FACT REACHED THE END.
007145*****************************************************************
007150 1600-POSITION-RESTART.
007155     MOVE RUN-LAST-KEY TO CUST-ACCOUNT-NO.
007160     START CUST-MASTER-FILE KEY > CUST-ACCOUNT-NO
007165         INVALID KEY
007170             SET SOD-END-OF-FILE TO TRUE
007175     END-START.
007180 1600-EXIT.
007185     EXIT.
007190*****************************************************************
007195* 2000-READ-MASTER - READ THE NEXT CUSTOMER MASTER RECORD.
007200*****************************************************************
007300 2000-READ-MASTER.
007400     READ CUST-MASTER-FILE
008800* THE FIELD IS CLASS-TESTED BEFORE THE COMPARE.
008900*****************************************************************
009000 3000-RESET-RECORD.
009050     MOVE ZERO TO SOD-CLEAR-AMOUNT.
009100     IF CUST-DAILY-WITHDRAWN NOT NUMERIC
009200         MOVE ZERO TO CUST-DAILY-WITHDRAWN
009300         PERFORM 3100-REWRITE-RECORD THRU 3100-EXIT
009400     ELSE
009500         IF CUST-DAILY-WITHDRAWN > ZERO
009550             MOVE CUST-DAILY-WITHDRAWN TO SOD-CLEAR-AMOUNT
009600             MOVE ZERO TO CUST-DAILY-WITHDRAWN
009700             PERFORM 3100-REWRITE-RECORD THRU 3100-EXIT
009800         END-IF
009900     END-IF.
009950     IF SOD-PASS-IS-STOPPED
009960         GO TO 3000-EXIT
009970     END-IF.
010000     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
010100 3000-EXIT.
010200     EXIT.
010300*****************************************************************
010400* 3100-REWRITE-RECORD - REWRITE ONE RESET RECORD AND COUNT IT.
010410* A REWRITE THAT FAILS STOPS THE PASS THERE.  THE LEDGER STILL
010420* POINTS AT THE LAST ACCOUNT COMMITTED, SO A RESTART RETRIES THE
010430* FAILED ACCOUNT, AND ITS DOLLARS ARE NOT COUNTED AS CLEARED.
010500*****************************************************************
010600 3100-REWRITE-RECORD.
010700     REWRITE CUST-MASTER-RECORD.
010800     IF CUST-MASTER-STATUS = "00"
010900         ADD 1 TO SOD-RESET-COUNT
010920         ADD SOD-CLEAR-AMOUNT TO SOD-TOTAL-CLEARED
010950         PERFORM 8000-COMMIT-RUN-CONTROL THRU 8000-EXIT
011000     ELSE
011100         ADD 1 TO SOD-ERROR-COUNT
011200         DISPLAY 'CASHSOD: UNABLE TO REWRITE ACCOUNT '
011300             CUST-ACCOUNT-NO ' - PASS STOPPED, RESTART TO RETRY'
011350         SET SOD-PASS-IS-STOPPED TO TRUE
011400     END-IF.
011500 3100-EXIT.
011600     EXIT.
011700*****************************************************************
011800* 8000-COMMIT-RUN-CONTROL - RECORD THE ACCOUNT JUST RESET AND
011900* THE RUNNING TOTALS ON THE LEDGER ENTRY, SO A RESTART PICKS UP
012000* AFTER IT.
012100*****************************************************************
012200 8000-COMMIT-RUN-CONTROL.
012300     MOVE CUST-ACCOUNT-NO   TO RUN-LAST-KEY.
012400     MOVE SOD-READ-COUNT    TO RUN-RECORDS-READ.
012500     MOVE SOD-RESET-COUNT   TO RUN-RECORDS-POSTED.
012600     MOVE SOD-ERROR-COUNT   TO RUN-RECORDS-FAILED.
012700     MOVE SOD-TOTAL-CLEARED TO RUN-DOLLARS-POSTED.
012800     REWRITE RUN-CONTROL-RECORD.
012900     IF RUN-CONTROL-STATUS NOT = "00"
013000         DISPLAY 'CASHSOD: UNABLE TO UPDATE THE RUN-CONTROL '
013100             'LEDGER AFTER ACCOUNT ' CUST-ACCOUNT-NO
013200     END-IF.
013300 8000-EXIT.
013400     EXIT.
013500*****************************************************************
013600* 8100-CLOSE-RUN-CONTROL - STAMP THE END OF THE RUN, THE FINAL
013700* TOTALS AND THE RETURN CODE ON THE LEDGER ENTRY AND CLOSE THE
013800* LEDGER.  THE CALLER HAS SET THE COMPLETED OR FAILED STATUS.
013900*****************************************************************
014000 8100-CLOSE-RUN-CONTROL.
014100     ACCEPT SOD-RUN-DATE FROM DATE YYYYMMDD.
014200     ACCEPT SOD-RUN-TIME FROM TIME.
014300     MOVE SOD-RUN-DATE      TO RUN-END-DATE.
014400     MOVE SOD-RUN-TIME      TO RUN-END-TIME.
014500     MOVE SOD-READ-COUNT    TO RUN-RECORDS-READ.
014600     MOVE SOD-RESET-COUNT   TO RUN-RECORDS-POSTED.
014700     MOVE SOD-ERROR-COUNT   TO RUN-RECORDS-FAILED.
014800     MOVE SOD-TOTAL-CLEARED TO RUN-DOLLARS-POSTED.
014900     MOVE RETURN-CODE       TO RUN-RETURN-CODE.
015000     REWRITE RUN-CONTROL-RECORD.
015100     IF RUN-CONTROL-STATUS NOT = "00"
015200         DISPLAY 'CASHSOD: UNABLE TO CLOSE THE RUN-CONTROL '
015300             'LEDGER ENTRY '
015400     END-IF.
015500     CLOSE RUN-CONTROL-FILE.
015600 8100-EXIT.
015700     EXIT.
