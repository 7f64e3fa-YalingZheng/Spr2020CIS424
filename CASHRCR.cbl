000100*****************************************************************
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     CASHRCR.
000400 AUTHOR.         J R MILLIKEN.
000500 INSTALLATION.   BRANCH OPERATIONS SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*****************************************************************
000900* DAILY RUN-CONTROL REPORT.  CASHINT, CASHSOD AND CASHSTP RECORD
001000* EVERY RUN ON THE RUN-CONTROL LEDGER (CASHRUN) - STARTED,
001100* COMPLETED OR FAILED, WITH THE COUNTS AND DOLLARS POSTED.  THIS
001200* PROGRAM PRINTS THE LEDGER FOR THE OPERATOR AT THE TOP OF THE
001300* CASHSOD START-OF-DAY JOB, BEFORE THE NEW DAY IS OPENED, SO
001400* ANYTHING LEFT UNFINISHED IS SEEN BEFORE IT IS BURIED UNDER A
001500* NEW BUSINESS DATE:
001600*
001700*   - EVERY ENTRY FOR THE CURRENT BUSINESS DATE (STILL THE DAY
001800*     JUST ENDED WHEN THIS RUNS) AND FOR ITS MONTH (THE MONTH-END
001900*     INTEREST RUN), WHATEVER ITS STATUS;
002000*   - EVERY ENTRY OF ANY DATE THAT IS STILL STARTED OR FAILED -
002100*     A RUN THAT NEEDS A RESTART;
002200*   - A NOT RUN LINE FOR EACH DAILY POSTING STEP WITH NO ENTRY AT
002300*     ALL FOR THE CURRENT BUSINESS DATE.
002400*
002500* ANY LINE NEEDING ATTENTION IS FLAGGED AND ENDS THE STEP RC 4.
002600*
002700* MODIFICATION HISTORY
002800*     DATE       INIT   DESCRIPTION
002900*     ---------- ----   ---------------------------------------
003000*     2026-10-15 JRM    ORIGINAL RUN-CONTROL REPORT.
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RUN-CONTROL-FILE ASSIGN TO "CASHRUN"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS RUN-KEY
003900         FILE STATUS IS RUN-CONTROL-STATUS.
004000     SELECT CASH-CTL-FILE ASSIGN TO "CASHCTL"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS CASH-CTL-STATUS.
004300     SELECT CASH-RCR-FILE ASSIGN TO "CASHRCR"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS CASH-RCR-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  RUN-CONTROL-FILE.
004900     COPY CASHRUN.
005000 FD  CASH-CTL-FILE
005100     RECORDING MODE IS F.
005200     COPY CASHCTL.
005300 FD  CASH-RCR-FILE
005400     RECORDING MODE IS F.
005500 01  CASHRCR-REPORT-LINE            PIC X(80).
005600 WORKING-STORAGE SECTION.
005700*****************************************************************
005800* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
005900*****************************************************************
006000 77  RUN-CONTROL-STATUS          PIC X(02) VALUE SPACES.
006100 77  CASH-CTL-STATUS             PIC X(02) VALUE SPACES.
006200 77  CASH-RCR-STATUS             PIC X(02) VALUE SPACES.
006300 77  RCR-EOF-SWITCH              PIC X(01) VALUE "N".
006400     88  RCR-END-OF-FILE                 VALUE "Y".
006500 77  RCR-LIST-COUNT              PIC 9(05) COMP VALUE ZERO.
006600 77  RCR-DONE-COUNT              PIC 9(05) COMP VALUE ZERO.
006700 77  RCR-ATTN-COUNT              PIC 9(05) COMP VALUE ZERO.
006800 77  RCR-STEP-SUB                PIC 9(02) COMP VALUE ZERO.
006900*****************************************************************
007000* THE DAILY POSTING STEPS THAT MUST HAVE A LEDGER ENTRY FOR
007100* EVERY BUSINESS DATE.  THE MONTH-END INTEREST RUN IS NOT DAILY
007200* AND IS LISTED ONLY WHEN IT HAS RUN.
007300*****************************************************************
007400 01  RCR-DAILY-STEP-VALUES.
007500     05  FILLER                  PIC X(16)
007550         VALUE "CASHSOD STEP010 ".
007600     05  FILLER                  PIC X(16)
007650         VALUE "CASHSOD STEP060 ".
007700 01  RCR-DAILY-STEP-TABLE REDEFINES RCR-DAILY-STEP-VALUES.
007800     05  RCR-DAILY-STEP          OCCURS 2 TIMES.
007900         10  RCR-DAILY-JOB       PIC X(08).
008000         10  RCR-DAILY-STEP-NAME PIC X(08).
008100*****************************************************************
008200* REPORT WORK AREAS
008300*****************************************************************
008400 01  RCR-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
008500 01  RCR-BUSINESS-MONTH.
008600     05  RCR-MONTH-CCYYMM        PIC 9(06).
008700     05  RCR-MONTH-DAY           PIC 9(02).
008800 01  RCR-LIST-SWITCH             PIC X(01).
008900     88  RCR-LIST-ENTRY                  VALUE "Y".
009000 01  RCR-HEAD-LINE.
009100     05  FILLER                  PIC X(35)
009200         VALUE "RUN-CONTROL REPORT - BUSINESS DATE ".
009300     05  RCR-HDR-DATE            PIC 9(08).
009400     05  FILLER                  PIC X(37) VALUE SPACES.
009500 01  RCR-COLUMN-LINE.
009600     05  FILLER                  PIC X(38)
009700         VALUE "JOB      STEP     DATE     STATUS     ".
009800     05  FILLER                  PIC X(42)
009900         VALUE "TRY      POSTED           DOLLARS NOTE    ".
010000 01  RCR-DETAIL-LINE.
010100     05  RCR-DTL-JOB             PIC X(08).
010200     05  FILLER                  PIC X(01) VALUE SPACES.
010300     05  RCR-DTL-STEP            PIC X(08).
010400     05  FILLER                  PIC X(01) VALUE SPACES.
010500     05  RCR-DTL-DATE            PIC 9(08).
010600     05  FILLER                  PIC X(01) VALUE SPACES.
010700     05  RCR-DTL-STATUS          PIC X(10).
010800     05  FILLER                  PIC X(01) VALUE SPACES.
010900     05  RCR-DTL-ATTEMPTS        PIC ZZ9.
011000     05  FILLER                  PIC X(01) VALUE SPACES.
011100     05  RCR-DTL-POSTED          PIC ZZZ,ZZZ,ZZ9.
011200     05  FILLER                  PIC X(01) VALUE SPACES.
011300     05  RCR-DTL-DOLLARS         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011400     05  FILLER                  PIC X(01) VALUE SPACES.
011500     05  RCR-DTL-NOTE            PIC X(08).
011600 01  RCR-TOTAL-LINE.
011700     05  RCR-TOT-LABEL           PIC X(40).
011800     05  RCR-TOT-VALUE           PIC ZZ,ZZZ,ZZZ,ZZ9.
011900     05  FILLER                  PIC X(26) VALUE SPACES.
012000 PROCEDURE DIVISION.
012100*****************************************************************
012200* 0000-MAINLINE - PICK UP THE BUSINESS DATE, OPEN THE LEDGER AND
012300* THE REPORT, CHECK THE DAILY STEPS, LIST THE LEDGER, THEN PRINT
012400* THE TOTALS.
012500*****************************************************************
012600 0000-MAINLINE.
012700     PERFORM 1000-READ-CONTROL-FILE THRU 1000-EXIT.
012800     OPEN OUTPUT CASH-RCR-FILE.
012900     IF CASH-RCR-STATUS NOT = "00"
013000         DISPLAY "CASHRCR: UNABLE TO OPEN REPORT OUTPUT FILE"
013100         MOVE 16 TO RETURN-CODE
013200         STOP RUN
013300     END-IF.
013400     MOVE RCR-BUSINESS-DATE TO RCR-HDR-DATE.
013500     MOVE RCR-HEAD-LINE TO CASHRCR-REPORT-LINE.
013600     WRITE CASHRCR-REPORT-LINE.
013700     MOVE RCR-COLUMN-LINE TO CASHRCR-REPORT-LINE.
013800     WRITE CASHRCR-REPORT-LINE.
013900     OPEN INPUT RUN-CONTROL-FILE.
014000     IF RUN-CONTROL-STATUS NOT = "00"
014100         DISPLAY "CASHRCR: NO RUN-CONTROL LEDGER FOUND - NO "
014200             "POSTING RUN HAS BEEN RECORDED"
014300         SET RCR-END-OF-FILE TO TRUE
014400     ELSE
014500         PERFORM 2000-CHECK-DAILY-STEP THRU 2000-EXIT
014600             VARYING RCR-STEP-SUB FROM 1 BY 1
014700             UNTIL RCR-STEP-SUB > 2
014800         PERFORM 3000-START-LEDGER THRU 3000-EXIT
014900         PERFORM 3100-LIST-ENTRY THRU 3100-EXIT
015000             UNTIL RCR-END-OF-FILE
015100         CLOSE RUN-CONTROL-FILE
015200     END-IF.
015300     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
015400     CLOSE CASH-RCR-FILE.
015500     IF RCR-ATTN-COUNT > ZERO
015600         DISPLAY "CASHRCR: " RCR-ATTN-COUNT
015700             " RUN(S) NEED ATTENTION - SEE THE REPORT"
015800         MOVE 4 TO RETURN-CODE
015900     END-IF.
016000     STOP RUN.
016100*****************************************************************
016200* 1000-READ-CONTROL-FILE - PICK UP THE BUSINESS DATE.  WITH NO
016300* BUSINESS DATE THE WALL-CLOCK DATE STANDS IN.
016400*****************************************************************
016500 1000-READ-CONTROL-FILE.
016600     ACCEPT RCR-BUSINESS-DATE FROM DATE YYYYMMDD.
016700     OPEN INPUT CASH-CTL-FILE.
016800     IF CASH-CTL-STATUS = "00"
016900         READ CASH-CTL-FILE
017000             AT END
017100                 CONTINUE
017200             NOT AT END
017300                 IF CCTL-BUSINESS-DATE NUMERIC
017400                         AND CCTL-BUSINESS-DATE > ZERO
017500                     MOVE CCTL-BUSINESS-DATE
017600                         TO RCR-BUSINESS-DATE
017700                 END-IF
017800         END-READ
017900         CLOSE CASH-CTL-FILE
018000     END-IF.
018100     MOVE RCR-BUSINESS-DATE TO RCR-BUSINESS-MONTH.
018200     MOVE ZERO TO RCR-MONTH-DAY.
018300 1000-EXIT.
018400     EXIT.
018500*****************************************************************
018600* 2000-CHECK-DAILY-STEP - A DAILY POSTING STEP WITH NO LEDGER
018700* ENTRY AT ALL FOR THE BUSINESS DATE NEVER RAN.  AN ENTRY THAT
018800* IS THERE IS LISTED BY THE LEDGER PASS.
018900*****************************************************************
019000 2000-CHECK-DAILY-STEP.
019100     MOVE RCR-DAILY-JOB (RCR-STEP-SUB)       TO RUN-JOB-NAME.
019200     MOVE RCR-DAILY-STEP-NAME (RCR-STEP-SUB) TO RUN-STEP-NAME.
019300     MOVE RCR-BUSINESS-DATE                  TO RUN-BUSINESS-DATE.
019400     READ RUN-CONTROL-FILE
019500         INVALID KEY
019600             MOVE RCR-DAILY-JOB (RCR-STEP-SUB) TO RCR-DTL-JOB
019700             MOVE RCR-DAILY-STEP-NAME (RCR-STEP-SUB)
019800                 TO RCR-DTL-STEP
019900             MOVE RCR-BUSINESS-DATE TO RCR-DTL-DATE
020000             MOVE "NOT RUN   "      TO RCR-DTL-STATUS
020100             MOVE ZERO              TO RCR-DTL-ATTEMPTS
020200             MOVE ZERO              TO RCR-DTL-POSTED
020300             MOVE ZERO              TO RCR-DTL-DOLLARS
020400             MOVE "ATTN    "        TO RCR-DTL-NOTE
020500             ADD 1 TO RCR-ATTN-COUNT
020600             PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
020700     END-READ.
020800 2000-EXIT.
020900     EXIT.
021000*****************************************************************
021100* 3000-START-LEDGER - POSITION AT THE FRONT OF THE LEDGER FOR THE
021200* SEQUENTIAL PASS.
021300*****************************************************************
021400 3000-START-LEDGER.
021500     MOVE LOW-VALUES TO RUN-KEY.
021600     START RUN-CONTROL-FILE KEY NOT < RUN-KEY
021700         INVALID KEY
021800             SET RCR-END-OF-FILE TO TRUE
021900     END-START.
022000 3000-EXIT.
022100     EXIT.
022200*****************************************************************
022300* 3100-LIST-ENTRY - READ THE NEXT LEDGER ENTRY AND LIST IT IF IT
022400* BELONGS TO THE CURRENT BUSINESS DATE OR MONTH, OR IF IT NEVER
022500* FINISHED.
022600*****************************************************************
022700 3100-LIST-ENTRY.
022800     READ RUN-CONTROL-FILE NEXT RECORD
022900         AT END
023000             SET RCR-END-OF-FILE TO TRUE
023100             GO TO 3100-EXIT
023200     END-READ.
023300     MOVE "N" TO RCR-LIST-SWITCH.
023400     IF RUN-BUSINESS-DATE = RCR-BUSINESS-DATE
023500             OR RUN-BUSINESS-DATE = RCR-BUSINESS-MONTH
023600         SET RCR-LIST-ENTRY TO TRUE
023700     END-IF.
023800     IF NOT RUN-IS-COMPLETED
023900         SET RCR-LIST-ENTRY TO TRUE
024000     END-IF.
024100     IF NOT RCR-LIST-ENTRY
024200         GO TO 3100-EXIT
024300     END-IF.
024400     MOVE RUN-JOB-NAME       TO RCR-DTL-JOB.
024500     MOVE RUN-STEP-NAME      TO RCR-DTL-STEP.
024600     MOVE RUN-BUSINESS-DATE  TO RCR-DTL-DATE.
024700     MOVE RUN-ATTEMPT-COUNT  TO RCR-DTL-ATTEMPTS.
024800     MOVE RUN-RECORDS-POSTED TO RCR-DTL-POSTED.
024900     MOVE RUN-DOLLARS-POSTED TO RCR-DTL-DOLLARS.
025000     MOVE SPACES             TO RCR-DTL-NOTE.
025100     EVALUATE TRUE
025200         WHEN RUN-IS-COMPLETED
025300             MOVE "COMPLETED " TO RCR-DTL-STATUS
025400             ADD 1 TO RCR-DONE-COUNT
025500             IF RUN-WAS-FORCED
025600                 MOVE "FORCED  " TO RCR-DTL-NOTE
025700             END-IF
025800         WHEN RUN-IS-FAILED
025900             MOVE "FAILED    " TO RCR-DTL-STATUS
026000             MOVE "ATTN    "   TO RCR-DTL-NOTE
026100             ADD 1 TO RCR-ATTN-COUNT
026200         WHEN OTHER
026300             MOVE "INCOMPLETE" TO RCR-DTL-STATUS
026400             MOVE "ATTN    "   TO RCR-DTL-NOTE
026500             ADD 1 TO RCR-ATTN-COUNT
026600     END-EVALUATE.
026700     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
026800 3100-EXIT.
026900     EXIT.
027000*****************************************************************
027100* 7000-WRITE-DETAIL - WRITE ONE DETAIL LINE.
027200*****************************************************************
027300 7000-WRITE-DETAIL.
027400     ADD 1 TO RCR-LIST-COUNT.
027500     MOVE RCR-DETAIL-LINE TO CASHRCR-REPORT-LINE.
027600     WRITE CASHRCR-REPORT-LINE.
027700 7000-EXIT.
027800     EXIT.
027900*****************************************************************
028000* 8000-WRITE-TOTALS - PRINT THE SUMMARY LINES.
028100*****************************************************************
028200 8000-WRITE-TOTALS.
028300     MOVE "RUNS LISTED . . . . . . . . . . . ."
028400         TO RCR-TOT-LABEL.
028500     MOVE RCR-LIST-COUNT TO RCR-TOT-VALUE.
028600     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
028700     MOVE "RUNS COMPLETED  . . . . . . . . . ."
028800         TO RCR-TOT-LABEL.
028900     MOVE RCR-DONE-COUNT TO RCR-TOT-VALUE.
029000     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
029100     MOVE "RUNS NEEDING ATTENTION  . . . . . ."
029200         TO RCR-TOT-LABEL.
029300     MOVE RCR-ATTN-COUNT TO RCR-TOT-VALUE.
029400     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
029500 8000-EXIT.
029600     EXIT.
029700*****************************************************************
029800* 8100-WRITE-LINE - WRITE ONE SUMMARY LINE.
029900*****************************************************************
030000 8100-WRITE-LINE.
030100     MOVE SPACES TO CASHRCR-REPORT-LINE.
030200     MOVE RCR-TOTAL-LINE TO CASHRCR-REPORT-LINE.
030300     WRITE CASHRCR-REPORT-LINE.
030400 8100-EXIT.
030500     EXIT.
