000100*****************************************************************
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     CASHTBP.
000400 AUTHOR.         J R MILLIKEN.
000500 INSTALLATION.   BRANCH OPERATIONS SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*****************************************************************
000900* NIGHTLY CUSTOMER MASTER TRIAL-BALANCE PROOF.  CASHREC PROVES
001000* EACH ACCOUNT'S CASH-OUTS AGAINST THE MASTER ONE ACCOUNT AT A
001100* TIME, BUT NOTHING PROVED THE MASTER AS A WHOLE - A DEPOSIT
001200* WHOSE REWRITE FAILED, AN INTEREST RUN POSTED TWICE OR A HAND
001300* CHANGE MADE OUTSIDE CUSTMNT WENT UNSEEN.  THIS PROGRAM RUNS IN
001400* THE CASHCON END-OF-DAY JOB AHEAD OF THE GENERAL LEDGER EXTRACT.
001500* IT TAKES A SNAPSHOT OF THE MASTER'S CONTROL TOTALS (ACCOUNT
001600* COUNT, TOTAL CURRENT BALANCE, TOTAL HELD, TOTAL WITHDRAWN
001700* TODAY) ONTO THE SNAPSHOT FILE (CASHTBS), AND PROVES THAT THE
001800* PREVIOUS SNAPSHOT PLUS THE NET POSTINGS SINCE COMES TO TODAY'S:
001900*
002000*   - THE DAY'S CONSOLIDATED TRANSACTION LOG - TELLER DEPOSITS,
002100*     TELLER TRANSFERS AND THE STANDING-ORDER TRANSFERS CASHSTP
002200*     LOGS UNDER THE STORDER TERMINAL, AND THE REVERSALS OF ANY
002300*     OF THEM.  A TRANSFER TAKES FROM ONE BALANCE WHAT IT GIVES
002400*     TO ANOTHER, SO IT SHOWS ON BOTH SIDES AND NETS TO NOTHING.
002500*   - THE INTEREST POSTING DETAIL (INTPOST).  CASHINT RUNS AFTER
002600*     A MONTH-END NIGHT HAS SETTLED AND BEFORE THE NEXT DAY OPENS,
002700*     SO ITS POSTINGS CARRY THE BUSINESS DATE OF THE PREVIOUS
002800*     SNAPSHOT; EVERY GENERATION IS READ AND ONLY THOSE ARE TAKEN.
002900*     A RESTARTED RUN'S TWO GENERATIONS ARE THEREFORE BOTH TAKEN.
002925*   - THE SERVICE FEE POSTING DETAIL (FEEPOST).  EVERY CASHFEE
002950*     GENERATION IS READ AND THE FEES CHARGED AFTER THE PREVIOUS
002975*     SNAPSHOT WAS TAKEN ARE DEBITS, WHENEVER THE FEE RUN WENT.
003000*   - THE CUSTOMER MASTER MAINTENANCE TRAIL (CUSTAUD) - ACCOUNTS
003100*     OPENED, BALANCE ADJUSTMENTS AND HOLDS PLACED OR RELEASED,
003200*     STAMPED AFTER THE PREVIOUS SNAPSHOT WAS TAKEN.
003300*
003400* A CASH-OUT DOES NOT TOUCH THE CURRENT BALANCE ON THIS MASTER -
003500* IT IS CARRIED IN THE DAILY-WITHDRAWN FIGURE, WHICH CASHSOD
003600* CLEARS EACH MORNING - SO THE DAY'S CASH-OUTS, LESS THOSE
003700* REVERSED, ARE PROVED AGAINST THE TOTAL WITHDRAWN TODAY.
003800*
003900* ANY DIFFERENCE IN THE ACCOUNT COUNT, THE BALANCE, THE HELD OR
004000* THE WITHDRAWN TOTAL PRINTS ON THE PROOF REPORT WITH THE
004100* BREAKDOWN BY SOURCE AND ENDS THE STEP RC 8, WHICH HOLDS BACK
004200* THE GENERAL LEDGER EXTRACT.  THE SNAPSHOT IS STILL TAKEN, SO
004300* TOMORROW PROVES FROM WHAT THE MASTER REALLY HELD.  THE FIRST
004400* NIGHT HAS NOTHING TO PROVE AGAINST; ITS SNAPSHOT IS RECORDED AS
004500* THE BASELINE AND THE STEP ENDS RC 4.  A RERUN OF THE SAME NIGHT
004600* PROVES AGAIN FROM THE SAME PREVIOUS SNAPSHOT AND REPLACES THE
004700* NIGHT'S OWN.
004800*
004900* MODIFICATION HISTORY
005000*     DATE       INIT   DESCRIPTION
005100*     ---------- ----   ---------------------------------------
005200*     2026-10-15 JRM    ORIGINAL NIGHTLY TRIAL-BALANCE PROOF.
005233*     2026-10-15 JRM    SERVICE FEES CHARGED BY CASHFEE (FEEPOST)
005266*                       ARE A POSTING SOURCE.
005300*****************************************************************
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAS"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS CUST-ACCOUNT-NO
006100         FILE STATUS IS CUST-MASTER-STATUS.
006200     SELECT CASH-LOG-FILE ASSIGN TO "CASHLOG"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS CASH-LOG-STATUS.
006500     SELECT CASH-CTL-FILE ASSIGN TO "CASHCTL"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS CASH-CTL-STATUS.
006800     SELECT CASH-INT-POSTING-FILE ASSIGN TO "INTPOST"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS CASH-IPD-STATUS.
007025     SELECT CASH-FEE-POSTING-FILE ASSIGN TO "FEEPOST"
007050         ORGANIZATION IS SEQUENTIAL
007075         FILE STATUS IS CASH-FPD-STATUS.
007100     SELECT CUST-MAINT-AUDIT-FILE ASSIGN TO "CUSTAUD"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS CUST-AUDIT-STATUS.
007400     SELECT TRIAL-BALANCE-FILE ASSIGN TO "CASHTBS"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS TBS-BUSINESS-DATE
007800         FILE STATUS IS TRIAL-BALANCE-STATUS.
007900     SELECT PROOF-REPORT-FILE ASSIGN TO "CASHTBP"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS PROOF-REPORT-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CUST-MASTER-FILE.
008500     COPY CUSTMAS.
008600 FD  CASH-LOG-FILE
008700     RECORDING MODE IS F.
008800     COPY CASHLOG.
008900 FD  CASH-CTL-FILE
009000     RECORDING MODE IS F.
009100     COPY CASHCTL.
009200 FD  CASH-INT-POSTING-FILE
009300     RECORDING MODE IS F.
009400     COPY CASHIPD.
009425 FD  CASH-FEE-POSTING-FILE
009450     RECORDING MODE IS F.
009475     COPY CASHFPD.
009500 FD  CUST-MAINT-AUDIT-FILE
009600     RECORDING MODE IS F.
009700     COPY CUSTAUD.
009800 FD  TRIAL-BALANCE-FILE.
009900     COPY CASHTBS.
010000 FD  PROOF-REPORT-FILE
010100     RECORDING MODE IS F.
010200 01  PROOF-REPORT-LINE               PIC X(80).
010300 WORKING-STORAGE SECTION.
010400*****************************************************************
010500* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
010600*****************************************************************
010700 77  CUST-MASTER-STATUS          PIC X(02) VALUE SPACES.
010800 77  CASH-LOG-STATUS             PIC X(02) VALUE SPACES.
010900 77  CASH-CTL-STATUS             PIC X(02) VALUE SPACES.
011000 77  CASH-IPD-STATUS             PIC X(02) VALUE SPACES.
011050 77  CASH-FPD-STATUS             PIC X(02) VALUE SPACES.
011100 77  CUST-AUDIT-STATUS           PIC X(02) VALUE SPACES.
011200 77  TRIAL-BALANCE-STATUS        PIC X(02) VALUE SPACES.
011300 77  PROOF-REPORT-STATUS         PIC X(02) VALUE SPACES.
011400 77  TBP-EOF-SWITCH              PIC X(01) VALUE "N".
011500     88  TBP-END-OF-FILE                 VALUE "Y".
011600     88  TBP-NOT-END-OF-FILE             VALUE "N".
011700 77  TBP-PRIOR-SWITCH            PIC X(01) VALUE "N".
011800     88  TBP-PRIOR-IS-FOUND              VALUE "Y".
011900     88  TBP-PRIOR-NOT-FOUND             VALUE "N".
012000 77  TBP-PROOF-SWITCH            PIC X(01) VALUE "Y".
012100     88  TBP-PROOF-IS-GOOD               VALUE "Y".
012200     88  TBP-PROOF-IS-BAD                VALUE "N".
012300 77  TBP-WARNING-COUNT           PIC 9(05) COMP VALUE ZERO.
012400 77  TBP-ERROR-COUNT             PIC 9(05) COMP VALUE ZERO.
012500 77  TBP-BAD-FIELD-COUNT         PIC 9(07) COMP VALUE ZERO.
012600 77  TBP-LOG-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
012700 77  TBP-LOG-SKIPPED-COUNT       PIC 9(07) COMP VALUE ZERO.
012800 77  TBP-IPD-TAKEN-COUNT         PIC 9(07) COMP VALUE ZERO.
012850 77  TBP-FPD-TAKEN-COUNT         PIC 9(07) COMP VALUE ZERO.
012900 77  TBP-AUD-TAKEN-COUNT         PIC 9(07) COMP VALUE ZERO.
013000*****************************************************************
013100* RUN DATE AND TIME, AND THE BUSINESS DATE BEING SETTLED
013200*****************************************************************
013300 01  TBP-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
013400 01  TBP-RUN-TIMESTAMP.
013500     05  TBP-RUN-DATE                PIC 9(08).
013600     05  TBP-RUN-TIME                PIC 9(08).
013700*****************************************************************
013800* THE PREVIOUS SNAPSHOT - THE LATEST ONE ON FILE FOR A BUSINESS
013900* DATE BEFORE TODAY'S.
014000*****************************************************************
014100 01  TBP-PRIOR-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
014200 01  TBP-PRIOR-TIMESTAMP.
014300     05  TBP-PRIOR-DATE              PIC 9(08) VALUE ZERO.
014400     05  TBP-PRIOR-TIME              PIC 9(08) VALUE ZERO.
014500 01  TBP-PRIOR-ACCOUNTS          PIC 9(09) VALUE ZERO.
014600 01  TBP-PRIOR-BALANCE           PIC 9(13)V99 VALUE ZERO.
014700 01  TBP-PRIOR-HELD              PIC 9(11)V99 VALUE ZERO.
014800*****************************************************************
014900* TODAY'S MASTER TOTALS
015000*****************************************************************
015100 01  TBP-ACTUAL-ACCOUNTS         PIC 9(09) VALUE ZERO.
015200 01  TBP-ACTUAL-BALANCE          PIC 9(13)V99 VALUE ZERO.
015300 01  TBP-ACTUAL-HELD             PIC 9(11)V99 VALUE ZERO.
015400 01  TBP-ACTUAL-WITHDRAWN        PIC 9(13)V99 VALUE ZERO.
015500*****************************************************************
015600* NET POSTINGS BY SOURCE.  A DEBIT TAKES MONEY OFF A CUSTOMER
015700* BALANCE AND A CREDIT PUTS IT ON.  THE LOG CARRIES WHOLE DOLLARS.
015800*****************************************************************
015900 01  TBP-SOURCE-TOTALS.
016000     05  TBP-DEPOSIT-DEBITS          PIC 9(11)V99 VALUE ZERO.
016100     05  TBP-DEPOSIT-CREDITS         PIC 9(11)V99 VALUE ZERO.
016200     05  TBP-TELLER-XFER-DEBITS      PIC 9(11)V99 VALUE ZERO.
016300     05  TBP-TELLER-XFER-CREDITS     PIC 9(11)V99 VALUE ZERO.
016400     05  TBP-STORD-XFER-DEBITS       PIC 9(11)V99 VALUE ZERO.
016500     05  TBP-STORD-XFER-CREDITS      PIC 9(11)V99 VALUE ZERO.
016600     05  TBP-INTEREST-CREDITS        PIC 9(11)V99 VALUE ZERO.
016700     05  TBP-OPENED-CREDITS          PIC 9(11)V99 VALUE ZERO.
016800     05  TBP-ADJUST-DEBITS           PIC 9(11)V99 VALUE ZERO.
016900     05  TBP-ADJUST-CREDITS          PIC 9(11)V99 VALUE ZERO.
016950     05  TBP-FEE-DEBITS              PIC 9(11)V99 VALUE ZERO.
017000     05  TBP-TOTAL-DEBITS            PIC 9(11)V99 VALUE ZERO.
017100     05  TBP-TOTAL-CREDITS           PIC 9(11)V99 VALUE ZERO.
017200     05  TBP-HOLDS-PLACED            PIC 9(11)V99 VALUE ZERO.
017300     05  TBP-HOLDS-RELEASED          PIC 9(11)V99 VALUE ZERO.
017400     05  TBP-CASHOUTS                PIC 9(11)V99 VALUE ZERO.
017500     05  TBP-CASHOUTS-REVERSED       PIC 9(11)V99 VALUE ZERO.
017600 01  TBP-ACCOUNTS-OPENED         PIC 9(09) VALUE ZERO.
017700*****************************************************************
017800* PROOF FIGURES
017900*****************************************************************
018000 01  TBP-NET-POSTINGS            PIC S9(13)V99.
018100 01  TBP-HELD-CHANGE             PIC S9(11)V99.
018200 01  TBP-EXPECTED-ACCOUNTS       PIC 9(09).
018300 01  TBP-EXPECTED-BALANCE        PIC S9(13)V99.
018400 01  TBP-EXPECTED-HELD           PIC S9(11)V99.
018500 01  TBP-EXPECTED-WITHDRAWN      PIC S9(13)V99.
018600 01  TBP-ACCOUNT-DIFF            PIC S9(09).
018700 01  TBP-BALANCE-DIFF            PIC S9(13)V99.
018800 01  TBP-HELD-DIFF               PIC S9(11)V99.
018900 01  TBP-WITHDRAWN-DIFF          PIC S9(13)V99.
019000 01  TBP-CHANGE-AMOUNT           PIC S9(11)V99.
019100 01  TBP-OLD-HELD                PIC 9(07)V99.
019200 01  TBP-NEW-HELD                PIC 9(07)V99.
019300 01  TBP-LINE-DEBITS             PIC 9(11)V99.
019400 01  TBP-LINE-CREDITS            PIC 9(11)V99.
019500 01  TBP-LINE-NET                PIC S9(11)V99.
019600*****************************************************************
019700* REPORT LINES
019800*****************************************************************
019900 01  TBP-TITLE-LINE.
020000     05  FILLER                      PIC X(42)
020100         VALUE "CASHTBP  CUSTOMER MASTER TRIAL-BALANCE PRO".
020200     05  FILLER                      PIC X(21)
020300         VALUE "OF     BUSINESS DATE ".
020400     05  TBP-TTL-BUSINESS-DATE       PIC 9(08).
020500     05  FILLER                      PIC X(09) VALUE SPACES.
020600 01  TBP-PRIOR-LINE.
020700     05  FILLER                      PIC X(30)
020800         VALUE "PREVIOUS SNAPSHOT  BUSINESS DA".
020900     05  FILLER                      PIC X(03) VALUE "TE ".
021000     05  TBP-PRI-BUSINESS-DATE       PIC 9(08).
021100     05  FILLER                      PIC X(08) VALUE "  TAKEN ".
021200     05  TBP-PRI-DATE                PIC 9(08).
021300     05  FILLER                      PIC X(01) VALUE SPACE.
021400     05  TBP-PRI-TIME                PIC 9(08).
021500     05  FILLER                      PIC X(14) VALUE SPACES.
021600 01  TBP-SECTION-LINE.
021700     05  TBP-SEC-TEXT                PIC X(60).
021800     05  FILLER                      PIC X(20) VALUE SPACES.
021900 01  TBP-SOURCE-HEAD-LINE.
022000     05  FILLER                      PIC X(24)
022100         VALUE "SOURCE                  ".
022200     05  FILLER                      PIC X(17)
022300         VALUE "           DEBITS".
022400     05  FILLER                      PIC X(18)
022500         VALUE "           CREDITS".
022600     05  FILLER                      PIC X(20)
022700         VALUE "                 NET".
022800     05  FILLER                      PIC X(01) VALUE SPACE.
022900 01  TBP-SOURCE-LINE.
023000     05  TBP-SRC-LABEL               PIC X(24).
023100     05  TBP-SRC-DEBITS              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023200     05  FILLER                      PIC X(01) VALUE SPACE.
023300     05  TBP-SRC-CREDITS             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
023400     05  FILLER                      PIC X(01) VALUE SPACE.
023500     05  TBP-SRC-NET                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
023600     05  FILLER                      PIC X(01) VALUE SPACE.
023700 01  TBP-MONEY-LINE.
023800     05  TBP-MNY-LABEL               PIC X(32).
023900     05  TBP-MNY-AMOUNT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
024000     05  FILLER                      PIC X(02) VALUE SPACES.
024100     05  TBP-MNY-NOTE                PIC X(25).
024200 01  TBP-COUNT-LINE.
024300     05  TBP-CNT-LABEL               PIC X(32).
024400     05  FILLER                      PIC X(09) VALUE SPACES.
024500     05  TBP-CNT-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.
024600     05  FILLER                      PIC X(02) VALUE SPACES.
024700     05  TBP-CNT-NOTE                PIC X(25).
024800 01  TBP-OUT-OF-BALANCE          PIC X(25)
024900     VALUE "*** OUT OF BALANCE ***".
025000 PROCEDURE DIVISION.
025100*****************************************************************
025200* 0000-MAINLINE - FIND THE PREVIOUS SNAPSHOT, TOTAL THE MASTER,
025300* GATHER THE DAY'S POSTINGS BY SOURCE, PROVE THE TOTALS, PRINT
025400* THE PROOF AND RECORD TONIGHT'S SNAPSHOT.
025500*****************************************************************
025600 0000-MAINLINE.
025700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025800     PERFORM 1200-FIND-PRIOR THRU 1200-EXIT.
025900     PERFORM 2000-TOTAL-MASTER THRU 2000-EXIT.
026000     IF TBP-PRIOR-IS-FOUND
026100         PERFORM 3000-TOTAL-LOG THRU 3000-EXIT
026200         PERFORM 4000-TOTAL-INTEREST THRU 4000-EXIT
026250         PERFORM 4500-TOTAL-FEES THRU 4500-EXIT
026300         PERFORM 5000-TOTAL-MAINTENANCE THRU 5000-EXIT
026400         PERFORM 6000-PROVE-TOTALS THRU 6000-EXIT
026500         PERFORM 7000-PRINT-PROOF THRU 7000-EXIT
026600     ELSE
026700         PERFORM 7500-PRINT-BASELINE THRU 7500-EXIT
026800     END-IF.
026900     PERFORM 7600-PRINT-EXCEPTIONS THRU 7600-EXIT.
027000     PERFORM 8000-WRITE-SNAPSHOT THRU 8000-EXIT.
027100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027200     STOP RUN.
027300*****************************************************************
027400* 1000-INITIALIZE - STAMP THE RUN, PICK UP THE BUSINESS DATE AND
027500* OPEN THE SNAPSHOT FILE AND THE REPORT.  A SNAPSHOT FILE THAT
027600* DOES NOT EXIST YET IS CREATED EMPTY ON THE FIRST RUN.  WITHOUT
027700* THE SNAPSHOT FILE OR THE REPORT THERE IS NO PROOF, AND THE
027800* STEP ENDS RC 16.
027900*****************************************************************
028000 1000-INITIALIZE.
028100     ACCEPT TBP-RUN-DATE FROM DATE YYYYMMDD.
028200     ACCEPT TBP-RUN-TIME FROM TIME.
028300     MOVE TBP-RUN-DATE TO TBP-BUSINESS-DATE.
028400     PERFORM 1100-READ-CONTROL-FILE THRU 1100-EXIT.
028500     OPEN I-O TRIAL-BALANCE-FILE.
028600     IF TRIAL-BALANCE-STATUS = "35"
028700         OPEN OUTPUT TRIAL-BALANCE-FILE
028800         CLOSE TRIAL-BALANCE-FILE
028900         OPEN I-O TRIAL-BALANCE-FILE
029000     END-IF.
029100     IF TRIAL-BALANCE-STATUS NOT = "00"
029200         DISPLAY 'CASHTBP: TRIAL-BALANCE SNAPSHOT FILE '
029300             'UNAVAILABLE, STATUS ' TRIAL-BALANCE-STATUS
029400         MOVE 16 TO RETURN-CODE
029500         STOP RUN
029600     END-IF.
029700     OPEN OUTPUT PROOF-REPORT-FILE.
029800     IF PROOF-REPORT-STATUS NOT = "00"
029900         DISPLAY 'CASHTBP: UNABLE TO OPEN PROOF REPORT FILE'
030000         CLOSE TRIAL-BALANCE-FILE
030100         MOVE 16 TO RETURN-CODE
030200         STOP RUN
030300     END-IF.
030400     MOVE TBP-BUSINESS-DATE TO TBP-TTL-BUSINESS-DATE.
030500     WRITE PROOF-REPORT-LINE FROM TBP-TITLE-LINE.
030600     DISPLAY 'CASHTBP: PROVING BUSINESS DATE ' TBP-BUSINESS-DATE.
030700 1000-EXIT.
030800     EXIT.
030900*****************************************************************
031000* 1100-READ-CONTROL-FILE - THE BUSINESS DATE BEING SETTLED.  WITH
031100* NO CONTROL RECORD THE WALL-CLOCK DATE STANDS IN.
031200*****************************************************************
031300 1100-READ-CONTROL-FILE.
031400     OPEN INPUT CASH-CTL-FILE.
031500     IF CASH-CTL-STATUS NOT = "00"
031600         DISPLAY 'CASHTBP: CASH-CTL-FILE NOT FOUND, USING '
031700             'TODAY AS THE BUSINESS DATE '
031800         ADD 1 TO TBP-WARNING-COUNT
031900         GO TO 1100-EXIT
032000     END-IF.
032100     READ CASH-CTL-FILE
032200         AT END
032300             DISPLAY 'CASHTBP: CASH-CTL-FILE EMPTY, USING '
032400                 'TODAY AS THE BUSINESS DATE '
032500             ADD 1 TO TBP-WARNING-COUNT
032600         NOT AT END
032700             IF CCTL-BUSINESS-DATE NUMERIC
032800                     AND CCTL-BUSINESS-DATE > ZERO
032900                 MOVE CCTL-BUSINESS-DATE TO TBP-BUSINESS-DATE
033000             END-IF
033100     END-READ.
033200     CLOSE CASH-CTL-FILE.
033300 1100-EXIT.
033400     EXIT.
033500*****************************************************************
033600* 1200-FIND-PRIOR - READ THE SNAPSHOT FILE FROM THE FRONT UP TO
033700* TONIGHT'S BUSINESS DATE.  THE LAST SNAPSHOT BEFORE IT IS THE
033800* ONE TO PROVE FROM; A SNAPSHOT ALREADY ON FILE FOR TONIGHT IS
033900* AN EARLIER RUN OF THIS SAME NIGHT AND IS LEFT TO BE REPLACED.
034000*****************************************************************
034100 1200-FIND-PRIOR.
034200     MOVE ZERO TO TBS-BUSINESS-DATE.
034300     START TRIAL-BALANCE-FILE KEY NOT < TBS-BUSINESS-DATE
034400         INVALID KEY
034500             GO TO 1200-EXIT
034600     END-START.
034700     SET TBP-NOT-END-OF-FILE TO TRUE.
034800     PERFORM 1210-READ-SNAPSHOT THRU 1210-EXIT
034900         UNTIL TBP-END-OF-FILE.
035000     IF TBP-PRIOR-IS-FOUND
035100         MOVE TBP-PRIOR-BUSINESS-DATE TO TBP-PRI-BUSINESS-DATE
035200         MOVE TBP-PRIOR-DATE          TO TBP-PRI-DATE
035300         MOVE TBP-PRIOR-TIME          TO TBP-PRI-TIME
035400         WRITE PROOF-REPORT-LINE FROM TBP-PRIOR-LINE
035500     END-IF.
035600 1200-EXIT.
035700     EXIT.
035800*****************************************************************
035900* 1210-READ-SNAPSHOT - READ THE NEXT SNAPSHOT AND, IF IT IS STILL
036000* BEFORE TONIGHT, HOLD IT AS THE PREVIOUS ONE.
036100*****************************************************************
036200 1210-READ-SNAPSHOT.
036300     READ TRIAL-BALANCE-FILE NEXT RECORD
036400         AT END
036500             SET TBP-END-OF-FILE TO TRUE
036600             GO TO 1210-EXIT
036700     END-READ.
036800     IF TBS-BUSINESS-DATE NOT < TBP-BUSINESS-DATE
036900         SET TBP-END-OF-FILE TO TRUE
037000         GO TO 1210-EXIT
037100     END-IF.
037200     SET TBP-PRIOR-IS-FOUND TO TRUE.
037300     MOVE TBS-BUSINESS-DATE      TO TBP-PRIOR-BUSINESS-DATE.
037400     MOVE TBS-SNAPSHOT-TIMESTAMP TO TBP-PRIOR-TIMESTAMP.
037500     MOVE TBS-ACCOUNT-COUNT      TO TBP-PRIOR-ACCOUNTS.
037600     MOVE TBS-TOTAL-BALANCE      TO TBP-PRIOR-BALANCE.
037700     MOVE TBS-TOTAL-HELD         TO TBP-PRIOR-HELD.
037800 1210-EXIT.
037900     EXIT.
038000*****************************************************************
038100* 2000-TOTAL-MASTER - PASS THE CUSTOMER MASTER ONCE AND TAKE ITS
038200* CONTROL TOTALS.  EVERY RECORD COUNTS, CLOSED ACCOUNTS INCLUDED,
038300* SINCE A CLOSURE LEAVES THE RECORD AND ITS BALANCE ON THE
038400* MASTER.  A NON-NUMERIC MONEY FIELD COUNTS AS ZERO AND IS
038500* REPORTED.  WITHOUT THE MASTER THERE IS NOTHING TO PROVE OR
038600* SNAPSHOT, AND THE STEP ENDS RC 16.
038700*****************************************************************
038800 2000-TOTAL-MASTER.
038900     OPEN INPUT CUST-MASTER-FILE.
039000     IF CUST-MASTER-STATUS NOT = "00"
039100         DISPLAY 'CASHTBP: CUSTOMER MASTER UNAVAILABLE, STATUS '
039200             CUST-MASTER-STATUS
039300         CLOSE TRIAL-BALANCE-FILE
039400         CLOSE PROOF-REPORT-FILE
039500         MOVE 16 TO RETURN-CODE
039600         STOP RUN
039700     END-IF.
039800     SET TBP-NOT-END-OF-FILE TO TRUE.
039900     PERFORM 2100-TOTAL-ACCOUNT THRU 2100-EXIT
040000         UNTIL TBP-END-OF-FILE.
040100     CLOSE CUST-MASTER-FILE.
040200 2000-EXIT.
040300     EXIT.
040400*****************************************************************
040500* 2100-TOTAL-ACCOUNT - READ ONE MASTER RECORD INTO THE TOTALS.
040600*****************************************************************
040700 2100-TOTAL-ACCOUNT.
040800     READ CUST-MASTER-FILE NEXT RECORD
040900         AT END
041000             SET TBP-END-OF-FILE TO TRUE
041100             GO TO 2100-EXIT
041200     END-READ.
041300     ADD 1 TO TBP-ACTUAL-ACCOUNTS.
041400     IF CUST-CURRENT-BALANCE NUMERIC
041500         ADD CUST-CURRENT-BALANCE TO TBP-ACTUAL-BALANCE
041600     ELSE
041700         ADD 1 TO TBP-BAD-FIELD-COUNT
041800     END-IF.
041900     IF CUST-HELD-AMOUNT NUMERIC
042000         ADD CUST-HELD-AMOUNT TO TBP-ACTUAL-HELD
042100     ELSE
042200         ADD 1 TO TBP-BAD-FIELD-COUNT
042300     END-IF.
042400     IF CUST-DAILY-WITHDRAWN NUMERIC
042500         ADD CUST-DAILY-WITHDRAWN TO TBP-ACTUAL-WITHDRAWN
042600     ELSE
042700         ADD 1 TO TBP-BAD-FIELD-COUNT
042800     END-IF.
042900 2100-EXIT.
043000     EXIT.
043100*****************************************************************
043200* 3000-TOTAL-LOG - PASS THE DAY'S CONSOLIDATED TRANSACTION LOG
043300* AND TOTAL ITS POSTINGS BY SOURCE.  THE LOG IS WHAT THE PROOF IS
043400* MOSTLY ABOUT; WITHOUT IT THE PROOF CANNOT BE MADE AND IS FAILED.
043500*****************************************************************
043600 3000-TOTAL-LOG.
043700     OPEN INPUT CASH-LOG-FILE.
043800     IF CASH-LOG-STATUS NOT = "00"
043900         DISPLAY 'CASHTBP: CONSOLIDATED TRANSACTION LOG '
044000             'UNAVAILABLE, STATUS ' CASH-LOG-STATUS
044100         ADD 1 TO TBP-ERROR-COUNT
044200         GO TO 3000-EXIT
044300     END-IF.
044400     SET TBP-NOT-END-OF-FILE TO TRUE.
044500     PERFORM 3100-TOTAL-LOG-RECORD THRU 3100-EXIT
044600         UNTIL TBP-END-OF-FILE.
044700     CLOSE CASH-LOG-FILE.
044800 3000-EXIT.
044900     EXIT.
045000*****************************************************************
045100* 3100-TOTAL-LOG-RECORD - READ ONE LOG RECORD AND POST IT TO ITS
045200* SOURCE.  A CASH-OUT (AND ITS REVERSAL) MOVES THE DAILY-WITHDRAWN
045300* FIGURE, NOT THE BALANCE.  A DEPOSIT REVERSAL TAKES THE DEPOSIT
045400* BACK OFF.  A TRANSFER, OR THE REVERSAL OF ONE, DEBITS ONE
045500* ACCOUNT AND CREDITS ANOTHER BY THE SAME AMOUNT; THE STORDER
045600* TERMINAL ID SAYS WHICH TRANSFERS ARE STANDING ORDERS.  A TYPE
045700* CODE THIS PROGRAM DOES NOT KNOW IS COUNTED AS SKIPPED.
045800*****************************************************************
045900 3100-TOTAL-LOG-RECORD.
046000     READ CASH-LOG-FILE
046100         AT END
046200             SET TBP-END-OF-FILE TO TRUE
046300             GO TO 3100-EXIT
046400     END-READ.
046500     ADD 1 TO TBP-LOG-READ-COUNT.
046600     IF CLOG-AMOUNT NOT NUMERIC
046700         ADD 1 TO TBP-LOG-SKIPPED-COUNT
046800         GO TO 3100-EXIT
046900     END-IF.
047000     EVALUATE TRUE
047100         WHEN CLOG-TXN-IS-CASHOUT
047200             ADD CLOG-AMOUNT TO TBP-CASHOUTS
047300         WHEN CLOG-TXN-IS-DEPOSIT
047400             ADD CLOG-AMOUNT TO TBP-DEPOSIT-CREDITS
047500         WHEN CLOG-TXN-IS-REVERSAL AND CLOG-ORIG-WAS-CASHOUT
047600             ADD CLOG-AMOUNT TO TBP-CASHOUTS-REVERSED
047700         WHEN CLOG-TXN-IS-REVERSAL AND CLOG-ORIG-WAS-DEPOSIT
047800             ADD CLOG-AMOUNT TO TBP-DEPOSIT-DEBITS
047900         WHEN CLOG-TXN-IS-TRANSFER
048000         WHEN CLOG-TXN-IS-REVERSAL AND CLOG-ORIG-WAS-TRANSFER
048100             PERFORM 3200-TOTAL-TRANSFER THRU 3200-EXIT
048200         WHEN OTHER
048300             ADD 1 TO TBP-LOG-SKIPPED-COUNT
048400     END-EVALUATE.
048500 3100-EXIT.
048600     EXIT.
048700*****************************************************************
048800* 3200-TOTAL-TRANSFER - BOTH SIDES OF A TRANSFER, OR OF THE
048900* REVERSAL OF ONE, UNDER STANDING ORDERS OR TELLER TRANSFERS.
049000*****************************************************************
049100 3200-TOTAL-TRANSFER.
049200     IF CLOG-TERMINAL-ID = 'STORDER '
049300         ADD CLOG-AMOUNT TO TBP-STORD-XFER-DEBITS
049400         ADD CLOG-AMOUNT TO TBP-STORD-XFER-CREDITS
049500     ELSE
049600         ADD CLOG-AMOUNT TO TBP-TELLER-XFER-DEBITS
049700         ADD CLOG-AMOUNT TO TBP-TELLER-XFER-CREDITS
049800     END-IF.
049900 3200-EXIT.
050000     EXIT.
050100*****************************************************************
050200* 4000-TOTAL-INTEREST - PASS EVERY INTEREST POSTING GENERATION
050300* AND TAKE THE POSTINGS DATED THE PREVIOUS SNAPSHOT'S BUSINESS
050400* DATE.  NO POSTING FILE IS NOT AN ERROR - MOST NIGHTS HAVE NO
050500* INTEREST RUN - BUT IT IS WORTH A WARNING.
050600*****************************************************************
050700 4000-TOTAL-INTEREST.
050800     OPEN INPUT CASH-INT-POSTING-FILE.
050900     IF CASH-IPD-STATUS NOT = "00"
051000         DISPLAY 'CASHTBP: NO INTEREST POSTING FILE, NO INTEREST '
051100             'TAKEN '
051200         ADD 1 TO TBP-WARNING-COUNT
051300         GO TO 4000-EXIT
051400     END-IF.
051500     SET TBP-NOT-END-OF-FILE TO TRUE.
051600     PERFORM 4100-TOTAL-POSTING THRU 4100-EXIT
051700         UNTIL TBP-END-OF-FILE.
051800     CLOSE CASH-INT-POSTING-FILE.
051900 4000-EXIT.
052000     EXIT.
052100*****************************************************************
052200* 4100-TOTAL-POSTING - READ ONE INTEREST POSTING AND TAKE IT IF
052300* IT BELONGS TO THIS PROOF.
052400*****************************************************************
052500 4100-TOTAL-POSTING.
052600     READ CASH-INT-POSTING-FILE
052700         AT END
052800             SET TBP-END-OF-FILE TO TRUE
052900             GO TO 4100-EXIT
053000     END-READ.
053100     IF IPD-POSTING-DATE NOT = TBP-PRIOR-BUSINESS-DATE
053200         GO TO 4100-EXIT
053300     END-IF.
053400     IF IPD-INTEREST-AMOUNT NUMERIC
053500         ADD IPD-INTEREST-AMOUNT TO TBP-INTEREST-CREDITS
053600         ADD 1 TO TBP-IPD-TAKEN-COUNT
053700     ELSE
053800         ADD 1 TO TBP-BAD-FIELD-COUNT
053900     END-IF.
054000 4100-EXIT.
054100     EXIT.
054102*****************************************************************
054104* 4500-TOTAL-FEES - PASS EVERY FEE POSTING GENERATION AND TAKE THE
054106* FEES POSTED AFTER THE PREVIOUS SNAPSHOT.  NO POSTING FILE IS NOT
054108* AN ERROR, BUT IT IS WORTH A WARNING, AS FOR INTEREST.
054110*****************************************************************
054112 4500-TOTAL-FEES.
054114     OPEN INPUT CASH-FEE-POSTING-FILE.
054116     IF CASH-FPD-STATUS NOT = "00"
054118         DISPLAY 'CASHTBP: NO FEE POSTING FILE, NO FEES TAKEN '
054120         ADD 1 TO TBP-WARNING-COUNT
054122         GO TO 4500-EXIT
054124     END-IF.
054126     SET TBP-NOT-END-OF-FILE TO TRUE.
054128     PERFORM 4600-TOTAL-FEE THRU 4600-EXIT
054130         UNTIL TBP-END-OF-FILE.
054132     CLOSE CASH-FEE-POSTING-FILE.
054134 4500-EXIT.
054136     EXIT.
054138*****************************************************************
054140* 4600-TOTAL-FEE - READ ONE FEE POSTING AND TAKE WHAT WAS CHARGED
054142* IF IT BELONGS TO THIS PROOF.  A FEE WAIVED IN FULL CHARGED ZERO.
054144*****************************************************************
054146 4600-TOTAL-FEE.
054148     READ CASH-FEE-POSTING-FILE
054150         AT END
054152             SET TBP-END-OF-FILE TO TRUE
054154             GO TO 4600-EXIT
054156     END-READ.
054158     IF FPD-POSTED-TIMESTAMP NOT > TBP-PRIOR-TIMESTAMP
054160         GO TO 4600-EXIT
054162     END-IF.
054164     IF FPD-CHARGED-AMOUNT NUMERIC
054166         ADD FPD-CHARGED-AMOUNT TO TBP-FEE-DEBITS
054168         ADD 1 TO TBP-FPD-TAKEN-COUNT
054170     ELSE
054172         ADD 1 TO TBP-BAD-FIELD-COUNT
054174     END-IF.
054176 4600-EXIT.
054178     EXIT.
054200*****************************************************************
054300* 5000-TOTAL-MAINTENANCE - PASS THE MAINTENANCE TRAIL AND TAKE
054400* EVERY CHANGE STAMPED AFTER THE PREVIOUS SNAPSHOT.  A BRANCH
054500* THAT HAS NEVER RUN CUSTMNT HAS NO TRAIL; THAT IS A WARNING.
054600*****************************************************************
054700 5000-TOTAL-MAINTENANCE.
054800     OPEN INPUT CUST-MAINT-AUDIT-FILE.
054900     IF CUST-AUDIT-STATUS NOT = "00"
055000         DISPLAY 'CASHTBP: NO MAINTENANCE AUDIT TRAIL, NO '
055100             'MAINTENANCE TAKEN '
055200         ADD 1 TO TBP-WARNING-COUNT
055300         GO TO 5000-EXIT
055400     END-IF.
055500     SET TBP-NOT-END-OF-FILE TO TRUE.
055600     PERFORM 5100-TOTAL-CHANGE THRU 5100-EXIT
055700         UNTIL TBP-END-OF-FILE.
055800     CLOSE CUST-MAINT-AUDIT-FILE.
055900 5000-EXIT.
056000     EXIT.
056100*****************************************************************
056200* 5100-TOTAL-CHANGE - READ ONE MAINTENANCE RECORD AND, IF IT IS
056300* NEWER THAN THE PREVIOUS SNAPSHOT, POST ITS EFFECT.  AN ADD
056400* OPENS AN ACCOUNT AT ITS AFTER-IMAGE BALANCE; ANY OTHER FUNCTION
056500* MOVES THE BALANCE BY AFTER LESS BEFORE (NOTHING, EXCEPT FOR AN
056600* ADJUSTMENT).  THE HELD AMOUNT MOVES BY NEW LESS OLD.
056700*****************************************************************
056800 5100-TOTAL-CHANGE.
056900     READ CUST-MAINT-AUDIT-FILE
057000         AT END
057100             SET TBP-END-OF-FILE TO TRUE
057200             GO TO 5100-EXIT
057300     END-READ.
057400     IF CMNT-TIMESTAMP NOT > TBP-PRIOR-TIMESTAMP
057500         GO TO 5100-EXIT
057600     END-IF.
057700     IF CMNT-BEFORE-BALANCE NOT NUMERIC
057800             OR CMNT-AFTER-BALANCE NOT NUMERIC
057900         ADD 1 TO TBP-BAD-FIELD-COUNT
058000         GO TO 5100-EXIT
058100     END-IF.
058200     ADD 1 TO TBP-AUD-TAKEN-COUNT.
058300     IF CMNT-FUNCTION-IS-ADD
058400         ADD 1 TO TBP-ACCOUNTS-OPENED
058500         ADD CMNT-AFTER-BALANCE TO TBP-OPENED-CREDITS
058600     ELSE
058700         COMPUTE TBP-CHANGE-AMOUNT =
058800             CMNT-AFTER-BALANCE - CMNT-BEFORE-BALANCE
058900         IF TBP-CHANGE-AMOUNT > ZERO
059000             ADD TBP-CHANGE-AMOUNT TO TBP-ADJUST-CREDITS
059100         ELSE
059200             SUBTRACT TBP-CHANGE-AMOUNT FROM TBP-ADJUST-DEBITS
059300         END-IF
059400     END-IF.
059500     PERFORM 5200-HELD-CHANGE THRU 5200-EXIT.
059600 5100-EXIT.
059700     EXIT.
059800*****************************************************************
059900* 5200-HELD-CHANGE - THE CHANGE IN HELD FUNDS ONE MAINTENANCE
060000* RECORD MADE.  A NON-NUMERIC IMAGE COUNTS AS ZERO AND IS
060100* REPORTED, SO A RECORD FROM BEFORE THE TRAIL CARRIED THE OLD
060200* HELD AMOUNT SHOWS UP AS A DIFFERENCE RATHER THAN VANISHING.
060300*****************************************************************
060400 5200-HELD-CHANGE.
060500     MOVE ZERO TO TBP-OLD-HELD.
060600     MOVE ZERO TO TBP-NEW-HELD.
060700     IF CMNT-NEW-HELD-AMOUNT NUMERIC
060800         MOVE CMNT-NEW-HELD-AMOUNT TO TBP-NEW-HELD
060900     ELSE
061000         ADD 1 TO TBP-BAD-FIELD-COUNT
061100     END-IF.
061200     IF CMNT-FUNCTION-IS-ADD
061300         GO TO 5200-APPLY
061400     END-IF.
061500     IF CMNT-OLD-HELD-AMOUNT NUMERIC
061600         MOVE CMNT-OLD-HELD-AMOUNT TO TBP-OLD-HELD
061700     ELSE
061800         ADD 1 TO TBP-BAD-FIELD-COUNT
061900     END-IF.
062000 5200-APPLY.
062100     IF TBP-NEW-HELD > TBP-OLD-HELD
062200         COMPUTE TBP-HOLDS-PLACED = TBP-HOLDS-PLACED
062300             + TBP-NEW-HELD - TBP-OLD-HELD
062400     ELSE
062500         COMPUTE TBP-HOLDS-RELEASED = TBP-HOLDS-RELEASED
062600             + TBP-OLD-HELD - TBP-NEW-HELD
062700     END-IF.
062800 5200-EXIT.
062900     EXIT.
063000*****************************************************************
063100* 6000-PROVE-TOTALS - PREVIOUS SNAPSHOT PLUS NET POSTINGS AGAINST
063200* WHAT THE MASTER HOLDS TONIGHT, FOR EACH OF THE FOUR TOTALS.
063300*****************************************************************
063400 6000-PROVE-TOTALS.
063500     COMPUTE TBP-TOTAL-DEBITS = TBP-DEPOSIT-DEBITS
063600         + TBP-TELLER-XFER-DEBITS + TBP-STORD-XFER-DEBITS
063700         + TBP-ADJUST-DEBITS + TBP-FEE-DEBITS.
063800     COMPUTE TBP-TOTAL-CREDITS = TBP-DEPOSIT-CREDITS
063900         + TBP-TELLER-XFER-CREDITS + TBP-STORD-XFER-CREDITS
064000         + TBP-INTEREST-CREDITS + TBP-OPENED-CREDITS
064100         + TBP-ADJUST-CREDITS.
064200     COMPUTE TBP-NET-POSTINGS =
064300         TBP-TOTAL-CREDITS - TBP-TOTAL-DEBITS.
064400     COMPUTE TBP-EXPECTED-BALANCE =
064500         TBP-PRIOR-BALANCE + TBP-NET-POSTINGS.
064600     COMPUTE TBP-BALANCE-DIFF =
064700         TBP-ACTUAL-BALANCE - TBP-EXPECTED-BALANCE.
064800     COMPUTE TBP-EXPECTED-ACCOUNTS =
064900         TBP-PRIOR-ACCOUNTS + TBP-ACCOUNTS-OPENED.
065000     COMPUTE TBP-ACCOUNT-DIFF =
065100         TBP-ACTUAL-ACCOUNTS - TBP-EXPECTED-ACCOUNTS.
065200     COMPUTE TBP-HELD-CHANGE =
065300         TBP-HOLDS-PLACED - TBP-HOLDS-RELEASED.
065400     COMPUTE TBP-EXPECTED-HELD =
065500         TBP-PRIOR-HELD + TBP-HELD-CHANGE.
065600     COMPUTE TBP-HELD-DIFF =
065700         TBP-ACTUAL-HELD - TBP-EXPECTED-HELD.
065800     COMPUTE TBP-EXPECTED-WITHDRAWN =
065900         TBP-CASHOUTS - TBP-CASHOUTS-REVERSED.
066000     COMPUTE TBP-WITHDRAWN-DIFF =
066100         TBP-ACTUAL-WITHDRAWN - TBP-EXPECTED-WITHDRAWN.
066200     IF TBP-BALANCE-DIFF NOT = ZERO
066300             OR TBP-ACCOUNT-DIFF NOT = ZERO
066400             OR TBP-HELD-DIFF NOT = ZERO
066500             OR TBP-WITHDRAWN-DIFF NOT = ZERO
066600             OR TBP-ERROR-COUNT > ZERO
066700         SET TBP-PROOF-IS-BAD TO TRUE
066800     END-IF.
066900 6000-EXIT.
067000     EXIT.
067100*****************************************************************
067200* 7000-PRINT-PROOF - THE BREAKDOWN BY SOURCE, THEN EACH OF THE
067300* FOUR PROOFS WITH ITS DIFFERENCE FLAGGED WHEN IT IS NOT ZERO.
067400*****************************************************************
067500 7000-PRINT-PROOF.
067600     MOVE SPACES TO PROOF-REPORT-LINE.
067700     WRITE PROOF-REPORT-LINE.
067800     WRITE PROOF-REPORT-LINE FROM TBP-SOURCE-HEAD-LINE.
067900     MOVE "TELLER DEPOSITS"          TO TBP-SRC-LABEL.
068000     MOVE TBP-DEPOSIT-DEBITS         TO TBP-LINE-DEBITS.
068100     MOVE TBP-DEPOSIT-CREDITS        TO TBP-LINE-CREDITS.
068200     PERFORM 7100-PRINT-SOURCE THRU 7100-EXIT.
068300     MOVE "TELLER TRANSFERS"         TO TBP-SRC-LABEL.
068400     MOVE TBP-TELLER-XFER-DEBITS     TO TBP-LINE-DEBITS.
068500     MOVE TBP-TELLER-XFER-CREDITS    TO TBP-LINE-CREDITS.
068600     PERFORM 7100-PRINT-SOURCE THRU 7100-EXIT.
068700     MOVE "STANDING ORDERS"          TO TBP-SRC-LABEL.
068800     MOVE TBP-STORD-XFER-DEBITS      TO TBP-LINE-DEBITS.
068900     MOVE TBP-STORD-XFER-CREDITS     TO TBP-LINE-CREDITS.
069000     PERFORM 7100-PRINT-SOURCE THRU 7100-EXIT.
069100     MOVE "INTEREST POSTED"          TO TBP-SRC-LABEL.
069200     MOVE ZERO                       TO TBP-LINE-DEBITS.
069300     MOVE TBP-INTEREST-CREDITS       TO TBP-LINE-CREDITS.
069400     PERFORM 7100-PRINT-SOURCE THRU 7100-EXIT.
069500     MOVE "ACCOUNTS OPENED"          TO TBP-SRC-LABEL.
069600     MOVE ZERO                       TO TBP-LINE-DEBITS.
069700     MOVE TBP-OPENED-CREDITS         TO TBP-LINE-CREDITS.
069800     PERFORM 7100-PRINT-SOURCE THRU 7100-EXIT.
069900     MOVE "MAINTENANCE ADJUSTMENTS"  TO TBP-SRC-LABEL.
070000     MOVE TBP-ADJUST-DEBITS          TO TBP-LINE-DEBITS.
070100     MOVE TBP-ADJUST-CREDITS         TO TBP-LINE-CREDITS.
070200     PERFORM 7100-PRINT-SOURCE THRU 7100-EXIT.
070220     MOVE "SERVICE FEES CHARGED"     TO TBP-SRC-LABEL.
070240     MOVE TBP-FEE-DEBITS             TO TBP-LINE-DEBITS.
070260     MOVE ZERO                       TO TBP-LINE-CREDITS.
070280     PERFORM 7100-PRINT-SOURCE THRU 7100-EXIT.
070300     MOVE "NET POSTINGS"             TO TBP-SRC-LABEL.
070400     MOVE TBP-TOTAL-DEBITS           TO TBP-LINE-DEBITS.
070500     MOVE TBP-TOTAL-CREDITS          TO TBP-LINE-CREDITS.
070600     PERFORM 7100-PRINT-SOURCE THRU 7100-EXIT.
070700     MOVE "CURRENT BALANCE" TO TBP-SEC-TEXT.
070800     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
070900     MOVE "PREVIOUS SNAPSHOT TOTAL"  TO TBP-MNY-LABEL.
071000     MOVE TBP-PRIOR-BALANCE          TO TBP-MNY-AMOUNT.
071100     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
071200     MOVE "NET POSTINGS"             TO TBP-MNY-LABEL.
071300     MOVE TBP-NET-POSTINGS           TO TBP-MNY-AMOUNT.
071400     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
071500     MOVE "EXPECTED TOTAL"           TO TBP-MNY-LABEL.
071600     MOVE TBP-EXPECTED-BALANCE       TO TBP-MNY-AMOUNT.
071700     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
071800     MOVE "CUSTOMER MASTER TOTAL"    TO TBP-MNY-LABEL.
071900     MOVE TBP-ACTUAL-BALANCE         TO TBP-MNY-AMOUNT.
072000     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
072100     MOVE "DIFFERENCE"               TO TBP-MNY-LABEL.
072200     MOVE TBP-BALANCE-DIFF           TO TBP-MNY-AMOUNT.
072300     IF TBP-BALANCE-DIFF NOT = ZERO
072400         MOVE TBP-OUT-OF-BALANCE TO TBP-MNY-NOTE
072500     END-IF.
072600     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
072700     MOVE "HELD FUNDS" TO TBP-SEC-TEXT.
072800     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
072900     MOVE "PREVIOUS SNAPSHOT TOTAL"  TO TBP-MNY-LABEL.
073000     MOVE TBP-PRIOR-HELD             TO TBP-MNY-AMOUNT.
073100     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
073200     MOVE "HOLDS PLACED"             TO TBP-MNY-LABEL.
073300     MOVE TBP-HOLDS-PLACED           TO TBP-MNY-AMOUNT.
073400     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
073500     MOVE "HOLDS RELEASED"           TO TBP-MNY-LABEL.
073600     MOVE TBP-HOLDS-RELEASED         TO TBP-MNY-AMOUNT.
073700     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
073800     MOVE "EXPECTED TOTAL"           TO TBP-MNY-LABEL.
073900     MOVE TBP-EXPECTED-HELD          TO TBP-MNY-AMOUNT.
074000     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
074100     MOVE "CUSTOMER MASTER TOTAL"    TO TBP-MNY-LABEL.
074200     MOVE TBP-ACTUAL-HELD            TO TBP-MNY-AMOUNT.
074300     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
074400     MOVE "DIFFERENCE"               TO TBP-MNY-LABEL.
074500     MOVE TBP-HELD-DIFF              TO TBP-MNY-AMOUNT.
074600     IF TBP-HELD-DIFF NOT = ZERO
074700         MOVE TBP-OUT-OF-BALANCE TO TBP-MNY-NOTE
074800     END-IF.
074900     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
075000     MOVE "WITHDRAWN TODAY" TO TBP-SEC-TEXT.
075100     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
075200     MOVE "TELLER CASH-OUTS"         TO TBP-MNY-LABEL.
075300     MOVE TBP-CASHOUTS               TO TBP-MNY-AMOUNT.
075400     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
075500     MOVE "CASH-OUTS REVERSED"       TO TBP-MNY-LABEL.
075600     MOVE TBP-CASHOUTS-REVERSED      TO TBP-MNY-AMOUNT.
075700     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
075800     MOVE "EXPECTED TOTAL"           TO TBP-MNY-LABEL.
075900     MOVE TBP-EXPECTED-WITHDRAWN     TO TBP-MNY-AMOUNT.
076000     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
076100     MOVE "CUSTOMER MASTER TOTAL"    TO TBP-MNY-LABEL.
076200     MOVE TBP-ACTUAL-WITHDRAWN       TO TBP-MNY-AMOUNT.
076300     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
076400     MOVE "DIFFERENCE"               TO TBP-MNY-LABEL.
076500     MOVE TBP-WITHDRAWN-DIFF         TO TBP-MNY-AMOUNT.
076600     IF TBP-WITHDRAWN-DIFF NOT = ZERO
076700         MOVE TBP-OUT-OF-BALANCE TO TBP-MNY-NOTE
076800     END-IF.
076900     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
077000     MOVE "ACCOUNTS ON FILE" TO TBP-SEC-TEXT.
077100     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
077200     MOVE "PREVIOUS SNAPSHOT COUNT"  TO TBP-CNT-LABEL.
077300     MOVE TBP-PRIOR-ACCOUNTS         TO TBP-CNT-AMOUNT.
077400     PERFORM 7400-PRINT-COUNT THRU 7400-EXIT.
077500     MOVE "ACCOUNTS OPENED"          TO TBP-CNT-LABEL.
077600     MOVE TBP-ACCOUNTS-OPENED        TO TBP-CNT-AMOUNT.
077700     PERFORM 7400-PRINT-COUNT THRU 7400-EXIT.
077800     MOVE "EXPECTED COUNT"           TO TBP-CNT-LABEL.
077900     MOVE TBP-EXPECTED-ACCOUNTS      TO TBP-CNT-AMOUNT.
078000     PERFORM 7400-PRINT-COUNT THRU 7400-EXIT.
078100     MOVE "CUSTOMER MASTER COUNT"    TO TBP-CNT-LABEL.
078200     MOVE TBP-ACTUAL-ACCOUNTS        TO TBP-CNT-AMOUNT.
078300     PERFORM 7400-PRINT-COUNT THRU 7400-EXIT.
078400     MOVE "DIFFERENCE"               TO TBP-CNT-LABEL.
078500     MOVE TBP-ACCOUNT-DIFF           TO TBP-CNT-AMOUNT.
078600     IF TBP-ACCOUNT-DIFF NOT = ZERO
078700         MOVE TBP-OUT-OF-BALANCE TO TBP-CNT-NOTE
078800     END-IF.
078900     PERFORM 7400-PRINT-COUNT THRU 7400-EXIT.
079000     MOVE SPACES TO TBP-SEC-TEXT.
079100     IF TBP-PROOF-IS-GOOD
079200         MOVE "*** MASTER PROVED ***" TO TBP-SEC-TEXT
079300     ELSE
079400         MOVE "*** MASTER DOES NOT PROVE - GL EXTRACT HELD ***"
079500             TO TBP-SEC-TEXT
079600     END-IF.
079700     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
079800 7000-EXIT.
079900     EXIT.
080000*****************************************************************
080100* 7100-PRINT-SOURCE - ONE BREAKDOWN LINE; THE NET IS CREDITS LESS
080200* DEBITS.
080300*****************************************************************
080400 7100-PRINT-SOURCE.
080500     MOVE TBP-LINE-DEBITS  TO TBP-SRC-DEBITS.
080600     MOVE TBP-LINE-CREDITS TO TBP-SRC-CREDITS.
080700     COMPUTE TBP-LINE-NET = TBP-LINE-CREDITS - TBP-LINE-DEBITS.
080800     MOVE TBP-LINE-NET     TO TBP-SRC-NET.
080900     WRITE PROOF-REPORT-LINE FROM TBP-SOURCE-LINE.
081000 7100-EXIT.
081100     EXIT.
081200*****************************************************************
081300* 7200-PRINT-SECTION - A BLANK LINE, THEN THE SECTION HEADING.
081400*****************************************************************
081500 7200-PRINT-SECTION.
081600     MOVE SPACES TO PROOF-REPORT-LINE.
081700     WRITE PROOF-REPORT-LINE.
081800     WRITE PROOF-REPORT-LINE FROM TBP-SECTION-LINE.
081900 7200-EXIT.
082000     EXIT.
082100*****************************************************************
082200* 7300-PRINT-MONEY - ONE MONEY LINE, THEN CLEAR ITS NOTE.
082300*****************************************************************
082400 7300-PRINT-MONEY.
082500     WRITE PROOF-REPORT-LINE FROM TBP-MONEY-LINE.
082600     MOVE SPACES TO TBP-MNY-NOTE.
082700 7300-EXIT.
082800     EXIT.
082900*****************************************************************
083000* 7400-PRINT-COUNT - ONE COUNT LINE, THEN CLEAR ITS NOTE.
083100*****************************************************************
083200 7400-PRINT-COUNT.
083300     WRITE PROOF-REPORT-LINE FROM TBP-COUNT-LINE.
083400     MOVE SPACES TO TBP-CNT-NOTE.
083500 7400-EXIT.
083600     EXIT.
083700*****************************************************************
083800* 7500-PRINT-BASELINE - THE FIRST NIGHT.  THERE IS NO PREVIOUS
083900* SNAPSHOT TO PROVE FROM, SO THE MASTER TOTALS ARE PRINTED AND
084000* RECORDED AS THE BASELINE TOMORROW PROVES AGAINST.
084100*****************************************************************
084200 7500-PRINT-BASELINE.
084300     MOVE "NO PREVIOUS SNAPSHOT - TONIGHT IS THE BASELINE"
084400         TO TBP-SEC-TEXT.
084500     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
084600     MOVE "ACCOUNTS ON FILE"         TO TBP-CNT-LABEL.
084700     MOVE TBP-ACTUAL-ACCOUNTS        TO TBP-CNT-AMOUNT.
084800     PERFORM 7400-PRINT-COUNT THRU 7400-EXIT.
084900     MOVE "TOTAL CURRENT BALANCE"    TO TBP-MNY-LABEL.
085000     MOVE TBP-ACTUAL-BALANCE         TO TBP-MNY-AMOUNT.
085100     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
085200     MOVE "TOTAL HELD"               TO TBP-MNY-LABEL.
085300     MOVE TBP-ACTUAL-HELD            TO TBP-MNY-AMOUNT.
085400     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
085500     MOVE "TOTAL WITHDRAWN TODAY"    TO TBP-MNY-LABEL.
085600     MOVE TBP-ACTUAL-WITHDRAWN       TO TBP-MNY-AMOUNT.
085700     PERFORM 7300-PRINT-MONEY THRU 7300-EXIT.
085800     DISPLAY 'CASHTBP: NO PREVIOUS SNAPSHOT, TONIGHT IS RECORDED '
085900         'AS THE BASELINE '.
086000     ADD 1 TO TBP-WARNING-COUNT.
086100 7500-EXIT.
086200     EXIT.
086300*****************************************************************
086400* 7600-PRINT-EXCEPTIONS - RECORDS THAT COULD NOT BE TAKEN AS THEY
086500* STOOD.  NOTHING PRINTS ON A CLEAN NIGHT.
086600*****************************************************************
086700 7600-PRINT-EXCEPTIONS.
086800     IF TBP-BAD-FIELD-COUNT = ZERO
086900             AND TBP-LOG-SKIPPED-COUNT = ZERO
087000         GO TO 7600-EXIT
087100     END-IF.
087200     MOVE "EXCEPTIONS" TO TBP-SEC-TEXT.
087300     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
087400     MOVE "NON-NUMERIC FIELDS TAKEN AS ZERO" TO TBP-CNT-LABEL.
087500     MOVE TBP-BAD-FIELD-COUNT        TO TBP-CNT-AMOUNT.
087600     PERFORM 7400-PRINT-COUNT THRU 7400-EXIT.
087700     MOVE "LOG RECORDS SKIPPED"      TO TBP-CNT-LABEL.
087800     MOVE TBP-LOG-SKIPPED-COUNT      TO TBP-CNT-AMOUNT.
087900     PERFORM 7400-PRINT-COUNT THRU 7400-EXIT.
088000     ADD 1 TO TBP-WARNING-COUNT.
088100 7600-EXIT.
088200     EXIT.
088300*****************************************************************
088400* 8000-WRITE-SNAPSHOT - RECORD TONIGHT'S MASTER TOTALS AND HOW THE
088500* PROOF CAME OUT.  AN EARLIER RUN OF THIS SAME NIGHT LEFT A
088600* SNAPSHOT UNDER THE SAME BUSINESS DATE; IT IS REPLACED.
088700*****************************************************************
088800 8000-WRITE-SNAPSHOT.
088900     MOVE SPACES                  TO TRIAL-BALANCE-SNAPSHOT.
089000     MOVE TBP-BUSINESS-DATE       TO TBS-BUSINESS-DATE.
089100     MOVE TBP-RUN-DATE            TO TBS-SNAPSHOT-DATE.
089200     MOVE TBP-RUN-TIME            TO TBS-SNAPSHOT-TIME.
089300     MOVE TBP-ACTUAL-ACCOUNTS     TO TBS-ACCOUNT-COUNT.
089400     MOVE TBP-ACTUAL-BALANCE      TO TBS-TOTAL-BALANCE.
089500     MOVE TBP-ACTUAL-HELD         TO TBS-TOTAL-HELD.
089600     MOVE TBP-ACTUAL-WITHDRAWN    TO TBS-TOTAL-WITHDRAWN.
089700     MOVE TBP-PRIOR-BUSINESS-DATE TO TBS-PRIOR-BUSINESS-DATE.
089800     EVALUATE TRUE
089900         WHEN TBP-PRIOR-NOT-FOUND
090000             SET TBS-PROOF-IS-BASELINE TO TRUE
090100             MOVE ZERO TO TBS-BALANCE-DIFFERENCE
090200         WHEN TBP-PROOF-IS-GOOD
090300             SET TBS-PROOF-IS-PROVED TO TRUE
090400             MOVE ZERO TO TBS-BALANCE-DIFFERENCE
090500         WHEN OTHER
090600             SET TBS-PROOF-IS-FAILED TO TRUE
090700             MOVE TBP-BALANCE-DIFF TO TBS-BALANCE-DIFFERENCE
090800     END-EVALUATE.
090900     WRITE TRIAL-BALANCE-SNAPSHOT.
091000     IF TRIAL-BALANCE-STATUS = "22"
091100         REWRITE TRIAL-BALANCE-SNAPSHOT
091200     END-IF.
091300     IF TRIAL-BALANCE-STATUS NOT = "00"
091400         DISPLAY 'CASHTBP: UNABLE TO RECORD TONIGHT''S SNAPSHOT, '
091500             'STATUS ' TRIAL-BALANCE-STATUS
091600         ADD 1 TO TBP-ERROR-COUNT
091700     END-IF.
091800 8000-EXIT.
091900     EXIT.
092000*****************************************************************
092100* 9000-TERMINATE - CLOSE UP, SHOW THE COUNTS AND SET THE RETURN
092200* CODE.  A MASTER THAT DOES NOT PROVE, OR A SNAPSHOT THAT COULD
092300* NOT BE RECORDED, IS RC 8; THE BASELINE NIGHT, A MISSING
092400* OPTIONAL INPUT OR A RECORD TAKEN AS ZERO IS RC 4.
092500*****************************************************************
092600 9000-TERMINATE.
092700     CLOSE TRIAL-BALANCE-FILE.
092800     CLOSE PROOF-REPORT-FILE.
092900     DISPLAY 'CASHTBP: ACCOUNTS ON FILE        '
093000         TBP-ACTUAL-ACCOUNTS.
093100     DISPLAY 'CASHTBP: LOG RECORDS READ        '
093200         TBP-LOG-READ-COUNT.
093300     DISPLAY 'CASHTBP: INTEREST POSTINGS TAKEN '
093400         TBP-IPD-TAKEN-COUNT.
093433     DISPLAY 'CASHTBP: FEE POSTINGS TAKEN      '
093466         TBP-FPD-TAKEN-COUNT.
093500     DISPLAY 'CASHTBP: MAINTENANCE CHANGES     '
093600         TBP-AUD-TAKEN-COUNT.
093700     IF TBP-WARNING-COUNT > ZERO
093800         MOVE 4 TO RETURN-CODE
093900     END-IF.
094000     IF TBP-PRIOR-IS-FOUND AND TBP-PROOF-IS-BAD
094100         DISPLAY 'CASHTBP: CUSTOMER MASTER DOES NOT PROVE - SEE '
094200             'THE PROOF REPORT '
094300         MOVE 8 TO RETURN-CODE
094400     END-IF.
094500     IF TBP-ERROR-COUNT > ZERO
094600         MOVE 8 TO RETURN-CODE
094700     END-IF.
094800 9000-EXIT.
094900     EXIT.
