000100*****************************************************************
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     CASHFEE.
000400 AUTHOR.         J R MILLIKEN.
000500 INSTALLATION.   BRANCH OPERATIONS SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*****************************************************************
000900* MONTH-END SERVICE FEE ASSESSMENT.  THE BRANCH'S MAINTENANCE,
001000* MINIMUM-BALANCE AND EXCESS-WITHDRAWAL FEES ARE KEPT ON A FEE
001100* SCHEDULE DATASET (CASHFSC CARD IMAGES), SO A FEE CAN BE ADDED
001200* OR REPRICED WITHOUT A PROGRAM CHANGE.  THIS PROGRAM LOADS THE
001300* SCHEDULE, THEN PASSES THE CUSTOMER MASTER FRONT TO BACK THE WAY
001400* CASHINT DOES, MATCHED AGAINST THE MONTH'S ARCHIVED LOG
001500* GENERATIONS SORTED INTO ACCOUNT SEQUENCE (AS THE CASHSTM
001600* STATEMENT RUN READS THEM) TO COUNT EACH ACCOUNT'S WITHDRAWALS.
001700* EVERY ACTIVE ACCOUNT IS ASSESSED AGAINST EVERY FEE ON THE
001800* SCHEDULE; WHAT IS CHARGED IS DEBITED TO CUST-CURRENT-BALANCE
001900* AND ONE FEE POSTING DETAIL RECORD (CASHFPD) IS WRITTEN PER FEE
002000* ASSESSED, FOR CASHGLX, CASHSTM AND CASHTBP TO PICK UP.
002100*
002200* A FEE NEVER TAKES THE BALANCE BELOW ZERO.  FEES ARE TAKEN IN
002300* SCHEDULE CARD ORDER FROM THE WHOLE DOLLARS LEFT ON THE ACCOUNT;
002400* WHAT THE BALANCE CANNOT COVER IS WAIVED AND PRINTED ON THE FEE
002500* REPORT, WHETHER PART OF THE FEE OR ALL OF IT.  THE BALANCE
002600* TESTS ARE MADE ON THE MONTH-END BALANCE BEFORE ANY FEE IS
002700* TAKEN.  A FEE IS NOT CUSTOMER ACTIVITY AND DOES NOT MOVE THE
002800* LAST ACTIVITY DATE THE DORMANCY RUN WORKS FROM; DORMANT, FROZEN,
002900* DECEASED, PENDING-CLOSE AND CLOSED ACCOUNTS ARE NOT ASSESSED.
003000*
003100* A WITHDRAWAL IS A CASH-OUT OR A TRANSFER OUT (TELLER OR
003200* STANDING ORDER) SETTLED IN THE FEE MONTH; A SAME-DAY REVERSAL OF
003300* ONE TAKES IT BACK OFF THE COUNT.
003400*
003500* THE FEE MONTH (CCYYMM) IS THE FIRST SYSIN CARD; THE SECOND IS
003600* THE RUN OPTION.  THE RUN IS RECORDED ON THE RUN-CONTROL LEDGER
003700* (CASHRUN) EXACTLY AS CASHINT'S IS: A MONTH ALREADY ASSESSED IS
003800* REFUSED UNLESS FORCE IS KEYED, AND A RUN THAT NEVER FINISHED
003900* RESTARTS AFTER THE LAST ACCOUNT IT COMMITTED.
004000*
004100* MODIFICATION HISTORY
004200*     DATE       INIT   DESCRIPTION
004300*     ---------- ----   ---------------------------------------
004400*     2026-10-15 JRM    ORIGINAL MONTHLY FEE ASSESSMENT RUN.
004414*     2026-10-15 JRM    A FAILED REWRITE NOW STOPS THE PASS AT
004428*                       THAT ACCOUNT AND A RESTART NO LONGER
004442*                       CARRIES THE FAILURE COUNT FORWARD, SO THE
004456*                       RESTART RETRIES THE ACCOUNT AND CAN CLOSE
004470*                       THE MONTH COMPLETED WITHOUT A FORCE RERUN
004484*                       CHARGING EVERY ACCOUNT A SECOND TIME.
004500*****************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAS"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS CUST-ACCOUNT-NO
005300         FILE STATUS IS CUST-MASTER-STATUS.
005400     SELECT CASH-CTL-FILE ASSIGN TO "CASHCTL"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS CASH-CTL-STATUS.
005700     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHD"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS FEE-SCHEDULE-STATUS.
006000     SELECT CASH-LOG-FILE ASSIGN TO "CASHLOG"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS CASH-LOG-STATUS.
006300     SELECT CASH-FEE-POSTING-FILE ASSIGN TO "FEEPOST"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS CASH-FEE-POSTING-STATUS.
006600     SELECT FEE-REPORT-FILE ASSIGN TO "CASHFEE"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS FEE-REPORT-STATUS.
006900     SELECT RUN-CONTROL-FILE ASSIGN TO "CASHRUN"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS RUN-KEY
007300         FILE STATUS IS RUN-CONTROL-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  CUST-MASTER-FILE.
007700     COPY CUSTMAS.
007800 FD  CASH-CTL-FILE
007900     RECORDING MODE IS F.
008000     COPY CASHCTL.
008100 FD  FEE-SCHEDULE-FILE
008200     RECORDING MODE IS F.
008300     COPY CASHFSC.
008400 FD  CASH-LOG-FILE
008500     RECORDING MODE IS F.
008600     COPY CASHLOG.
008700 FD  CASH-FEE-POSTING-FILE
008800     RECORDING MODE IS F.
008900     COPY CASHFPD.
009000 FD  FEE-REPORT-FILE
009100     RECORDING MODE IS F.
009200 01  FEE-REPORT-LINE                 PIC X(80).
009300 FD  RUN-CONTROL-FILE.
009400     COPY CASHRUN.
009500 WORKING-STORAGE SECTION.
009600*****************************************************************
009700* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
009800*****************************************************************
009900 77  CUST-MASTER-STATUS          PIC X(02) VALUE SPACES.
010000 77  CASH-CTL-STATUS             PIC X(02) VALUE SPACES.
010100 77  FEE-SCHEDULE-STATUS         PIC X(02) VALUE SPACES.
010200 77  CASH-LOG-STATUS             PIC X(02) VALUE SPACES.
010300 77  CASH-FEE-POSTING-STATUS     PIC X(02) VALUE SPACES.
010400 77  FEE-REPORT-STATUS           PIC X(02) VALUE SPACES.
010500 77  RUN-CONTROL-STATUS          PIC X(02) VALUE SPACES.
010600 77  FEE-RESTART-SWITCH          PIC X(01) VALUE "N".
010700     88  FEE-RUN-IS-RESTART              VALUE "Y".
010800 77  FEE-EOF-SWITCH              PIC X(01) VALUE "N".
010900     88  FEE-END-OF-FILE                 VALUE "Y" "S".
010950     88  FEE-PASS-IS-STOPPED             VALUE "S".
011000 77  FEE-LOG-EOF-SWITCH          PIC X(01) VALUE "N".
011100     88  FEE-LOG-AT-END                  VALUE "Y".
011200 77  FEE-SCHD-EOF-SWITCH         PIC X(01) VALUE "N".
011300     88  FEE-SCHD-AT-END                 VALUE "Y".
011400 77  FEE-CARD-SWITCH             PIC X(01) VALUE "Y".
011500     88  FEE-CARD-IS-GOOD                VALUE "Y".
011600     88  FEE-CARD-IS-BAD                 VALUE "N".
011700 77  FEE-MAX-ENTRIES             PIC 9(02) COMP VALUE 20.
011800 77  FEE-ENTRY-COUNT             PIC 9(02) COMP VALUE ZERO.
011900 77  FEE-SUB                     PIC 9(02) COMP VALUE ZERO.
012000 77  FEE-FIND-SUB                PIC 9(02) COMP VALUE ZERO.
012100 77  FEE-PEND-COUNT              PIC 9(02) COMP VALUE ZERO.
012200 77  FEE-PND-IX                  PIC 9(02) COMP VALUE ZERO.
012300 77  FEE-CARD-COUNT              PIC 9(05) COMP VALUE ZERO.
012400 77  FEE-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
012500 77  FEE-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
012600 77  FEE-ASSESSED-COUNT          PIC 9(07) COMP VALUE ZERO.
012700 77  FEE-POST-COUNT              PIC 9(07) COMP VALUE ZERO.
012800 77  FEE-PARTIAL-COUNT           PIC 9(07) COMP VALUE ZERO.
012900 77  FEE-WAIVED-COUNT            PIC 9(07) COMP VALUE ZERO.
013000 77  FEE-BAD-BALANCE-COUNT       PIC 9(07) COMP VALUE ZERO.
013100 77  FEE-ERROR-COUNT             PIC 9(07) COMP VALUE ZERO.
013200 77  FEE-WITHDRAWAL-COUNT        PIC 9(05) COMP VALUE ZERO.
013300*****************************************************************
013400* FEE MONTH FROM SYSIN AND THE RECORD-DATE WORK AREA THE MONTH
013500* FILTER SHARES WITH CASHSTM.  THE BUSINESS DATE IS THE DAY A
013600* TRANSACTION SETTLED UNDER; RECORDS LOGGED BEFORE THE FIELD
013700* EXISTED CARRY SPACES AND FALL BACK TO THE WALL-CLOCK DATE.
013800*****************************************************************
013900 01  FEE-MONTH-INPUT             PIC X(06).
014000 01  FEE-MONTH                   PIC 9(06).
014100 01  FEE-WORK-DATE               PIC 9(08).
014200 01  FEE-WORK-DATE-R REDEFINES FEE-WORK-DATE.
014300     05  FEE-WORK-MONTH              PIC 9(06).
014400     05  FILLER                      PIC 9(02).
014500 01  FEE-POSTING-DATE            PIC 9(08) VALUE ZERO.
014600*****************************************************************
014700* THE FEE SCHEDULE AS LOADED, WITH THE RUN'S TOTALS PER FEE.
014800*****************************************************************
014900 01  FEE-SCHEDULE-TABLE.
015000     05  FEE-ENTRY OCCURS 20 TIMES.
015100         10  FEE-TBL-CODE            PIC X(02).
015200         10  FEE-TBL-TYPE            PIC X(01).
015300             88  FEE-TBL-IS-MAINTENANCE      VALUE 'M'.
015400             88  FEE-TBL-IS-MIN-BALANCE      VALUE 'B'.
015500             88  FEE-TBL-IS-WITHDRAWAL       VALUE 'W'.
015600         10  FEE-TBL-DESCRIPTION     PIC X(20).
015700         10  FEE-TBL-AMOUNT          PIC 9(05).
015800         10  FEE-TBL-MIN-BALANCE     PIC 9(09)V99.
015900         10  FEE-TBL-FREE            PIC 9(03).
016000         10  FEE-TBL-COUNT           PIC 9(07) COMP.
016100         10  FEE-TBL-ASSESSED        PIC 9(11)V99.
016200         10  FEE-TBL-CHARGED         PIC 9(11)V99.
016300*****************************************************************
016400* ONE ACCOUNT'S FEES, HELD UNTIL THE MASTER HAS BEEN REWRITTEN SO
016500* NO POSTING RECORD IS WRITTEN FOR A DEBIT THAT DID NOT LAND.
016600*****************************************************************
016700 01  FEE-PENDING-TABLE.
016800     05  FEE-PEND OCCURS 20 TIMES.
016900         10  FEE-PND-SUB             PIC 9(02) COMP.
017000         10  FEE-PND-BEFORE          PIC 9(09)V99.
017100         10  FEE-PND-ASSESSED        PIC 9(07)V99.
017200         10  FEE-PND-CHARGED         PIC 9(07)V99.
017300         10  FEE-PND-AFTER           PIC 9(09)V99.
017400*****************************************************************
017500* ASSESSMENT WORK AREAS.  THE WHOLE-DOLLAR BALANCE DROPS THE
017600* CENTS, SO A FEE IS ONLY EVER CHARGED IN WHOLE DOLLARS.
017700*****************************************************************
017800 01  FEE-MONTH-END-BALANCE       PIC 9(09)V99.
017900 01  FEE-WHOLE-BALANCE           PIC 9(09).
018000 01  FEE-ASSESSED-AMOUNT         PIC 9(07)V99.
018100 01  FEE-CHARGED-AMOUNT          PIC 9(07)V99.
018200 01  FEE-ACCOUNT-CHARGED         PIC 9(07)V99.
018300 01  FEE-TOTAL-ASSESSED          PIC 9(11)V99 VALUE ZERO.
018400 01  FEE-TOTAL-CHARGED           PIC 9(11)V99 VALUE ZERO.
018500*****************************************************************
018600* RUN-CONTROL WORK AREAS.  THE LEDGER KEY FOR THIS RUN IS THE FEE
018700* MONTH WITH A DAY OF 00, SO A SECOND RUN FOR THE MONTH FINDS THE
018800* FIRST ONE.
018900*****************************************************************
019000 01  FEE-RUN-OPTION              PIC X(08) VALUE SPACES.
019100     88  FEE-RUN-IS-FORCED               VALUE "FORCE".
019200 01  FEE-RUN-PERIOD.
019300     05  FEE-RUN-PERIOD-MONTH        PIC 9(06).
019400     05  FEE-RUN-PERIOD-DAY          PIC 9(02).
019500 01  FEE-RUN-DATE                PIC 9(08).
019600 01  FEE-RUN-TIME                PIC 9(08).
019700*****************************************************************
019800* REPORT LINES
019900*****************************************************************
020000 01  FEE-TITLE-LINE.
020100     05  FILLER                      PIC X(36)
020200         VALUE "CASHFEE  MONTHLY FEE ASSESSMENT    ".
020300     05  FILLER                      PIC X(10)
020400         VALUE "FEE MONTH ".
020500     05  FEE-TTL-MONTH               PIC 9(06).
020600     05  FILLER                      PIC X(10)
020700         VALUE "  POSTED  ".
020800     05  FEE-TTL-POSTING-DATE        PIC 9(08).
020900     05  FILLER                      PIC X(10) VALUE SPACES.
021000 01  FEE-SECTION-LINE.
021100     05  FEE-SEC-TEXT                PIC X(60).
021200     05  FILLER                      PIC X(20) VALUE SPACES.
021300 01  FEE-WAIVED-HEAD-LINE.
021400     05  FILLER                      PIC X(16)
021500         VALUE "ACCOUNT     FEE ".
021600     05  FILLER                      PIC X(14)
021700         VALUE "   BALANCE    ".
021800     05  FILLER                      PIC X(12)
021900         VALUE "    ASSESSED".
022000     05  FILLER                      PIC X(12)
022100         VALUE "     CHARGED".
022200     05  FILLER                      PIC X(12)
022300         VALUE "      WAIVED".
022400     05  FILLER                      PIC X(14) VALUE SPACES.
022500 01  FEE-WAIVED-LINE.
022600     05  FEE-WVD-ACCOUNT-NO          PIC X(10).
022700     05  FILLER                      PIC X(02) VALUE SPACES.
022800     05  FEE-WVD-CODE                PIC X(02).
022900     05  FILLER                      PIC X(02) VALUE SPACES.
023000     05  FEE-WVD-BALANCE             PIC ZZZ,ZZZ,ZZ9.99.
023100     05  FEE-WVD-ASSESSED            PIC Z,ZZZ,ZZ9.99.
023200     05  FEE-WVD-CHARGED             PIC Z,ZZZ,ZZ9.99.
023300     05  FEE-WVD-WAIVED              PIC Z,ZZZ,ZZ9.99.
023400     05  FILLER                      PIC X(02) VALUE SPACES.
023500     05  FEE-WVD-DISPOSITION         PIC X(08).
023600     05  FILLER                      PIC X(04) VALUE SPACES.
023700 01  FEE-CODE-HEAD-LINE.
023800     05  FILLER                      PIC X(24)
023900         VALUE "FEE DESCRIPTION         ".
024000     05  FILLER                      PIC X(08)
024100         VALUE "   COUNT".
024200     05  FILLER                      PIC X(14)
024300         VALUE "      ASSESSED".
024400     05  FILLER                      PIC X(14)
024500         VALUE "       CHARGED".
024600     05  FILLER                      PIC X(14)
024700         VALUE "        WAIVED".
024800     05  FILLER                      PIC X(06) VALUE SPACES.
024900 01  FEE-CODE-LINE.
025000     05  FEE-COD-CODE                PIC X(02).
025100     05  FILLER                      PIC X(02) VALUE SPACES.
025200     05  FEE-COD-DESCRIPTION         PIC X(20).
025300     05  FILLER                      PIC X(01) VALUE SPACE.
025400     05  FEE-COD-COUNT               PIC ZZZ,ZZ9.
025500     05  FEE-COD-ASSESSED            PIC ZZZ,ZZZ,ZZ9.99.
025600     05  FEE-COD-CHARGED             PIC ZZZ,ZZZ,ZZ9.99.
025700     05  FEE-COD-WAIVED              PIC ZZZ,ZZZ,ZZ9.99.
025800     05  FILLER                      PIC X(06) VALUE SPACES.
025900 01  FEE-COUNT-LINE.
026000     05  FEE-CNT-LABEL               PIC X(36).
026100     05  FEE-CNT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.
026200     05  FILLER                      PIC X(33) VALUE SPACES.
026300 01  FEE-MONEY-LINE.
026400     05  FEE-MNY-LABEL               PIC X(36).
026500     05  FEE-MNY-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
026600     05  FILLER                      PIC X(30) VALUE SPACES.
026700 PROCEDURE DIVISION.
026800*****************************************************************
026900* 0000-MAINLINE - LOAD THE SCHEDULE, CHECK THE RUN-CONTROL LEDGER,
027000* PASS THE MASTER ONCE ASSESSING EACH ACTIVE ACCOUNT (FROM THE
027100* RESTART POINT ON A RESTART), THEN PRINT THE TOTALS AND CLOSE THE
027200* LEDGER ENTRY.
027300*****************************************************************
027400 0000-MAINLINE.
027500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027600     IF FEE-ENTRY-COUNT = ZERO
027700         DISPLAY 'CASHFEE: NO USABLE FEES ON THE FEE SCHEDULE, '
027800             'NOTHING ASSESSED '
027900         MOVE 8 TO RETURN-CODE
028000         STOP RUN
028100     END-IF.
028200     PERFORM 1500-CHECK-RUN-CONTROL THRU 1500-EXIT.
028300     PERFORM 1700-OPEN-FILES THRU 1700-EXIT.
028400     IF FEE-RUN-IS-RESTART
028500         PERFORM 1600-POSITION-RESTART THRU 1600-EXIT
028600     END-IF.
028700     PERFORM 2100-READ-LOG THRU 2100-EXIT.
028800     IF NOT FEE-END-OF-FILE
028900         PERFORM 2000-READ-MASTER THRU 2000-EXIT
029000     END-IF.
029100     PERFORM 3000-ASSESS-ACCOUNT THRU 3000-EXIT
029200         UNTIL FEE-END-OF-FILE.
029300     CLOSE CUST-MASTER-FILE.
029400     CLOSE CASH-LOG-FILE.
029500     CLOSE CASH-FEE-POSTING-FILE.
029600     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
029700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029800     STOP RUN.
029900*****************************************************************
030000* 1000-INITIALIZE - READ THE FEE MONTH FROM SYSIN, THE POSTING
030100* DATE FROM THE CONTROL RECORD, AND LOAD THE FEE SCHEDULE.  A BAD
030200* MONTH FAILS THE STEP - FEES CHARGED AGAINST THE WRONG MONTH'S
030300* WITHDRAWALS ARE WORSE THAN NONE.
030400*****************************************************************
030500 1000-INITIALIZE.
030600     ACCEPT FEE-MONTH-INPUT.
030700     IF FEE-MONTH-INPUT NOT NUMERIC
030800         DISPLAY 'CASHFEE: FEE MONTH ON SYSIN IS NOT NUMERIC '
030900             'CCYYMM, NOTHING ASSESSED '
031000         MOVE 16 TO RETURN-CODE
031100         STOP RUN
031200     END-IF.
031300     MOVE FEE-MONTH-INPUT TO FEE-MONTH.
031400     PERFORM 1100-READ-CONTROL-FILE THRU 1100-EXIT.
031500     PERFORM 1200-LOAD-SCHEDULE THRU 1200-EXIT.
031600     DISPLAY 'CASHFEE: FEE MONTH ' FEE-MONTH
031700         ' POSTING DATE ' FEE-POSTING-DATE.
031800 1000-EXIT.
031900     EXIT.
032000*****************************************************************
032100* 1100-READ-CONTROL-FILE - THE BUSINESS DATE IS THE POSTING DATE.
032200* A RECORD WITHOUT ONE (OR NO CONTROL FILE) LEAVES THE WALL-CLOCK
032300* DATE STANDING, AS IN CASHINT.
032400*****************************************************************
032500 1100-READ-CONTROL-FILE.
032600     ACCEPT FEE-POSTING-DATE FROM DATE YYYYMMDD.
032700     OPEN INPUT CASH-CTL-FILE.
032800     IF CASH-CTL-STATUS NOT = "00"
032900         DISPLAY 'CASHFEE: NO CONTROL FILE FOUND '
033000         GO TO 1100-EXIT
033100     END-IF.
033200     READ CASH-CTL-FILE
033300         AT END
033400             DISPLAY 'CASHFEE: CONTROL FILE EMPTY '
033500         NOT AT END
033600             IF CCTL-BUSINESS-DATE NUMERIC
033700                     AND CCTL-BUSINESS-DATE > ZERO
033800                 MOVE CCTL-BUSINESS-DATE TO FEE-POSTING-DATE
033900             END-IF
034000     END-READ.
034100     CLOSE CASH-CTL-FILE.
034200 1100-EXIT.
034300     EXIT.
034400*****************************************************************
034500* 1200-LOAD-SCHEDULE - LOAD EVERY USABLE FEE CARD INTO THE TABLE.
034600* A COMMENT OR BLANK CARD IS PASSED OVER; A CARD THAT CANNOT BE
034700* USED IS REJECTED WITH A MESSAGE AND THE REST OF THE SCHEDULE
034800* STILL LOADS.
034900*****************************************************************
035000 1200-LOAD-SCHEDULE.
035100     OPEN INPUT FEE-SCHEDULE-FILE.
035200     IF FEE-SCHEDULE-STATUS NOT = "00"
035300         DISPLAY 'CASHFEE: NO FEE SCHEDULE FILE FOUND '
035400         GO TO 1200-EXIT
035500     END-IF.
035600     PERFORM 1210-READ-SCHEDULE THRU 1210-EXIT.
035700     PERFORM 1220-LOAD-CARD THRU 1220-EXIT
035800         UNTIL FEE-SCHD-AT-END.
035900     CLOSE FEE-SCHEDULE-FILE.
036000 1200-EXIT.
036100     EXIT.
036200*****************************************************************
036300* 1210-READ-SCHEDULE - READ THE NEXT FEE SCHEDULE CARD.
036400*****************************************************************
036500 1210-READ-SCHEDULE.
036600     READ FEE-SCHEDULE-FILE
036700         AT END
036800             SET FEE-SCHD-AT-END TO TRUE
036900     END-READ.
037000     IF NOT FEE-SCHD-AT-END
037100         ADD 1 TO FEE-CARD-COUNT
037200     END-IF.
037300 1210-EXIT.
037400     EXIT.
037500*****************************************************************
037600* 1220-LOAD-CARD - CHECK ONE CARD AND ADD IT TO THE TABLE.  THE
037700* TYPE MUST BE KNOWN, THE FEE NONZERO, THE NUMBERS NUMERIC (ZERO
037800* FILLED), THE CODE NOT ALREADY LOADED AND THE TABLE NOT FULL.
037900*****************************************************************
038000 1220-LOAD-CARD.
038100     IF FEE-SCHEDULE-RECORD (1:1) = "*"
038200             OR FSC-FEE-CODE = SPACES
038300         GO TO 1220-READ-NEXT
038400     END-IF.
038500     SET FEE-CARD-IS-GOOD TO TRUE.
038600     IF NOT FSC-TYPE-IS-KNOWN
038700             OR FSC-FEE-AMOUNT NOT NUMERIC
038800             OR FSC-MIN-BALANCE NOT NUMERIC
038900             OR FSC-FREE-WITHDRAWALS NOT NUMERIC
039000         SET FEE-CARD-IS-BAD TO TRUE
039100     ELSE
039200         IF FSC-FEE-AMOUNT = ZERO
039300             SET FEE-CARD-IS-BAD TO TRUE
039400         END-IF
039500     END-IF.
039600     IF FEE-CARD-IS-GOOD
039700         PERFORM 1230-CHECK-DUPLICATE THRU 1230-EXIT
039800             VARYING FEE-FIND-SUB FROM 1 BY 1
039900             UNTIL FEE-FIND-SUB > FEE-ENTRY-COUNT
040000     END-IF.
040100     IF FEE-CARD-IS-GOOD
040200             AND FEE-ENTRY-COUNT NOT < FEE-MAX-ENTRIES
040300         DISPLAY 'CASHFEE: FEE TABLE FULL AT ' FEE-MAX-ENTRIES
040400             ' FEES '
040500         SET FEE-CARD-IS-BAD TO TRUE
040600     END-IF.
040700     IF FEE-CARD-IS-BAD
040800         ADD 1 TO FEE-REJECT-COUNT
040900         DISPLAY 'CASHFEE: FEE SCHEDULE CARD ' FEE-CARD-COUNT
041000             ' REJECTED - ' FEE-SCHEDULE-RECORD (1:30)
041100         GO TO 1220-READ-NEXT
041200     END-IF.
041300     ADD 1 TO FEE-ENTRY-COUNT.
041400     MOVE FEE-ENTRY-COUNT      TO FEE-SUB.
041500     MOVE FSC-FEE-CODE         TO FEE-TBL-CODE (FEE-SUB).
041600     MOVE FSC-FEE-TYPE         TO FEE-TBL-TYPE (FEE-SUB).
041700     MOVE FSC-DESCRIPTION      TO FEE-TBL-DESCRIPTION (FEE-SUB).
041800     MOVE FSC-FEE-AMOUNT       TO FEE-TBL-AMOUNT (FEE-SUB).
041900     MOVE FSC-MIN-BALANCE      TO FEE-TBL-MIN-BALANCE (FEE-SUB).
042000     MOVE FSC-FREE-WITHDRAWALS TO FEE-TBL-FREE (FEE-SUB).
042100     MOVE ZERO                 TO FEE-TBL-COUNT (FEE-SUB).
042200     MOVE ZERO                 TO FEE-TBL-ASSESSED (FEE-SUB).
042300     MOVE ZERO                 TO FEE-TBL-CHARGED (FEE-SUB).
042400 1220-READ-NEXT.
042500     PERFORM 1210-READ-SCHEDULE THRU 1210-EXIT.
042600 1220-EXIT.
042700     EXIT.
042800*****************************************************************
042900* 1230-CHECK-DUPLICATE - A FEE CODE MAY ONLY BE LOADED ONCE.
043000*****************************************************************
043100 1230-CHECK-DUPLICATE.
043200     IF FEE-TBL-CODE (FEE-FIND-SUB) = FSC-FEE-CODE
043300         DISPLAY 'CASHFEE: FEE CODE ' FSC-FEE-CODE
043400             ' IS ON THE SCHEDULE TWICE '
043500         SET FEE-CARD-IS-BAD TO TRUE
043600     END-IF.
043700 1230-EXIT.
043800     EXIT.
043900*****************************************************************
044000* 1500-CHECK-RUN-CONTROL - FIND THIS MONTH'S LEDGER ENTRY.  NONE
044100* MEANS A FIRST RUN; STARTED OR FAILED MEANS THE LAST RUN NEVER
044200* FINISHED, SO THIS ONE RESTARTS AFTER ITS LAST COMMITTED ACCOUNT
044300* WITH ITS TOTALS, BUT NOT ITS FAILURES, CARRIED FORWARD - THE
044350* ACCOUNT THAT FAILED IS RETRIED.  COMPLETED IS REFUSED UNLESS
044400* FORCE IS KEYED ON SYSIN, WHICH RERUNS FROM THE TOP.
044500* WITHOUT THE LEDGER NOTHING IS ASSESSED - A RUN THAT CANNOT BE
044600* RECORDED CANNOT BE PROTECTED FROM A SECOND RUN.
044700*****************************************************************
044800 1500-CHECK-RUN-CONTROL.
044900     ACCEPT FEE-RUN-OPTION.
045000     MOVE FEE-MONTH TO FEE-RUN-PERIOD-MONTH.
045100     MOVE ZERO      TO FEE-RUN-PERIOD-DAY.
045200     ACCEPT FEE-RUN-DATE FROM DATE YYYYMMDD.
045300     ACCEPT FEE-RUN-TIME FROM TIME.
045400     OPEN I-O RUN-CONTROL-FILE.
045500     IF RUN-CONTROL-STATUS = "35"
045600         OPEN OUTPUT RUN-CONTROL-FILE
045700         CLOSE RUN-CONTROL-FILE
045800         OPEN I-O RUN-CONTROL-FILE
045900     END-IF.
046000     IF RUN-CONTROL-STATUS NOT = "00"
046100         DISPLAY 'CASHFEE: RUN-CONTROL LEDGER UNAVAILABLE, '
046200             'NOTHING ASSESSED '
046300         MOVE 16 TO RETURN-CODE
046400         STOP RUN
046500     END-IF.
046600     MOVE "CASHFEE"      TO RUN-JOB-NAME.
046700     MOVE "STEP020"      TO RUN-STEP-NAME.
046800     MOVE FEE-RUN-PERIOD TO RUN-BUSINESS-DATE.
046900     READ RUN-CONTROL-FILE
047000         INVALID KEY
047100             PERFORM 1510-RESET-ENTRY THRU 1510-EXIT
047200             MOVE ZERO TO RUN-ATTEMPT-COUNT
047300             MOVE "N"  TO RUN-FORCED-FLAG
047400             ADD 1 TO RUN-ATTEMPT-COUNT
047500             WRITE RUN-CONTROL-RECORD
047600             GO TO 1500-CHECK-WRITE
047700     END-READ.
047800     IF RUN-IS-COMPLETED AND NOT FEE-RUN-IS-FORCED
047900         DISPLAY 'CASHFEE: FEES FOR ' FEE-RUN-PERIOD-MONTH
048000             ' WERE ALREADY ASSESSED ON ' RUN-END-DATE
048100             ' - RUN REFUSED, KEY FORCE ON SYSIN TO RERUN '
048200         CLOSE RUN-CONTROL-FILE
048300         MOVE 8 TO RETURN-CODE
048400         STOP RUN
048500     END-IF.
048600     IF FEE-RUN-IS-FORCED
048700         DISPLAY 'CASHFEE: FORCE KEYED - MONTH '
048800             FEE-RUN-PERIOD-MONTH ' RERUN FROM THE TOP '
048900         PERFORM 1510-RESET-ENTRY THRU 1510-EXIT
049000         MOVE "Y" TO RUN-FORCED-FLAG
049100     ELSE
049200         SET FEE-RUN-IS-RESTART TO TRUE
049300         MOVE RUN-RECORDS-READ   TO FEE-READ-COUNT
049400         MOVE RUN-RECORDS-POSTED TO FEE-POST-COUNT
049600         MOVE RUN-DOLLARS-POSTED TO FEE-TOTAL-CHARGED
049700         DISPLAY 'CASHFEE: RESTARTING MONTH '
049800             FEE-RUN-PERIOD-MONTH ' AFTER ACCOUNT '
049900             RUN-LAST-KEY
050000     END-IF.
050100     ADD 1 TO RUN-ATTEMPT-COUNT.
050200     SET RUN-IS-STARTED TO TRUE.
050300     MOVE FEE-RUN-DATE TO RUN-START-DATE.
050400     MOVE FEE-RUN-TIME TO RUN-START-TIME.
050500     REWRITE RUN-CONTROL-RECORD.
050600 1500-CHECK-WRITE.
050700     IF RUN-CONTROL-STATUS NOT = "00"
050800         DISPLAY 'CASHFEE: UNABLE TO RECORD THE RUN ON THE '
050900             'RUN-CONTROL LEDGER, NOTHING ASSESSED '
051000         CLOSE RUN-CONTROL-FILE
051100         MOVE 16 TO RETURN-CODE
051200         STOP RUN
051300     END-IF.
051400 1500-EXIT.
051500     EXIT.
051600*****************************************************************
051700* 1510-RESET-ENTRY - START THE LEDGER ENTRY FROM THE TOP OF THE
051800* FILE WITH ZERO TOTALS.
051900*****************************************************************
052000 1510-RESET-ENTRY.
052100     MOVE "CASHFEE"         TO RUN-JOB-NAME.
052200     MOVE "STEP020"         TO RUN-STEP-NAME.
052300     MOVE FEE-RUN-PERIOD    TO RUN-BUSINESS-DATE.
052400     SET RUN-IS-STARTED     TO TRUE.
052500     MOVE "CASHFEE"         TO RUN-PROGRAM-ID.
052600     MOVE FEE-RUN-DATE      TO RUN-START-DATE.
052700     MOVE FEE-RUN-TIME      TO RUN-START-TIME.
052800     MOVE ZERO              TO RUN-END-DATE.
052900     MOVE ZERO              TO RUN-END-TIME.
053000     MOVE SPACES            TO RUN-LAST-KEY.
053100     MOVE ZERO              TO RUN-RECORDS-READ.
053200     MOVE ZERO              TO RUN-RECORDS-POSTED.
053300     MOVE ZERO              TO RUN-RECORDS-FAILED.
053400     MOVE ZERO              TO RUN-DOLLARS-POSTED.
053500     MOVE ZERO              TO RUN-RETURN-CODE.
053600     MOVE SPACES            TO RUN-FILLER.
053700 1510-EXIT.
053800     EXIT.
053900*****************************************************************
054000* 1600-POSITION-RESTART - POSITION THE MASTER JUST PAST THE LAST
054100* ACCOUNT THE INTERRUPTED RUN COMMITTED.  NOTHING PAST IT MEANS
054200* THE INTERRUPTED RUN HAD IN FACT REACHED THE END.  THE SORTED
054300* LOG IS READ FROM THE TOP; THE MATCH PASSES OVER ITS EARLIER
054400* ACCOUNTS.
054500*****************************************************************
054600 1600-POSITION-RESTART.
054700     MOVE RUN-LAST-KEY TO CUST-ACCOUNT-NO.
054800     START CUST-MASTER-FILE KEY > CUST-ACCOUNT-NO
054900         INVALID KEY
055000             SET FEE-END-OF-FILE TO TRUE
055100     END-START.
055200 1600-EXIT.
055300     EXIT.
055400*****************************************************************
055500* 1700-OPEN-FILES - OPEN THE MASTER, THE SORTED LOG, THE POSTING
055600* DETAIL FILE AND THE REPORT.  ANY ONE MISSING FAILS THE RUN
055700* BEFORE AN ACCOUNT IS TOUCHED.
055800*****************************************************************
055900 1700-OPEN-FILES.
056000     OPEN I-O CUST-MASTER-FILE.
056100     IF CUST-MASTER-STATUS NOT = "00"
056200         DISPLAY 'CASHFEE: CUSTOMER MASTER FILE UNAVAILABLE, '
056300             'NOTHING ASSESSED '
056400         GO TO 1700-FAIL
056500     END-IF.
056600     OPEN INPUT CASH-LOG-FILE.
056700     IF CASH-LOG-STATUS NOT = "00"
056800         DISPLAY 'CASHFEE: NO SORTED LOG FILE FOUND, '
056900             'NOTHING ASSESSED '
057000         CLOSE CUST-MASTER-FILE
057100         GO TO 1700-FAIL
057200     END-IF.
057300     OPEN OUTPUT CASH-FEE-POSTING-FILE.
057400     IF CASH-FEE-POSTING-STATUS NOT = "00"
057500         DISPLAY 'CASHFEE: UNABLE TO OPEN THE FEE POSTING '
057600             'FILE, NOTHING ASSESSED '
057700         CLOSE CUST-MASTER-FILE
057800         CLOSE CASH-LOG-FILE
057900         GO TO 1700-FAIL
058000     END-IF.
058100     OPEN OUTPUT FEE-REPORT-FILE.
058200     IF FEE-REPORT-STATUS NOT = "00"
058300         DISPLAY 'CASHFEE: UNABLE TO OPEN THE FEE REPORT, '
058400             'NOTHING ASSESSED '
058500         CLOSE CUST-MASTER-FILE
058600         CLOSE CASH-LOG-FILE
058700         CLOSE CASH-FEE-POSTING-FILE
058800         GO TO 1700-FAIL
058900     END-IF.
059000     MOVE FEE-MONTH        TO FEE-TTL-MONTH.
059100     MOVE FEE-POSTING-DATE TO FEE-TTL-POSTING-DATE.
059200     WRITE FEE-REPORT-LINE FROM FEE-TITLE-LINE.
059300     IF FEE-RUN-IS-RESTART
059400         MOVE "RESTARTED - FEE TOTALS BELOW ARE THIS RUN ONLY"
059500             TO FEE-SEC-TEXT
059600         WRITE FEE-REPORT-LINE FROM FEE-SECTION-LINE
059700     END-IF.
059800     MOVE SPACES TO FEE-REPORT-LINE.
059900     WRITE FEE-REPORT-LINE.
060000     MOVE "FEES NOT CHARGED IN FULL - BALANCE COULD NOT COVER"
060100         TO FEE-SEC-TEXT.
060200     WRITE FEE-REPORT-LINE FROM FEE-SECTION-LINE.
060300     WRITE FEE-REPORT-LINE FROM FEE-WAIVED-HEAD-LINE.
060400     GO TO 1700-EXIT.
060500 1700-FAIL.
060600     MOVE 16 TO RETURN-CODE.
060700     SET RUN-IS-FAILED TO TRUE.
060800     PERFORM 8100-CLOSE-RUN-CONTROL THRU 8100-EXIT.
060900     STOP RUN.
061000 1700-EXIT.
061100     EXIT.
061200*****************************************************************
061300* 2000-READ-MASTER - READ THE NEXT CUSTOMER MASTER RECORD.
061400*****************************************************************
061500 2000-READ-MASTER.
061600     READ CUST-MASTER-FILE
061700         AT END
061800             SET FEE-END-OF-FILE TO TRUE
061900     END-READ.
062000     IF NOT FEE-END-OF-FILE
062100         ADD 1 TO FEE-READ-COUNT
062200     END-IF.
062300 2000-EXIT.
062400     EXIT.
062500*****************************************************************
062600* 2100-READ-LOG - READ THE NEXT SORTED LOG RECORD SETTLED IN THE
062700* FEE MONTH.  RECORDS OUTSIDE THE MONTH ARE PASSED OVER, SO THE
062800* JOB CAN FEED EVERY CATALOGED HISTORY GENERATION.
062900*****************************************************************
063000 2100-READ-LOG.
063100     READ CASH-LOG-FILE
063200         AT END
063300             SET FEE-LOG-AT-END TO TRUE
063400             GO TO 2100-EXIT
063500     END-READ.
063600     IF CLOG-BUSINESS-DATE NUMERIC
063700         MOVE CLOG-BUSINESS-DATE TO FEE-WORK-DATE
063800     ELSE
063900         MOVE CLOG-DATE TO FEE-WORK-DATE
064000     END-IF.
064100     IF FEE-WORK-MONTH NOT = FEE-MONTH
064200         GO TO 2100-READ-LOG
064300     END-IF.
064400 2100-EXIT.
064500     EXIT.
064600*****************************************************************
064700* 3000-ASSESS-ACCOUNT - COUNT THE ACCOUNT'S WITHDRAWALS, ASSESS
064800* EVERY FEE ON THE SCHEDULE AGAINST IT, DEBIT WHAT IS CHARGED IN
064900* ONE REWRITE, AND ONLY THEN WRITE THE POSTING DETAIL AND COMMIT
065000* THE ACCOUNT ON THE LEDGER.  A FAILED REWRITE LEAVES THE ACCOUNT
065100* AS IT WAS, WRITES NO POSTING RECORD AND STOPS THE PASS THERE -
065110* THE LEDGER STILL POINTS AT THE LAST ACCOUNT COMMITTED, SO A
065120* RESTART RETRIES THE FAILED ACCOUNT INSTEAD OF LEAVING IT BEHIND.
065200*****************************************************************
065300 3000-ASSESS-ACCOUNT.
065400     PERFORM 3100-COUNT-WITHDRAWALS THRU 3100-EXIT.
065500     IF NOT CUST-STATUS-IS-ACTIVE
065600         GO TO 3000-READ-NEXT
065700     END-IF.
065800     IF CUST-CURRENT-BALANCE NOT NUMERIC
065900         ADD 1 TO FEE-BAD-BALANCE-COUNT
066000         DISPLAY 'CASHFEE: BALANCE NOT NUMERIC ON ACCOUNT '
066100             CUST-ACCOUNT-NO ', NOT ASSESSED '
066200         GO TO 3000-READ-NEXT
066300     END-IF.
066400     MOVE CUST-CURRENT-BALANCE TO FEE-MONTH-END-BALANCE.
066500     MOVE ZERO TO FEE-PEND-COUNT.
066600     MOVE ZERO TO FEE-ACCOUNT-CHARGED.
066700     PERFORM 3200-ASSESS-FEE THRU 3200-EXIT
066800         VARYING FEE-SUB FROM 1 BY 1
066900         UNTIL FEE-SUB > FEE-ENTRY-COUNT.
067000     IF FEE-PEND-COUNT = ZERO
067100         GO TO 3000-READ-NEXT
067200     END-IF.
067300     IF FEE-ACCOUNT-CHARGED > ZERO
067400         REWRITE CUST-MASTER-RECORD
067500         IF CUST-MASTER-STATUS NOT = "00"
067600             ADD 1 TO FEE-ERROR-COUNT
067700             DISPLAY 'CASHFEE: UNABLE TO REWRITE ACCOUNT '
067800                 CUST-ACCOUNT-NO ', STATUS ' CUST-MASTER-STATUS
067850                 ' - PASS STOPPED, RESTART TO RETRY'
067870             SET FEE-PASS-IS-STOPPED TO TRUE
067900             GO TO 3000-EXIT
068000         END-IF
068100         ADD 1 TO FEE-POST-COUNT
068200         ADD FEE-ACCOUNT-CHARGED TO FEE-TOTAL-CHARGED
068300     END-IF.
068400     ADD 1 TO FEE-ASSESSED-COUNT.
068500     ACCEPT FEE-RUN-DATE FROM DATE YYYYMMDD.
068600     ACCEPT FEE-RUN-TIME FROM TIME.
068700     PERFORM 4000-WRITE-POSTING THRU 4000-EXIT
068800         VARYING FEE-PND-IX FROM 1 BY 1
068900         UNTIL FEE-PND-IX > FEE-PEND-COUNT.
069000     PERFORM 8000-COMMIT-RUN-CONTROL THRU 8000-EXIT.
069100 3000-READ-NEXT.
069200     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
069300 3000-EXIT.
069400     EXIT.
069500*****************************************************************
069600* 3100-COUNT-WITHDRAWALS - MATCH THE SORTED LOG TO THE MASTER
069700* ACCOUNT: LOG ACCOUNTS BELOW IT (NOT ON THE MASTER, OR BEFORE A
069800* RESTART POINT) ARE PASSED OVER, AND ITS OWN RECORDS ARE COUNTED.
069900* THE COUNT IS TAKEN FOR EVERY ACCOUNT, ASSESSED OR NOT, SO THE
070000* LOG STAYS IN STEP WITH THE MASTER.
070100*****************************************************************
070200 3100-COUNT-WITHDRAWALS.
070300     MOVE ZERO TO FEE-WITHDRAWAL-COUNT.
070400 3100-NEXT-LOG.
070500     IF FEE-LOG-AT-END
070600         GO TO 3100-EXIT
070700     END-IF.
070800     IF CLOG-ACCOUNT-NO > CUST-ACCOUNT-NO
070900         GO TO 3100-EXIT
071000     END-IF.
071100     IF CLOG-ACCOUNT-NO = CUST-ACCOUNT-NO
071200         PERFORM 3110-COUNT-RECORD THRU 3110-EXIT
071300     END-IF.
071400     PERFORM 2100-READ-LOG THRU 2100-EXIT.
071500     GO TO 3100-NEXT-LOG.
071600 3100-EXIT.
071700     EXIT.
071800*****************************************************************
071900* 3110-COUNT-RECORD - A CASH-OUT OR TRANSFER IS A WITHDRAWAL; A
072000* REVERSAL OF ONE TAKES IT BACK.  THE COUNT NEVER GOES BELOW ZERO.
072100*****************************************************************
072200 3110-COUNT-RECORD.
072300     EVALUATE TRUE
072400         WHEN CLOG-TXN-IS-CASHOUT
072500         WHEN CLOG-TXN-IS-TRANSFER
072600             ADD 1 TO FEE-WITHDRAWAL-COUNT
072700         WHEN CLOG-TXN-IS-REVERSAL
072800             IF (CLOG-ORIG-WAS-CASHOUT OR CLOG-ORIG-WAS-TRANSFER)
072900                     AND FEE-WITHDRAWAL-COUNT > ZERO
073000                 SUBTRACT 1 FROM FEE-WITHDRAWAL-COUNT
073100             END-IF
073200     END-EVALUATE.
073300 3110-EXIT.
073400     EXIT.
073500*****************************************************************
073600* 3200-ASSESS-FEE - ASSESS ONE SCHEDULED FEE AGAINST THE ACCOUNT
073700* AND TAKE WHAT THE WHOLE DOLLARS LEFT ON THE BALANCE WILL COVER.
073800*   M  UNLESS A MINIMUM IS SET AND THE BALANCE IS AT OR ABOVE IT
073900*   B  ONLY WHEN THE BALANCE IS BELOW THE MINIMUM
074000*   W  THE FEE FOR EACH WITHDRAWAL OVER THE FREE COUNT
074100*****************************************************************
074200 3200-ASSESS-FEE.
074300     MOVE ZERO TO FEE-ASSESSED-AMOUNT.
074400     EVALUATE TRUE
074500         WHEN FEE-TBL-IS-MAINTENANCE (FEE-SUB)
074600             IF FEE-TBL-MIN-BALANCE (FEE-SUB) = ZERO
074700                     OR FEE-MONTH-END-BALANCE
074800                         < FEE-TBL-MIN-BALANCE (FEE-SUB)
074900                 MOVE FEE-TBL-AMOUNT (FEE-SUB)
075000                     TO FEE-ASSESSED-AMOUNT
075100             END-IF
075200         WHEN FEE-TBL-IS-MIN-BALANCE (FEE-SUB)
075300             IF FEE-MONTH-END-BALANCE
075400                     < FEE-TBL-MIN-BALANCE (FEE-SUB)
075500                 MOVE FEE-TBL-AMOUNT (FEE-SUB)
075600                     TO FEE-ASSESSED-AMOUNT
075700             END-IF
075800         WHEN FEE-TBL-IS-WITHDRAWAL (FEE-SUB)
075900             IF FEE-WITHDRAWAL-COUNT > FEE-TBL-FREE (FEE-SUB)
076000                 COMPUTE FEE-ASSESSED-AMOUNT =
076100                     FEE-TBL-AMOUNT (FEE-SUB) *
076200                     (FEE-WITHDRAWAL-COUNT
076300                         - FEE-TBL-FREE (FEE-SUB))
076400                     ON SIZE ERROR
076500                         MOVE 9999999 TO FEE-ASSESSED-AMOUNT
076600                 END-COMPUTE
076700             END-IF
076800     END-EVALUATE.
076900     IF FEE-ASSESSED-AMOUNT = ZERO
077000         GO TO 3200-EXIT
077100     END-IF.
077200     MOVE CUST-CURRENT-BALANCE TO FEE-WHOLE-BALANCE.
077300     IF FEE-ASSESSED-AMOUNT > FEE-WHOLE-BALANCE
077400         MOVE FEE-WHOLE-BALANCE   TO FEE-CHARGED-AMOUNT
077500     ELSE
077600         MOVE FEE-ASSESSED-AMOUNT TO FEE-CHARGED-AMOUNT
077700     END-IF.
077800     ADD 1 TO FEE-PEND-COUNT.
077900     MOVE FEE-PEND-COUNT       TO FEE-PND-IX.
078000     MOVE FEE-SUB              TO FEE-PND-SUB (FEE-PND-IX).
078100     MOVE CUST-CURRENT-BALANCE TO FEE-PND-BEFORE (FEE-PND-IX).
078200     MOVE FEE-ASSESSED-AMOUNT  TO FEE-PND-ASSESSED (FEE-PND-IX).
078300     MOVE FEE-CHARGED-AMOUNT   TO FEE-PND-CHARGED (FEE-PND-IX).
078400     SUBTRACT FEE-CHARGED-AMOUNT FROM CUST-CURRENT-BALANCE.
078500     ADD FEE-CHARGED-AMOUNT TO FEE-ACCOUNT-CHARGED.
078600     MOVE CUST-CURRENT-BALANCE TO FEE-PND-AFTER (FEE-PND-IX).
078700 3200-EXIT.
078800     EXIT.
078900*****************************************************************
079000* 4000-WRITE-POSTING - WRITE THE POSTING DETAIL RECORD FOR ONE FEE
079100* ON THE ACCOUNT JUST REWRITTEN, ADD IT TO THE FEE'S TOTALS, AND
079200* LIST IT ON THE REPORT IF ANY OF IT WAS WAIVED.
079300*****************************************************************
079400 4000-WRITE-POSTING.
079500     MOVE FEE-PND-SUB (FEE-PND-IX) TO FEE-SUB.
079600     MOVE SPACES                 TO CASH-FEE-POSTING-RECORD.
079700     MOVE FEE-POSTING-DATE       TO FPD-POSTING-DATE.
079800     MOVE CUST-ACCOUNT-NO        TO FPD-ACCOUNT-NO.
079900     MOVE FEE-MONTH              TO FPD-FEE-MONTH.
080000     MOVE FEE-TBL-CODE (FEE-SUB) TO FPD-FEE-CODE.
080100     MOVE FEE-TBL-TYPE (FEE-SUB) TO FPD-FEE-TYPE.
080200     MOVE FEE-WITHDRAWAL-COUNT   TO FPD-WITHDRAWAL-COUNT.
080300     MOVE FEE-PND-BEFORE (FEE-PND-IX)   TO FPD-BEFORE-BALANCE.
080400     MOVE FEE-PND-ASSESSED (FEE-PND-IX) TO FPD-ASSESSED-AMOUNT.
080500     MOVE FEE-PND-CHARGED (FEE-PND-IX)  TO FPD-CHARGED-AMOUNT.
080600     MOVE FEE-PND-AFTER (FEE-PND-IX)    TO FPD-AFTER-BALANCE.
080700     EVALUATE TRUE
080800         WHEN FPD-CHARGED-AMOUNT = FPD-ASSESSED-AMOUNT
080900             SET FPD-FEE-IS-CHARGED TO TRUE
081000         WHEN FPD-CHARGED-AMOUNT = ZERO
081100             SET FPD-FEE-IS-WAIVED TO TRUE
081200             ADD 1 TO FEE-WAIVED-COUNT
081300         WHEN OTHER
081400             SET FPD-FEE-IS-PARTIAL TO TRUE
081500             ADD 1 TO FEE-PARTIAL-COUNT
081600     END-EVALUATE.
081700     MOVE FEE-RUN-DATE           TO FPD-POSTED-DATE.
081800     MOVE FEE-RUN-TIME           TO FPD-POSTED-TIME.
081900     WRITE CASH-FEE-POSTING-RECORD.
082000     IF CASH-FEE-POSTING-STATUS NOT = "00"
082100         ADD 1 TO FEE-ERROR-COUNT
082200         DISPLAY 'CASHFEE: UNABLE TO WRITE FEE POSTING '
082300             FPD-FEE-CODE ' FOR ACCOUNT ' CUST-ACCOUNT-NO
082400     END-IF.
082500     ADD 1                  TO FEE-TBL-COUNT (FEE-SUB).
082600     ADD FPD-ASSESSED-AMOUNT TO FEE-TBL-ASSESSED (FEE-SUB).
082700     ADD FPD-CHARGED-AMOUNT  TO FEE-TBL-CHARGED (FEE-SUB).
082800     ADD FPD-ASSESSED-AMOUNT TO FEE-TOTAL-ASSESSED.
082900     IF NOT FPD-FEE-IS-CHARGED
083000         PERFORM 4100-PRINT-WAIVED THRU 4100-EXIT
083100     END-IF.
083200 4000-EXIT.
083300     EXIT.
083400*****************************************************************
083500* 4100-PRINT-WAIVED - ONE FEE THE BALANCE COULD NOT COVER IN FULL.
083600*****************************************************************
083700 4100-PRINT-WAIVED.
083800     MOVE FPD-ACCOUNT-NO      TO FEE-WVD-ACCOUNT-NO.
083900     MOVE FPD-FEE-CODE        TO FEE-WVD-CODE.
084000     MOVE FPD-BEFORE-BALANCE  TO FEE-WVD-BALANCE.
084100     MOVE FPD-ASSESSED-AMOUNT TO FEE-WVD-ASSESSED.
084200     MOVE FPD-CHARGED-AMOUNT  TO FEE-WVD-CHARGED.
084300     COMPUTE FEE-WVD-WAIVED =
084400         FPD-ASSESSED-AMOUNT - FPD-CHARGED-AMOUNT.
084500     IF FPD-FEE-IS-WAIVED
084600         MOVE "WAIVED"  TO FEE-WVD-DISPOSITION
084700     ELSE
084800         MOVE "PARTIAL" TO FEE-WVD-DISPOSITION
084900     END-IF.
085000     WRITE FEE-REPORT-LINE FROM FEE-WAIVED-LINE.
085100 4100-EXIT.
085200     EXIT.
085300*****************************************************************
085400* 7000-PRINT-TOTALS - THE TOTALS FOR EACH FEE ON THE SCHEDULE,
085500* THEN THE RUN COUNTS AT THE REPORT FOOT.
085600*****************************************************************
085700 7000-PRINT-TOTALS.
085800     IF FEE-PARTIAL-COUNT = ZERO AND FEE-WAIVED-COUNT = ZERO
085900         MOVE "  NONE" TO FEE-SEC-TEXT
086000         WRITE FEE-REPORT-LINE FROM FEE-SECTION-LINE
086100     END-IF.
086200     MOVE SPACES TO FEE-REPORT-LINE.
086300     WRITE FEE-REPORT-LINE.
086400     MOVE "TOTALS BY FEE" TO FEE-SEC-TEXT.
086500     WRITE FEE-REPORT-LINE FROM FEE-SECTION-LINE.
086600     WRITE FEE-REPORT-LINE FROM FEE-CODE-HEAD-LINE.
086700     PERFORM 7100-PRINT-FEE-CODE THRU 7100-EXIT
086800         VARYING FEE-SUB FROM 1 BY 1
086900         UNTIL FEE-SUB > FEE-ENTRY-COUNT.
087000     MOVE SPACES TO FEE-REPORT-LINE.
087100     WRITE FEE-REPORT-LINE.
087200     MOVE "ACCOUNTS READ"                TO FEE-CNT-LABEL.
087300     MOVE FEE-READ-COUNT                 TO FEE-CNT-AMOUNT.
087400     WRITE FEE-REPORT-LINE FROM FEE-COUNT-LINE.
087500     MOVE "ACCOUNTS ASSESSED A FEE"      TO FEE-CNT-LABEL.
087600     MOVE FEE-ASSESSED-COUNT             TO FEE-CNT-AMOUNT.
087700     WRITE FEE-REPORT-LINE FROM FEE-COUNT-LINE.
087800     MOVE "ACCOUNTS CHARGED"             TO FEE-CNT-LABEL.
087900     MOVE FEE-POST-COUNT                 TO FEE-CNT-AMOUNT.
088000     WRITE FEE-REPORT-LINE FROM FEE-COUNT-LINE.
088100     MOVE "FEES CHARGED IN PART"         TO FEE-CNT-LABEL.
088200     MOVE FEE-PARTIAL-COUNT              TO FEE-CNT-AMOUNT.
088300     WRITE FEE-REPORT-LINE FROM FEE-COUNT-LINE.
088400     MOVE "FEES WAIVED IN FULL"          TO FEE-CNT-LABEL.
088500     MOVE FEE-WAIVED-COUNT               TO FEE-CNT-AMOUNT.
088600     WRITE FEE-REPORT-LINE FROM FEE-COUNT-LINE.
088700     MOVE "TOTAL FEES CHARGED"           TO FEE-MNY-LABEL.
088800     MOVE FEE-TOTAL-CHARGED              TO FEE-MNY-AMOUNT.
088900     WRITE FEE-REPORT-LINE FROM FEE-MONEY-LINE.
089000     IF FEE-BAD-BALANCE-COUNT > ZERO
089100         MOVE "ACCOUNTS NOT ASSESSED - BAD BALANCE"
089200             TO FEE-CNT-LABEL
089300         MOVE FEE-BAD-BALANCE-COUNT      TO FEE-CNT-AMOUNT
089400         WRITE FEE-REPORT-LINE FROM FEE-COUNT-LINE
089500     END-IF.
089600     IF FEE-REJECT-COUNT > ZERO
089700         MOVE "FEE SCHEDULE CARDS REJECTED" TO FEE-CNT-LABEL
089800         MOVE FEE-REJECT-COUNT           TO FEE-CNT-AMOUNT
089900         WRITE FEE-REPORT-LINE FROM FEE-COUNT-LINE
090000     END-IF.
090100     IF FEE-ERROR-COUNT > ZERO
090200         MOVE "REWRITE OR POSTING ERRORS" TO FEE-CNT-LABEL
090300         MOVE FEE-ERROR-COUNT            TO FEE-CNT-AMOUNT
090400         WRITE FEE-REPORT-LINE FROM FEE-COUNT-LINE
090500     END-IF.
090600 7000-EXIT.
090700     EXIT.
090800*****************************************************************
090900* 7100-PRINT-FEE-CODE - ONE FEE'S TOTALS LINE.
091000*****************************************************************
091100 7100-PRINT-FEE-CODE.
091200     MOVE FEE-TBL-CODE (FEE-SUB)        TO FEE-COD-CODE.
091300     MOVE FEE-TBL-DESCRIPTION (FEE-SUB) TO FEE-COD-DESCRIPTION.
091400     MOVE FEE-TBL-COUNT (FEE-SUB)       TO FEE-COD-COUNT.
091500     MOVE FEE-TBL-ASSESSED (FEE-SUB)    TO FEE-COD-ASSESSED.
091600     MOVE FEE-TBL-CHARGED (FEE-SUB)     TO FEE-COD-CHARGED.
091700     COMPUTE FEE-COD-WAIVED =
091800         FEE-TBL-ASSESSED (FEE-SUB) - FEE-TBL-CHARGED (FEE-SUB).
091900     WRITE FEE-REPORT-LINE FROM FEE-CODE-LINE.
092000 7100-EXIT.
092100     EXIT.
092200*****************************************************************
092300* 8000-COMMIT-RUN-CONTROL - RECORD THE ACCOUNT JUST ASSESSED AND
092400* THE RUNNING TOTALS ON THE LEDGER ENTRY, SO A RESTART PICKS UP
092500* AFTER IT.
092600*****************************************************************
092700 8000-COMMIT-RUN-CONTROL.
092800     MOVE CUST-ACCOUNT-NO   TO RUN-LAST-KEY.
092900     MOVE FEE-READ-COUNT    TO RUN-RECORDS-READ.
093000     MOVE FEE-POST-COUNT    TO RUN-RECORDS-POSTED.
093100     MOVE FEE-ERROR-COUNT   TO RUN-RECORDS-FAILED.
093200     MOVE FEE-TOTAL-CHARGED TO RUN-DOLLARS-POSTED.
093300     REWRITE RUN-CONTROL-RECORD.
093400     IF RUN-CONTROL-STATUS NOT = "00"
093500         DISPLAY 'CASHFEE: UNABLE TO UPDATE THE RUN-CONTROL '
093600             'LEDGER AFTER ACCOUNT ' CUST-ACCOUNT-NO
093700     END-IF.
093800 8000-EXIT.
093900     EXIT.
094000*****************************************************************
094100* 8100-CLOSE-RUN-CONTROL - STAMP THE END OF THE RUN, THE FINAL
094200* TOTALS AND THE RETURN CODE ON THE LEDGER ENTRY AND CLOSE THE
094300* LEDGER.  THE CALLER HAS SET THE COMPLETED OR FAILED STATUS.
094400*****************************************************************
094500 8100-CLOSE-RUN-CONTROL.
094600     ACCEPT FEE-RUN-DATE FROM DATE YYYYMMDD.
094700     ACCEPT FEE-RUN-TIME FROM TIME.
094800     MOVE FEE-RUN-DATE      TO RUN-END-DATE.
094900     MOVE FEE-RUN-TIME      TO RUN-END-TIME.
095000     MOVE FEE-READ-COUNT    TO RUN-RECORDS-READ.
095100     MOVE FEE-POST-COUNT    TO RUN-RECORDS-POSTED.
095200     MOVE FEE-ERROR-COUNT   TO RUN-RECORDS-FAILED.
095300     MOVE FEE-TOTAL-CHARGED TO RUN-DOLLARS-POSTED.
095400     MOVE RETURN-CODE       TO RUN-RETURN-CODE.
095500     REWRITE RUN-CONTROL-RECORD.
095600     IF RUN-CONTROL-STATUS NOT = "00"
095700         DISPLAY 'CASHFEE: UNABLE TO CLOSE THE RUN-CONTROL '
095800             'LEDGER ENTRY '
095900     END-IF.
096000     CLOSE RUN-CONTROL-FILE.
096100 8100-EXIT.
096200     EXIT.
096300*****************************************************************
096400* 9000-TERMINATE - CLOSE THE REPORT, SHOW THE COUNTS, SET THE
096500* RETURN CODE AND CLOSE THE LEDGER ENTRY.  A REWRITE OR POSTING
096600* ERROR IS RC 8; A REJECTED SCHEDULE CARD OR AN ACCOUNT PASSED
096700* OVER FOR A BAD BALANCE IS RC 4.  FEES WAIVED BECAUSE THE BALANCE
096800* COULD NOT COVER THEM ARE ORDINARY BUSINESS AND ONLY REPORTED.
096900*****************************************************************
097000 9000-TERMINATE.
097100     CLOSE FEE-REPORT-FILE.
097200     DISPLAY 'CASHFEE: ACCOUNTS READ     ' FEE-READ-COUNT.
097300     DISPLAY 'CASHFEE: ACCOUNTS ASSESSED ' FEE-ASSESSED-COUNT.
097400     DISPLAY 'CASHFEE: ACCOUNTS CHARGED  ' FEE-POST-COUNT.
097500     DISPLAY 'CASHFEE: DOLLARS CHARGED   ' FEE-TOTAL-CHARGED.
097600     DISPLAY 'CASHFEE: FEES IN PART      ' FEE-PARTIAL-COUNT.
097700     DISPLAY 'CASHFEE: FEES WAIVED       ' FEE-WAIVED-COUNT.
097800     IF FEE-REJECT-COUNT > ZERO OR FEE-BAD-BALANCE-COUNT > ZERO
097900         MOVE 4 TO RETURN-CODE
098000     END-IF.
098100     IF FEE-ERROR-COUNT > ZERO
098200         DISPLAY 'CASHFEE: REWRITE OR POSTING ERRORS '
098300             FEE-ERROR-COUNT
098400         MOVE 8 TO RETURN-CODE
098500         SET RUN-IS-FAILED TO TRUE
098600     ELSE
098700         SET RUN-IS-COMPLETED TO TRUE
098800     END-IF.
098900     PERFORM 8100-CLOSE-RUN-CONTROL THRU 8100-EXIT.
099000 9000-EXIT.
099100     EXIT.
