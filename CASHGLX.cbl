001900*   DEPOSIT  - DEBIT BRANCH CASH, CREDIT CUSTOMER LIABILITY
002000*   TRANSFER - MONEY MOVES INSIDE CUSTOMER LIABILITY AND NETS
002100*              FLAT, SO NO DETAIL IS WRITTEN
002116*   REVERSAL - THE CONTRA OF THE ORIGINAL IT VOIDS: A REVERSED
002132*              CASH-OUT DEBITS BRANCH CASH AND CREDITS CUSTOMER
002148*              LIABILITY, A REVERSED DEPOSIT CREDITS BRANCH CASH
002164*              AND DEBITS CUSTOMER LIABILITY, AND A REVERSED
002180*              TRANSFER NETS FLAT LIKE THE TRANSFER ITSELF
002200*
002300* EVERY DETAIL CARRIES THE BUSINESS DATE, AND A TRAILER
002400* CARRIES THE DETAIL RECORD COUNT AND BATCH DOLLAR TOTAL SO
002500* THE RECEIVING LEDGER SYSTEM CAN BALANCE THE FILE BEFORE
002600* ACCEPTING IT.  THE DEBITS AND CREDITS IN THE FILE ARE EQUAL
002700* BY CONSTRUCTION - EVERY TRANSACTION WRITES ONE OF EACH.
002712*
002724* IN THE CASHFEE MONTH-END JOB THE SAME EXTRACT IS RUN OVER THE
002736* FEE POSTING DETAIL (CASHFPD) FROM THE FEE RUN, WITH THE LOG
002748* DUMMIED OUT.  EACH FEE CHARGED DEBITS CUSTOMER LIABILITY AND
002760* CREDITS SERVICE FEE INCOME (FEEINC); A FEE WAIVED IN FULL
002772* WRITES NOTHING.  THE FEE INPUT IS OPTIONAL - THE DAILY RUN HAS
002784* NONE AND CARRIES ON WITHOUT IT.
002800*
002900* MODIFICATION HISTORY
003000*     DATE       INIT   DESCRIPTION
003100*     ---------- ----   ---------------------------------------
003200*     2026-09-02 JRM    ORIGINAL GL POSTING EXTRACT.
003250*     2026-10-15 JRM    CONTRA ENTRIES FOR REVERSALS.
003266*     2026-10-15 JRM    FEE INCOME ENTRIES FROM THE OPTIONAL
003282*                       FEE POSTING DETAIL INPUT (FEEPOST).
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
004300     SELECT GL-POSTING-FILE ASSIGN TO "CASHGLP"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS GL-POSTING-STATUS.
004525     SELECT CASH-FEE-POSTING-FILE ASSIGN TO "FEEPOST"
004550         ORGANIZATION IS SEQUENTIAL
004575         FILE STATUS IS CASH-FEE-POSTING-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CASH-LOG-FILE
005400 FD  GL-POSTING-FILE
005500     RECORDING MODE IS F.
005600     COPY CASHGLP.
005625 FD  CASH-FEE-POSTING-FILE
005650     RECORDING MODE IS F.
005675     COPY CASHFPD.
005700 WORKING-STORAGE SECTION.
005800*****************************************************************
005900* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
006700     88  CASHGLX-LOG-IS-AVAILABLE        VALUE "Y".
006800 77  CASHGLX-EXT-AVAIL-SWITCH    PIC X(01) VALUE "N".
006900     88  CASHGLX-EXT-IS-AVAILABLE        VALUE "Y".
006916 77  CASH-FEE-POSTING-STATUS     PIC X(02) VALUE SPACES.
006932 77  CASHGLX-FEE-AVAIL-SWITCH    PIC X(01) VALUE "N".
006948     88  CASHGLX-FEE-IS-AVAILABLE        VALUE "Y".
006964 77  CASHGLX-FEE-EOF-SWITCH      PIC X(01) VALUE "N".
006980     88  CASHGLX-FEE-AT-END              VALUE "Y".
007000 77  CASHGLX-DETAIL-COUNT        PIC 9(07) VALUE ZERO.
007050 77  CASHGLX-FEE-COUNT           PIC 9(07) VALUE ZERO.
007100*****************************************************************
007200* POSTING WORK AREAS.  THE GL ACCOUNT CODES ARE THE LEDGER
007300* SYSTEM'S OWN CHART-OF-ACCOUNTS NAMES FOR BRANCH CASH ON HAND
007400* AND THE CUSTOMER DEPOSIT LIABILITY.
007433* FEE INCOME IS THE INCOME ACCOUNT SERVICE FEES ARE CREDITED TO.
007466* THE POSTING AMOUNT IS WHOLE DOLLARS, AS THE LOG CARRIES IT.
007500*****************************************************************
007600 01  CASHGLX-GL-CASH             PIC X(08) VALUE "BRCASH  ".
007700 01  CASHGLX-GL-LIABILITY        PIC X(08) VALUE "CUSTLIAB".
007733 01  CASHGLX-GL-FEE-INCOME       PIC X(08) VALUE "FEEINC  ".
007766 01  CASHGLX-POST-AMOUNT         PIC 9(11) VALUE ZERO.
007800 01  CASHGLX-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
007900 01  CASHGLX-BATCH-TOTAL         PIC 9(13) VALUE ZERO.
008000 PROCEDURE DIVISION.
008100*****************************************************************
008200* 0000-MAINLINE - PICK UP THE BUSINESS DATE, WALK THE
008300* CONSOLIDATED LOG ONCE WRITING THE POSTING PAIRS, THEN THE FEE
008400* POSTINGS IF THERE ARE ANY, THEN WRITE THE TRAILER.
008500*****************************************************************
008600 0000-MAINLINE.
008700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009000         PERFORM 2000-READ-LOG THRU 2000-EXIT
009100         PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
009200             UNTIL CASHGLX-END-OF-FILE
009212         IF CASHGLX-FEE-IS-AVAILABLE
009224             PERFORM 6000-READ-FEE THRU 6000-EXIT
009236             PERFORM 6100-PROCESS-FEE THRU 6100-EXIT
009248                 UNTIL CASHGLX-FEE-AT-END
009260             DISPLAY "CASHGLX: FEE DETAIL RECORDS WRITTEN "
009272                 CASHGLX-FEE-COUNT
009284         END-IF
009300         PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
009400         DISPLAY "CASHGLX: DETAIL RECORDS WRITTEN "
009500             CASHGLX-DETAIL-COUNT
010300* 1000-INITIALIZE - OPEN THE CONSOLIDATED LOG AND THE POSTING
010400* FILE AND PICK UP THE BUSINESS DATE FROM THE CONTROL RECORD.
010500* WITH NO BUSINESS DATE IN FORCE THE WALL-CLOCK DATE STANDS
010600* IN, AS IT DOES ON THE LOG STAMPS THEMSELVES.  THE FEE POSTING
010650* DETAIL IS OPENED IF IT IS THERE; ITS ABSENCE IS NOT AN ERROR.
010700*****************************************************************
010800 1000-INITIALIZE.
010900     ACCEPT CASHGLX-BUSINESS-DATE FROM DATE YYYYMMDD.
013300     ELSE
013400         DISPLAY "CASHGLX: UNABLE TO OPEN THE POSTING FILE"
013500     END-IF.
013520     OPEN INPUT CASH-FEE-POSTING-FILE.
013540     IF CASH-FEE-POSTING-STATUS = "00"
013560         SET CASHGLX-FEE-IS-AVAILABLE TO TRUE
013580     END-IF.
013600 1000-EXIT.
013700     EXIT.
013800*****************************************************************
015300* NETS FLAT INSIDE THE LIABILITY ACCOUNT AND WRITES NOTHING.
015400*****************************************************************
015500 3000-PROCESS-RECORD.
015550     MOVE CLOG-AMOUNT TO CASHGLX-POST-AMOUNT.
015600     EVALUATE TRUE
015700         WHEN CLOG-TXN-IS-CASHOUT
015800             MOVE CASHGLX-GL-CASH      TO GLP-GL-ACCOUNT
016800             MOVE CASHGLX-GL-LIABILITY TO GLP-GL-ACCOUNT
016900             MOVE "CR"                 TO GLP-DEBIT-CREDIT
017000             PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
017006         WHEN CLOG-TXN-IS-REVERSAL AND CLOG-ORIG-WAS-CASHOUT
017012             MOVE CASHGLX-GL-CASH      TO GLP-GL-ACCOUNT
017018             MOVE "DR"                 TO GLP-DEBIT-CREDIT
017024             PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
017030             MOVE CASHGLX-GL-LIABILITY TO GLP-GL-ACCOUNT
017036             MOVE "CR"                 TO GLP-DEBIT-CREDIT
017042             PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
017048         WHEN CLOG-TXN-IS-REVERSAL AND CLOG-ORIG-WAS-DEPOSIT
017054             MOVE CASHGLX-GL-CASH      TO GLP-GL-ACCOUNT
017060             MOVE "CR"                 TO GLP-DEBIT-CREDIT
017066             PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
017072             MOVE CASHGLX-GL-LIABILITY TO GLP-GL-ACCOUNT
017078             MOVE "DR"                 TO GLP-DEBIT-CREDIT
017084             PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
017100         WHEN OTHER
017200             CONTINUE
017300     END-EVALUATE.
017500 3000-EXIT.
017600     EXIT.
017700*****************************************************************
017800* 4000-WRITE-DETAIL - WRITE ONE POSTING ENTRY FOR THE LOG OR
017900* FEE RECORD IN HAND.  THE CALLER HAS ALREADY SET THE GL
018000* ACCOUNT, THE DEBIT/CREDIT SIDE AND THE POSTING AMOUNT.
018100*****************************************************************
018200 4000-WRITE-DETAIL.
018300     SET GLP-IS-DETAIL TO TRUE.
018400     MOVE CASHGLX-BUSINESS-DATE TO GLP-BUSINESS-DATE.
018500     MOVE CASHGLX-POST-AMOUNT   TO GLP-AMOUNT.
018600     MOVE SPACES                TO GLP-FILLER.
018700     WRITE GL-POSTING-RECORD.
018800     ADD 1 TO CASHGLX-DETAIL-COUNT.
018900     ADD CASHGLX-POST-AMOUNT TO CASHGLX-BATCH-TOTAL.
019000 4000-EXIT.
019100     EXIT.
019200*****************************************************************
020400     WRITE GL-POSTING-RECORD.
020500 5000-EXIT.
020600     EXIT.
020603*****************************************************************
020606* 6000-READ-FEE - READ THE NEXT FEE POSTING DETAIL RECORD.
020609*****************************************************************
020612 6000-READ-FEE.
020615     READ CASH-FEE-POSTING-FILE
020618         AT END
020621             SET CASHGLX-FEE-AT-END TO TRUE
020624     END-READ.
020627 6000-EXIT.
020630     EXIT.
020633*****************************************************************
020636* 6100-PROCESS-FEE - A FEE CHARGED MOVES MONEY OUT OF THE
020639* CUSTOMER LIABILITY INTO FEE INCOME: DEBIT CUSTOMER LIABILITY,
020642* CREDIT FEE INCOME.  THE PAIR IS COUNTED IN THE SAME TRAILER AS
020645* THE LOG PAIRS.  A FEE WAIVED IN FULL MOVED NO MONEY.
020648*****************************************************************
020651 6100-PROCESS-FEE.
020654     IF FPD-CHARGED-AMOUNT > ZERO
020657         MOVE FPD-CHARGED-AMOUNT   TO CASHGLX-POST-AMOUNT
020660         MOVE CASHGLX-GL-LIABILITY TO GLP-GL-ACCOUNT
020663         MOVE "DR"                 TO GLP-DEBIT-CREDIT
020666         PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
020669         MOVE CASHGLX-GL-FEE-INCOME TO GLP-GL-ACCOUNT
020672         MOVE "CR"                 TO GLP-DEBIT-CREDIT
020675         PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
020678         ADD 2 TO CASHGLX-FEE-COUNT
020681     END-IF.
020684     PERFORM 6000-READ-FEE THRU 6000-EXIT.
020687 6100-EXIT.
020690     EXIT.
020700*****************************************************************
020800* 9000-TERMINATE - CLOSE THE FILES AND END THE RUN.
020900*****************************************************************
021400     IF CASHGLX-EXT-IS-AVAILABLE
021500         CLOSE GL-POSTING-FILE
021600     END-IF.
021625     IF CASHGLX-FEE-IS-AVAILABLE
021650         CLOSE CASH-FEE-POSTING-FILE
021675     END-IF.
021700 9000-EXIT.
021800     EXIT.
