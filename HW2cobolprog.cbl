004700*                       AVAILABLE-BALANCE REJECTION TO THE AUDIT
004800*                       LOG ALONGSIDE THE CEILING REJECTION, WITH
004900*                       A REASON CODE TO TELL THEM APART.
005000*     2026-08-09 JRM    AN ACCOUNT NOT FOUND NO LONGER LOOPS THE
005100*                       AMOUNT FOREVER - THE TELLER IS KICKED BACK
005200*                       TO RE-KEY THE ACCOUNT NUMBER.  A CUSTOMER
005300*                       MASTER THAT NEVER OPENED IS A DEAD END
005400*                       INSTEAD, SO THAT CASE ENDS THE RUN RATHER
005500*                       THAN RETRYING SOMETHING THAT CAN NEVER
005600*                       CLEAR.  OPEN THE MASTER I-O AND REWRITE
005700*                       CUST-DAILY-WITHDRAWN AFTER EVERY APPROVED
005800*                       CASH-OUT SO A LATER CASH-OUT THIS SHIFT
005900*                       SEES TODAY'S ACTUAL WITHDRAWN TOTAL.
006000*     2026-08-09 JRM    ADDED ACCESS MODE IS RANDOM TO CUST-MASTER-
006100*                       FILE SO THE KEYED READ ACTUALLY WORKS, AND A
006200*                       DEDICATED CASH-MASTER-OPEN-SWITCH (SET ONCE
006300*                       AT OPEN TIME) SO THE PER-I/O FILE STATUS NO
006400*                       LONGER DOUBLES AS THE "IS THE MASTER USABLE"
006500*                       GATE.  THE CLOSE IN 9000-TERMINATE IS NOW
006600*                       GUARDED BY THE SAME SWITCH.
006700*     2026-08-22 JRM    DEPOSITS AND TRANSFERS NOW POST TO THE
006800*                       CUSTOMER MASTER INSTEAD OF ONLY ECHOING
006900*                       AND LOGGING.  A DEPOSIT CREDITS
007000*                       CUST-CURRENT-BALANCE THE SAME WAY 7050
007100*                       ALREADY DEBITS THE WITHDRAWN TOTAL; A
007200*                       TRANSFER PROMPTS FOR AND VALIDATES A
007300*                       DESTINATION ACCOUNT AND MOVES THE MONEY
007400*                       BETWEEN THE TWO MASTER RECORDS AS ONE
007500*                       UNIT OF WORK, BACKING OUT THE SOURCE
007600*                       DEBIT IF THE DESTINATION CREDIT FAILS.
007700*                       THE ACCOUNT LOOKUP WAS FACTORED OUT OF
007800*                       6100 INTO 6050 SO ALL THREE TRANSACTION
007900*                       TYPES VALIDATE THE ACCOUNT THE SAME WAY.
008000*     2026-08-22 JRM    CASH-OUT VALIDATION NOW CHECKS THE NEW
008100*                       ACCOUNT STATUS CODE ON THE MASTER -
008200*                       FROZEN, DECEASED, PENDING-CLOSE AND
008300*                       CLOSED ACCOUNTS REJECT OUTRIGHT UNDER
008400*                       THEIR OWN AUDIT REASON CODE - AND NETS
008500*                       THE NEW HELD-FUNDS AMOUNT OUT OF THE
008600*                       AVAILABLE BALANCE.
008700*     2026-08-22 JRM    STAMP THE ACCOUNT NUMBER ON EVERY
008800*                       TRANSACTION LOG RECORD SO THE DAILY LOG
008900*                       CAN BE RECONCILED BACK TO THE CUSTOMER
009000*                       MASTER BY CASHREC.
009100*     2026-08-22 JRM    A CEILING REJECTION IS NO LONGER FINAL -
009200*                       THE TELLER CAN CALL A SUPERVISOR, WHO
009300*                       KEYS A DISTINCT OPERATOR ID AND THE
009400*                       APPROVAL KEYWORD FROM THE CONTROL FILE,
009500*                       AND THE DISPENSE PROCEEDS.  THE ORIGINAL
009600*                       CEILING REJECTION STAYS ON THE AUDIT LOG
009700*                       AND THE OVERRIDE IS RECORDED THERE TOO,
009800*                       UNDER ITS OWN DISPOSITION CODE, CARRYING
009900*                       BOTH IDENTITIES.
010000*     2026-08-22 JRM    THE PROGRAM IS NOW A REAL TELLER SESSION
010100*                       INSTEAD OF ONE-AND-DONE: AFTER EACH
010200*                       LOGGED TRANSACTION IT RETURNS TO THE
010300*                       ACCOUNT PROMPT FOR THE NEXT CUSTOMER,
010400*                       KEEPING THE TERMINAL AND OPERATOR IDS
010500*                       FOR THE SHIFT.  KEYING END AT THE
010600*                       ACCOUNT PROMPT SIGNS OFF AND SHOWS THE
010700*                       SESSION RUNNING TOTALS (TRANSACTION
010800*                       COUNT AND DOLLARS DISPENSED) SO THE
010900*                       TELLER CAN BALANCE THE DRAWER AGAINST
011000*                       THE LOG.
011100*     2026-08-22 JRM    THE DRAWER IS NOW TRACKED IN A
011200*                       PER-TERMINAL TILL FILE (CASHTIL) HOLDING
011300*                       THE ON-HAND COUNT OF EACH DENOMINATION.
011400*                       THE DISPENSE BREAKDOWN IS COMPUTED
011500*                       AGAINST WHAT THE DRAWER REALLY HOLDS,
011600*                       FALLING BACK TO SMALLER BILLS, WARNS
011700*                       WHEN A DENOMINATION RUNS LOW, AND THE
011800*                       TILL IS DECREMENTED AS EACH BREAKDOWN IS
011900*                       DISPENSED.  KEYING BUY AT THE ACCOUNT
012000*                       PROMPT RECORDS A VAULT BUY INTO THE
012100*                       DRAWER, AND SIGN-OFF BALANCES THE
012200*                       COUNTED DRAWER AGAINST THE TILL FILE.
012300*     2026-08-22 JRM    STAMP THE ACCOUNT NUMBER ON EVERY
012400*                       SECURITY/AUDIT RECORD SO FRAUD REVIEW
012500*                       (CASHFRD) CAN TIE REPEATED ATTEMPTS TO
012600*                       ONE ACCOUNT ACROSS TERMINALS.
012700*     2026-08-22 JRM    CLEAR THE CHECKPOINT THE MOMENT A
012800*                       TRANSACTION IS POSTED AND LOGGED SO A
012900*                       CRASH AT THE ACCOUNT PROMPT CANNOT
013000*                       RESUME AND RE-POST A FINISHED
013100*                       TRANSACTION.  PROVE THE DRAWER CAN MAKE
013200*                       THE AMOUNT DURING VALIDATION (6160),
013300*                       BEFORE ANYTHING POSTS, INSTEAD OF
013400*                       DISCOVERING A SHORTFALL AFTER THE
013500*                       MASTER AND LOG WERE ALREADY UPDATED.
013600*                       LET THE TELLER ABANDON A TRANSFER AT
013700*                       THE DESTINATION PROMPT WITH END RATHER
013800*                       THAN BEING TRAPPED UNTIL SOME OTHER
013900*                       VALID ACCOUNT IS KEYED.
014000*     2026-08-22 JRM    A STATUS REJECTION (FROZEN, DECEASED,
014100*                       PENDING-CLOSE OR CLOSED ACCOUNT) NOW
014200*                       RETURNS THE TELLER TO THE ACCOUNT
014300*                       PROMPT LIKE THE OTHER NO-AMOUNT-CAN-
014400*                       EVER-CLEAR REJECTIONS, INSTEAD OF
014500*                       LOOPING THE AMOUNT PROMPT AND WRITING
014600*                       A DUPLICATE AUDIT RECORD EVERY RETRY.
014700*     2026-09-02 JRM    A VAULT BUY NOW DEBITS THE BRANCH VAULT
014800*                       INVENTORY (CASHVLT, MAINTAINED BY
014900*                       VLTMNT) AS IT CREDITS THE TILL, AND A
015000*                       BUY THE VAULT CANNOT COVER IS REJECTED.
015100*                       A BRANCH WITH NO VAULT FILE BUYS
015200*                       UNTRACKED WITH A WARNING, THE SAME WAY
015300*                       A MISSING TILL FILE LEAVES THE DRAWER
015400*                       UNTRACKED.
015500*     2026-09-02 JRM    THE CONTROL RECORD NOW CARRIES THE
015600*                       BRANCH BUSINESS DATE AND THE END-OF-DAY
015700*                       CUTOVER FLAG (SET BY CASHBDT).  EVERY
015800*                       LOG AND AUDIT RECORD IS STAMPED WITH
015900*                       THE BUSINESS DATE SO AN AFTER-MIDNIGHT
016000*                       TRANSACTION SETTLES ON THE RIGHT DAY,
016100*                       AND THE CUTOVER FLAG IS RE-CHECKED AT
016200*                       EVERY ACCOUNT PROMPT - ONCE END-OF-DAY
016300*                       HAS BEGUN NEW TRANSACTIONS ARE REFUSED
016400*                       AND THE SESSION IS SIGNED OFF INSTEAD
016500*                       OF WRITING INTO A FILE THE BATCH HAS
016600*                       ALREADY READ.
016700*     2026-09-02 JRM    EVERY LOG RECORD NOW CARRIES A
016800*                       PER-TERMINAL TRANSACTION SEQUENCE
016900*                       NUMBER.  SESSION START READS THE
017000*                       TERMINAL'S DAILY LOG TO FIND THE LAST
017100*                       SEQUENCE USED, SO A SECOND SESSION ON
017200*                       THE SAME TERMINAL CONTINUES THE RUN
017300*                       INSTEAD OF RESTARTING IT, AND CASHCHK
017400*                       CAN PROVE THE CONSOLIDATED FILE WHOLE
017500*                       AND DUPLICATE-FREE BEFORE SETTLEMENT.
017600*     2026-09-02 JRM    SIGN-ON NOW VALIDATES THE KEYED
017700*                       OPERATOR AGAINST THE NEW OPERATOR
017800*                       SECURITY MASTER (CASHOPR, MAINTAINED
017900*                       BY OPRMNT) - AN UNKNOWN OR INACTIVE
018000*                       OPERATOR RE-PROMPTS INSTEAD OF RUNNING
018100*                       A SHIFT UNDER AN ID THAT DOES NOT
018200*                       EXIST.  AN OVER-LIMIT OVERRIDE NOW
018300*                       NEEDS AN ACTIVE OPERATOR WITH
018400*                       SUPERVISOR AUTHORITY; THE SHARED
018500*                       CONTROL-FILE KEYWORD ONLY BACKSTOPS A
018600*                       BRANCH WITH NO OPERATOR MASTER YET.
018700*     2026-09-02 JRM    A RESUMED CHECKPOINTED SESSION NOW
018800*                       CHECKS THE END-OF-DAY CUTOVER FLAG TOO.
018900*                       THE RESUMED PATH SKIPS THE ACCOUNT
019000*                       PROMPT, SO IT SKIPPED THE ONLY CUTOVER
019100*                       CHECK AND COULD POST INTO A DAILY FILE
019200*                       THE MERGE HAD ALREADY READ.  THE
019300*                       CHECKPOINT IS KEPT SO THE TRANSACTION
019400*                       RESUMES WHEN THE NEW DAY OPENS.
019500*     2026-10-15 JRM    ADDED THE SAME-DAY REVERSAL (VOID)
019600*                       TRANSACTION TYPE R.  THE TELLER KEYS THE
019700*                       ACCOUNT, THE AMOUNT AND THE SEQUENCE
019800*                       NUMBER OF THE TRANSACTION TO VOID; THE
019900*                       ORIGINAL IS FOUND ON THIS TERMINAL'S
020000*                       DAILY LOG AND MUST MATCH, MUST NOT BE A
020100*                       REVERSAL ITSELF OR ALREADY REVERSED, AND
020200*                       AN ACTIVE SUPERVISOR FROM THE OPERATOR
020300*                       SECURITY MASTER MUST APPROVE.  THE
020400*                       MASTER POSTING IS UNDONE (DAILY-WITHDRAWN
020500*                       FOR A CASH-OUT, BALANCE FOR A DEPOSIT,
020600*                       BOTH SIDES FOR A TRANSFER), RETURNED
020700*                       BILLS GO BACK INTO THE DRAWER, AND THE
020800*                       REVERSAL IS LOGGED POINTING BACK TO THE
020900*                       ORIGINAL, WITH A REVERSAL-APPROVAL
021000*                       RECORD ON THE AUDIT LOG.  TRANSFERS NOW
021100*                       LOG THEIR DESTINATION ACCOUNT AND AN
021200*                       OVERRIDDEN CASH-OUT ITS SUPERVISOR.
021300*     2026-10-15 JRM    THE KEYED TERMINAL ID MUST NOW BE AN
021400*                       ACTIVE STATION ON THE TERMINAL REGISTRY
021500*                       (CASHTRM) - A MIS-KEYED OR RETIRED ID
021600*                       OPENED A SESSION AND A DAILY LOG THAT
021700*                       NOTHING DOWNSTREAM MERGES.  A RESUMED
021800*                       SESSION IS CHECKED TOO.  A BRANCH WITH
021900*                       NO REGISTRY YET RUNS UNVALIDATED WITH A
022000*                       WARNING.
022100*     2026-10-15 JRM    KEYING INQ AT THE ACCOUNT PROMPT NOW
022200*                       RUNS AN ACCOUNT INQUIRY - THE CURRENT,
022300*                       HELD AND AVAILABLE BALANCES FROM THE
022400*                       MASTER AND THE LAST TEN TRANSACTIONS
022500*                       FROM THE ACCOUNT HISTORY FILE (CASHHST,
022600*                       LOADED NIGHTLY BY CASHHLD) - AND COMES
022700*                       BACK FOR THE NEXT CUSTOMER.  NOTHING IS
022800*                       POSTED OR LOGGED.
022900*     2026-10-15 JRM    THE SIGNED-ON OPERATOR IS NOW STAMPED
023000*                       ON EVERY LOG RECORD, AND EACH SIGN-OFF
023100*                       DRAWER COUNT IS WRITTEN TO THE DRAWER
023200*                       BALANCING HISTORY FILE (CASHDRW) WITH
023300*                       THE EXPECTED, COUNTED AND OVER/SHORT
023400*                       FIGURES PER DENOMINATION, FOR THE
023500*                       OPERATOR ACTIVITY REPORT (CASHOPA).
023600*     2026-10-15 JRM    EVERY POSTED CASH-OUT, DEPOSIT AND
023700*                       TRANSFER OUT NOW STAMPS THE CUSTOMER'S
023800*                       LAST ACTIVITY DATE ON THE MASTER, AND A
023900*                       CASH-OUT AGAINST AN ACCOUNT CASHDRM HAS
024000*                       MOVED TO DORMANT IS REJECTED WITH ITS
024100*                       OWN AUDIT REASON UNTIL A SUPERVISOR
024200*                       REACTIVATES IT THROUGH CUSTMNT.
024300*     2026-10-15 JRM    THE CASH-OUT CEILING CAN NOW BE TESTED
024400*                       PER PERSON.  WITH CEILING SCOPE C ON THE
024500*                       CONTROL RECORD, THE AMOUNT PLUS WHAT
024600*                       EACH ACTIVE OWNER OF THE ACCOUNT HAS
024700*                       TAKEN OUT TODAY ACROSS ALL OF THEIR
024800*                       LINKED ACCOUNTS (CUSTOMER RELATIONSHIP
024900*                       FILE CASHREL, MAINTAINED BY RELMNT) MUST
025000*                       STAY WITHIN THE CEILING, SO THE CEILING
025100*                       CANNOT BE BEATEN BY SPREADING THE CASH
025200*                       OVER SEVERAL ACCOUNTS.  SCOPE A OR
025300*                       SPACES KEEPS THE PER-ACCOUNT TEST.
025400*     2026-10-15 JRM    REVERSING A TRANSFER NO LONGER STAMPS
025500*                       TODAY'S ACTIVITY DATE ON THE ORIGINAL
025600*                       DESTINATION ACCOUNT, WHICH THE CUSTOMER
025700*                       DID NOT TOUCH.  END NOW CANCELS THE
025800*                       REVERSAL PROMPT - THE RIGHT-JUSTIFIED
025900*                       INPUT HOLDS IT AS "   END".
026000*****************************************************************
026100 ENVIRONMENT DIVISION.
026200 INPUT-OUTPUT SECTION.
026300 FILE-CONTROL.
026400     SELECT CASH-LOG-FILE ASSIGN TO "CASHLOG"
026500         ORGANIZATION IS SEQUENTIAL
026600         FILE STATUS IS CASH-LOG-STATUS.
026700*    CUST-MASTER-FILE IS OPENED I-O, NOT INPUT, SO AN APPROVED
026800*    CASH-OUT CAN REWRITE CUST-DAILY-WITHDRAWN (SEE 7050).  ACCESS
026900*    MUST BE RANDOM - THE ACCOUNT LOOKUP IN 6100 IS ALWAYS BY KEY.
027000     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAS"
027100         ORGANIZATION IS INDEXED
027200         ACCESS MODE IS RANDOM
027300         RECORD KEY IS CUST-ACCOUNT-NO
027400         FILE STATUS IS CUST-MASTER-STATUS.
027500     SELECT CASH-CTL-FILE ASSIGN TO "CASHCTL"
027600         ORGANIZATION IS SEQUENTIAL
027700         FILE STATUS IS CASH-CTL-STATUS.
027800     SELECT CASH-RESTART-FILE ASSIGN TO "CASHRST"
027900         ORGANIZATION IS SEQUENTIAL
028000         FILE STATUS IS CASH-RESTART-STATUS.
028100     SELECT CASH-AUDIT-FILE ASSIGN TO "CASHAUD"
028200         ORGANIZATION IS SEQUENTIAL
028300         FILE STATUS IS CASH-AUDIT-STATUS.
028400     SELECT CASH-TILL-FILE ASSIGN TO "CASHTILL"
028500         ORGANIZATION IS SEQUENTIAL
028600         FILE STATUS IS CASH-TILL-STATUS.
028700     SELECT CASH-VAULT-FILE ASSIGN TO "CASHVLT"
028800         ORGANIZATION IS SEQUENTIAL
028900         FILE STATUS IS CASH-VAULT-STATUS.
029000     SELECT OPERATOR-MASTER-FILE ASSIGN TO "CASHOPR"
029100         ORGANIZATION IS INDEXED
029200         ACCESS MODE IS RANDOM
029300         RECORD KEY IS OPR-OPERATOR-ID
029400         FILE STATUS IS CASH-OPR-STATUS.
029500     SELECT TERMINAL-REGISTRY-FILE ASSIGN TO "CASHTRM"
029600         ORGANIZATION IS INDEXED
029700         ACCESS MODE IS RANDOM
029800         RECORD KEY IS TRM-TERMINAL-ID
029900         FILE STATUS IS CASH-TRM-STATUS.
030000*    THE ACCOUNT HISTORY FILE IS OPENED ONLY FOR THE LENGTH OF
030100*    AN INQUIRY - CASHHLD LOADS IT DURING THE END-OF-DAY JOB.
030200     SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "CASHHST"
030300         ORGANIZATION IS INDEXED
030400         ACCESS MODE IS DYNAMIC
030500         RECORD KEY IS HST-KEY
030600         FILE STATUS IS CASH-HST-STATUS.
030700*    THE DRAWER BALANCING HISTORY IS SHARED BY EVERY STATION AND
030800*    IS OPENED ONLY TO WRITE THE SIGN-OFF COUNT (9220).
030900     SELECT DRAWER-BALANCE-FILE ASSIGN TO "CASHDRW"
031000         ORGANIZATION IS INDEXED
031100         ACCESS MODE IS RANDOM
031200         RECORD KEY IS DRW-KEY
031300         FILE STATUS IS CASH-DRW-STATUS.
031400*    THE CUSTOMER RELATIONSHIP FILE IS OPENED ONLY FOR THE LENGTH
031500*    OF A PER-PERSON CEILING CHECK (6170) - RELMNT MAINTAINS IT.
031600     SELECT CUST-RELATIONSHIP-FILE ASSIGN TO "CASHREL"
031700         ORGANIZATION IS INDEXED
031800         ACCESS MODE IS DYNAMIC
031900         RECORD KEY IS REL-KEY
032000         ALTERNATE RECORD KEY IS REL-ACCOUNT-NO WITH DUPLICATES
032100         FILE STATUS IS CASH-REL-STATUS.
032200 DATA DIVISION.
032300 FILE SECTION.
032400 FD  CASH-LOG-FILE
032500     RECORDING MODE IS F.
032600     COPY CASHLOG.
032700 FD  CUST-MASTER-FILE.
032800     COPY CUSTMAS.
032900 FD  CASH-CTL-FILE
033000     RECORDING MODE IS F.
033100     COPY CASHCTL.
033200 FD  CASH-RESTART-FILE
033300     RECORDING MODE IS F.
033400     COPY CASHRST.
033500 FD  CASH-AUDIT-FILE
033600     RECORDING MODE IS F.
033700     COPY CASHAUD.
033800 FD  CASH-TILL-FILE
033900     RECORDING MODE IS F.
034000     COPY CASHTIL.
034100 FD  CASH-VAULT-FILE
034200     RECORDING MODE IS F.
034300     COPY CASHVLT.
034400 FD  OPERATOR-MASTER-FILE.
034500     COPY CASHOPR.
034600 FD  TERMINAL-REGISTRY-FILE.
034700     COPY CASHTRM.
034800 FD  ACCOUNT-HISTORY-FILE.
034900     COPY CASHHST.
035000 FD  DRAWER-BALANCE-FILE.
035100     COPY CASHDRW.
035200 FD  CUST-RELATIONSHIP-FILE.
035300     COPY CASHREL.
035400 WORKING-STORAGE SECTION.
035500*****************************************************************
035600* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
035700*****************************************************************
035800 77  CASH-LOG-STATUS             PIC X(02) VALUE SPACES.
035900 77  CUST-MASTER-STATUS          PIC X(02) VALUE SPACES.
036000 77  CASH-CTL-STATUS             PIC X(02) VALUE SPACES.
036100 77  CASH-RESTART-STATUS         PIC X(02) VALUE SPACES.
036200 77  CASH-AUDIT-STATUS           PIC X(02) VALUE SPACES.
036300 77  CASH-TILL-STATUS            PIC X(02) VALUE SPACES.
036400 77  CASH-VAULT-STATUS           PIC X(02) VALUE SPACES.
036500 77  CASH-OPR-STATUS             PIC X(02) VALUE SPACES.
036600 77  CASH-VAULT-AVAIL-SWITCH     PIC X(01) VALUE "N".
036700     88  CASH-VAULT-IS-AVAILABLE         VALUE "Y".
036800     88  CASH-VAULT-NOT-AVAILABLE        VALUE "N".
036900 77  CASH-OPR-AVAIL-SWITCH       PIC X(01) VALUE "N".
037000     88  CASH-OPR-IS-AVAILABLE           VALUE "Y".
037100     88  CASH-OPR-NOT-AVAILABLE          VALUE "N".
037200 77  CASH-TRM-STATUS             PIC X(02) VALUE SPACES.
037300 77  CASH-TRM-AVAIL-SWITCH       PIC X(01) VALUE "N".
037400     88  CASH-TRM-IS-AVAILABLE           VALUE "Y".
037500     88  CASH-TRM-NOT-AVAILABLE          VALUE "N".
037600*    SET BY 2550 - THE KEYED TERMINAL IS NOT ON THE REGISTRY OR
037700*    IS NOT AN ACTIVE STATION.
037800 77  CASH-TERMINAL-SWITCH        PIC X(01) VALUE "Y".
037900     88  CASH-TERMINAL-IS-VALID          VALUE "Y".
038000     88  CASH-TERMINAL-IS-REFUSED        VALUE "N".
038100 77  CASH-HST-STATUS             PIC X(02) VALUE SPACES.
038200 77  CASH-DRW-STATUS             PIC X(02) VALUE SPACES.
038300 77  CASH-INQ-EOF-SWITCH         PIC X(01) VALUE "N".
038400     88  CASH-INQ-END-OF-FILE            VALUE "Y".
038500 77  CASH-INQ-SHOW-COUNT         PIC 9(02) COMP VALUE 10.
038600 77  CASH-INQ-FOUND-COUNT        PIC 9(07) COMP VALUE ZERO.
038700 77  CASH-INQ-SLOT               PIC 9(02) COMP VALUE ZERO.
038800 77  CASH-INQ-SHOW-SLOT          PIC 9(02) COMP VALUE ZERO.
038900 77  CASH-INQ-LINE-COUNT         PIC 9(02) COMP VALUE ZERO.
039000 77  CASH-INQ-LINE-NO            PIC 9(02) COMP VALUE ZERO.
039100 77  CASH-REL-STATUS             PIC X(02) VALUE SPACES.
039200 77  CASH-REL-EOF-SWITCH         PIC X(01) VALUE "N".
039300     88  CASH-REL-END-OF-FILE            VALUE "Y".
039400*    SET BY 1100 FROM THE CONTROL RECORD - C TESTS THE CASH-OUT
039500*    CEILING AGAINST THE PERSON'S TOTAL ACROSS LINKED ACCOUNTS.
039600 77  CASH-CEILING-SCOPE-SWITCH   PIC X(01) VALUE "A".
039700     88  CASH-CEILING-IS-PERSON          VALUE "C".
039800     88  CASH-CEILING-IS-ACCOUNT         VALUE "A".
039900 77  CASH-OWNER-MAX              PIC 9(02) COMP VALUE 10.
040000 77  CASH-OWNER-COUNT            PIC 9(02) COMP VALUE ZERO.
040100 77  CASH-OWNER-IX               PIC 9(02) COMP VALUE ZERO.
040200 77  CASH-TILL-AVAIL-SWITCH      PIC X(01) VALUE "N".
040300     88  CASH-TILL-IS-AVAILABLE          VALUE "Y".
040400 77  CASH-TILL-LOW-LIMIT         PIC 9(03) VALUE 10.
040500 77  CASH-DRAWER-SHORT-SWITCH    PIC X(01) VALUE "N".
040600     88  CASH-DRAWER-IS-SHORT            VALUE "Y".
040700     88  CASH-DRAWER-NOT-SHORT           VALUE "N".
040800 77  CASH-XFER-CANCEL-SWITCH     PIC X(01) VALUE "N".
040900     88  CASH-XFER-IS-CANCELLED          VALUE "Y".
041000     88  CASH-XFER-NOT-CANCELLED         VALUE "N".
041100*    SET BY THE 6100 STATUS CHECK - A FROZEN, DECEASED,
041200*    PENDING-CLOSE OR CLOSED ACCOUNT CAN NEVER PASS, SO THE
041300*    AMOUNT LOOP MUST NOT RETRY IT.
041400 77  CASH-ACCT-BLOCKED-SWITCH    PIC X(01) VALUE "N".
041500     88  CASH-ACCT-IS-BLOCKED            VALUE "Y".
041600     88  CASH-ACCT-NOT-BLOCKED           VALUE "N".
041700 77  CASH-VALID-SWITCH           PIC X(01) VALUE "Y".
041800     88  CASH-INPUT-IS-VALID             VALUE "Y".
041900     88  CASH-INPUT-IS-INVALID           VALUE "N".
042000 77  CASH-RESUMED-SWITCH         PIC X(01) VALUE "N".
042100     88  CASH-TRANSACTION-RESUMED        VALUE "Y".
042200 77  CASH-REJECT-REASON          PIC X(01).
042300     88  CASH-REJECT-IS-BALANCE          VALUE "B".
042400     88  CASH-REJECT-IS-CEILING          VALUE "L".
042500     88  CASH-REJECT-IS-STATUS           VALUE "S".
042600     88  CASH-REJECT-IS-OVERRIDE         VALUE "O".
042700     88  CASH-REJECT-IS-REVERSAL         VALUE "V".
042800     88  CASH-REJECT-IS-DORMANT          VALUE "D".
042900 77  CASH-LOOKUP-SWITCH          PIC X(01) VALUE "Y".
043000     88  CASH-ACCOUNT-FOUND              VALUE "Y".
043100     88  CASH-ACCOUNT-NOTFOUND           VALUE "N".
043200     88  CASH-ACCOUNT-UNAVAILABLE        VALUE "U".
043300*    SET ONCE BY 1000-INITIALIZE FROM THE OPEN RESULT AND NEVER
043400*    TOUCHED AGAIN - CUST-MASTER-STATUS ITSELF IS RESET BY EVERY
043500*    SUBSEQUENT READ/REWRITE AND CANNOT BE REUSED AS THIS GATE.
043600 77  CASH-MASTER-OPEN-SWITCH     PIC X(01) VALUE "N".
043700     88  CASH-MASTER-IS-OPEN             VALUE "Y".
043800     88  CASH-MASTER-NOT-OPEN            VALUE "N".
043900 77  CASH-SESSION-SWITCH         PIC X(01) VALUE "N".
044000     88  CASH-SESSION-IS-ENDING          VALUE "Y".
044100 77  CASH-CUTOVER-SWITCH         PIC X(01) VALUE "N".
044200     88  CASH-DAY-IS-CUTOVER             VALUE "Y".
044300     88  CASH-DAY-IS-OPEN                VALUE "N".
044400 77  CASH-SESSION-COUNT          PIC 9(05) VALUE ZERO.
044500 77  CASH-SESSION-DISPENSED      PIC 9(11) VALUE ZERO.
044600 77  CASH-SEQUENCE-NO            PIC 9(06) VALUE ZERO.
044700 77  CASH-SEQ-EOF-SWITCH         PIC X(01) VALUE "N".
044800     88  CASH-SEQ-END-OF-FILE            VALUE "Y".
044900 77  CASH-SESSION-REVERSED       PIC 9(11) VALUE ZERO.
045000*    SET BY THE 6500 REVERSAL CHECKS - A REVERSAL THAT CANNOT
045100*    BE MATCHED OR APPROVED GOES BACK TO THE ACCOUNT PROMPT
045200*    RATHER THAN LOOPING THE AMOUNT PROMPT.
045300 77  CASH-RVSL-REFUSED-SWITCH    PIC X(01) VALUE "N".
045400     88  CASH-RVSL-IS-REFUSED            VALUE "Y".
045500     88  CASH-RVSL-NOT-REFUSED           VALUE "N".
045600 77  CASH-ORIG-FOUND-SWITCH      PIC X(01) VALUE "N".
045700     88  CASH-ORIG-IS-FOUND              VALUE "Y".
045800     88  CASH-ORIG-NOT-FOUND             VALUE "N".
045900 77  CASH-ORIG-REVERSED-SWITCH   PIC X(01) VALUE "N".
046000     88  CASH-ORIG-IS-REVERSED           VALUE "Y".
046100     88  CASH-ORIG-NOT-REVERSED          VALUE "N".
046200*****************************************************************
046300* MAIN WORKING STORAGE
046400*****************************************************************
046500 01  CASH-AMOUNT-INPUT           PIC X(09) JUSTIFIED RIGHT.
046600 01  AMTCASH                     PIC 9(09).
046700*                                PIC DATA TYPE - WHOLE NUMBERS
046800*                                9 IS USED TO INDICATE NUMERIC
046900*                                DATA CONSISTING OF THE DIGITS
047000*                                FROM 0 TO 9.
047100 01  CASH-TERMINAL-ID            PIC X(08).
047200 01  CASH-OPERATOR-ID            PIC X(08).
047300 01  CASH-ACCOUNT-NO             PIC X(10).
047400 01  CASH-DEST-ACCOUNT-NO        PIC X(10).
047500 01  CASH-SUPV-OPERATOR-ID       PIC X(08).
047600 01  CASH-SUPV-KEYWORD           PIC X(08).
047700 01  CASH-SUPV-ANSWER            PIC X(01).
047800     88  CASH-SUPV-IS-CALLED             VALUE "Y".
047900 01  CASH-OVERRIDE-KEYWORD       PIC X(08) VALUE "OVERRIDE".
048000 01  CASH-TXN-TYPE               PIC X(01).
048100     88  CASH-TXN-IS-CASHOUT             VALUE "C".
048200     88  CASH-TXN-IS-DEPOSIT             VALUE "D".
048300     88  CASH-TXN-IS-TRANSFER            VALUE "T".
048400     88  CASH-TXN-IS-REVERSAL            VALUE "R".
048500 01  CASH-AVAILABLE-BALANCE      PIC 9(09)V99.
048600 01  CASH-ENCUMBERED-AMOUNT      PIC 9(10)V99.
048700 01  CASH-LIMIT-AMOUNT           PIC 9(09)     VALUE 10000.
048800*****************************************************************
048900* REVERSAL WORK AREA - THE ORIGINAL TRANSACTION AS FOUND ON THIS
049000* TERMINAL'S DAILY LOG BY 6520, AND THE HOLD AREA
049100* 7500-POST-REVERSAL USES TO RUN THE ORIGINAL TRANSFER BACKWARD
049200* THROUGH 7070.
049300*****************************************************************
049400 01  CASH-ORIG-SEQ-INPUT         PIC X(06) JUSTIFIED RIGHT.
049500 01  CASH-ORIG-SEQUENCE-NO       PIC 9(06).
049600 01  CASH-ORIG-TXN-TYPE          PIC X(01).
049700     88  CASH-ORIG-WAS-CASHOUT           VALUE "C".
049800     88  CASH-ORIG-WAS-DEPOSIT           VALUE "D".
049900     88  CASH-ORIG-WAS-TRANSFER          VALUE "T".
050000 01  CASH-ORIG-AMOUNT            PIC 9(09).
050100 01  CASH-ORIG-ACCOUNT-NO        PIC X(10).
050200 01  CASH-ORIG-DEST-ACCOUNT-NO   PIC X(10).
050300 01  CASH-ORIG-BUSINESS-DATE     PIC X(08).
050400 01  CASH-TODAY-DATE             PIC 9(08).
050500 01  CASH-SWAP-ACCOUNT-NO        PIC X(10).
050600*****************************************************************
050700* ACCOUNT INQUIRY WORK AREA - THE LAST-TEN TABLE 7610 FILLS
050800* OLDEST FIRST, WRAPPING ROUND, SO WHEN THE ACCOUNT'S HISTORY
050900* RUNS OUT IT HOLDS THE MOST RECENT TEN AND THE SLOT AFTER THE
051000* LAST ONE FILLED IS THE OLDEST OF THEM.
051100*****************************************************************
051200 01  CASH-INQ-ACCOUNT-NO         PIC X(10).
051300 01  CASH-INQ-HELD-AMOUNT        PIC 9(07)V99.
051400 01  CASH-INQ-MONEY-SHOW         PIC ZZZ,ZZZ,ZZ9.99.
051500 01  CASH-INQ-TABLE.
051600     05  CASH-INQ-ENTRY OCCURS 10 TIMES.
051700         10  CASH-INQ-ENT-DATE       PIC 9(08).
051800         10  CASH-INQ-ENT-TYPE       PIC X(01).
051900         10  CASH-INQ-ENT-DIRECTION  PIC X(01).
052000         10  CASH-INQ-ENT-AMOUNT     PIC 9(09).
052100         10  CASH-INQ-ENT-TERMINAL   PIC X(08).
052200         10  CASH-INQ-ENT-TERM-SEQ   PIC 9(06).
052300         10  CASH-INQ-ENT-OTHER      PIC X(10).
052400 01  CASH-INQ-DETAIL-LINE.
052500     05  CASH-INQ-DTL-DATE           PIC 9(08).
052600     05  FILLER                      PIC X(02) VALUE SPACES.
052700     05  CASH-INQ-DTL-TYPE           PIC X(10).
052800     05  CASH-INQ-DTL-SIGN           PIC X(01).
052900     05  CASH-INQ-DTL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.
053000     05  FILLER                      PIC X(02) VALUE SPACES.
053100     05  CASH-INQ-DTL-TERMINAL       PIC X(08).
053200     05  FILLER                      PIC X(01) VALUE SPACES.
053300     05  CASH-INQ-DTL-TERM-SEQ       PIC 9(06).
053400     05  FILLER                      PIC X(02) VALUE SPACES.
053500     05  CASH-INQ-DTL-OTHER          PIC X(10).
053600*****************************************************************
053700* DENOMINATION BREAKDOWN WORK AREA
053800*****************************************************************
053900 01  CASH-DENOM-WORK             PIC 9(09)     COMP.
054000 01  CASH-BILL-100               PIC 9(09)     COMP.
054100 01  CASH-BILL-50                PIC 9(09)     COMP.
054200 01  CASH-BILL-20                PIC 9(09)     COMP.
054300 01  CASH-BILL-10                PIC 9(09)     COMP.
054400 01  CASH-BILL-05                PIC 9(09)     COMP.
054500 01  CASH-BILL-01                PIC 9(09)     COMP.
054600*****************************************************************
054700* TILL INVENTORY WORK AREA - THE DRAWER'S ON-HAND COUNTS ARE
054800* HELD HERE FOR THE SESSION AND SAVED BACK TO THE TILL FILE
054900* AFTER EVERY CHANGE, THE SAME WRITE-WHOLE-FILE SHAPE THE
055000* CHECKPOINT FILE ALREADY USES.  WHEN NO TILL FILE EXISTS THE
055100* COUNTS ARE SET SO HIGH THE BREAKDOWN IS NEVER CONSTRAINED.
055200*****************************************************************
055300 01  CASH-TILL-100               PIC 9(05).
055400 01  CASH-TILL-50                PIC 9(05).
055500 01  CASH-TILL-20                PIC 9(05).
055600 01  CASH-TILL-10                PIC 9(05).
055700 01  CASH-TILL-05                PIC 9(05).
055800 01  CASH-TILL-01                PIC 9(05).
055900 01  CASH-DENOM-VALUE            PIC 9(03)     COMP.
056000 01  CASH-DENOM-ONHAND           PIC 9(09)     COMP.
056100 01  CASH-DENOM-TAKE             PIC 9(09)     COMP.
056200 01  CASH-DENOM-REM              PIC 9(09)     COMP.
056300 01  CASH-BUY-DENOM-INPUT        PIC X(03) JUSTIFIED RIGHT.
056400 01  CASH-BUY-DENOM              PIC 9(03).
056500*****************************************************************
056600* VAULT INVENTORY WORK AREA - THE BRANCH VAULT'S ON-HAND COUNTS,
056700* LOADED FRESH FOR EACH VAULT BUY SO A BUY ON ANOTHER TERMINAL
056800* IS SEEN, DEBITED AS THE TILL IS CREDITED, AND SAVED BACK IN
056900* THE SAME WRITE-WHOLE-FILE SHAPE AS THE TILL.
057000*****************************************************************
057100 01  CASH-VAULT-100              PIC 9(07).
057200 01  CASH-VAULT-50               PIC 9(07).
057300 01  CASH-VAULT-20               PIC 9(07).
057400 01  CASH-VAULT-10               PIC 9(07).
057500 01  CASH-VAULT-05               PIC 9(07).
057600 01  CASH-VAULT-01               PIC 9(07).
057700 01  CASH-VAULT-ONHAND           PIC 9(07).
057800 01  CASH-COUNT-INPUT            PIC X(05) JUSTIFIED RIGHT.
057900 01  CASH-COUNT-AMOUNT           PIC 9(05).
058000 01  CASH-COUNT-LABEL            PIC X(04).
058100 01  CASH-COUNTED-100            PIC 9(05).
058200 01  CASH-COUNTED-50             PIC 9(05).
058300 01  CASH-COUNTED-20             PIC 9(05).
058400 01  CASH-COUNTED-10             PIC 9(05).
058500 01  CASH-COUNTED-05             PIC 9(05).
058600 01  CASH-COUNTED-01             PIC 9(05).
058700 01  CASH-DRAWER-EXPECTED        PIC 9(11).
058800 01  CASH-DRAWER-COUNTED         PIC 9(11).
058900 01  CASH-DRAWER-DIFF            PIC S9(11).
059000 01  CASH-DRAWER-DIFF-SHOW       PIC +Z,ZZZ,ZZZ,ZZ9.
059100 01  CASH-CURRENT-DATE           PIC 9(08).
059200 01  CASH-CURRENT-TIME           PIC 9(08).
059300*    THE BRANCH BUSINESS DATE FROM THE CONTROL RECORD - ZERO
059400*    MEANS NO BUSINESS DATE IS IN FORCE AND THE WALL-CLOCK DATE
059500*    STANDS IN ON THE LOG AND AUDIT STAMPS.
059600 01  CASH-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
059700*****************************************************************
059800* PERSON CEILING WORK AREA - THE ACTIVE OWNERS OF THE KEYED
059900* ACCOUNT FROM THE CUSTOMER RELATIONSHIP FILE, WHAT 6170 FINDS
060000* EACH HAS TAKEN OUT TODAY ACROSS ALL OF THEIR ACCOUNTS, AND
060100* THE FIGURE THE CEILING IS TESTED AGAINST.
060200*****************************************************************
060300 01  CASH-OWNER-TABLE.
060400     05  CASH-OWNER-ID           PIC X(10) OCCURS 10 TIMES.
060500 01  CASH-OWNER-WITHDRAWN        PIC 9(11)V99.
060600 01  CASH-PERSON-WITHDRAWN       PIC 9(11)V99.
060700 01  CASH-CEILING-TEST-AMOUNT    PIC 9(11)V99.
060800 PROCEDURE DIVISION.
060900*****************************************************************
061000* 0000-MAINLINE - OPEN THE LOG AND THE CUSTOMER MASTER, CHECK FOR
061100* A CHECKPOINTED SESSION, COLLECT THE TERMINAL/SESSION AND
061200* ACCOUNT IDENTIFICATION IF NEEDED, CHECKPOINT IT, THEN DROP INTO
061300* THE EXISTING CASH-OUT AMOUNT LOOP.  EACH COMPLETED TRANSACTION
061400* COMES BACK TO THE ACCOUNT PROMPT FOR THE NEXT CUSTOMER UNTIL
061500* THE TELLER KEYS THE END-OF-SESSION CODE.
061600*****************************************************************
061700 0000-MAINLINE.
061800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
061900     PERFORM 2000-CHECK-RESTART THRU 2000-EXIT.
062000     IF NOT CASH-TRANSACTION-RESUMED
062100         PERFORM 2500-GET-TXN-INFO THRU 2500-EXIT
062200     END-IF.
062300*    A RESUMED SESSION SKIPS THE ACCOUNT PROMPT AND ITS
062400*    CUTOVER CHECK, SO CHECK HERE TOO - A RESUME AFTER CASHBDT
062500*    FLAGGED END-OF-DAY WOULD POST INTO A DAILY FILE THE
062600*    CASHCON MERGE HAS ALREADY READ.  NOTHING HAS POSTED YET,
062700*    SO THE CHECKPOINT IS LEFT STANDING AND THE SESSION
062800*    RESUMES CLEANLY ONCE CASHSOD OPENS THE NEW BUSINESS DAY.
062900     IF CASH-TRANSACTION-RESUMED
063000         PERFORM 2750-CHECK-CUTOVER THRU 2750-EXIT
063100         IF CASH-DAY-IS-CUTOVER
063200             DISPLAY 'END-OF-DAY CUTOVER IS IN EFFECT - THE '
063300                 'CHECKPOINTED TRANSACTION CANNOT BE RESUMED '
063400                 'UNTIL THE NEW BUSINESS DAY OPENS '
063500             CLOSE CASH-LOG-FILE
063600             CLOSE CASH-AUDIT-FILE
063700             IF CASH-MASTER-IS-OPEN
063800                 CLOSE CUST-MASTER-FILE
063900             END-IF
064000             IF CASH-OPR-IS-AVAILABLE
064100                 CLOSE OPERATOR-MASTER-FILE
064200             END-IF
064300             IF CASH-TRM-IS-AVAILABLE
064400                 CLOSE TERMINAL-REGISTRY-FILE
064500             END-IF
064600             STOP RUN
064700         END-IF
064800*        THE STATION MAY HAVE BEEN RETIRED SINCE THE CHECKPOINT
064900*        WAS TAKEN.  THE CHECKPOINT IS LEFT STANDING HERE TOO.
065000         PERFORM 2550-CHECK-TERMINAL THRU 2550-EXIT
065100         IF CASH-TERMINAL-IS-REFUSED
065200             DISPLAY 'THE CHECKPOINTED TRANSACTION CANNOT BE '
065300                 'RESUMED ON THIS TERMINAL, SEE YOUR SUPERVISOR '
065400             CLOSE CASH-LOG-FILE
065500             CLOSE CASH-AUDIT-FILE
065600             IF CASH-MASTER-IS-OPEN
065700                 CLOSE CUST-MASTER-FILE
065800             END-IF
065900             IF CASH-OPR-IS-AVAILABLE
066000                 CLOSE OPERATOR-MASTER-FILE
066100             END-IF
066200             CLOSE TERMINAL-REGISTRY-FILE
066300             STOP RUN
066400         END-IF
066500     END-IF.
066600     PERFORM 1200-LOAD-TILL THRU 1200-EXIT.
066700     IF NOT CASH-TRANSACTION-RESUMED
066800         PERFORM 2700-GET-NEXT-CUSTOMER THRU 2700-EXIT
066900         IF CASH-SESSION-IS-ENDING
067000             GO TO 9000-TERMINATE
067100         END-IF
067200     END-IF.
067300     PERFORM 5000-CHECKPOINT-SAVE THRU 5000-EXIT.
067400     GO TO HINT1.
067500*****************************************************************
067600* 1000-INITIALIZE - OPEN THE TRANSACTION LOG, CUSTOMER MASTER AND
067700* CONTROL FILE.
067800*****************************************************************
067900 1000-INITIALIZE.
068000     PERFORM 1300-LOAD-SEQUENCE THRU 1300-EXIT.
068100     OPEN EXTEND CASH-LOG-FILE.
068200     IF CASH-LOG-STATUS = "35"
068300         OPEN OUTPUT CASH-LOG-FILE
068400     END-IF.
068500     OPEN EXTEND CASH-AUDIT-FILE.
068600     IF CASH-AUDIT-STATUS = "35"
068700         OPEN OUTPUT CASH-AUDIT-FILE
068800     END-IF.
068900     OPEN I-O CUST-MASTER-FILE.
069000     IF CUST-MASTER-STATUS = "00"
069100         SET CASH-MASTER-IS-OPEN TO TRUE
069200     ELSE
069300         SET CASH-MASTER-NOT-OPEN TO TRUE
069400         DISPLAY 'CUST-MASTER-FILE NOT FOUND, CASH-OUT ACCOUNT '
069500             'LOOKUP UNAVAILABLE '
069600     END-IF.
069700*    THE OPERATOR SECURITY MASTER GATES SIGN-ON AND OVERRIDES.
069800*    A BRANCH THAT HAS NOT SEEDED ONE YET RUNS UNVALIDATED
069900*    WITH A WARNING, LIKE A MISSING TILL OR VAULT FILE.
070000     OPEN INPUT OPERATOR-MASTER-FILE.
070100     IF CASH-OPR-STATUS = "00"
070200         SET CASH-OPR-IS-AVAILABLE TO TRUE
070300     ELSE
070400         SET CASH-OPR-NOT-AVAILABLE TO TRUE
070500         DISPLAY 'OPERATOR MASTER NOT FOUND - SIGN-ON NOT '
070600             'VALIDATED, SEE YOUR SUPERVISOR '
070700     END-IF.
070800*    THE TERMINAL REGISTRY GATES THE TERMINAL ID THE SAME WAY,
070900*    AND A BRANCH WITHOUT ONE RUNS UNVALIDATED THE SAME WAY.
071000     OPEN INPUT TERMINAL-REGISTRY-FILE.
071100     IF CASH-TRM-STATUS = "00"
071200         SET CASH-TRM-IS-AVAILABLE TO TRUE
071300     ELSE
071400         SET CASH-TRM-NOT-AVAILABLE TO TRUE
071500         DISPLAY 'TERMINAL REGISTRY NOT FOUND - TERMINAL ID NOT '
071600             'VALIDATED, SEE YOUR SUPERVISOR '
071700     END-IF.
071800     PERFORM 1100-READ-CONTROL-FILE THRU 1100-EXIT.
071900 1000-EXIT.
072000     EXIT.
072100*****************************************************************
072200* 1100-READ-CONTROL-FILE - READ THE DAILY CASH-OUT CEILING FROM
072300* THE CONTROL FILE.  IF THE FILE IS MISSING OR EMPTY THE COMPILED
072400* DEFAULT IN CASH-LIMIT-AMOUNT IS LEFT STANDING.
072500*****************************************************************
072600 1100-READ-CONTROL-FILE.
072700     OPEN INPUT CASH-CTL-FILE.
072800     IF CASH-CTL-STATUS = "00"
072900         READ CASH-CTL-FILE
073000             AT END
073100                 DISPLAY 'CASH-CTL-FILE EMPTY, USING DEFAULT '
073200             NOT AT END
073300                 MOVE CCTL-LIMIT-AMOUNT TO CASH-LIMIT-AMOUNT
073400                 IF CCTL-OVERRIDE-KEYWORD NOT = SPACES
073500                     MOVE CCTL-OVERRIDE-KEYWORD
073600                         TO CASH-OVERRIDE-KEYWORD
073700                 END-IF
073800*                RECORDS WRITTEN BEFORE THE BUSINESS-DATE
073900*                FIELDS EXISTED CARRY SPACES - CLASS-TEST
074000*                BEFORE USE, SAME AS CUST-HELD-AMOUNT.
074100                 IF CCTL-BUSINESS-DATE NUMERIC
074200                     MOVE CCTL-BUSINESS-DATE
074300                         TO CASH-BUSINESS-DATE
074400                 END-IF
074500                 IF CCTL-DAY-IS-CUTOVER
074600                     SET CASH-DAY-IS-CUTOVER TO TRUE
074700                 END-IF
074800                 IF CCTL-CEILING-IS-PERSON
074900                     SET CASH-CEILING-IS-PERSON TO TRUE
075000                 END-IF
075100         END-READ
075200         CLOSE CASH-CTL-FILE
075300     ELSE
075400         DISPLAY 'CASH-CTL-FILE NOT FOUND, USING DEFAULT LIMIT '
075500     END-IF.
075600 1100-EXIT.
075700     EXIT.
075800*****************************************************************
075900* 1200-LOAD-TILL - LOAD THIS TERMINAL'S DRAWER INVENTORY FROM
076000* THE TILL FILE.  WITH NO TILL FILE THE ON-HAND COUNTS ARE SET
076100* SO HIGH THE BREAKDOWN IS NEVER CONSTRAINED AND THE DRAWER IS
076200* NOT TRACKED - A VAULT BUY (KEY BUY AT THE ACCOUNT PROMPT)
076300* STARTS TRACKING BY STOCKING THE DRAWER.
076400*****************************************************************
076500 1200-LOAD-TILL.
076600     OPEN INPUT CASH-TILL-FILE.
076700     IF CASH-TILL-STATUS = "00"
076800         READ CASH-TILL-FILE
076900             AT END
077000                 DISPLAY 'TILL FILE EMPTY - DRAWER NOT TRACKED '
077100             NOT AT END
077200                 SET CASH-TILL-IS-AVAILABLE TO TRUE
077300                 MOVE CTIL-COUNT-100 TO CASH-TILL-100
077400                 MOVE CTIL-COUNT-50  TO CASH-TILL-50
077500                 MOVE CTIL-COUNT-20  TO CASH-TILL-20
077600                 MOVE CTIL-COUNT-10  TO CASH-TILL-10
077700                 MOVE CTIL-COUNT-05  TO CASH-TILL-05
077800                 MOVE CTIL-COUNT-01  TO CASH-TILL-01
077900         END-READ
078000         CLOSE CASH-TILL-FILE
078100     ELSE
078200         DISPLAY 'TILL FILE NOT FOUND - DRAWER NOT TRACKED, '
078300             'KEY BUY AT THE ACCOUNT PROMPT TO STOCK IT '
078400     END-IF.
078500     IF NOT CASH-TILL-IS-AVAILABLE
078600         MOVE 99999 TO CASH-TILL-100
078700         MOVE 99999 TO CASH-TILL-50
078800         MOVE 99999 TO CASH-TILL-20
078900         MOVE 99999 TO CASH-TILL-10
079000         MOVE 99999 TO CASH-TILL-05
079100         MOVE 99999 TO CASH-TILL-01
079200     END-IF.
079300 1200-EXIT.
079400     EXIT.
079500*****************************************************************
079600* 1300-LOAD-SEQUENCE - FIND THE LAST TRANSACTION SEQUENCE
079700* NUMBER THIS TERMINAL USED TODAY BY READING ITS DAILY LOG
079800* FRONT TO BACK BEFORE IT IS OPENED FOR EXTEND.  A SECOND
079900* SESSION ON THE SAME TERMINAL THEN CONTINUES THE RUN INSTEAD
080000* OF RESTARTING AT ONE AND COLLIDING IN THE CASHCHK VERIFY.
080100* RECORDS LOGGED BEFORE THE FIELD EXISTED CARRY SPACES AND ARE
080200* PASSED OVER.  A MISSING OR EMPTY LOG STARTS THE RUN AT ZERO.
080300*****************************************************************
080400 1300-LOAD-SEQUENCE.
080500     MOVE "N" TO CASH-SEQ-EOF-SWITCH.
080600     OPEN INPUT CASH-LOG-FILE.
080700     IF CASH-LOG-STATUS NOT = "00"
080800         GO TO 1300-EXIT
080900     END-IF.
081000     PERFORM 1310-READ-SEQUENCE THRU 1310-EXIT
081100         UNTIL CASH-SEQ-END-OF-FILE.
081200     CLOSE CASH-LOG-FILE.
081300 1300-EXIT.
081400     EXIT.
081500*****************************************************************
081600* 1310-READ-SEQUENCE - READ ONE LOG RECORD AND KEEP ITS
081700* SEQUENCE NUMBER.  THE FILE IS APPEND-ONLY SO THE LAST NUMERIC
081800* SEQUENCE SEEN IS THE HIGHEST.
081900*****************************************************************
082000 1310-READ-SEQUENCE.
082100     READ CASH-LOG-FILE
082200         AT END
082300             SET CASH-SEQ-END-OF-FILE TO TRUE
082400     END-READ.
082500     IF NOT CASH-SEQ-END-OF-FILE
082600         IF CLOG-SEQUENCE-NO NUMERIC
082700             MOVE CLOG-SEQUENCE-NO TO CASH-SEQUENCE-NO
082800         END-IF
082900     END-IF.
083000 1310-EXIT.
083100     EXIT.
083200*****************************************************************
083300* 2000-CHECK-RESTART - LOOK FOR A CHECKPOINT LEFT BY AN
083400* INTERRUPTED PRIOR RUN.  IF ONE IS FOUND, THE TERMINAL AND
083500* ACCOUNT IDENTIFICATION ARE REUSED INSTEAD OF BEING RE-ASKED.
083600*****************************************************************
083700 2000-CHECK-RESTART.
083800     OPEN INPUT CASH-RESTART-FILE.
083900     IF CASH-RESTART-STATUS = "00"
084000         READ CASH-RESTART-FILE
084100             AT END
084200                 CONTINUE
084300             NOT AT END
084400                 IF CRST-CHECKPOINT-PRESENT
084500                     MOVE CRST-TERMINAL-ID TO CASH-TERMINAL-ID
084600                     MOVE CRST-ACCOUNT-NO  TO CASH-ACCOUNT-NO
084700                     MOVE CRST-TXN-TYPE    TO CASH-TXN-TYPE
084800                     MOVE CRST-OPERATOR-ID TO CASH-OPERATOR-ID
084900                     SET CASH-TRANSACTION-RESUMED TO TRUE
085000                     DISPLAY 'RESUMING CHECKPOINTED CASH-OUT '
085100                         'SESSION '
085200                 END-IF
085300         END-READ
085400         CLOSE CASH-RESTART-FILE
085500     END-IF.
085600 2000-EXIT.
085700     EXIT.
085800*****************************************************************
085900* 2500-GET-TXN-INFO - COLLECT THE TERMINAL/SESSION AND OPERATOR
086000* IDENTIFICATION FOR A SESSION THAT IS NOT BEING RESUMED.  BOTH
086100* ARE KEPT FOR THE WHOLE SHIFT; THE PER-CUSTOMER IDENTIFICATION
086200* IS COLLECTED BY 2700 FOR EVERY TRANSACTION.
086300*****************************************************************
086400 2500-GET-TXN-INFO.
086500     DISPLAY 'ENTER TERMINAL/SESSION ID: '.
086600     ACCEPT CASH-TERMINAL-ID.
086700     PERFORM 2550-CHECK-TERMINAL THRU 2550-EXIT.
086800     IF CASH-TERMINAL-IS-REFUSED
086900         GO TO 2500-GET-TXN-INFO
087000     END-IF.
087100 2510-GET-OPERATOR.
087200     DISPLAY 'ENTER OPERATOR ID: '.
087300     ACCEPT CASH-OPERATOR-ID.
087400*    THE KEYED OPERATOR MUST BE AN ACTIVE ENTRY ON THE
087500*    OPERATOR SECURITY MASTER - FRAUD REVIEW KEPT FINDING
087600*    AUDIT RECORDS UNDER OPERATOR IDS THAT DO NOT EXIST.
087700     IF NOT CASH-OPR-IS-AVAILABLE
087800         GO TO 2500-EXIT
087900     END-IF.
088000     MOVE CASH-OPERATOR-ID TO OPR-OPERATOR-ID.
088100     READ OPERATOR-MASTER-FILE
088200         INVALID KEY
088300             DISPLAY 'OPERATOR NOT ON THE SECURITY MASTER, '
088400                 'PLEASE REENTER '
088500             GO TO 2510-GET-OPERATOR
088600     END-READ.
088700     IF NOT OPR-IS-ACTIVE
088800         DISPLAY 'OPERATOR IS NOT ACTIVE, PLEASE REENTER '
088900         GO TO 2510-GET-OPERATOR
089000     END-IF.
089100 2500-EXIT.
089200     EXIT.
089300*****************************************************************
089400* 2550-CHECK-TERMINAL - THE TERMINAL ID MUST BE AN ACTIVE STATION
089500* ON THE TERMINAL REGISTRY.  A MIS-KEYED ID WOULD OPEN A DAILY
089600* LOG AND TILL THAT NO DOWNSTREAM JOB KNOWS ABOUT.
089700*****************************************************************
089800 2550-CHECK-TERMINAL.
089900     SET CASH-TERMINAL-IS-VALID TO TRUE.
090000     IF NOT CASH-TRM-IS-AVAILABLE
090100         GO TO 2550-EXIT
090200     END-IF.
090300     MOVE CASH-TERMINAL-ID TO TRM-TERMINAL-ID.
090400     READ TERMINAL-REGISTRY-FILE
090500         INVALID KEY
090600             DISPLAY 'TERMINAL NOT ON THE TERMINAL REGISTRY, '
090700                 'PLEASE REENTER '
090800             SET CASH-TERMINAL-IS-REFUSED TO TRUE
090900             GO TO 2550-EXIT
091000     END-READ.
091100     IF NOT TRM-IS-ACTIVE
091200         DISPLAY 'TERMINAL IS NOT AN ACTIVE STATION, PLEASE '
091300             'REENTER '
091400         SET CASH-TERMINAL-IS-REFUSED TO TRUE
091500     END-IF.
091600 2550-EXIT.
091700     EXIT.
091800*****************************************************************
091900* 2600-GET-TXN-TYPE - ACCEPT AND EDIT-CHECK THE TRANSACTION TYPE
092000* CODE.  ANYTHING OTHER THAN C, D, T OR R RE-PROMPTS IN PLACE, THE
092100* SAME WAY 5900-EDIT-AMOUNT RE-PROMPTS ON A BAD AMOUNT, INSTEAD OF
092200* FALLING THROUGH WITH CASH-TXN-TYPE UNVALIDATED.
092300*****************************************************************
092400 2600-GET-TXN-TYPE.
092500     DISPLAY 'ENTER TRANSACTION TYPE (C=CASH-OUT, D=DEPOSIT, '
092600         'T=TRANSFER, R=REVERSAL): '.
092700     ACCEPT CASH-TXN-TYPE.
092800     IF NOT CASH-TXN-IS-CASHOUT
092900             AND NOT CASH-TXN-IS-DEPOSIT
093000             AND NOT CASH-TXN-IS-TRANSFER
093100             AND NOT CASH-TXN-IS-REVERSAL
093200         DISPLAY 'INVALID TRANSACTION TYPE - ENTER C, D, T OR R, '
093300             'PLEASE REENTER '
093400         GO TO 2600-GET-TXN-TYPE
093500     END-IF.
093600 2600-EXIT.
093700     EXIT.
093800*****************************************************************
093900* 2650-REENTER-ACCOUNT - THE KEYED ACCOUNT NUMBER DID NOT MATCH
094000* THE CUSTOMER MASTER.  GIVE THE TELLER A CHANCE TO RE-KEY IT
094100* INSTEAD OF LOOPING HINT1 FOREVER ON AN AMOUNT THAT CAN NEVER
094200* CLEAR VALIDATION AGAINST THE SAME BAD ACCOUNT NUMBER.
094300*****************************************************************
094400 2650-REENTER-ACCOUNT.
094500     DISPLAY 'ACCOUNT NOT FOUND - REENTER ACCOUNT NUMBER: '.
094600     ACCEPT CASH-ACCOUNT-NO.
094700 2650-EXIT.
094800     EXIT.
094900*****************************************************************
095000* 2700-GET-NEXT-CUSTOMER - ACCEPT THE NEXT CUSTOMER'S ACCOUNT
095100* NUMBER AND TRANSACTION TYPE.  KEYING END AT THE ACCOUNT
095200* PROMPT ENDS THE TELLER SESSION INSTEAD OF STARTING ANOTHER
095300* TRANSACTION, KEYING BUY RECORDS A VAULT BUY INTO THE
095400* DRAWER AND COMES BACK FOR THE NEXT CUSTOMER, AND KEYING INQ
095500* RUNS AN ACCOUNT INQUIRY AND COMES BACK THE SAME WAY.
095600*****************************************************************
095700 2700-GET-NEXT-CUSTOMER.
095800     PERFORM 2750-CHECK-CUTOVER THRU 2750-EXIT.
095900     IF CASH-DAY-IS-CUTOVER
096000         DISPLAY 'END-OF-DAY CUTOVER IS IN EFFECT - NO NEW '
096100             'TRANSACTIONS, SIGNING THE SESSION OFF '
096200         SET CASH-SESSION-IS-ENDING TO TRUE
096300         GO TO 2700-EXIT
096400     END-IF.
096500     DISPLAY 'ENTER ACCOUNT NUMBER (END TO SIGN OFF, '
096600         'BUY FOR A VAULT BUY, INQ FOR AN INQUIRY): '.
096700     ACCEPT CASH-ACCOUNT-NO.
096800     IF CASH-ACCOUNT-NO = "END"
096900         SET CASH-SESSION-IS-ENDING TO TRUE
097000         GO TO 2700-EXIT
097100     END-IF.
097200     IF CASH-ACCOUNT-NO = "BUY"
097300         PERFORM 7400-VAULT-BUY THRU 7400-EXIT
097400         GO TO 2700-GET-NEXT-CUSTOMER
097500     END-IF.
097600     IF CASH-ACCOUNT-NO = "INQ"
097700         PERFORM 7600-ACCOUNT-INQUIRY THRU 7600-EXIT
097800         GO TO 2700-GET-NEXT-CUSTOMER
097900     END-IF.
098000     PERFORM 2600-GET-TXN-TYPE THRU 2600-EXIT.
098100 2700-EXIT.
098200     EXIT.
098300*****************************************************************
098400* 2750-CHECK-CUTOVER - RE-READ THE CONTROL RECORD'S CUTOVER
098500* FLAG AND BUSINESS DATE.  END-OF-DAY CAN BEGIN (CASHBDT) WHILE
098600* A SESSION SITS AT THE ACCOUNT PROMPT, SO THE SESSION-START
098700* COPY CANNOT BE TRUSTED HERE.  A CONTROL FILE THAT CANNOT BE
098800* READ LEAVES THE LAST-KNOWN STATE STANDING.
098900*****************************************************************
099000 2750-CHECK-CUTOVER.
099100     OPEN INPUT CASH-CTL-FILE.
099200     IF CASH-CTL-STATUS = "00"
099300         READ CASH-CTL-FILE
099400             AT END
099500                 CONTINUE
099600             NOT AT END
099700                 IF CCTL-BUSINESS-DATE NUMERIC
099800                     MOVE CCTL-BUSINESS-DATE
099900                         TO CASH-BUSINESS-DATE
100000                 END-IF
100100                 IF CCTL-DAY-IS-CUTOVER
100200                     SET CASH-DAY-IS-CUTOVER TO TRUE
100300                 ELSE
100400                     SET CASH-DAY-IS-OPEN TO TRUE
100500                 END-IF
100600         END-READ
100700         CLOSE CASH-CTL-FILE
100800     END-IF.
100900 2750-EXIT.
101000     EXIT.
101100*****************************************************************
101200* 5000-CHECKPOINT-SAVE - CHECKPOINT THE TERMINAL/ACCOUNT ID TO
101300* THE RESTART FILE BEFORE THE AMOUNT LOOP IS ENTERED.
101400*****************************************************************
101500 5000-CHECKPOINT-SAVE.
101600     OPEN OUTPUT CASH-RESTART-FILE.
101700     SET CRST-CHECKPOINT-PRESENT TO TRUE.
101800     MOVE CASH-TERMINAL-ID TO CRST-TERMINAL-ID.
101900     MOVE CASH-ACCOUNT-NO  TO CRST-ACCOUNT-NO.
102000     MOVE CASH-TXN-TYPE    TO CRST-TXN-TYPE.
102100     MOVE CASH-OPERATOR-ID TO CRST-OPERATOR-ID.
102200     MOVE SPACES           TO CRST-FILLER.
102300     WRITE CASH-RESTART-RECORD.
102400     CLOSE CASH-RESTART-FILE.
102500 5000-EXIT.
102600     EXIT.
102700*****************************************************************
102800* HINT1 - ACCEPT THE CASH-OUT AMOUNT AND ENFORCE THE OVER-LIMIT
102900* CHECK.  A REJECTED AMOUNT LOOPS BACK HERE, AS BEFORE.  AN
103000* ACCOUNT THAT DID NOT MATCH THE CUSTOMER MASTER FIRST SENDS THE
103100* TELLER BACK TO RE-KEY THE ACCOUNT NUMBER; A MASTER FILE THAT
103200* NEVER OPENED IS A DEAD END FOR EVERY ACCOUNT AND ENDS THE RUN
103300* INSTEAD OF LOOPING.  A COMPLETED TRANSACTION GOES BACK TO THE
103400* ACCOUNT PROMPT FOR THE NEXT CUSTOMER IN LINE.
103500*****************************************************************
103600 HINT1.
103700     IF CASH-TXN-IS-REVERSAL
103800         DISPLAY 'ENTER THE AMOUNT OF THE TRANSACTION TO '
103900             'REVERSE: '
104000     ELSE
104100         DISPLAY 'Enter the amount of money to cash out: '
104200     END-IF.
104300     ACCEPT CASH-AMOUNT-INPUT.
104400     PERFORM 5900-EDIT-AMOUNT THRU 5900-EXIT.
104500     IF CASH-INPUT-IS-INVALID
104600         GO TO HINT1
104700     END-IF.
104800     PERFORM 6000-VALIDATE-LIMIT THRU 6000-EXIT.
104900     IF CASH-INPUT-IS-INVALID
105000         IF CASH-ACCOUNT-UNAVAILABLE
105100             DISPLAY 'CASH-OUT CANNOT BE PROCESSED - CUSTOMER '
105200                 'MASTER FILE UNAVAILABLE, SEE YOUR SUPERVISOR '
105300             GO TO 9000-TERMINATE
105400         END-IF
105500         IF CASH-ACCOUNT-NOTFOUND
105600             PERFORM 2650-REENTER-ACCOUNT THRU 2650-EXIT
105700             PERFORM 5000-CHECKPOINT-SAVE THRU 5000-EXIT
105800         END-IF
105900*        A DRAWER THAT CANNOT MAKE THE AMOUNT, AN ABANDONED
106000*        TRANSFER, A BLOCKED-STATUS ACCOUNT OR A REFUSED
106100*        REVERSAL GOES BACK TO THE ACCOUNT PROMPT, WHERE THE
106200*        TELLER CAN KEY BUY, ANOTHER CUSTOMER OR END - NO AMOUNT
106300*        COULD EVER CLEAR, SO LOOPING THE AMOUNT PROMPT WOULD
106400*        ONLY TRAP THE TELLER (AND RE-LOG THE SAME STATUS
106500*        REJECTION EVERY RETRY).
106600         IF CASH-DRAWER-IS-SHORT OR CASH-XFER-IS-CANCELLED
106700                 OR CASH-ACCT-IS-BLOCKED OR CASH-RVSL-IS-REFUSED
106800             PERFORM 2700-GET-NEXT-CUSTOMER THRU 2700-EXIT
106900             IF CASH-SESSION-IS-ENDING
107000                 GO TO 9000-TERMINATE
107100             END-IF
107200             PERFORM 5000-CHECKPOINT-SAVE THRU 5000-EXIT
107300         END-IF
107400         GO TO HINT1
107500     END-IF.
107600     PERFORM 7000-CONFIRM-TRANSACTION THRU 7000-EXIT.
107700     PERFORM 7100-WRITE-LOG THRU 7100-EXIT.
107800*    THE TRANSACTION IS POSTED AND LOGGED - CLEAR THE CHECKPOINT
107900*    NOW, NOT AT SIGN-OFF, SO A CRASH WHILE THE TELLER SITS AT
108000*    THE ACCOUNT PROMPT CANNOT RESUME (AND RE-POST) A FINISHED
108100*    TRANSACTION.  THE NEXT CUSTOMER GETS A FRESH CHECKPOINT.
108200     PERFORM 9100-CLEAR-CHECKPOINT THRU 9100-EXIT.
108300     PERFORM 2700-GET-NEXT-CUSTOMER THRU 2700-EXIT.
108400     IF CASH-SESSION-IS-ENDING
108500         GO TO 9000-TERMINATE
108600     END-IF.
108700     PERFORM 5000-CHECKPOINT-SAVE THRU 5000-EXIT.
108800     GO TO HINT1.
108900*****************************************************************
109000* 5900-EDIT-AMOUNT - REJECT NON-NUMERIC, NEGATIVE AND ZERO INPUT
109100* BEFORE IT IS EVER MOVED INTO THE NUMERIC AMTCASH FIELD.
109200* CASH-AMOUNT-INPUT IS JUSTIFIED RIGHT SO A SHORT ENTRY LINES UP
109300* ON THE LEFT WITH SPACES, WHICH ARE ZERO-FILLED HERE BEFORE THE
109400* NUMERIC CLASS TEST; A MINUS SIGN OR OTHER GARBAGE THEN FAILS
109500* THAT TEST, SO NEGATIVE AND NON-NUMERIC KEYING ARE BOTH CAUGHT
109600* IN ONE STEP.
109700*****************************************************************
109800 5900-EDIT-AMOUNT.
109900     SET CASH-INPUT-IS-VALID TO TRUE.
110000     INSPECT CASH-AMOUNT-INPUT REPLACING LEADING SPACES BY ZEROS.
110100     IF CASH-AMOUNT-INPUT NOT NUMERIC
110200         SET CASH-INPUT-IS-INVALID TO TRUE
110300         DISPLAY 'INVALID AMOUNT - ENTER NUMERIC DIGITS ONLY, '
110400             'PLEASE REENTER '
110500     ELSE
110600         MOVE CASH-AMOUNT-INPUT TO AMTCASH
110700         IF AMTCASH = ZERO
110800             SET CASH-INPUT-IS-INVALID TO TRUE
110900             DISPLAY 'AMOUNT MUST BE GREATER THAN ZERO, '
111000                 'PLEASE REENTER '
111100         END-IF
111200     END-IF.
111300 5900-EXIT.
111400     EXIT.
111500*****************************************************************
111600* 6000-VALIDATE-LIMIT - LOOK UP THE CUSTOMER MASTER AND CONFIRM
111700* THE REQUESTED AMOUNT DOES NOT EXCEED WHAT IS ACTUALLY
111800* AVAILABLE TO THE ACCOUNT.  EVERY TRANSACTION TYPE VALIDATES
111900* AGAINST THE MASTER NOW THAT ALL THREE POST TO IT, AND A
112000* REVERSAL IS CHECKED AGAINST THE ORIGINAL IT VOIDS.
112100*****************************************************************
112200 6000-VALIDATE-LIMIT.
112300     SET CASH-INPUT-IS-VALID TO TRUE.
112400     SET CASH-DRAWER-NOT-SHORT TO TRUE.
112500     SET CASH-XFER-NOT-CANCELLED TO TRUE.
112600     SET CASH-ACCT-NOT-BLOCKED TO TRUE.
112700     SET CASH-RVSL-NOT-REFUSED TO TRUE.
112800     MOVE SPACES TO CASH-SUPV-OPERATOR-ID.
112900     EVALUATE TRUE
113000         WHEN CASH-TXN-IS-CASHOUT
113100             PERFORM 6100-VALIDATE-CASHOUT THRU 6100-EXIT
113200         WHEN CASH-TXN-IS-DEPOSIT
113300             PERFORM 6300-VALIDATE-DEPOSIT THRU 6300-EXIT
113400         WHEN CASH-TXN-IS-TRANSFER
113500             PERFORM 6400-VALIDATE-TRANSFER THRU 6400-EXIT
113600         WHEN CASH-TXN-IS-REVERSAL
113700             PERFORM 6500-VALIDATE-REVERSAL THRU 6500-EXIT
113800     END-EVALUATE.
113900 6000-EXIT.
114000     EXIT.
114100*****************************************************************
114200* 6050-LOOKUP-ACCOUNT - READ THE CUSTOMER MASTER RECORD FOR THE
114300* KEYED ACCOUNT NUMBER.  EVERY TRANSACTION TYPE COMES THROUGH
114400* HERE SO AN UNKNOWN ACCOUNT OR AN UNOPENED MASTER IS CAUGHT THE
114500* SAME WAY WHETHER THE TELLER IS CASHING OUT, DEPOSITING OR
114600* TRANSFERRING.
114700*****************************************************************
114800 6050-LOOKUP-ACCOUNT.
114900     SET CASH-ACCOUNT-FOUND TO TRUE.
115000     MOVE CASH-ACCOUNT-NO TO CUST-ACCOUNT-NO.
115100     IF CASH-MASTER-IS-OPEN
115200         READ CUST-MASTER-FILE
115300             INVALID KEY
115400                 SET CASH-INPUT-IS-INVALID TO TRUE
115500                 SET CASH-ACCOUNT-NOTFOUND TO TRUE
115600                 DISPLAY 'ACCOUNT NOT FOUND, TRANSACTION '
115700                     'REJECTED '
115800         END-READ
115900     ELSE
116000         SET CASH-INPUT-IS-INVALID TO TRUE
116100         SET CASH-ACCOUNT-UNAVAILABLE TO TRUE
116200         DISPLAY 'CUSTOMER MASTER FILE UNAVAILABLE, '
116300             'TRANSACTION REJECTED '
116400     END-IF.
116500 6050-EXIT.
116600     EXIT.
116700*****************************************************************
116800* 6100-VALIDATE-CASHOUT - THE STATUS, BALANCE AND CEILING CHECKS
116900* ONLY APPLY TO THE CASH-OUT FLAVOR OF TRANSACTION; DEPOSITS AND
117000* TRANSFERS DO NOT DISPENSE TILL CASH AND ARE NOT LIMITED HERE.
117100* A NON-ACTIVE ACCOUNT STATUS (FROZEN, DECEASED, PENDING CLOSE
117200* OR CLOSED) REJECTS OUTRIGHT BEFORE ANY DOLLAR ARITHMETIC, AND
117300* HELD FUNDS ARE NETTED OUT OF THE AVAILABLE BALANCE ALONG WITH
117400* THE DAILY-WITHDRAWN TOTAL.  CUST-HELD-AMOUNT IS CLASS-TESTED
117500* FIRST - RECORDS WRITTEN BEFORE THE FIELD EXISTED CARRY SPACES.
117600* A DORMANT ACCOUNT IS REJECTED AHEAD OF THE GENERAL STATUS
117700* CHECK SO THE AUDIT RECORD CARRIES THE DORMANT REASON.
117800* WHEN THE CONTROL RECORD SETS THE CEILING SCOPE TO C, THE
117900* CEILING IS TESTED AGAINST THE AMOUNT PLUS EVERYTHING THE
118000* CUSTOMER HAS TAKEN OUT TODAY ACROSS ALL LINKED ACCOUNTS (6170).
118100*****************************************************************
118200 6100-VALIDATE-CASHOUT.
118300     MOVE SPACES TO CASH-SUPV-OPERATOR-ID.
118400     PERFORM 6050-LOOKUP-ACCOUNT THRU 6050-EXIT.
118500     IF CASH-INPUT-IS-VALID
118600         IF CUST-STATUS-IS-DORMANT
118700             SET CASH-INPUT-IS-INVALID TO TRUE
118800             DISPLAY 'ACCOUNT IS DORMANT, A SUPERVISOR MUST '
118900                 'REACTIVATE IT THROUGH CUSTMNT '
119000             SET CASH-REJECT-IS-DORMANT TO TRUE
119100             SET CASH-ACCT-IS-BLOCKED TO TRUE
119200             PERFORM 6200-LOG-REJECTION THRU 6200-EXIT
119300         END-IF
119400     END-IF.
119500     IF CASH-INPUT-IS-VALID
119600         IF NOT CUST-STATUS-IS-ACTIVE
119700             SET CASH-INPUT-IS-INVALID TO TRUE
119800             DISPLAY 'ACCOUNT STATUS DOES NOT PERMIT CASH-OUT, '
119900                 'SEE YOUR SUPERVISOR '
120000             SET CASH-REJECT-IS-STATUS TO TRUE
120100             SET CASH-ACCT-IS-BLOCKED TO TRUE
120200             PERFORM 6200-LOG-REJECTION THRU 6200-EXIT
120300         END-IF
120400     END-IF.
120500     IF CASH-INPUT-IS-VALID
120600         MOVE CUST-DAILY-WITHDRAWN TO CASH-ENCUMBERED-AMOUNT
120700         IF CUST-HELD-AMOUNT NUMERIC
120800             ADD CUST-HELD-AMOUNT TO CASH-ENCUMBERED-AMOUNT
120900         END-IF
121000         IF CASH-ENCUMBERED-AMOUNT > CUST-CURRENT-BALANCE
121100             MOVE ZERO TO CASH-AVAILABLE-BALANCE
121200         ELSE
121300             COMPUTE CASH-AVAILABLE-BALANCE =
121400                 CUST-CURRENT-BALANCE - CASH-ENCUMBERED-AMOUNT
121500         END-IF
121600         IF AMTCASH > CASH-AVAILABLE-BALANCE
121700             SET CASH-INPUT-IS-INVALID TO TRUE
121800             DISPLAY 'REQUESTED MONEY EXCEEDS AVAILABLE BALANCE '
121900             SET CASH-REJECT-IS-BALANCE TO TRUE
122000             PERFORM 6200-LOG-REJECTION THRU 6200-EXIT
122100         END-IF
122200     END-IF.
122300     IF CASH-INPUT-IS-VALID
122400         MOVE AMTCASH TO CASH-CEILING-TEST-AMOUNT
122500         IF CASH-CEILING-IS-PERSON
122600             PERFORM 6170-SUM-PERSON-WITHDRAWN THRU 6170-EXIT
122700         END-IF
122800     END-IF.
122900     IF CASH-INPUT-IS-VALID
123000         IF CASH-CEILING-TEST-AMOUNT > CASH-LIMIT-AMOUNT
123100             SET CASH-INPUT-IS-INVALID TO TRUE
123200             IF CASH-CEILING-IS-PERSON
123300                 DISPLAY 'REQUESTED AMOUNT PLUS THE CUSTOMER''S '
123400                     'CASH-OUTS TODAY ON ALL LINKED ACCOUNTS '
123500                 DISPLAY 'EXCEEDS THE AUTHORIZED '
123600             ELSE
123700                 DISPLAY 'REQUESTED AMOUNT EXCEEDS THE '
123800                     'AUTHORIZED '
123900             END-IF
124000             DISPLAY 'CASH-OUT LIMIT '
124100             SET CASH-REJECT-IS-CEILING TO TRUE
124200             PERFORM 6200-LOG-REJECTION THRU 6200-EXIT
124300             PERFORM 6150-OFFER-OVERRIDE THRU 6150-EXIT
124400         END-IF
124500     END-IF.
124600     IF CASH-INPUT-IS-VALID
124700         PERFORM 6160-CHECK-DRAWER THRU 6160-EXIT
124800     END-IF.
124900 6100-EXIT.
125000     EXIT.
125100*****************************************************************
125200* 6150-OFFER-OVERRIDE - THE CEILING REJECTION JUST FIRED AND IS
125300* ALREADY ON THE AUDIT LOG.  OFFER THE TELLER THE OPTION TO CALL
125400* A SUPERVISOR: A DISTINCT OPERATOR WHO IS ACTIVE ON THE
125500* OPERATOR SECURITY MASTER WITH SUPERVISOR AUTHORITY TURNS THE
125600* REJECTION INTO AN APPROVED OVER-LIMIT DISPENSE, RECORDED ON
125700* THE AUDIT LOG UNDER ITS OWN DISPOSITION CODE WITH BOTH
125800* IDENTITIES.  ONLY A BRANCH WITH NO OPERATOR MASTER AT ALL
125900* FALLS BACK TO THE SHARED APPROVAL KEYWORD FROM THE CONTROL
126000* FILE - A KEYWORD EVERY TELLER HAS OVERHEARD BY NOW IS NOT AN
126100* AUTHORITY CHECK.
126200*****************************************************************
126300 6150-OFFER-OVERRIDE.
126400     DISPLAY 'CALL SUPERVISOR FOR AN OVER-LIMIT OVERRIDE '
126500         '(Y/N)? '.
126600     ACCEPT CASH-SUPV-ANSWER.
126700     IF NOT CASH-SUPV-IS-CALLED
126800         GO TO 6150-EXIT
126900     END-IF.
127000     DISPLAY 'ENTER SUPERVISOR OPERATOR ID: '.
127100     ACCEPT CASH-SUPV-OPERATOR-ID.
127200     IF CASH-SUPV-OPERATOR-ID = CASH-OPERATOR-ID
127300         DISPLAY 'SUPERVISOR MUST BE A DIFFERENT OPERATOR, '
127400             'OVERRIDE DENIED '
127500         MOVE SPACES TO CASH-SUPV-OPERATOR-ID
127600         GO TO 6150-EXIT
127700     END-IF.
127800     IF CASH-OPR-IS-AVAILABLE
127900         MOVE CASH-SUPV-OPERATOR-ID TO OPR-OPERATOR-ID
128000         READ OPERATOR-MASTER-FILE
128100             INVALID KEY
128200                 DISPLAY 'SUPERVISOR NOT ON THE SECURITY '
128300                     'MASTER, OVERRIDE DENIED '
128400                 MOVE SPACES TO CASH-SUPV-OPERATOR-ID
128500                 GO TO 6150-EXIT
128600         END-READ
128700         IF NOT OPR-IS-ACTIVE
128800                 OR NOT OPR-AUTH-IS-SUPERVISOR
128900             DISPLAY 'OPERATOR LACKS ACTIVE SUPERVISOR '
129000                 'AUTHORITY, OVERRIDE DENIED '
129100             MOVE SPACES TO CASH-SUPV-OPERATOR-ID
129200             GO TO 6150-EXIT
129300         END-IF
129400     ELSE
129500         DISPLAY 'ENTER APPROVAL KEYWORD: '
129600         ACCEPT CASH-SUPV-KEYWORD
129700         IF CASH-SUPV-KEYWORD NOT = CASH-OVERRIDE-KEYWORD
129800             DISPLAY 'APPROVAL KEYWORD NOT RECOGNIZED, '
129900                 'OVERRIDE DENIED '
130000             MOVE SPACES TO CASH-SUPV-OPERATOR-ID
130100             GO TO 6150-EXIT
130200         END-IF
130300     END-IF.
130400     SET CASH-INPUT-IS-VALID TO TRUE.
130500     SET CASH-REJECT-IS-OVERRIDE TO TRUE.
130600     PERFORM 6200-LOG-REJECTION THRU 6200-EXIT.
130700     DISPLAY 'OVERRIDE ACCEPTED - OVER-LIMIT DISPENSE '
130800         'AUTHORIZED '.
130900 6150-EXIT.
131000     EXIT.
131100*****************************************************************
131200* 6160-CHECK-DRAWER - BEFORE ANYTHING POSTS, PROVE THE DRAWER
131300* CAN ACTUALLY MAKE THE REQUESTED AMOUNT WITH THE BILLS ON
131400* HAND.  A DRAWER THAT CANNOT REJECTS THE CASH-OUT NOW - THE
131500* TELLER BUYS FROM THE VAULT OR THE CUSTOMER TAKES A SMALLER
131600* AMOUNT - INSTEAD OF DISCOVERING THE SHORTFALL AFTER THE
131700* MASTER AND THE LOG HAVE ALREADY BEEN UPDATED.
131800*****************************************************************
131900 6160-CHECK-DRAWER.
132000     IF NOT CASH-TILL-IS-AVAILABLE
132100         GO TO 6160-EXIT
132200     END-IF.
132300     PERFORM 7190-COMPUTE-BREAKDOWN THRU 7190-EXIT.
132400     IF CASH-DENOM-WORK > ZERO
132500         SET CASH-INPUT-IS-INVALID TO TRUE
132600         SET CASH-DRAWER-IS-SHORT TO TRUE
132700         DISPLAY 'DRAWER CANNOT MAKE THE REQUESTED AMOUNT - '
132800             'KEY BUY AT THE ACCOUNT PROMPT FOR A VAULT BUY '
132900             'OR KEY A SMALLER AMOUNT '
133000     END-IF.
133100 6160-EXIT.
133200     EXIT.
133300*****************************************************************
133400* 6170-SUM-PERSON-WITHDRAWN - THE CEILING SCOPE IS PER PERSON.
133500* FIND THE ACTIVE OWNERS OF THE KEYED ACCOUNT ON THE CUSTOMER
133600* RELATIONSHIP FILE AND ADD UP WHAT EACH HAS TAKEN OUT TODAY
133700* ACROSS EVERY ACCOUNT LINKED TO THEM.  A JOINT ACCOUNT IS TESTED
133800* AGAINST WHICHEVER OWNER HAS TAKEN THE MOST.  AN ACCOUNT WITH NO
133900* ACTIVE LINK, OR A BRANCH WITH NO RELATIONSHIP FILE YET, FALLS
134000* BACK TO THE ACCOUNT'S OWN DAILY-WITHDRAWN FIGURE.  THE OTHER
134100* ACCOUNTS ARE READ INTO THE MASTER RECORD AREA, SO THE KEYED
134200* ACCOUNT IS READ BACK BEFORE ANYTHING POSTS TO IT.
134300*****************************************************************
134400 6170-SUM-PERSON-WITHDRAWN.
134500     MOVE CUST-DAILY-WITHDRAWN TO CASH-PERSON-WITHDRAWN.
134600     MOVE ZERO TO CASH-OWNER-COUNT.
134700     OPEN INPUT CUST-RELATIONSHIP-FILE.
134800     IF CASH-REL-STATUS NOT = "00"
134900         DISPLAY 'CUSTOMER RELATIONSHIP FILE NOT FOUND - CEILING '
135000             'TESTED FOR THIS ACCOUNT ONLY '
135100         GO TO 6170-ADD-AMOUNT
135200     END-IF.
135300     PERFORM 6172-COLLECT-OWNERS THRU 6172-EXIT.
135400     PERFORM 6174-SUM-OWNER THRU 6174-EXIT
135500         VARYING CASH-OWNER-IX FROM 1 BY 1
135600         UNTIL CASH-OWNER-IX > CASH-OWNER-COUNT.
135700     CLOSE CUST-RELATIONSHIP-FILE.
135800     IF CASH-OWNER-COUNT > ZERO
135900         PERFORM 6050-LOOKUP-ACCOUNT THRU 6050-EXIT
136000     END-IF.
136100 6170-ADD-AMOUNT.
136200     COMPUTE CASH-CEILING-TEST-AMOUNT =
136300         CASH-PERSON-WITHDRAWN + AMTCASH.
136400 6170-EXIT.
136500     EXIT.
136600*****************************************************************
136700* 6172-COLLECT-OWNERS - READ THE LINKS FOR THE KEYED ACCOUNT
136800* THROUGH THE ACCOUNT-NUMBER ALTERNATE KEY INTO THE OWNER TABLE.
136900*****************************************************************
137000 6172-COLLECT-OWNERS.
137100     MOVE "N" TO CASH-REL-EOF-SWITCH.
137200     MOVE CASH-ACCOUNT-NO TO REL-ACCOUNT-NO.
137300     START CUST-RELATIONSHIP-FILE KEY = REL-ACCOUNT-NO
137400         INVALID KEY
137500             GO TO 6172-EXIT
137600     END-START.
137700     PERFORM 6173-NEXT-OWNER THRU 6173-EXIT
137800         UNTIL CASH-REL-END-OF-FILE.
137900 6172-EXIT.
138000     EXIT.
138100*****************************************************************
138200* 6173-NEXT-OWNER - ONE LINK.  THE FIRST LINK FOR ANOTHER ACCOUNT
138300* ENDS THE SCAN; AN INACTIVE LINK IS PASSED OVER.
138400*****************************************************************
138500 6173-NEXT-OWNER.
138600     READ CUST-RELATIONSHIP-FILE NEXT RECORD
138700         AT END
138800             SET CASH-REL-END-OF-FILE TO TRUE
138900             GO TO 6173-EXIT
139000     END-READ.
139100     IF REL-ACCOUNT-NO NOT = CASH-ACCOUNT-NO
139200         SET CASH-REL-END-OF-FILE TO TRUE
139300         GO TO 6173-EXIT
139400     END-IF.
139500     IF NOT REL-IS-ACTIVE
139600         GO TO 6173-EXIT
139700     END-IF.
139800     IF CASH-OWNER-COUNT NOT < CASH-OWNER-MAX
139900         SET CASH-REL-END-OF-FILE TO TRUE
140000         GO TO 6173-EXIT
140100     END-IF.
140200     ADD 1 TO CASH-OWNER-COUNT.
140300     MOVE REL-CUSTOMER-ID TO CASH-OWNER-ID (CASH-OWNER-COUNT).
140400 6173-EXIT.
140500     EXIT.
140600*****************************************************************
140700* 6174-SUM-OWNER - ADD UP ONE OWNER'S DAILY-WITHDRAWN FIGURES
140800* OVER ALL OF THEIR ACTIVE LINKS, READING ON THE PRIME KEY FROM
140900* THE FIRST LINK FOR THE CUSTOMER ID.
141000*****************************************************************
141100 6174-SUM-OWNER.
141200     MOVE ZERO TO CASH-OWNER-WITHDRAWN.
141300     MOVE "N" TO CASH-REL-EOF-SWITCH.
141400     MOVE CASH-OWNER-ID (CASH-OWNER-IX) TO REL-CUSTOMER-ID.
141500     MOVE LOW-VALUES TO REL-ACCOUNT-NO.
141600     START CUST-RELATIONSHIP-FILE KEY NOT < REL-KEY
141700         INVALID KEY
141800             GO TO 6174-EXIT
141900     END-START.
142000     PERFORM 6175-NEXT-LINK THRU 6175-EXIT
142100         UNTIL CASH-REL-END-OF-FILE.
142200     IF CASH-OWNER-WITHDRAWN > CASH-PERSON-WITHDRAWN
142300         MOVE CASH-OWNER-WITHDRAWN TO CASH-PERSON-WITHDRAWN
142400     END-IF.
142500 6174-EXIT.
142600     EXIT.
142700*****************************************************************
142800* 6175-NEXT-LINK - ONE LINK OF THE OWNER.  THE FIRST LINK FOR
142900* ANOTHER CUSTOMER ENDS THE SCAN.  A LINKED ACCOUNT NO LONGER ON
143000* THE MASTER ADDS NOTHING; DAILY-WITHDRAWN IS CLASS-TESTED THE
143100* SAME AS CUST-HELD-AMOUNT.
143200*****************************************************************
143300 6175-NEXT-LINK.
143400     READ CUST-RELATIONSHIP-FILE NEXT RECORD
143500         AT END
143600             SET CASH-REL-END-OF-FILE TO TRUE
143700             GO TO 6175-EXIT
143800     END-READ.
143900     IF REL-CUSTOMER-ID NOT = CASH-OWNER-ID (CASH-OWNER-IX)
144000         SET CASH-REL-END-OF-FILE TO TRUE
144100         GO TO 6175-EXIT
144200     END-IF.
144300     IF NOT REL-IS-ACTIVE
144400         GO TO 6175-EXIT
144500     END-IF.
144600     MOVE REL-ACCOUNT-NO TO CUST-ACCOUNT-NO.
144700     READ CUST-MASTER-FILE
144800         INVALID KEY
144900             GO TO 6175-EXIT
145000     END-READ.
145100     IF CUST-DAILY-WITHDRAWN NUMERIC
145200         ADD CUST-DAILY-WITHDRAWN TO CASH-OWNER-WITHDRAWN
145300     END-IF.
145400 6175-EXIT.
145500     EXIT.
145600*****************************************************************
145700* 6200-LOG-REJECTION - APPEND ONE SECURITY/AUDIT LOG RECORD FOR
145800* FRAUD REVIEW, TAGGED WITH THE REASON OR DISPOSITION CODE THE
145900* CALLER SET (AVAILABLE-BALANCE, CEILING, ACCOUNT STATUS, OR A
146000* SUPERVISOR OVERRIDE, WHICH ALSO CARRIES THE SUPERVISOR'S
146100* OPERATOR ID).
146200*****************************************************************
146300 6200-LOG-REJECTION.
146400     ACCEPT CASH-CURRENT-DATE FROM DATE YYYYMMDD.
146500     ACCEPT CASH-CURRENT-TIME FROM TIME.
146600     MOVE CASH-CURRENT-DATE   TO CAUD-DATE.
146700     MOVE CASH-CURRENT-TIME   TO CAUD-TIME.
146800     MOVE CASH-OPERATOR-ID    TO CAUD-OPERATOR-ID.
146900     MOVE CASH-TERMINAL-ID    TO CAUD-TERMINAL-ID.
147000     MOVE AMTCASH             TO CAUD-AMOUNT.
147100     MOVE CASH-REJECT-REASON  TO CAUD-REJECT-REASON.
147200     MOVE CASH-SUPV-OPERATOR-ID TO CAUD-SUPERVISOR-ID.
147300     MOVE CASH-ACCOUNT-NO     TO CAUD-ACCOUNT-NO.
147400     IF CASH-BUSINESS-DATE > ZERO
147500         MOVE CASH-BUSINESS-DATE TO CAUD-BUSINESS-DATE
147600     ELSE
147700         MOVE CASH-CURRENT-DATE  TO CAUD-BUSINESS-DATE
147800     END-IF.
147900     MOVE SPACES              TO CAUD-FILLER.
148000     WRITE CASH-AUDIT-RECORD.
148100 6200-EXIT.
148200     EXIT.
148300*****************************************************************
148400* 6300-VALIDATE-DEPOSIT - A DEPOSIT ONLY NEEDS THE ACCOUNT TO
148500* EXIST ON THE CUSTOMER MASTER; THERE IS NO BALANCE OR CEILING
148600* CHECK ON MONEY COMING IN.
148700*****************************************************************
148800 6300-VALIDATE-DEPOSIT.
148900     PERFORM 6050-LOOKUP-ACCOUNT THRU 6050-EXIT.
149000 6300-EXIT.
149100     EXIT.
149200*****************************************************************
149300* 6400-VALIDATE-TRANSFER - A TRANSFER NEEDS THE SOURCE ACCOUNT
149400* TO EXIST AND TO COVER THE AMOUNT, AND A DESTINATION ACCOUNT
149500* THAT EXISTS AND DIFFERS FROM THE SOURCE.  A BAD DESTINATION
149600* RE-PROMPTS IN PLACE THE SAME WAY 2600 RE-PROMPTS A BAD
149700* TRANSACTION TYPE, BUT KEYING END (OR NOTHING) AT THE
149800* DESTINATION PROMPT ABANDONS THE TRANSFER WITHOUT POSTING -
149900* UNLIKE THE TYPE PROMPT, A VALID ANSWER MAY NOT EXIST WHEN THE
150000* INTENDED DESTINATION IS NOT ON THE MASTER.
150100*****************************************************************
150200 6400-VALIDATE-TRANSFER.
150300     PERFORM 6050-LOOKUP-ACCOUNT THRU 6050-EXIT.
150400     IF CASH-INPUT-IS-INVALID
150500         GO TO 6400-EXIT
150600     END-IF.
150700     IF AMTCASH > CUST-CURRENT-BALANCE
150800         SET CASH-INPUT-IS-INVALID TO TRUE
150900         DISPLAY 'TRANSFER EXCEEDS THE CURRENT BALANCE '
151000         GO TO 6400-EXIT
151100     END-IF.
151200 6410-GET-DEST-ACCOUNT.
151300     DISPLAY 'ENTER DESTINATION ACCOUNT NUMBER '
151400         '(END TO CANCEL): '.
151500     ACCEPT CASH-DEST-ACCOUNT-NO.
151600     IF CASH-DEST-ACCOUNT-NO = "END"
151700             OR CASH-DEST-ACCOUNT-NO = SPACES
151800         DISPLAY 'TRANSFER CANCELLED - NOTHING POSTED '
151900         SET CASH-INPUT-IS-INVALID TO TRUE
152000         SET CASH-XFER-IS-CANCELLED TO TRUE
152100         GO TO 6400-EXIT
152200     END-IF.
152300     IF CASH-DEST-ACCOUNT-NO = CASH-ACCOUNT-NO
152400         DISPLAY 'DESTINATION MUST DIFFER FROM THE SOURCE '
152500             'ACCOUNT, PLEASE REENTER '
152600         GO TO 6410-GET-DEST-ACCOUNT
152700     END-IF.
152800     MOVE CASH-DEST-ACCOUNT-NO TO CUST-ACCOUNT-NO.
152900     READ CUST-MASTER-FILE
153000         INVALID KEY
153100             DISPLAY 'DESTINATION ACCOUNT NOT FOUND, '
153200                 'PLEASE REENTER '
153300             GO TO 6410-GET-DEST-ACCOUNT
153400     END-READ.
153500 6400-EXIT.
153600     EXIT.
153700*****************************************************************
153800* 6500-VALIDATE-REVERSAL - A REVERSAL VOIDS ONE EARLIER
153900* TRANSACTION FROM THIS TERMINAL'S LOG FOR THE SAME BUSINESS
154000* DAY.  THE TELLER KEYS ITS SEQUENCE NUMBER; THE ORIGINAL MUST
154100* BE ON THE LOG UNDER THIS TERMINAL, MUST BE A CASH-OUT,
154200* DEPOSIT OR TRANSFER (NOT A REVERSAL ITSELF), MUST NOT BE
154300* REVERSED ALREADY, AND MUST MATCH THE KEYED ACCOUNT AND
154400* AMOUNT.  THE MONEY MUST STILL BE THERE TO TAKE BACK - A
154500* DEPOSIT THE CUSTOMER HAS SINCE DRAWN ON, OR A TRANSFER THE
154600* DESTINATION HAS SINCE SPENT, CANNOT BE VOIDED HERE.  ONLY
154700* THE TERMINAL THAT MOVED THE MONEY CAN VOID IT, SINCE THE
154800* TILL MOVEMENT IS UNDONE AGAINST THIS DRAWER.  EVERY REVERSAL
154900* NEEDS AN ACTIVE SUPERVISOR FROM THE OPERATOR SECURITY MASTER
155000* - THERE IS NO CONTROL-FILE KEYWORD FALLBACK FOR A VOID.
155100*****************************************************************
155200 6500-VALIDATE-REVERSAL.
155300     IF NOT CASH-OPR-IS-AVAILABLE
155400         DISPLAY 'REVERSALS NEED SUPERVISOR APPROVAL FROM THE '
155500             'OPERATOR SECURITY MASTER, WHICH IS NOT AVAILABLE '
155600         GO TO 6500-REFUSED
155700     END-IF.
155800 6510-GET-ORIG-SEQUENCE.
155900     DISPLAY 'ENTER SEQUENCE NUMBER OF THE TRANSACTION TO '
156000         'REVERSE (END TO CANCEL): '.
156100     ACCEPT CASH-ORIG-SEQ-INPUT.
156200     IF CASH-ORIG-SEQ-INPUT = "   END"
156300             OR CASH-ORIG-SEQ-INPUT = SPACES
156400         DISPLAY 'REVERSAL CANCELLED - NOTHING POSTED '
156500         GO TO 6500-REFUSED
156600     END-IF.
156700     INSPECT CASH-ORIG-SEQ-INPUT
156800         REPLACING LEADING SPACES BY ZEROS.
156900     IF CASH-ORIG-SEQ-INPUT NOT NUMERIC
157000         DISPLAY 'INVALID SEQUENCE NUMBER, PLEASE REENTER '
157100         GO TO 6510-GET-ORIG-SEQUENCE
157200     END-IF.
157300     MOVE CASH-ORIG-SEQ-INPUT TO CASH-ORIG-SEQUENCE-NO.
157400     PERFORM 6520-FIND-ORIGINAL THRU 6520-EXIT.
157500     IF CASH-ORIG-NOT-FOUND
157600         DISPLAY 'NO SUCH SEQUENCE ON THIS TERMINAL TODAY, '
157700             'REVERSAL REFUSED '
157800         GO TO 6500-REFUSED
157900     END-IF.
158000     IF NOT CASH-ORIG-WAS-CASHOUT
158100             AND NOT CASH-ORIG-WAS-DEPOSIT
158200             AND NOT CASH-ORIG-WAS-TRANSFER
158300         DISPLAY 'A REVERSAL CANNOT ITSELF BE REVERSED, '
158400             'REVERSAL REFUSED '
158500         GO TO 6500-REFUSED
158600     END-IF.
158700     IF CASH-ORIG-IS-REVERSED
158800         DISPLAY 'THAT TRANSACTION IS ALREADY REVERSED, '
158900             'REVERSAL REFUSED '
159000         GO TO 6500-REFUSED
159100     END-IF.
159200     ACCEPT CASH-CURRENT-DATE FROM DATE YYYYMMDD.
159300     IF CASH-BUSINESS-DATE > ZERO
159400         MOVE CASH-BUSINESS-DATE TO CASH-TODAY-DATE
159500     ELSE
159600         MOVE CASH-CURRENT-DATE  TO CASH-TODAY-DATE
159700     END-IF.
159800     IF CASH-ORIG-BUSINESS-DATE NOT = CASH-TODAY-DATE
159900         DISPLAY 'ORIGINAL IS NOT FROM TODAY''S BUSINESS DAY, '
160000             'REVERSAL REFUSED '
160100         GO TO 6500-REFUSED
160200     END-IF.
160300     IF CASH-ORIG-ACCOUNT-NO NOT = CASH-ACCOUNT-NO
160400         DISPLAY 'ORIGINAL WAS POSTED TO ANOTHER ACCOUNT, '
160500             'REVERSAL REFUSED '
160600         GO TO 6500-REFUSED
160700     END-IF.
160800     IF CASH-ORIG-AMOUNT NOT = AMTCASH
160900         DISPLAY 'KEYED AMOUNT DOES NOT MATCH THE ORIGINAL, '
161000             'REVERSAL REFUSED '
161100         GO TO 6500-REFUSED
161200     END-IF.
161300     IF CASH-ORIG-WAS-TRANSFER
161400             AND CASH-ORIG-DEST-ACCOUNT-NO = SPACES
161500         DISPLAY 'ORIGINAL TRANSFER CARRIES NO DESTINATION '
161600             'ACCOUNT, REVERSAL REFUSED - SEE YOUR SUPERVISOR '
161700         GO TO 6500-REFUSED
161800     END-IF.
161900     MOVE CASH-ORIG-DEST-ACCOUNT-NO TO CASH-DEST-ACCOUNT-NO.
162000     PERFORM 6050-LOOKUP-ACCOUNT THRU 6050-EXIT.
162100     IF CASH-INPUT-IS-INVALID
162200         GO TO 6500-EXIT
162300     END-IF.
162400     IF CASH-ORIG-WAS-DEPOSIT
162500         MOVE CUST-DAILY-WITHDRAWN TO CASH-ENCUMBERED-AMOUNT
162600         IF CUST-HELD-AMOUNT NUMERIC
162700             ADD CUST-HELD-AMOUNT TO CASH-ENCUMBERED-AMOUNT
162800         END-IF
162900         ADD AMTCASH TO CASH-ENCUMBERED-AMOUNT
163000         IF CASH-ENCUMBERED-AMOUNT > CUST-CURRENT-BALANCE
163100             DISPLAY 'THE DEPOSIT HAS ALREADY BEEN DRAWN ON, '
163200                 'REVERSAL REFUSED '
163300             GO TO 6500-REFUSED
163400         END-IF
163500     END-IF.
163600     IF CASH-ORIG-WAS-TRANSFER
163700         MOVE CASH-DEST-ACCOUNT-NO TO CUST-ACCOUNT-NO
163800         READ CUST-MASTER-FILE
163900             INVALID KEY
164000                 DISPLAY 'DESTINATION ACCOUNT NOT FOUND, '
164100                     'REVERSAL REFUSED '
164200                 GO TO 6500-REFUSED
164300         END-READ
164400         IF AMTCASH > CUST-CURRENT-BALANCE
164500             DISPLAY 'DESTINATION NO LONGER HOLDS THE FUNDS, '
164600                 'REVERSAL REFUSED '
164700             GO TO 6500-REFUSED
164800         END-IF
164900     END-IF.
165000     PERFORM 6550-APPROVE-REVERSAL THRU 6550-EXIT.
165100     IF CASH-SUPV-OPERATOR-ID NOT = SPACES
165200         GO TO 6500-EXIT
165300     END-IF.
165400 6500-REFUSED.
165500     SET CASH-INPUT-IS-INVALID TO TRUE.
165600     SET CASH-RVSL-IS-REFUSED TO TRUE.
165700 6500-EXIT.
165800     EXIT.
165900*****************************************************************
166000* 6520-FIND-ORIGINAL - READ THIS TERMINAL'S DAILY LOG FRONT TO
166100* BACK FOR THE KEYED SEQUENCE NUMBER, NOTING ANY REVERSAL
166200* ALREADY POINTING AT IT.  THE LOG IS HELD OPEN FOR EXTEND ALL
166300* SESSION, SO IT IS CLOSED AND READ THE WAY 1300 READS IT AT
166400* SESSION START, THEN REOPENED FOR EXTEND.
166500*****************************************************************
166600 6520-FIND-ORIGINAL.
166700     SET CASH-ORIG-NOT-FOUND TO TRUE.
166800     SET CASH-ORIG-NOT-REVERSED TO TRUE.
166900     MOVE SPACES TO CASH-ORIG-TXN-TYPE.
167000     MOVE "N" TO CASH-SEQ-EOF-SWITCH.
167100     CLOSE CASH-LOG-FILE.
167200     OPEN INPUT CASH-LOG-FILE.
167300     IF CASH-LOG-STATUS = "00"
167400         PERFORM 6530-SCAN-LOG THRU 6530-EXIT
167500             UNTIL CASH-SEQ-END-OF-FILE
167600         CLOSE CASH-LOG-FILE
167700     END-IF.
167800     OPEN EXTEND CASH-LOG-FILE.
167900     IF CASH-LOG-STATUS = "35"
168000         OPEN OUTPUT CASH-LOG-FILE
168100     END-IF.
168200 6520-EXIT.
168300     EXIT.
168400*****************************************************************
168500* 6530-SCAN-LOG - READ ONE LOG RECORD.  ONLY THIS TERMINAL'S
168600* RECORDS COUNT.  THE RECORD CARRYING THE KEYED SEQUENCE IS
168700* THE ORIGINAL; A REVERSAL POINTING BACK AT THAT SEQUENCE MEANS
168800* IT HAS ALREADY BEEN VOIDED.
168900*****************************************************************
169000 6530-SCAN-LOG.
169100     READ CASH-LOG-FILE
169200         AT END
169300             SET CASH-SEQ-END-OF-FILE TO TRUE
169400             GO TO 6530-EXIT
169500     END-READ.
169600     IF CLOG-TERMINAL-ID NOT = CASH-TERMINAL-ID
169700             OR CLOG-SEQUENCE-NO NOT NUMERIC
169800         GO TO 6530-EXIT
169900     END-IF.
170000     IF CLOG-SEQUENCE-NO = CASH-ORIG-SEQUENCE-NO
170100         SET CASH-ORIG-IS-FOUND TO TRUE
170200         MOVE CLOG-TXN-TYPE        TO CASH-ORIG-TXN-TYPE
170300         MOVE CLOG-AMOUNT          TO CASH-ORIG-AMOUNT
170400         MOVE CLOG-ACCOUNT-NO      TO CASH-ORIG-ACCOUNT-NO
170500         MOVE CLOG-DEST-ACCOUNT-NO TO CASH-ORIG-DEST-ACCOUNT-NO
170600         MOVE CLOG-BUSINESS-DATE   TO CASH-ORIG-BUSINESS-DATE
170700     END-IF.
170800     IF CLOG-TXN-IS-REVERSAL
170900             AND CLOG-ORIG-SEQUENCE-NO NUMERIC
171000         IF CLOG-ORIG-SEQUENCE-NO = CASH-ORIG-SEQUENCE-NO
171100             SET CASH-ORIG-IS-REVERSED TO TRUE
171200         END-IF
171300     END-IF.
171400 6530-EXIT.
171500     EXIT.
171600*****************************************************************
171700* 6550-APPROVE-REVERSAL - A DISTINCT OPERATOR WHO IS ACTIVE ON
171800* THE OPERATOR SECURITY MASTER WITH SUPERVISOR AUTHORITY
171900* APPROVES THE REVERSAL, THE SAME CHECK 6150 APPLIES TO AN
172000* OVER-LIMIT OVERRIDE.  THE APPROVAL GOES ON THE AUDIT LOG
172100* UNDER ITS OWN DISPOSITION CODE WITH BOTH IDENTITIES.  ON A
172200* DENIAL THE SUPERVISOR ID IS LEFT BLANK FOR THE CALLER.
172300*****************************************************************
172400 6550-APPROVE-REVERSAL.
172500     DISPLAY 'REVERSAL NEEDS SUPERVISOR APPROVAL - ENTER '
172600         'SUPERVISOR OPERATOR ID: '.
172700     ACCEPT CASH-SUPV-OPERATOR-ID.
172800     IF CASH-SUPV-OPERATOR-ID = CASH-OPERATOR-ID
172900         DISPLAY 'SUPERVISOR MUST BE A DIFFERENT OPERATOR, '
173000             'REVERSAL REFUSED '
173100         MOVE SPACES TO CASH-SUPV-OPERATOR-ID
173200         GO TO 6550-EXIT
173300     END-IF.
173400     MOVE CASH-SUPV-OPERATOR-ID TO OPR-OPERATOR-ID.
173500     READ OPERATOR-MASTER-FILE
173600         INVALID KEY
173700             DISPLAY 'SUPERVISOR NOT ON THE SECURITY MASTER, '
173800                 'REVERSAL REFUSED '
173900             MOVE SPACES TO CASH-SUPV-OPERATOR-ID
174000             GO TO 6550-EXIT
174100     END-READ.
174200     IF NOT OPR-IS-ACTIVE
174300             OR NOT OPR-AUTH-IS-SUPERVISOR
174400         DISPLAY 'OPERATOR LACKS ACTIVE SUPERVISOR AUTHORITY, '
174500             'REVERSAL REFUSED '
174600         MOVE SPACES TO CASH-SUPV-OPERATOR-ID
174700         GO TO 6550-EXIT
174800     END-IF.
174900     SET CASH-REJECT-IS-REVERSAL TO TRUE.
175000     PERFORM 6200-LOG-REJECTION THRU 6200-EXIT.
175100     DISPLAY 'REVERSAL APPROVED '.
175200 6550-EXIT.
175300     EXIT.
175400*****************************************************************
175500* 7000-CONFIRM-TRANSACTION - ECHO THE APPROVED TRANSACTION BACK
175600* AND POST IT TO THE CUSTOMER MASTER: A CASH-OUT UPDATES THE
175700* DAILY-WITHDRAWN TOTAL AND SHOWS THE TILL-DISPENSE BREAKDOWN,
175800* A DEPOSIT CREDITS THE CURRENT BALANCE, AND A TRANSFER MOVES
175900* THE MONEY BETWEEN THE SOURCE AND DESTINATION RECORDS.  A
176000* REVERSAL UNDOES THE POSTING OF THE ORIGINAL IT VOIDS.
176100*****************************************************************
176200 7000-CONFIRM-TRANSACTION.
176300     EVALUATE TRUE
176400         WHEN CASH-TXN-IS-CASHOUT
176500             DISPLAY 'You requested ', AMTCASH, ' dollars'
176600             PERFORM 7050-UPDATE-MASTER-BALANCE THRU 7050-EXIT
176700             PERFORM 7200-DENOMINATION-BREAKDOWN THRU 7200-EXIT
176800         WHEN CASH-TXN-IS-DEPOSIT
176900             DISPLAY 'You deposited ', AMTCASH, ' dollars'
177000             PERFORM 7060-POST-DEPOSIT THRU 7060-EXIT
177100         WHEN CASH-TXN-IS-TRANSFER
177200             DISPLAY 'You transferred ', AMTCASH, ' dollars'
177300             PERFORM 7070-POST-TRANSFER THRU 7070-EXIT
177400         WHEN CASH-TXN-IS-REVERSAL
177500             DISPLAY 'You reversed ', AMTCASH, ' dollars'
177600             PERFORM 7500-POST-REVERSAL THRU 7500-EXIT
177700     END-EVALUATE.
177800 7000-EXIT.
177900     EXIT.
178000*****************************************************************
178100* 7050-UPDATE-MASTER-BALANCE - THE CASH-OUT CLEARED VALIDATION,
178200* SO ADD IT TO THE CUSTOMER'S DAILY-WITHDRAWN TOTAL AND REWRITE
178300* THE MASTER RECORD.  THIS KEEPS A LATER CASH-OUT AGAINST THE
178400* SAME ACCOUNT THIS SHIFT FROM BEING CHECKED AGAINST A STALE
178500* WITHDRAWN FIGURE.
178600*****************************************************************
178700 7050-UPDATE-MASTER-BALANCE.
178800     IF CASH-MASTER-IS-OPEN
178900         ADD AMTCASH TO CUST-DAILY-WITHDRAWN
179000         PERFORM 7090-STAMP-ACTIVITY THRU 7090-EXIT
179100         REWRITE CUST-MASTER-RECORD
179200         IF CUST-MASTER-STATUS NOT = "00"
179300             DISPLAY 'WARNING - UNABLE TO UPDATE CUSTOMER MASTER '
179400                 'DAILY WITHDRAWN AMOUNT '
179500         END-IF
179600     END-IF.
179700 7050-EXIT.
179800     EXIT.
179900*****************************************************************
180000* 7060-POST-DEPOSIT - THE DEPOSIT CLEARED VALIDATION, SO CREDIT
180100* THE CUSTOMER'S CURRENT BALANCE AND REWRITE THE MASTER RECORD,
180200* THE SAME SHAPE AS THE 7050 DAILY-WITHDRAWN UPDATE.  THE RECORD
180300* IS RE-READ FIRST BECAUSE THE VALIDATION READ MAY NOT BE THE
180400* LAST THING THAT TOUCHED THE RECORD BUFFER.
180500*****************************************************************
180600 7060-POST-DEPOSIT.
180700     IF CASH-MASTER-IS-OPEN
180800         MOVE CASH-ACCOUNT-NO TO CUST-ACCOUNT-NO
180900         READ CUST-MASTER-FILE
181000         IF CUST-MASTER-STATUS = "00"
181100             ADD AMTCASH TO CUST-CURRENT-BALANCE
181200             PERFORM 7090-STAMP-ACTIVITY THRU 7090-EXIT
181300             REWRITE CUST-MASTER-RECORD
181400         END-IF
181500         IF CUST-MASTER-STATUS NOT = "00"
181600             DISPLAY 'WARNING - UNABLE TO POST DEPOSIT TO '
181700                 'CUSTOMER MASTER BALANCE '
181800         END-IF
181900     END-IF.
182000 7060-EXIT.
182100     EXIT.
182200*****************************************************************
182300* 7070-POST-TRANSFER - MOVE THE APPROVED AMOUNT FROM THE SOURCE
182400* ACCOUNT TO THE DESTINATION ACCOUNT AS ONE UNIT OF WORK: THE
182500* SOURCE IS DEBITED FIRST, AND IF THE DESTINATION CREDIT THEN
182600* FAILS THE SOURCE DEBIT IS BACKED OUT SO NEITHER SIDE IS LEFT
182700* HALF-POSTED.  WHEN A TRANSFER IS BEING REVERSED THE SOURCE IS
182800* THE ORIGINAL DESTINATION, WHICH THE CUSTOMER DID NOT TOUCH, SO
182900* ITS ACTIVITY DATE IS LEFT ALONE.
183000*****************************************************************
183100 7070-POST-TRANSFER.
183200     IF NOT CASH-MASTER-IS-OPEN
183300         GO TO 7070-EXIT
183400     END-IF.
183500     MOVE CASH-ACCOUNT-NO TO CUST-ACCOUNT-NO.
183600     READ CUST-MASTER-FILE.
183700     IF CUST-MASTER-STATUS NOT = "00"
183800         DISPLAY 'WARNING - TRANSFER NOT POSTED, SOURCE '
183900             'ACCOUNT UNREADABLE '
184000         GO TO 7070-EXIT
184100     END-IF.
184200     SUBTRACT AMTCASH FROM CUST-CURRENT-BALANCE.
184300     IF NOT CASH-TXN-IS-REVERSAL
184400         PERFORM 7090-STAMP-ACTIVITY THRU 7090-EXIT
184500     END-IF.
184600     REWRITE CUST-MASTER-RECORD.
184700     IF CUST-MASTER-STATUS NOT = "00"
184800         DISPLAY 'WARNING - TRANSFER NOT POSTED, SOURCE '
184900             'ACCOUNT NOT UPDATED '
185000         GO TO 7070-EXIT
185100     END-IF.
185200     MOVE CASH-DEST-ACCOUNT-NO TO CUST-ACCOUNT-NO.
185300     READ CUST-MASTER-FILE.
185400     IF CUST-MASTER-STATUS = "00"
185500         ADD AMTCASH TO CUST-CURRENT-BALANCE
185600         REWRITE CUST-MASTER-RECORD
185700     END-IF.
185800     IF CUST-MASTER-STATUS NOT = "00"
185900         PERFORM 7080-BACK-OUT-TRANSFER THRU 7080-EXIT
186000     END-IF.
186100 7070-EXIT.
186200     EXIT.
186300*****************************************************************
186400* 7080-BACK-OUT-TRANSFER - THE DESTINATION CREDIT FAILED AFTER
186500* THE SOURCE WAS ALREADY DEBITED.  PUT THE MONEY BACK ON THE
186600* SOURCE ACCOUNT SO THE MASTER STILL BALANCES.
186700*****************************************************************
186800 7080-BACK-OUT-TRANSFER.
186900     DISPLAY 'WARNING - DESTINATION ACCOUNT NOT UPDATED, '
187000         'BACKING OUT THE SOURCE DEBIT '.
187100     MOVE CASH-ACCOUNT-NO TO CUST-ACCOUNT-NO.
187200     READ CUST-MASTER-FILE.
187300     IF CUST-MASTER-STATUS = "00"
187400         ADD AMTCASH TO CUST-CURRENT-BALANCE
187500         REWRITE CUST-MASTER-RECORD
187600     END-IF.
187700     IF CUST-MASTER-STATUS NOT = "00"
187800         DISPLAY 'WARNING - BACK-OUT FAILED, SOURCE AND '
187900             'DESTINATION ACCOUNTS ARE OUT OF BALANCE - '
188000             'SEE YOUR SUPERVISOR '
188100     END-IF.
188200 7080-EXIT.
188300     EXIT.
188400*****************************************************************
188500* 7090-STAMP-ACTIVITY - MARK THE RECORD IN THE BUFFER WITH TODAY
188600* AS THE CUSTOMER'S LAST ACTIVITY DATE, SO CASHDRM DOES NOT MOVE
188700* IT TO DORMANT.  ONLY THE CUSTOMER'S OWN POSTINGS COME HERE - A
188800* TRANSFER CREDIT OR A BACK-OUT IS NOT CUSTOMER ACTIVITY ON THE
188900* ACCOUNT IT LANDS ON.
189000*****************************************************************
189100 7090-STAMP-ACTIVITY.
189200     IF CASH-BUSINESS-DATE > ZERO
189300         MOVE CASH-BUSINESS-DATE TO CUST-LAST-ACTIVITY-DATE
189400     ELSE
189500         ACCEPT CASH-CURRENT-DATE FROM DATE YYYYMMDD
189600         MOVE CASH-CURRENT-DATE  TO CUST-LAST-ACTIVITY-DATE
189700     END-IF.
189800 7090-EXIT.
189900     EXIT.
190000*****************************************************************
190100* 7100-WRITE-LOG - APPEND ONE TRANSACTION RECORD TO THE LOG.
190200*****************************************************************
190300 7100-WRITE-LOG.
190400     ACCEPT CASH-CURRENT-DATE FROM DATE YYYYMMDD.
190500     ACCEPT CASH-CURRENT-TIME FROM TIME.
190600     MOVE CASH-CURRENT-DATE   TO CLOG-DATE.
190700     MOVE CASH-CURRENT-TIME   TO CLOG-TIME.
190800     MOVE CASH-TERMINAL-ID    TO CLOG-TERMINAL-ID.
190900     MOVE AMTCASH             TO CLOG-AMOUNT.
191000     MOVE CASH-TXN-TYPE       TO CLOG-TXN-TYPE.
191100     MOVE CASH-ACCOUNT-NO     TO CLOG-ACCOUNT-NO.
191200*    THE BUSINESS DATE SAYS WHICH DAY THE TRANSACTION SETTLES
191300*    UNDER; WITH NO BUSINESS DATE IN FORCE THE WALL-CLOCK DATE
191400*    STANDS IN, WHICH IS WHAT THE STAMP ALWAYS USED TO BE.
191500     IF CASH-BUSINESS-DATE > ZERO
191600         MOVE CASH-BUSINESS-DATE TO CLOG-BUSINESS-DATE
191700     ELSE
191800         MOVE CASH-CURRENT-DATE  TO CLOG-BUSINESS-DATE
191900     END-IF.
192000     ADD 1 TO CASH-SEQUENCE-NO.
192100     MOVE CASH-SEQUENCE-NO    TO CLOG-SEQUENCE-NO.
192200*    A TRANSFER CARRIES ITS DESTINATION SO IT CAN BE REVERSED;
192300*    A REVERSAL CARRIES THE ORIGINAL'S DESTINATION (SPACES
192400*    UNLESS IT VOIDS A TRANSFER) AND POINTS BACK TO THE
192500*    ORIGINAL.  THE SUPERVISOR IS WHOEVER APPROVED AN OVER-LIMIT
192600*    CASH-OUT OR THE REVERSAL, SPACES OTHERWISE.
192700     IF CASH-TXN-IS-TRANSFER OR CASH-TXN-IS-REVERSAL
192800         MOVE CASH-DEST-ACCOUNT-NO TO CLOG-DEST-ACCOUNT-NO
192900     ELSE
193000         MOVE SPACES               TO CLOG-DEST-ACCOUNT-NO
193100     END-IF.
193200     IF CASH-TXN-IS-REVERSAL
193300         MOVE CASH-TERMINAL-ID      TO CLOG-ORIG-TERMINAL-ID
193400         MOVE CASH-ORIG-SEQUENCE-NO TO CLOG-ORIG-SEQUENCE-NO
193500         MOVE CASH-ORIG-TXN-TYPE    TO CLOG-ORIG-TXN-TYPE
193600     ELSE
193700         MOVE SPACES                TO CLOG-ORIG-TERMINAL-ID
193800         MOVE ZERO                  TO CLOG-ORIG-SEQUENCE-NO
193900         MOVE SPACES                TO CLOG-ORIG-TXN-TYPE
194000     END-IF.
194100     MOVE CASH-SUPV-OPERATOR-ID TO CLOG-SUPERVISOR-ID.
194200     MOVE CASH-OPERATOR-ID    TO CLOG-OPERATOR-ID.
194300     MOVE SPACES              TO CLOG-FILLER.
194400     WRITE CASH-LOG-RECORD.
194500     ADD 1 TO CASH-SESSION-COUNT.
194600     IF CASH-TXN-IS-CASHOUT
194700         ADD AMTCASH TO CASH-SESSION-DISPENSED
194800     END-IF.
194900     IF CASH-TXN-IS-REVERSAL AND CASH-ORIG-WAS-CASHOUT
195000         ADD AMTCASH TO CASH-SESSION-REVERSED
195100     END-IF.
195200 7100-EXIT.
195300     EXIT.
195400*****************************************************************
195500* 7190-COMPUTE-BREAKDOWN - WORK OUT THE MINIMAL-BILL-COUNT
195600* BREAKDOWN OF THE APPROVED AMOUNT, EACH DENOMINATION CAPPED AT
195700* WHAT THE DRAWER REALLY HOLDS, FALLING BACK TO SMALLER BILLS.
195800* NOTHING IS DISPENSED OR DECREMENTED HERE - 6160 USES THIS TO
195900* PROVE THE DRAWER CAN MAKE THE AMOUNT BEFORE ANYTHING POSTS,
196000* AND 7200 USES IT AGAIN FOR THE DISPENSE ITSELF.  A NONZERO
196100* CASH-DENOM-WORK ON EXIT IS THE SHORTFALL.
196200*****************************************************************
196300 7190-COMPUTE-BREAKDOWN.
196400     MOVE AMTCASH TO CASH-DENOM-WORK.
196500     MOVE 100 TO CASH-DENOM-VALUE.
196600     MOVE CASH-TILL-100 TO CASH-DENOM-ONHAND.
196700     PERFORM 7210-TAKE-DENOM THRU 7210-EXIT.
196800     MOVE CASH-DENOM-TAKE TO CASH-BILL-100.
196900     MOVE 50 TO CASH-DENOM-VALUE.
197000     MOVE CASH-TILL-50 TO CASH-DENOM-ONHAND.
197100     PERFORM 7210-TAKE-DENOM THRU 7210-EXIT.
197200     MOVE CASH-DENOM-TAKE TO CASH-BILL-50.
197300     MOVE 20 TO CASH-DENOM-VALUE.
197400     MOVE CASH-TILL-20 TO CASH-DENOM-ONHAND.
197500     PERFORM 7210-TAKE-DENOM THRU 7210-EXIT.
197600     MOVE CASH-DENOM-TAKE TO CASH-BILL-20.
197700     MOVE 10 TO CASH-DENOM-VALUE.
197800     MOVE CASH-TILL-10 TO CASH-DENOM-ONHAND.
197900     PERFORM 7210-TAKE-DENOM THRU 7210-EXIT.
198000     MOVE CASH-DENOM-TAKE TO CASH-BILL-10.
198100     MOVE 5 TO CASH-DENOM-VALUE.
198200     MOVE CASH-TILL-05 TO CASH-DENOM-ONHAND.
198300     PERFORM 7210-TAKE-DENOM THRU 7210-EXIT.
198400     MOVE CASH-DENOM-TAKE TO CASH-BILL-05.
198500     MOVE 1 TO CASH-DENOM-VALUE.
198600     MOVE CASH-TILL-01 TO CASH-DENOM-ONHAND.
198700     PERFORM 7210-TAKE-DENOM THRU 7210-EXIT.
198800     MOVE CASH-DENOM-TAKE TO CASH-BILL-01.
198900 7190-EXIT.
199000     EXIT.
199100*****************************************************************
199200* 7200-DENOMINATION-BREAKDOWN - SHOW THE TELLER THE BILL-BY-BILL
199300* DISPENSE LIST AND TAKE IT OUT OF THE DRAWER, SAVING THE TILL
199400* FILE.  VALIDATION (6160) ALREADY PROVED THE DRAWER CAN MAKE
199500* THE FULL AMOUNT WITH THE BILLS ON HAND, SO THE BREAKDOWN HERE
199600* ALWAYS COVERS IT.
199700*****************************************************************
199800 7200-DENOMINATION-BREAKDOWN.
199900     PERFORM 7190-COMPUTE-BREAKDOWN THRU 7190-EXIT.
200000     DISPLAY 'TILL DISPENSE BREAKDOWN: '.
200100     DISPLAY '  $100 BILLS: ' CASH-BILL-100.
200200     DISPLAY '  $50  BILLS: ' CASH-BILL-50.
200300     DISPLAY '  $20  BILLS: ' CASH-BILL-20.
200400     DISPLAY '  $10  BILLS: ' CASH-BILL-10.
200500     DISPLAY '  $5   BILLS: ' CASH-BILL-05.
200600     DISPLAY '  $1   BILLS: ' CASH-BILL-01.
200700     IF CASH-TILL-IS-AVAILABLE
200800         SUBTRACT CASH-BILL-100 FROM CASH-TILL-100
200900         SUBTRACT CASH-BILL-50  FROM CASH-TILL-50
201000         SUBTRACT CASH-BILL-20  FROM CASH-TILL-20
201100         SUBTRACT CASH-BILL-10  FROM CASH-TILL-10
201200         SUBTRACT CASH-BILL-05  FROM CASH-TILL-05
201300         SUBTRACT CASH-BILL-01  FROM CASH-TILL-01
201400         PERFORM 7220-WARN-LOW-BILLS THRU 7220-EXIT
201500         PERFORM 7300-SAVE-TILL THRU 7300-EXIT
201600     END-IF.
201700 7200-EXIT.
201800     EXIT.
201900*****************************************************************
202000* 7210-TAKE-DENOM - TAKE AS MANY BILLS OF ONE DENOMINATION AS
202100* THE REMAINING AMOUNT CALLS FOR, CAPPED AT WHAT THE DRAWER
202200* HOLDS.  THE CALLER SETS CASH-DENOM-VALUE AND
202300* CASH-DENOM-ONHAND AND GETS THE BILL COUNT BACK IN
202400* CASH-DENOM-TAKE, WITH CASH-DENOM-WORK REDUCED BY THE DOLLARS
202500* TAKEN.
202600*****************************************************************
202700 7210-TAKE-DENOM.
202800     DIVIDE CASH-DENOM-WORK BY CASH-DENOM-VALUE
202900         GIVING CASH-DENOM-TAKE REMAINDER CASH-DENOM-REM.
203000     IF CASH-DENOM-TAKE > CASH-DENOM-ONHAND
203100         MOVE CASH-DENOM-ONHAND TO CASH-DENOM-TAKE
203200     END-IF.
203300     COMPUTE CASH-DENOM-WORK =
203400         CASH-DENOM-WORK - CASH-DENOM-TAKE * CASH-DENOM-VALUE.
203500 7210-EXIT.
203600     EXIT.
203700*****************************************************************
203800* 7220-WARN-LOW-BILLS - TELL THE TELLER WHICH DENOMINATIONS ARE
203900* RUNNING LOW SO A VAULT BUY HAPPENS BEFORE THE DRAWER RUNS DRY
204000* MID-CUSTOMER.
204100*****************************************************************
204200 7220-WARN-LOW-BILLS.
204300     IF CASH-TILL-100 < CASH-TILL-LOW-LIMIT
204400         DISPLAY 'DRAWER LOW ON $100 BILLS: ' CASH-TILL-100
204500     END-IF.
204600     IF CASH-TILL-50 < CASH-TILL-LOW-LIMIT
204700         DISPLAY 'DRAWER LOW ON $50 BILLS: ' CASH-TILL-50
204800     END-IF.
204900     IF CASH-TILL-20 < CASH-TILL-LOW-LIMIT
205000         DISPLAY 'DRAWER LOW ON $20 BILLS: ' CASH-TILL-20
205100     END-IF.
205200     IF CASH-TILL-10 < CASH-TILL-LOW-LIMIT
205300         DISPLAY 'DRAWER LOW ON $10 BILLS: ' CASH-TILL-10
205400     END-IF.
205500     IF CASH-TILL-05 < CASH-TILL-LOW-LIMIT
205600         DISPLAY 'DRAWER LOW ON $5 BILLS: ' CASH-TILL-05
205700     END-IF.
205800     IF CASH-TILL-01 < CASH-TILL-LOW-LIMIT
205900         DISPLAY 'DRAWER LOW ON $1 BILLS: ' CASH-TILL-01
206000     END-IF.
206100 7220-EXIT.
206200     EXIT.
206300*****************************************************************
206400* 7300-SAVE-TILL - WRITE THE DRAWER'S ON-HAND COUNTS BACK TO
206500* THE TILL FILE, THE SAME WRITE-WHOLE-FILE SHAPE THE CHECKPOINT
206600* FILE USES, SO AN INTERRUPTED SESSION DOES NOT LOSE THE DRAWER
206700* POSITION.
206800*****************************************************************
206900 7300-SAVE-TILL.
207000     OPEN OUTPUT CASH-TILL-FILE.
207100     IF CASH-TILL-STATUS NOT = "00"
207200         DISPLAY 'WARNING - UNABLE TO SAVE THE TILL FILE '
207300         GO TO 7300-EXIT
207400     END-IF.
207500     MOVE CASH-TERMINAL-ID TO CTIL-TERMINAL-ID.
207600     MOVE CASH-TILL-100    TO CTIL-COUNT-100.
207700     MOVE CASH-TILL-50     TO CTIL-COUNT-50.
207800     MOVE CASH-TILL-20     TO CTIL-COUNT-20.
207900     MOVE CASH-TILL-10     TO CTIL-COUNT-10.
208000     MOVE CASH-TILL-05     TO CTIL-COUNT-05.
208100     MOVE CASH-TILL-01     TO CTIL-COUNT-01.
208200     MOVE SPACES           TO CTIL-FILLER.
208300     WRITE CASH-TILL-RECORD.
208400     CLOSE CASH-TILL-FILE.
208500 7300-EXIT.
208600     EXIT.
208700*****************************************************************
208800* 7400-VAULT-BUY - RECORD A VAULT BUY INTO THE DRAWER: ONE
208900* DENOMINATION AND A BILL COUNT, DEBITED FROM THE BRANCH VAULT
209000* INVENTORY (CASHVLT) AND ADDED TO THE DRAWER, BOTH SAVED.  A
209100* BUY THE VAULT CANNOT COVER IS REJECTED; WITH NO VAULT FILE
209200* THE BUY IS UNTRACKED WITH A WARNING.  THE FIRST BUY ON A
209300* TERMINAL WITH NO TILL FILE STARTS THE DRAWER FROM ZERO.
209400*****************************************************************
209500 7400-VAULT-BUY.
209600     IF NOT CASH-TILL-IS-AVAILABLE
209700         MOVE ZERO TO CASH-TILL-100
209800         MOVE ZERO TO CASH-TILL-50
209900         MOVE ZERO TO CASH-TILL-20
210000         MOVE ZERO TO CASH-TILL-10
210100         MOVE ZERO TO CASH-TILL-05
210200         MOVE ZERO TO CASH-TILL-01
210300         SET CASH-TILL-IS-AVAILABLE TO TRUE
210400         DISPLAY 'STARTING DRAWER TRACKING FROM AN EMPTY TILL '
210500     END-IF.
210600 7410-GET-BUY-DENOM.
210700     DISPLAY 'ENTER DENOMINATION BOUGHT (100/50/20/10/5/1): '.
210800     ACCEPT CASH-BUY-DENOM-INPUT.
210900     INSPECT CASH-BUY-DENOM-INPUT
211000         REPLACING LEADING SPACES BY ZEROS.
211100     IF CASH-BUY-DENOM-INPUT NOT NUMERIC
211200         DISPLAY 'INVALID DENOMINATION, PLEASE REENTER '
211300         GO TO 7410-GET-BUY-DENOM
211400     END-IF.
211500     MOVE CASH-BUY-DENOM-INPUT TO CASH-BUY-DENOM.
211600     IF CASH-BUY-DENOM NOT = 100 AND 50 AND 20 AND 10
211700             AND 5 AND 1
211800         DISPLAY 'INVALID DENOMINATION, PLEASE REENTER '
211900         GO TO 7410-GET-BUY-DENOM
212000     END-IF.
212100 7420-GET-BUY-COUNT.
212200     DISPLAY 'ENTER NUMBER OF BILLS BOUGHT: '.
212300     ACCEPT CASH-COUNT-INPUT.
212400     INSPECT CASH-COUNT-INPUT REPLACING LEADING SPACES BY ZEROS.
212500     IF CASH-COUNT-INPUT NOT NUMERIC
212600         DISPLAY 'INVALID COUNT, PLEASE REENTER '
212700         GO TO 7420-GET-BUY-COUNT
212800     END-IF.
212900     MOVE CASH-COUNT-INPUT TO CASH-COUNT-AMOUNT.
213000     PERFORM 7430-LOAD-VAULT THRU 7430-EXIT.
213100     IF CASH-VAULT-IS-AVAILABLE
213200         EVALUATE CASH-BUY-DENOM
213300             WHEN 100
213400                 MOVE CASH-VAULT-100 TO CASH-VAULT-ONHAND
213500             WHEN 50
213600                 MOVE CASH-VAULT-50  TO CASH-VAULT-ONHAND
213700             WHEN 20
213800                 MOVE CASH-VAULT-20  TO CASH-VAULT-ONHAND
213900             WHEN 10
214000                 MOVE CASH-VAULT-10  TO CASH-VAULT-ONHAND
214100             WHEN 5
214200                 MOVE CASH-VAULT-05  TO CASH-VAULT-ONHAND
214300             WHEN 1
214400                 MOVE CASH-VAULT-01  TO CASH-VAULT-ONHAND
214500         END-EVALUATE
214600         IF CASH-COUNT-AMOUNT > CASH-VAULT-ONHAND
214700             DISPLAY 'VAULT ONLY HOLDS ' CASH-VAULT-ONHAND
214800                 ' OF THAT DENOMINATION, BUY REJECTED - '
214900                 'SEE THE VAULT CUSTODIAN '
215000             GO TO 7400-EXIT
215100         END-IF
215200         EVALUATE CASH-BUY-DENOM
215300             WHEN 100
215400                 SUBTRACT CASH-COUNT-AMOUNT FROM CASH-VAULT-100
215500             WHEN 50
215600                 SUBTRACT CASH-COUNT-AMOUNT FROM CASH-VAULT-50
215700             WHEN 20
215800                 SUBTRACT CASH-COUNT-AMOUNT FROM CASH-VAULT-20
215900             WHEN 10
216000                 SUBTRACT CASH-COUNT-AMOUNT FROM CASH-VAULT-10
216100             WHEN 5
216200                 SUBTRACT CASH-COUNT-AMOUNT FROM CASH-VAULT-05
216300             WHEN 1
216400                 SUBTRACT CASH-COUNT-AMOUNT FROM CASH-VAULT-01
216500         END-EVALUATE
216600         PERFORM 7440-SAVE-VAULT THRU 7440-EXIT
216700     ELSE
216800         DISPLAY 'WARNING - NO VAULT INVENTORY FILE, BUY '
216900             'RECORDED AGAINST THE TILL ONLY '
217000     END-IF.
217100     EVALUATE CASH-BUY-DENOM
217200         WHEN 100
217300             ADD CASH-COUNT-AMOUNT TO CASH-TILL-100
217400         WHEN 50
217500             ADD CASH-COUNT-AMOUNT TO CASH-TILL-50
217600         WHEN 20
217700             ADD CASH-COUNT-AMOUNT TO CASH-TILL-20
217800         WHEN 10
217900             ADD CASH-COUNT-AMOUNT TO CASH-TILL-10
218000         WHEN 5
218100             ADD CASH-COUNT-AMOUNT TO CASH-TILL-05
218200         WHEN 1
218300             ADD CASH-COUNT-AMOUNT TO CASH-TILL-01
218400     END-EVALUATE.
218500     PERFORM 7300-SAVE-TILL THRU 7300-EXIT.
218600     DISPLAY 'VAULT BUY RECORDED '.
218700 7400-EXIT.
218800     EXIT.
218900*****************************************************************
219000* 7430-LOAD-VAULT - LOAD THE BRANCH VAULT'S ON-HAND COUNTS FROM
219100* THE VAULT FILE, FRESH FOR EACH BUY SO A BUY POSTED ON ANOTHER
219200* TERMINAL SINCE SESSION START IS SEEN.  A MISSING OR EMPTY
219300* FILE LEAVES THE VAULT UNTRACKED.
219400*****************************************************************
219500 7430-LOAD-VAULT.
219600     SET CASH-VAULT-NOT-AVAILABLE TO TRUE.
219700     OPEN INPUT CASH-VAULT-FILE.
219800     IF CASH-VAULT-STATUS = "00"
219900         READ CASH-VAULT-FILE
220000             AT END
220100                 CONTINUE
220200             NOT AT END
220300                 SET CASH-VAULT-IS-AVAILABLE TO TRUE
220400                 MOVE CVLT-COUNT-100 TO CASH-VAULT-100
220500                 MOVE CVLT-COUNT-50  TO CASH-VAULT-50
220600                 MOVE CVLT-COUNT-20  TO CASH-VAULT-20
220700                 MOVE CVLT-COUNT-10  TO CASH-VAULT-10
220800                 MOVE CVLT-COUNT-05  TO CASH-VAULT-05
220900                 MOVE CVLT-COUNT-01  TO CASH-VAULT-01
221000         END-READ
221100         CLOSE CASH-VAULT-FILE
221200     END-IF.
221300 7430-EXIT.
221400     EXIT.
221500*****************************************************************
221600* 7440-SAVE-VAULT - WRITE THE VAULT'S ON-HAND COUNTS BACK TO
221700* THE VAULT FILE, THE SAME WRITE-WHOLE-FILE SHAPE THE TILL FILE
221800* USES.
221900*****************************************************************
222000 7440-SAVE-VAULT.
222100     OPEN OUTPUT CASH-VAULT-FILE.
222200     IF CASH-VAULT-STATUS NOT = "00"
222300         DISPLAY 'WARNING - UNABLE TO SAVE THE VAULT FILE '
222400         GO TO 7440-EXIT
222500     END-IF.
222600     MOVE CASH-VAULT-100 TO CVLT-COUNT-100.
222700     MOVE CASH-VAULT-50  TO CVLT-COUNT-50.
222800     MOVE CASH-VAULT-20  TO CVLT-COUNT-20.
222900     MOVE CASH-VAULT-10  TO CVLT-COUNT-10.
223000     MOVE CASH-VAULT-05  TO CVLT-COUNT-05.
223100     MOVE CASH-VAULT-01  TO CVLT-COUNT-01.
223200     MOVE SPACES         TO CVLT-FILLER.
223300     WRITE CASH-VAULT-RECORD.
223400     CLOSE CASH-VAULT-FILE.
223500 7440-EXIT.
223600     EXIT.
223700*****************************************************************
223800* 7500-POST-REVERSAL - THE REVERSAL CLEARED VALIDATION AND
223900* SUPERVISOR APPROVAL, SO UNDO THE ORIGINAL'S POSTING: A
224000* CASH-OUT COMES OFF THE DAILY-WITHDRAWN TOTAL AND ITS BILLS GO
224100* BACK IN THE DRAWER, A DEPOSIT COMES OFF THE CURRENT BALANCE,
224200* AND A TRANSFER RUNS BACKWARD THROUGH 7070 WITH THE SOURCE
224300* AND DESTINATION SWAPPED, SO IT KEEPS THE SAME BACK-OUT IF THE
224400* SECOND HALF FAILS.
224500*****************************************************************
224600 7500-POST-REVERSAL.
224700     EVALUATE TRUE
224800         WHEN CASH-ORIG-WAS-CASHOUT
224900             PERFORM 7510-REVERSE-CASHOUT THRU 7510-EXIT
225000             PERFORM 7520-RETURN-TO-TILL THRU 7520-EXIT
225100         WHEN CASH-ORIG-WAS-DEPOSIT
225200             PERFORM 7530-REVERSE-DEPOSIT THRU 7530-EXIT
225300         WHEN CASH-ORIG-WAS-TRANSFER
225400             MOVE CASH-ACCOUNT-NO      TO CASH-SWAP-ACCOUNT-NO
225500             MOVE CASH-DEST-ACCOUNT-NO TO CASH-ACCOUNT-NO
225600             MOVE CASH-SWAP-ACCOUNT-NO TO CASH-DEST-ACCOUNT-NO
225700             PERFORM 7070-POST-TRANSFER THRU 7070-EXIT
225800             MOVE CASH-DEST-ACCOUNT-NO TO CASH-ACCOUNT-NO
225900             MOVE CASH-ORIG-DEST-ACCOUNT-NO
226000                 TO CASH-DEST-ACCOUNT-NO
226100     END-EVALUATE.
226200 7500-EXIT.
226300     EXIT.
226400*****************************************************************
226500* 7510-REVERSE-CASHOUT - TAKE THE VOIDED CASH-OUT BACK OFF THE
226600* CUSTOMER'S DAILY-WITHDRAWN TOTAL, THE MIRROR OF 7050, SO THE
226700* CUSTOMER'S AVAILABLE FUNDS FOR THE DAY ARE RESTORED.  THE
226800* TOTAL IS NEVER TAKEN BELOW ZERO.
226900*****************************************************************
227000 7510-REVERSE-CASHOUT.
227100     IF NOT CASH-MASTER-IS-OPEN
227200         GO TO 7510-EXIT
227300     END-IF.
227400     MOVE CASH-ACCOUNT-NO TO CUST-ACCOUNT-NO.
227500     READ CUST-MASTER-FILE.
227600     IF CUST-MASTER-STATUS = "00"
227700         IF CUST-DAILY-WITHDRAWN > AMTCASH
227800             SUBTRACT AMTCASH FROM CUST-DAILY-WITHDRAWN
227900         ELSE
228000             MOVE ZERO TO CUST-DAILY-WITHDRAWN
228100         END-IF
228200         REWRITE CUST-MASTER-RECORD
228300     END-IF.
228400     IF CUST-MASTER-STATUS NOT = "00"
228500         DISPLAY 'WARNING - UNABLE TO REVERSE CUSTOMER MASTER '
228600             'DAILY WITHDRAWN AMOUNT '
228700     END-IF.
228800 7510-EXIT.
228900     EXIT.
229000*****************************************************************
229100* 7520-RETURN-TO-TILL - THE CUSTOMER HANDS BACK THE CASH FROM
229200* THE VOIDED CASH-OUT.  THE TELLER COUNTS IT IN BY DENOMINATION
229300* - THE BILLS RETURNED NEED NOT BE THE BILLS DISPENSED - AND
229400* THE COUNT MUST ADD UP TO THE REVERSED AMOUNT BEFORE IT GOES
229500* INTO THE DRAWER AND THE TILL FILE IS SAVED.  AN UNTRACKED
229600* DRAWER HAS NOTHING TO UPDATE.
229700*****************************************************************
229800 7520-RETURN-TO-TILL.
229900     IF NOT CASH-TILL-IS-AVAILABLE
230000         GO TO 7520-EXIT
230100     END-IF.
230200 7525-COUNT-RETURNED.
230300     DISPLAY 'COUNT IN THE CASH RETURNED BY THE CUSTOMER '.
230400     MOVE '$100' TO CASH-COUNT-LABEL.
230500     PERFORM 9210-GET-COUNT THRU 9210-EXIT.
230600     MOVE CASH-COUNT-AMOUNT TO CASH-BILL-100.
230700     MOVE '$50 ' TO CASH-COUNT-LABEL.
230800     PERFORM 9210-GET-COUNT THRU 9210-EXIT.
230900     MOVE CASH-COUNT-AMOUNT TO CASH-BILL-50.
231000     MOVE '$20 ' TO CASH-COUNT-LABEL.
231100     PERFORM 9210-GET-COUNT THRU 9210-EXIT.
231200     MOVE CASH-COUNT-AMOUNT TO CASH-BILL-20.
231300     MOVE '$10 ' TO CASH-COUNT-LABEL.
231400     PERFORM 9210-GET-COUNT THRU 9210-EXIT.
231500     MOVE CASH-COUNT-AMOUNT TO CASH-BILL-10.
231600     MOVE '$5  ' TO CASH-COUNT-LABEL.
231700     PERFORM 9210-GET-COUNT THRU 9210-EXIT.
231800     MOVE CASH-COUNT-AMOUNT TO CASH-BILL-05.
231900     MOVE '$1  ' TO CASH-COUNT-LABEL.
232000     PERFORM 9210-GET-COUNT THRU 9210-EXIT.
232100     MOVE CASH-COUNT-AMOUNT TO CASH-BILL-01.
232200     COMPUTE CASH-DENOM-WORK =
232300         CASH-BILL-100 * 100 + CASH-BILL-50 * 50
232400         + CASH-BILL-20 * 20 + CASH-BILL-10 * 10
232500         + CASH-BILL-05 * 5 + CASH-BILL-01.
232600     IF CASH-DENOM-WORK NOT = AMTCASH
232700         DISPLAY 'BILLS COUNTED DO NOT ADD UP TO THE REVERSED '
232800             'AMOUNT, PLEASE RECOUNT '
232900         GO TO 7525-COUNT-RETURNED
233000     END-IF.
233100     ADD CASH-BILL-100 TO CASH-TILL-100.
233200     ADD CASH-BILL-50  TO CASH-TILL-50.
233300     ADD CASH-BILL-20  TO CASH-TILL-20.
233400     ADD CASH-BILL-10  TO CASH-TILL-10.
233500     ADD CASH-BILL-05  TO CASH-TILL-05.
233600     ADD CASH-BILL-01  TO CASH-TILL-01.
233700     PERFORM 7300-SAVE-TILL THRU 7300-EXIT.
233800 7520-EXIT.
233900     EXIT.
234000*****************************************************************
234100* 7530-REVERSE-DEPOSIT - TAKE THE VOIDED DEPOSIT BACK OFF THE
234200* CUSTOMER'S CURRENT BALANCE, THE MIRROR OF 7060.  VALIDATION
234300* ALREADY PROVED THE FUNDS ARE STILL THERE.
234400*****************************************************************
234500 7530-REVERSE-DEPOSIT.
234600     IF NOT CASH-MASTER-IS-OPEN
234700         GO TO 7530-EXIT
234800     END-IF.
234900     MOVE CASH-ACCOUNT-NO TO CUST-ACCOUNT-NO.
235000     READ CUST-MASTER-FILE.
235100     IF CUST-MASTER-STATUS = "00"
235200         SUBTRACT AMTCASH FROM CUST-CURRENT-BALANCE
235300         REWRITE CUST-MASTER-RECORD
235400     END-IF.
235500     IF CUST-MASTER-STATUS NOT = "00"
235600         DISPLAY 'WARNING - UNABLE TO REVERSE DEPOSIT ON '
235700             'CUSTOMER MASTER BALANCE '
235800     END-IF.
235900 7530-EXIT.
236000     EXIT.
236100*****************************************************************
236200* 7600-ACCOUNT-INQUIRY - SHOW THE KEYED ACCOUNT'S CURRENT, HELD
236300* AND AVAILABLE BALANCES FROM THE MASTER AND ITS LAST TEN
236400* TRANSACTIONS FROM THE ACCOUNT HISTORY FILE.  THE AVAILABLE
236500* BALANCE IS WORKED OUT THE WAY 6100 WORKS IT OUT.  THE HISTORY
236600* RUNS THROUGH THE LAST NIGHTLY LOAD; TODAY'S WORK IS IN THE
236700* BALANCES BUT NOT YET IN THE LIST.  NOTHING IS POSTED OR LOGGED.
236800*****************************************************************
236900 7600-ACCOUNT-INQUIRY.
237000     DISPLAY 'ENTER ACCOUNT NUMBER FOR INQUIRY: '.
237100     ACCEPT CASH-INQ-ACCOUNT-NO.
237200     IF NOT CASH-MASTER-IS-OPEN
237300         DISPLAY 'CUSTOMER MASTER FILE UNAVAILABLE, INQUIRY '
237400             'CANNOT BE PROCESSED '
237500         GO TO 7600-EXIT
237600     END-IF.
237700     MOVE CASH-INQ-ACCOUNT-NO TO CUST-ACCOUNT-NO.
237800     READ CUST-MASTER-FILE
237900         INVALID KEY
238000             DISPLAY 'ACCOUNT NOT FOUND '
238100             GO TO 7600-EXIT
238200     END-READ.
238300     MOVE ZERO TO CASH-INQ-HELD-AMOUNT.
238400     IF CUST-HELD-AMOUNT NUMERIC
238500         MOVE CUST-HELD-AMOUNT TO CASH-INQ-HELD-AMOUNT
238600     END-IF.
238700     COMPUTE CASH-ENCUMBERED-AMOUNT =
238800         CUST-DAILY-WITHDRAWN + CASH-INQ-HELD-AMOUNT.
238900     IF CASH-ENCUMBERED-AMOUNT > CUST-CURRENT-BALANCE
239000         MOVE ZERO TO CASH-AVAILABLE-BALANCE
239100     ELSE
239200         COMPUTE CASH-AVAILABLE-BALANCE =
239300             CUST-CURRENT-BALANCE - CASH-ENCUMBERED-AMOUNT
239400     END-IF.
239500     DISPLAY 'ACCOUNT ' CUST-ACCOUNT-NO '  ' CUST-NAME.
239600     IF NOT CUST-STATUS-IS-ACTIVE
239700         DISPLAY 'ACCOUNT STATUS CODE ' CUST-STATUS-CODE
239800             ' - SEE YOUR SUPERVISOR BEFORE ANY CASH-OUT '
239900     END-IF.
240000     MOVE CUST-CURRENT-BALANCE TO CASH-INQ-MONEY-SHOW.
240100     DISPLAY 'CURRENT BALANCE   ' CASH-INQ-MONEY-SHOW.
240200     MOVE CASH-INQ-HELD-AMOUNT TO CASH-INQ-MONEY-SHOW.
240300     DISPLAY 'HELD AMOUNT       ' CASH-INQ-MONEY-SHOW.
240400     MOVE CUST-DAILY-WITHDRAWN TO CASH-INQ-MONEY-SHOW.
240500     DISPLAY 'WITHDRAWN TODAY   ' CASH-INQ-MONEY-SHOW.
240600     MOVE CASH-AVAILABLE-BALANCE TO CASH-INQ-MONEY-SHOW.
240700     DISPLAY 'AVAILABLE BALANCE ' CASH-INQ-MONEY-SHOW.
240800     OPEN INPUT ACCOUNT-HISTORY-FILE.
240900     IF CASH-HST-STATUS NOT = "00"
241000         DISPLAY 'ACCOUNT HISTORY FILE NOT FOUND - BALANCES '
241100             'ONLY '
241200         GO TO 7600-EXIT
241300     END-IF.
241400     PERFORM 7610-SCAN-HISTORY THRU 7610-EXIT.
241500     CLOSE ACCOUNT-HISTORY-FILE.
241600     IF CASH-INQ-FOUND-COUNT = ZERO
241700         DISPLAY 'NO TRANSACTION HISTORY ON FILE FOR THIS '
241800             'ACCOUNT '
241900         GO TO 7600-EXIT
242000     END-IF.
242100     IF CASH-INQ-FOUND-COUNT > CASH-INQ-SHOW-COUNT
242200         MOVE CASH-INQ-SHOW-COUNT TO CASH-INQ-LINE-COUNT
242300         MOVE CASH-INQ-SLOT       TO CASH-INQ-SHOW-SLOT
242400     ELSE
242500         MOVE CASH-INQ-FOUND-COUNT TO CASH-INQ-LINE-COUNT
242600         MOVE ZERO                 TO CASH-INQ-SHOW-SLOT
242700     END-IF.
242800     DISPLAY 'LAST ' CASH-INQ-LINE-COUNT ' TRANSACTIONS '
242900         '(THROUGH THE LAST NIGHTLY LOAD): '.
243000     DISPLAY 'DATE      TYPE            AMOUNT  TERMINAL SEQ   '
243100         '  OTHER ACCT'.
243200     PERFORM 7630-SHOW-ENTRY THRU 7630-EXIT
243300         VARYING CASH-INQ-LINE-NO FROM 1 BY 1
243400         UNTIL CASH-INQ-LINE-NO > CASH-INQ-LINE-COUNT.
243500 7600-EXIT.
243600     EXIT.
243700*****************************************************************
243800* 7610-SCAN-HISTORY - READ EVERY HISTORY ENTRY FOR THE ACCOUNT,
243900* OLDEST FIRST, INTO THE LAST-TEN TABLE.
244000*****************************************************************
244100 7610-SCAN-HISTORY.
244200     MOVE ZERO TO CASH-INQ-FOUND-COUNT.
244300     MOVE ZERO TO CASH-INQ-SLOT.
244400     MOVE "N"  TO CASH-INQ-EOF-SWITCH.
244500     MOVE LOW-VALUES          TO HST-KEY.
244600     MOVE CASH-INQ-ACCOUNT-NO TO HST-ACCOUNT-NO.
244700     START ACCOUNT-HISTORY-FILE KEY NOT < HST-KEY
244800         INVALID KEY
244900             GO TO 7610-EXIT
245000     END-START.
245100     PERFORM 7620-SCAN-NEXT THRU 7620-EXIT
245200         UNTIL CASH-INQ-END-OF-FILE.
245300 7610-EXIT.
245400     EXIT.
245500*****************************************************************
245600* 7620-SCAN-NEXT - READ ONE ENTRY INTO THE NEXT SLOT ROUND.  THE
245700* FIRST ENTRY FOR ANOTHER ACCOUNT ENDS THE SCAN.
245800*****************************************************************
245900 7620-SCAN-NEXT.
246000     READ ACCOUNT-HISTORY-FILE NEXT RECORD
246100         AT END
246200             SET CASH-INQ-END-OF-FILE TO TRUE
246300             GO TO 7620-EXIT
246400     END-READ.
246500     IF HST-ACCOUNT-NO NOT = CASH-INQ-ACCOUNT-NO
246600         SET CASH-INQ-END-OF-FILE TO TRUE
246700         GO TO 7620-EXIT
246800     END-IF.
246900     ADD 1 TO CASH-INQ-FOUND-COUNT.
247000     ADD 1 TO CASH-INQ-SLOT.
247100     IF CASH-INQ-SLOT > CASH-INQ-SHOW-COUNT
247200         MOVE 1 TO CASH-INQ-SLOT
247300     END-IF.
247400     MOVE HST-BUSINESS-DATE
247500         TO CASH-INQ-ENT-DATE (CASH-INQ-SLOT).
247600     MOVE HST-TXN-TYPE
247700         TO CASH-INQ-ENT-TYPE (CASH-INQ-SLOT).
247800     MOVE HST-DIRECTION
247900         TO CASH-INQ-ENT-DIRECTION (CASH-INQ-SLOT).
248000     MOVE HST-AMOUNT
248100         TO CASH-INQ-ENT-AMOUNT (CASH-INQ-SLOT).
248200     MOVE HST-TERMINAL-ID
248300         TO CASH-INQ-ENT-TERMINAL (CASH-INQ-SLOT).
248400     MOVE HST-TERM-SEQUENCE-NO
248500         TO CASH-INQ-ENT-TERM-SEQ (CASH-INQ-SLOT).
248600     MOVE HST-OTHER-ACCOUNT-NO
248700         TO CASH-INQ-ENT-OTHER (CASH-INQ-SLOT).
248800 7620-EXIT.
248900     EXIT.
249000*****************************************************************
249100* 7630-SHOW-ENTRY - SHOW THE ENTRY IN THE NEXT SLOT ROUND.
249200* MONEY INTO THE ACCOUNT SHOWS +, MONEY OUT SHOWS -.
249300*****************************************************************
249400 7630-SHOW-ENTRY.
249500     ADD 1 TO CASH-INQ-SHOW-SLOT.
249600     IF CASH-INQ-SHOW-SLOT > CASH-INQ-SHOW-COUNT
249700         MOVE 1 TO CASH-INQ-SHOW-SLOT
249800     END-IF.
249900     MOVE CASH-INQ-ENT-DATE (CASH-INQ-SHOW-SLOT)
250000         TO CASH-INQ-DTL-DATE.
250100     EVALUATE CASH-INQ-ENT-TYPE (CASH-INQ-SHOW-SLOT)
250200         WHEN "C"
250300             MOVE "CASH-OUT  " TO CASH-INQ-DTL-TYPE
250400         WHEN "D"
250500             MOVE "DEPOSIT   " TO CASH-INQ-DTL-TYPE
250600         WHEN "T"
250700             MOVE "TRANSFER  " TO CASH-INQ-DTL-TYPE
250800         WHEN "R"
250900             MOVE "REVERSAL  " TO CASH-INQ-DTL-TYPE
251000         WHEN OTHER
251100             MOVE "OTHER     " TO CASH-INQ-DTL-TYPE
251200     END-EVALUATE.
251300     IF CASH-INQ-ENT-DIRECTION (CASH-INQ-SHOW-SLOT) = "I"
251400         MOVE "+" TO CASH-INQ-DTL-SIGN
251500     ELSE
251600         MOVE "-" TO CASH-INQ-DTL-SIGN
251700     END-IF.
251800     MOVE CASH-INQ-ENT-AMOUNT (CASH-INQ-SHOW-SLOT)
251900         TO CASH-INQ-DTL-AMOUNT.
252000     MOVE CASH-INQ-ENT-TERMINAL (CASH-INQ-SHOW-SLOT)
252100         TO CASH-INQ-DTL-TERMINAL.
252200     MOVE CASH-INQ-ENT-TERM-SEQ (CASH-INQ-SHOW-SLOT)
252300         TO CASH-INQ-DTL-TERM-SEQ.
252400     MOVE CASH-INQ-ENT-OTHER (CASH-INQ-SHOW-SLOT)
252500         TO CASH-INQ-DTL-OTHER.
252600     DISPLAY CASH-INQ-DETAIL-LINE.
252700 7630-EXIT.
252800     EXIT.
252900*****************************************************************
253000* 9000-TERMINATE - SHOW THE SESSION RUNNING TOTALS SO THE TELLER
253100* CAN BALANCE THE DRAWER AGAINST THE LOG, THEN CLEAR THE
253200* CHECKPOINT, CLOSE THE FILES AND END THE RUN.
253300*****************************************************************
253400 9000-TERMINATE.
253500     DISPLAY 'SESSION TRANSACTIONS:      ' CASH-SESSION-COUNT.
253600     DISPLAY 'SESSION DOLLARS DISPENSED: '
253700         CASH-SESSION-DISPENSED.
253800     IF CASH-SESSION-REVERSED > ZERO
253900         DISPLAY 'SESSION CASH-OUTS REVERSED: '
254000             CASH-SESSION-REVERSED
254100     END-IF.
254200     IF CASH-TILL-IS-AVAILABLE
254300         PERFORM 9200-DRAWER-BALANCE THRU 9200-EXIT
254400     END-IF.
254500     PERFORM 9100-CLEAR-CHECKPOINT THRU 9100-EXIT.
254600     CLOSE CASH-LOG-FILE.
254700     CLOSE CASH-AUDIT-FILE.
254800     IF CASH-MASTER-IS-OPEN
254900         CLOSE CUST-MASTER-FILE
255000     END-IF.
255100     IF CASH-OPR-IS-AVAILABLE
255200         CLOSE OPERATOR-MASTER-FILE
255300     END-IF.
255400     IF CASH-TRM-IS-AVAILABLE
255500         CLOSE TERMINAL-REGISTRY-FILE
255600     END-IF.
255700     STOP RUN.
255800*****************************************************************
255900* 9100-CLEAR-CHECKPOINT - THE TRANSACTION COMPLETED SUCCESSFULLY,
256000* SO THE CHECKPOINT NO LONGER HAS ANYTHING TO RESTART.
256100*****************************************************************
256200 9100-CLEAR-CHECKPOINT.
256300     OPEN OUTPUT CASH-RESTART-FILE.
256400     SET CRST-NO-CHECKPOINT TO TRUE.
256500     MOVE SPACES TO CRST-TERMINAL-ID.
256600     MOVE SPACES TO CRST-ACCOUNT-NO.
256700     MOVE SPACES TO CRST-TXN-TYPE.
256800     MOVE SPACES TO CRST-OPERATOR-ID.
256900     MOVE SPACES TO CRST-FILLER.
257000     WRITE CASH-RESTART-RECORD.
257100     CLOSE CASH-RESTART-FILE.
257200 9100-EXIT.
257300     EXIT.
257400*****************************************************************
257500* 9200-DRAWER-BALANCE - END-OF-SHIFT DRAWER BALANCING.  THE
257600* TELLER COUNTS THE DRAWER, THE COUNTED FIGURES ARE COMPARED TO
257700* THE TILL FILE DENOMINATION BY DENOMINATION, AND THE OVER/SHORT
257800* POSITION IS SHOWN SO A DISCREPANCY IS CHASED TONIGHT, NOT
257900* DISCOVERED BY THE NEXT SHIFT.  THE RESULT IS THEN KEPT ON THE
258000* DRAWER BALANCING HISTORY FILE (9220).
258100*****************************************************************
258200 9200-DRAWER-BALANCE.
258300     DISPLAY 'DRAWER BALANCING - COUNT THE DRAWER '.
258400     MOVE '$100' TO CASH-COUNT-LABEL.
258500     PERFORM 9210-GET-COUNT THRU 9210-EXIT.
258600     MOVE CASH-COUNT-AMOUNT TO CASH-COUNTED-100.
258700     MOVE '$50 ' TO CASH-COUNT-LABEL.
258800     PERFORM 9210-GET-COUNT THRU 9210-EXIT.
258900     MOVE CASH-COUNT-AMOUNT TO CASH-COUNTED-50.
259000     MOVE '$20 ' TO CASH-COUNT-LABEL.
259100     PERFORM 9210-GET-COUNT THRU 9210-EXIT.
259200     MOVE CASH-COUNT-AMOUNT TO CASH-COUNTED-20.
259300     MOVE '$10 ' TO CASH-COUNT-LABEL.
259400     PERFORM 9210-GET-COUNT THRU 9210-EXIT.
259500     MOVE CASH-COUNT-AMOUNT TO CASH-COUNTED-10.
259600     MOVE '$5  ' TO CASH-COUNT-LABEL.
259700     PERFORM 9210-GET-COUNT THRU 9210-EXIT.
259800     MOVE CASH-COUNT-AMOUNT TO CASH-COUNTED-05.
259900     MOVE '$1  ' TO CASH-COUNT-LABEL.
260000     PERFORM 9210-GET-COUNT THRU 9210-EXIT.
260100     MOVE CASH-COUNT-AMOUNT TO CASH-COUNTED-01.
260200     IF CASH-COUNTED-100 NOT = CASH-TILL-100
260300         DISPLAY '  $100 BILLS EXPECTED ' CASH-TILL-100
260400             ' COUNTED ' CASH-COUNTED-100
260500     END-IF.
260600     IF CASH-COUNTED-50 NOT = CASH-TILL-50
260700         DISPLAY '  $50 BILLS EXPECTED ' CASH-TILL-50
260800             ' COUNTED ' CASH-COUNTED-50
260900     END-IF.
261000     IF CASH-COUNTED-20 NOT = CASH-TILL-20
261100         DISPLAY '  $20 BILLS EXPECTED ' CASH-TILL-20
261200             ' COUNTED ' CASH-COUNTED-20
261300     END-IF.
261400     IF CASH-COUNTED-10 NOT = CASH-TILL-10
261500         DISPLAY '  $10 BILLS EXPECTED ' CASH-TILL-10
261600             ' COUNTED ' CASH-COUNTED-10
261700     END-IF.
261800     IF CASH-COUNTED-05 NOT = CASH-TILL-05
261900         DISPLAY '  $5 BILLS EXPECTED ' CASH-TILL-05
262000             ' COUNTED ' CASH-COUNTED-05
262100     END-IF.
262200     IF CASH-COUNTED-01 NOT = CASH-TILL-01
262300         DISPLAY '  $1 BILLS EXPECTED ' CASH-TILL-01
262400             ' COUNTED ' CASH-COUNTED-01
262500     END-IF.
262600     COMPUTE CASH-DRAWER-EXPECTED =
262700         CASH-TILL-100 * 100 + CASH-TILL-50 * 50
262800         + CASH-TILL-20 * 20 + CASH-TILL-10 * 10
262900         + CASH-TILL-05 * 5 + CASH-TILL-01.
263000     COMPUTE CASH-DRAWER-COUNTED =
263100         CASH-COUNTED-100 * 100 + CASH-COUNTED-50 * 50
263200         + CASH-COUNTED-20 * 20 + CASH-COUNTED-10 * 10
263300         + CASH-COUNTED-05 * 5 + CASH-COUNTED-01.
263400     COMPUTE CASH-DRAWER-DIFF =
263500         CASH-DRAWER-COUNTED - CASH-DRAWER-EXPECTED.
263600     DISPLAY 'DRAWER EXPECTED DOLLARS: ' CASH-DRAWER-EXPECTED.
263700     DISPLAY 'DRAWER COUNTED DOLLARS:  ' CASH-DRAWER-COUNTED.
263800     IF CASH-DRAWER-DIFF = ZERO
263900         DISPLAY 'DRAWER IN BALANCE '
264000     ELSE
264100         MOVE CASH-DRAWER-DIFF TO CASH-DRAWER-DIFF-SHOW
264200         DISPLAY 'DRAWER OVER/SHORT:       '
264300             CASH-DRAWER-DIFF-SHOW
264400     END-IF.
264500     PERFORM 9220-RECORD-BALANCE THRU 9220-EXIT.
264600 9200-EXIT.
264700     EXIT.
264800*****************************************************************
264900* 9210-GET-COUNT - ACCEPT ONE COUNTED BILL FIGURE, EDITED FOR
265000* NUMERIC CONTENT THE SAME WAY THE KEYED AMOUNT IS, RE-PROMPTING
265100* IN PLACE ON BAD INPUT.
265200*****************************************************************
265300 9210-GET-COUNT.
265400     DISPLAY 'ENTER COUNTED ' CASH-COUNT-LABEL ' BILLS: '.
265500     ACCEPT CASH-COUNT-INPUT.
265600     INSPECT CASH-COUNT-INPUT REPLACING LEADING SPACES BY ZEROS.
265700     IF CASH-COUNT-INPUT NOT NUMERIC
265800         DISPLAY 'INVALID COUNT, PLEASE REENTER '
265900         GO TO 9210-GET-COUNT
266000     END-IF.
266100     MOVE CASH-COUNT-INPUT TO CASH-COUNT-AMOUNT.
266200 9210-EXIT.
266300     EXIT.
266400*****************************************************************
266500* 9220-RECORD-BALANCE - WRITE THE SIGN-OFF COUNT TO THE DRAWER
266600* BALANCING HISTORY FILE: TERMINAL, OPERATOR, BUSINESS DATE,
266700* THE EXPECTED AND COUNTED BILLS OF EACH DENOMINATION AND THE
266800* DIFFERENCES.  THE FILE IS CREATED ON THE FIRST SIGN-OFF IF
266900* IT DOES NOT EXIST.  A FILE THAT CANNOT BE OPENED OR WRITTEN
267000* DOES NOT STOP THE SIGN-OFF - THE COUNT HAS ALREADY BEEN
267100* SHOWN - BUT THE TELLER IS TOLD SO THE SUPERVISOR CAN RECORD
267200* IT BY HAND.
267300*****************************************************************
267400 9220-RECORD-BALANCE.
267500     OPEN I-O DRAWER-BALANCE-FILE.
267600     IF CASH-DRW-STATUS = "35"
267700         OPEN OUTPUT DRAWER-BALANCE-FILE
267800         CLOSE DRAWER-BALANCE-FILE
267900         OPEN I-O DRAWER-BALANCE-FILE
268000     END-IF.
268100     IF CASH-DRW-STATUS NOT = "00"
268200         DISPLAY 'WARNING - DRAWER BALANCE NOT RECORDED, '
268300             'REPORT THE COUNT TO YOUR SUPERVISOR '
268400         GO TO 9220-EXIT
268500     END-IF.
268600     ACCEPT CASH-CURRENT-DATE FROM DATE YYYYMMDD.
268700     ACCEPT CASH-CURRENT-TIME FROM TIME.
268800     IF CASH-BUSINESS-DATE > ZERO
268900         MOVE CASH-BUSINESS-DATE TO DRW-BUSINESS-DATE
269000     ELSE
269100         MOVE CASH-CURRENT-DATE  TO DRW-BUSINESS-DATE
269200     END-IF.
269300     MOVE CASH-TERMINAL-ID     TO DRW-TERMINAL-ID.
269400     MOVE CASH-CURRENT-TIME    TO DRW-SIGNOFF-TIME.
269500     MOVE CASH-CURRENT-DATE    TO DRW-SIGNOFF-DATE.
269600     MOVE CASH-OPERATOR-ID     TO DRW-OPERATOR-ID.
269700     MOVE CASH-TILL-100        TO DRW-EXPECTED-100.
269800     MOVE CASH-TILL-50         TO DRW-EXPECTED-50.
269900     MOVE CASH-TILL-20         TO DRW-EXPECTED-20.
270000     MOVE CASH-TILL-10         TO DRW-EXPECTED-10.
270100     MOVE CASH-TILL-05         TO DRW-EXPECTED-05.
270200     MOVE CASH-TILL-01         TO DRW-EXPECTED-01.
270300     MOVE CASH-COUNTED-100     TO DRW-COUNTED-100.
270400     MOVE CASH-COUNTED-50      TO DRW-COUNTED-50.
270500     MOVE CASH-COUNTED-20      TO DRW-COUNTED-20.
270600     MOVE CASH-COUNTED-10      TO DRW-COUNTED-10.
270700     MOVE CASH-COUNTED-05      TO DRW-COUNTED-05.
270800     MOVE CASH-COUNTED-01      TO DRW-COUNTED-01.
270900     COMPUTE DRW-DIFF-100 = CASH-COUNTED-100 - CASH-TILL-100.
271000     COMPUTE DRW-DIFF-50  = CASH-COUNTED-50  - CASH-TILL-50.
271100     COMPUTE DRW-DIFF-20  = CASH-COUNTED-20  - CASH-TILL-20.
271200     COMPUTE DRW-DIFF-10  = CASH-COUNTED-10  - CASH-TILL-10.
271300     COMPUTE DRW-DIFF-05  = CASH-COUNTED-05  - CASH-TILL-05.
271400     COMPUTE DRW-DIFF-01  = CASH-COUNTED-01  - CASH-TILL-01.
271500     MOVE CASH-DRAWER-EXPECTED TO DRW-EXPECTED-DOLLARS.
271600     MOVE CASH-DRAWER-COUNTED  TO DRW-COUNTED-DOLLARS.
271700     MOVE CASH-DRAWER-DIFF     TO DRW-DIFF-DOLLARS.
271800     MOVE SPACES               TO DRW-FILLER.
271900     WRITE DRAWER-BALANCE-RECORD
272000         INVALID KEY
272100             DISPLAY 'WARNING - DRAWER BALANCE NOT RECORDED, '
272200                 'REPORT THE COUNT TO YOUR SUPERVISOR '
272300     END-WRITE.
272400     CLOSE DRAWER-BALANCE-FILE.
272500 9220-EXIT.
272600     EXIT.

