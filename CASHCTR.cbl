000900* LARGE-CASH-TRANSACTION REGULATORY EXTRACT (CTR REPORTING).
001000* COMPLIANCE MUST REPORT AGGREGATE SAME-DAY CASH TRANSACTIONS
001100* OVER THE REPORTING THRESHOLD PER CUSTOMER.  THIS PROGRAM
001200* READS THE DAY'S CONSOLIDATED TRANSACTION LOG TAGGED WITH THE
001300* PERSON EACH ACCOUNT BELONGS TO (CASHXRF, CASHCON STEP032) AND
001320* SORTED INTO PERSON, ACCOUNT SEQUENCE (CASHCON STEP034),
001340* AGGREGATES THE CASH-OUT DOLLARS PER ACCOUNT AND THEN PER
001360* PERSON ON THE CONTROL BREAKS, PULLS THE CUSTOMER IDENTITY FOR
001400* EACH PERSON THAT CROSSES THE THRESHOLD FROM THE CUSTOMER
001500* RELATIONSHIP FILE AND THE CUSTOMER MASTER
001600* (THE THRESHOLD LIVES IN THE CASHCTL CONTROL FILE ALONGSIDE
001700* THE CASH-OUT CEILING), AND WRITES THE FIXED-FORMAT CTR
001800* EXTRACT FILE PLUS A SUMMARY PAGE FOR THE COMPLIANCE OFFICER.
002430*                       REPORTING NO MATTER HOW MANY THERE ARE,
002440*                       WITH ONE KEYED MASTER READ PER
002450*                       REPORTABLE ACCOUNT AT ITS BREAK.
002460*     2026-10-15 JRM    A REVERSED CASH-OUT COMES BACK OFF ITS
002470*                       ACCOUNT'S AGGREGATE, SO A KEYING ERROR
002480*                       VOIDED AT THE WINDOW IS NOT REPORTED AS
002490*                       CASH THAT LEFT THE BRANCH.
002491*     2026-10-15 JRM    CASH IS NOW AGGREGATED AND FILED PER
002492*                       PERSON, NOT PER ACCOUNT, THROUGH THE NEW
002493*                       CUSTOMER RELATIONSHIP FILE (CASHREL).  THE
002494*                       LOG ARRIVES TAGGED BY CASHXRF WITH ONE
002495*                       COPY PER OWNER OF A JOINT ACCOUNT, SO EACH
002496*                       OWNER'S AGGREGATE TAKES IN THE JOINT CASH.
002497*                       AN UNLINKED ACCOUNT STANDS ON ITS OWN.
002498*                       THE SUMMARY PAGE ITEMIZES EACH PERSON'S
002499*                       ACCOUNTS; THE EXTRACT WIDENS TO 140.
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CUST-ACCOUNT-NO
003900         FILE STATUS IS CUST-MASTER-STATUS.
003914     SELECT CUST-RELATIONSHIP-FILE ASSIGN TO "CASHREL"
003928         ORGANIZATION IS INDEXED
003942         ACCESS MODE IS RANDOM
003956         RECORD KEY IS REL-KEY
003970         ALTERNATE RECORD KEY IS REL-ACCOUNT-NO WITH DUPLICATES
003984         FILE STATUS IS CUST-RELATIONSHIP-STATUS.
004000     SELECT CTR-EXTRACT-FILE ASSIGN TO "CTREXT"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS CTR-EXTRACT-STATUS.
004700 FILE SECTION.
004800 FD  CASH-LOG-FILE
004900     RECORDING MODE IS F.
005000     COPY CASHCXR.
005100 FD  CASH-CTL-FILE
005200     RECORDING MODE IS F.
005300     COPY CASHCTL.
005400 FD  CUST-MASTER-FILE.
005500     COPY CUSTMAS.
005533 FD  CUST-RELATIONSHIP-FILE.
005566     COPY CASHREL.
005600 FD  CTR-EXTRACT-FILE
005700     RECORDING MODE IS F.
005800     COPY CTREXT.
006600 77  CASH-LOG-STATUS             PIC X(02) VALUE SPACES.
006700 77  CASH-CTL-STATUS             PIC X(02) VALUE SPACES.
006800 77  CUST-MASTER-STATUS          PIC X(02) VALUE SPACES.
006850 77  CUST-RELATIONSHIP-STATUS    PIC X(02) VALUE SPACES.
006900 77  CTR-EXTRACT-STATUS          PIC X(02) VALUE SPACES.
007000 77  CTR-SUMMARY-STATUS          PIC X(02) VALUE SPACES.
007100 77  CASHCTR-EOF-SWITCH          PIC X(01) VALUE "N".
007400     88  CASHCTR-LOG-IS-AVAILABLE        VALUE "Y".
007500 77  CASHCTR-MASTER-AVAIL-SWITCH PIC X(01) VALUE "N".
007600     88  CASHCTR-MASTER-IS-AVAILABLE     VALUE "Y".
007633 77  CASHCTR-REL-AVAIL-SWITCH    PIC X(01) VALUE "N".
007666     88  CASHCTR-REL-IS-AVAILABLE        VALUE "Y".
007700 77  CASHCTR-EXT-AVAIL-SWITCH    PIC X(01) VALUE "N".
007800     88  CASHCTR-EXT-IS-AVAILABLE        VALUE "Y".
007900 77  CASHCTR-SUM-AVAIL-SWITCH    PIC X(01) VALUE "N".
008000     88  CASHCTR-SUM-IS-AVAILABLE        VALUE "Y".
008100 77  CASHCTR-REPORTED-COUNT      PIC 9(05) VALUE ZERO.
008125 77  CASHCTR-ACCT-MAX            PIC 9(03) COMP VALUE 20.
008150 77  CASHCTR-ACCT-COUNT          PIC 9(03) COMP VALUE ZERO.
008175 77  CASHCTR-ACCT-IX             PIC 9(03) COMP VALUE ZERO.
008180*****************************************************************
008185* THE TRANSACTION LOG RECORD, LIFTED OUT FROM BEHIND ITS TAG.
008190*****************************************************************
008195     COPY CASHLOG.
008200*****************************************************************
008300* REPORTING THRESHOLD - THE CONTROL FILE FIGURE WINS WHEN IT IS
008400* PRESENT, NUMERIC AND NONZERO; OTHERWISE THIS DEFAULT STANDS.
008500*****************************************************************
008600 01  CASHCTR-THRESHOLD           PIC 9(09) VALUE 10000.
008700*****************************************************************
008800* CONTROL-BREAK HOLD AREAS.  THE PRIOR PERSON AND ACCOUNT START
008900* AT HIGH-VALUES, WHICH NO REAL KEY CAN BE, SO THE FIRST
009000* CASH-OUT ON THE FILE OPENS THE FIRST GROUP.  THE PERSON IS A
009050* CUSTOMER ID (TYPE C) OR AN UNLINKED ACCOUNT NUMBER (TYPE A).
009100*****************************************************************
009114 01  CASHCTR-PRIOR-PERSON.
009128     05  CASHCTR-PRIOR-TYPE          PIC X(01) VALUE HIGH-VALUES.
009142         88  CASHCTR-PRIOR-IS-CUSTOMER       VALUE "C".
009156     05  CASHCTR-PRIOR-ID            PIC X(10) VALUE HIGH-VALUES.
009170 01  CASHCTR-PERSON-TOTAL        PIC 9(11).
009184 01  CASHCTR-PERSON-TXNS         PIC 9(05).
009200 01  CASHCTR-PRIOR-ACCOUNT       PIC X(10) VALUE HIGH-VALUES.
009300 01  CASHCTR-ACCT-TOTAL          PIC 9(11).
009400 01  CASHCTR-ACCT-TXNS           PIC 9(05).
009407*****************************************************************
009414* THE PERSON'S ACCOUNTS WITH CASH OUT TODAY, ITEMIZED ON THE
009421* SUMMARY PAGE.  ACCOUNTS PAST THE TABLE SIZE ARE ROLLED INTO ONE
009428* OTHER-ACCOUNTS LINE; THE PERSON'S TOTAL ALWAYS INCLUDES THEM.
009435*****************************************************************
009442 01  CASHCTR-ACCT-TABLE.
009449     05  CASHCTR-ACCT-ENTRY          OCCURS 20 TIMES.
009456         10  CASHCTR-TBL-ACCOUNT         PIC X(10).
009463         10  CASHCTR-TBL-TOTAL           PIC 9(11).
009470         10  CASHCTR-TBL-TXNS            PIC 9(05).
009477 01  CASHCTR-OTHER-TOTAL         PIC 9(11).
009484 01  CASHCTR-OTHER-TXNS          PIC 9(05).
009500*****************************************************************
009600* SUMMARY PAGE WORK AREAS
009700*****************************************************************
010200     05  CASHCTR-WS-VALUE            PIC ZZ,ZZZ,ZZZ,ZZ9.
010300     05  FILLER                      PIC X(26) VALUE SPACES.
010400 01  CASHCTR-DETAIL-LINE.
010450     05  CASHCTR-DTL-KIND            PIC X(10).
010500     05  CASHCTR-DTL-ACCOUNT         PIC X(10).
010600     05  FILLER                      PIC X(02) VALUE SPACES.
010700     05  CASHCTR-DTL-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.
010800     05  FILLER                      PIC X(02) VALUE SPACES.
010900     05  CASHCTR-DTL-TXNS            PIC ZZZZ9.
011000     05  CASHCTR-DTL-NOTE            PIC X(16).
011100     05  FILLER                      PIC X(21) VALUE SPACES.
011200 PROCEDURE DIVISION.
011300*****************************************************************
011400* 0000-MAINLINE - READ THE CONTROL THRESHOLD, WALK THE
011500* PERSON-SORTED LOG AGGREGATING EACH PERSON'S CASH-OUTS, AND
011600* EXTRACT EVERY PERSON OVER THE THRESHOLD AT ITS BREAK, THEN
011700* FINISH THE SUMMARY PAGE.
011800*****************************************************************
011900 0000-MAINLINE.
012400         PERFORM 2000-READ-LOG THRU 2000-EXIT
012500         PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
012600             UNTIL CASHCTR-END-OF-FILE
012700         IF CASHCTR-PRIOR-PERSON NOT = HIGH-VALUES
012800             PERFORM 4000-ACCOUNT-BREAK THRU 4000-EXIT
012850             PERFORM 4500-PERSON-BREAK THRU 4500-EXIT
012900         END-IF
013000     ELSE
013100         DISPLAY "CASHCTR: EXTRACT NOT PRODUCED"
013800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013900     STOP RUN.
014000*****************************************************************
014100* 1000-INITIALIZE - OPEN THE PERSON-SORTED LOG, THE CUSTOMER
014200* MASTER, THE RELATIONSHIP FILE, THE EXTRACT AND THE SUMMARY
014250* PAGE.  WITH NO RELATIONSHIP FILE THE IDENTITY COMES FROM THE
014270* CUSTOMER MASTER ALONE.
014300*****************************************************************
014400 1000-INITIALIZE.
014500     ACCEPT CASHCTR-RUN-DATE FROM DATE YYYYMMDD.
015500     ELSE
015600         DISPLAY "CASHCTR: NO CUSTOMER MASTER FOUND"
015700     END-IF.
015714     OPEN INPUT CUST-RELATIONSHIP-FILE.
015728     IF CUST-RELATIONSHIP-STATUS = "00"
015742         SET CASHCTR-REL-IS-AVAILABLE TO TRUE
015756     ELSE
015770         DISPLAY "CASHCTR: NO CUSTOMER RELATIONSHIP FILE FOUND"
015784     END-IF.
015800     OPEN OUTPUT CTR-EXTRACT-FILE.
015900     IF CTR-EXTRACT-STATUS = "00"
016000         SET CASHCTR-EXT-IS-AVAILABLE TO TRUE
019700 1100-EXIT.
019800     EXIT.
019900*****************************************************************
020000* 2000-READ-LOG - READ THE NEXT TAGGED TRANSACTION LOG RECORD
020050* AND LIFT THE LOG RECORD OUT FROM BEHIND ITS TAG.
020100*****************************************************************
020200 2000-READ-LOG.
020300     READ CASH-LOG-FILE
020400         AT END
020500             SET CASHCTR-END-OF-FILE TO TRUE
020533         NOT AT END
020566             MOVE CXR-DATA TO CASH-LOG-RECORD
020600     END-READ.
020700 2000-EXIT.
020800     EXIT.
020900*****************************************************************
021000* 3000-PROCESS-RECORD - FOLD ONE CASH-OUT INTO THE CURRENT
021100* ACCOUNT GROUP, BREAKING WHEN THE ACCOUNT OR THE PERSON
021150* CHANGES, AND READ
021200* THE NEXT RECORD.  DEPOSITS AND TRANSFERS ARE NOT CURRENCY
021300* LEAVING THE BRANCH AND ARE PASSED OVER.  A REVERSAL OF A
021320* CASH-OUT TAKES THE VOIDED CASH-OUT BACK OUT OF THE GROUP -
021340* THE LOG IS IN ACCOUNT THEN TIMESTAMP ORDER, SO THE ORIGINAL
021360* IS ALREADY IN.  THE GROUP NEVER GOES BELOW ZERO.
021400*****************************************************************
021500 3000-PROCESS-RECORD.
021600     IF NOT CLOG-TXN-IS-CASHOUT
021650         AND NOT (CLOG-TXN-IS-REVERSAL AND CLOG-ORIG-WAS-CASHOUT)
021700         GO TO 3000-READ-NEXT
021800     END-IF.
021900     IF CXR-PERSON-KEY NOT = CASHCTR-PRIOR-PERSON
022000         IF CASHCTR-PRIOR-PERSON NOT = HIGH-VALUES
022100             PERFORM 4000-ACCOUNT-BREAK THRU 4000-EXIT
022150             PERFORM 4500-PERSON-BREAK THRU 4500-EXIT
022200         END-IF
022207         MOVE CXR-PERSON-KEY TO CASHCTR-PRIOR-PERSON
022214         MOVE ZERO TO CASHCTR-PERSON-TOTAL
022221         MOVE ZERO TO CASHCTR-PERSON-TXNS
022228         MOVE ZERO TO CASHCTR-ACCT-COUNT
022235         MOVE ZERO TO CASHCTR-OTHER-TOTAL
022242         MOVE ZERO TO CASHCTR-OTHER-TXNS
022249         MOVE HIGH-VALUES TO CASHCTR-PRIOR-ACCOUNT
022256     END-IF.
022263     IF CLOG-ACCOUNT-NO NOT = CASHCTR-PRIOR-ACCOUNT
022270         IF CASHCTR-PRIOR-ACCOUNT NOT = HIGH-VALUES
022277             PERFORM 4000-ACCOUNT-BREAK THRU 4000-EXIT
022284         END-IF
022300         MOVE CLOG-ACCOUNT-NO TO CASHCTR-PRIOR-ACCOUNT
022400         MOVE ZERO TO CASHCTR-ACCT-TOTAL
022500         MOVE ZERO TO CASHCTR-ACCT-TXNS
022600     END-IF.
022620     IF CLOG-TXN-IS-REVERSAL
022640         PERFORM 3100-DROP-REVERSED THRU 3100-EXIT
022660         GO TO 3000-READ-NEXT
022680     END-IF.
022700     ADD CLOG-AMOUNT TO CASHCTR-ACCT-TOTAL.
022800     ADD 1 TO CASHCTR-ACCT-TXNS.
022900 3000-READ-NEXT.
023000     PERFORM 2000-READ-LOG THRU 2000-EXIT.
023100 3000-EXIT.
023200     EXIT.
023206*****************************************************************
023212* 3100-DROP-REVERSED - TAKE ONE REVERSED CASH-OUT BACK OUT OF
023218* THE CURRENT ACCOUNT GROUP.
023224*****************************************************************
023230 3100-DROP-REVERSED.
023236     IF CASHCTR-ACCT-TOTAL > CLOG-AMOUNT
023242         SUBTRACT CLOG-AMOUNT FROM CASHCTR-ACCT-TOTAL
023248     ELSE
023254         MOVE ZERO TO CASHCTR-ACCT-TOTAL
023260     END-IF.
023266     IF CASHCTR-ACCT-TXNS > ZERO
023272         SUBTRACT 1 FROM CASHCTR-ACCT-TXNS
023278     END-IF.
023284 3100-EXIT.
023290     EXIT.
023300*****************************************************************
023400* 4000-ACCOUNT-BREAK - ONE ACCOUNT'S CASH-OUTS ARE ALL IN.
023500* FOLD THEM INTO THE PERSON'S AGGREGATE AND ITEMIZE THE
023600* ACCOUNT.  AN ACCOUNT WHOSE CASH-OUTS WERE ALL REVERSED ADDS
023650* NOTHING AND IS NOT ITEMIZED.
023700*****************************************************************
023800 4000-ACCOUNT-BREAK.
023822     IF CASHCTR-ACCT-TOTAL = ZERO AND CASHCTR-ACCT-TXNS = ZERO
023844         GO TO 4000-EXIT
023866     END-IF.
023888     ADD CASHCTR-ACCT-TOTAL TO CASHCTR-PERSON-TOTAL.
023910     ADD CASHCTR-ACCT-TXNS  TO CASHCTR-PERSON-TXNS.
023932     ADD 1 TO CASHCTR-ACCT-COUNT.
023954     IF CASHCTR-ACCT-COUNT > CASHCTR-ACCT-MAX
023976         ADD CASHCTR-ACCT-TOTAL TO CASHCTR-OTHER-TOTAL
023998         ADD CASHCTR-ACCT-TXNS  TO CASHCTR-OTHER-TXNS
024020         GO TO 4000-EXIT
024042     END-IF.
024064     MOVE CASHCTR-PRIOR-ACCOUNT
024086         TO CASHCTR-TBL-ACCOUNT (CASHCTR-ACCT-COUNT).
024108     MOVE CASHCTR-ACCT-TOTAL
024130         TO CASHCTR-TBL-TOTAL (CASHCTR-ACCT-COUNT).
024152     MOVE CASHCTR-ACCT-TXNS
024174         TO CASHCTR-TBL-TXNS (CASHCTR-ACCT-COUNT).
024200 4000-EXIT.
024300     EXIT.
024307*****************************************************************
024314* 4500-PERSON-BREAK - ONE PERSON'S CASH-OUTS ARE ALL IN, ACROSS
024321* EVERY ACCOUNT THE PERSON OWNS.  WRITE THE EXTRACT RECORD IF THE
024328* AGGREGATE CROSSED THE REPORTING THRESHOLD.
024335*****************************************************************
024342 4500-PERSON-BREAK.
024349     IF CASHCTR-PERSON-TOTAL > CASHCTR-THRESHOLD
024356             AND CASHCTR-ACCT-COUNT > ZERO
024363         PERFORM 5100-EXTRACT-ONE THRU 5100-EXIT
024370     END-IF.
024377 4500-EXIT.
024384     EXIT.
024400*****************************************************************
024500* 5100-EXTRACT-ONE - BUILD AND WRITE ONE EXTRACT RECORD FOR THE
024600* PERSON, CARRYING THE PERSON'S FIRST ACCOUNT WITH CASH OUT AND
024700* PULLING ITS MASTER RECORD FOR THE ACCOUNT STATUS AND THE
024720* CUSTOMER IDENTITY.  A LINKED PERSON'S OWN IDENTITY THEN COMES
024740* FROM THE RELATIONSHIP FILE, SINCE THE MASTER CARRIES ONLY THE
024760* PRIMARY OWNER'S.  AN ACCOUNT THE MASTER HAS NEVER HEARD OF
024800* IS STILL REPORTED, FLAGGED SO COMPLIANCE CHASES THE IDENTITY.
024900*****************************************************************
025000 5100-EXTRACT-ONE.
025100     MOVE CASHCTR-RUN-DATE      TO CTRX-REPORT-DATE.
025200     MOVE CASHCTR-TBL-ACCOUNT (1) TO CTRX-ACCOUNT-NO.
025300     MOVE CASHCTR-PERSON-TOTAL  TO CTRX-TOTAL-CASH.
025400     MOVE CASHCTR-PERSON-TXNS   TO CTRX-TXN-COUNT.
025412     MOVE CASHCTR-ACCT-COUNT    TO CTRX-ACCOUNT-COUNT.
025424     MOVE CASHCTR-PRIOR-TYPE    TO CTRX-PERSON-TYPE.
025436     IF CASHCTR-PRIOR-IS-CUSTOMER
025448         MOVE CASHCTR-PRIOR-ID  TO CTRX-CUSTOMER-ID
025460     ELSE
025472         MOVE SPACES            TO CTRX-CUSTOMER-ID
025484     END-IF.
025500     MOVE SPACE  TO CTRX-ACCOUNT-STATUS.
025600     MOVE SPACES TO CTRX-CUST-NAME.
025700     MOVE SPACES TO CTRX-CUST-ADDRESS.
025800     MOVE SPACES TO CTRX-CUST-TAX-ID.
025900     SET CTRX-MASTER-NOT-FOUND TO TRUE.
026000     IF CASHCTR-MASTER-IS-AVAILABLE
026100         MOVE CTRX-ACCOUNT-NO TO CUST-ACCOUNT-NO
026200         READ CUST-MASTER-FILE
026300             INVALID KEY
026400                 CONTINUE
027000                 MOVE CUST-TAX-ID  TO CTRX-CUST-TAX-ID
027100         END-READ
027200     END-IF.
027207     IF CASHCTR-PRIOR-IS-CUSTOMER AND CASHCTR-REL-IS-AVAILABLE
027214         MOVE CASHCTR-PRIOR-ID TO REL-CUSTOMER-ID
027221         MOVE CTRX-ACCOUNT-NO  TO REL-ACCOUNT-NO
027228         READ CUST-RELATIONSHIP-FILE
027235             INVALID KEY
027242                 CONTINUE
027249             NOT INVALID KEY
027256                 MOVE REL-CUST-NAME    TO CTRX-CUST-NAME
027263                 MOVE REL-CUST-ADDRESS TO CTRX-CUST-ADDRESS
027270                 MOVE REL-CUST-TAX-ID  TO CTRX-CUST-TAX-ID
027277         END-READ
027284     END-IF.
027286     IF CTRX-MASTER-NOT-FOUND
027288         MOVE " NOT ON MASTER  " TO CASHCTR-DTL-NOTE
027290     ELSE
027292         MOVE SPACES TO CASHCTR-DTL-NOTE
027294     END-IF.
027300     MOVE SPACES TO CTRX-FILLER.
027400     WRITE CTR-EXTRACT-RECORD.
027500     ADD 1 TO CASHCTR-REPORTED-COUNT.
027600     ADD CASHCTR-PERSON-TOTAL TO CASHCTR-TOTAL-REPORTED.
027700     IF CASHCTR-SUM-IS-AVAILABLE
028250         PERFORM 5200-PRINT-PERSON THRU 5200-EXIT
028800     END-IF.
028900 5100-EXIT.
029000     EXIT.
029001*****************************************************************
029002* 5200-PRINT-PERSON - PUT THE REPORTED PERSON ON THE SUMMARY PAGE.
029003* A LINKED PERSON GETS A CUSTOMER LINE FOLLOWED BY ONE LINE PER
029004* ACCOUNT (AND ONE FOR ANY ACCOUNTS PAST THE TABLE); AN UNLINKED
029005* ACCOUNT IS A SINGLE ACCOUNT LINE AS BEFORE.
029006*****************************************************************
029007 5200-PRINT-PERSON.
029008     IF CASHCTR-PRIOR-IS-CUSTOMER
029009         MOVE "CUSTOMER  "     TO CASHCTR-DTL-KIND
029010     ELSE
029011         MOVE "ACCOUNT   "     TO CASHCTR-DTL-KIND
029012     END-IF.
029013     MOVE CASHCTR-PRIOR-ID     TO CASHCTR-DTL-ACCOUNT.
029014     MOVE CASHCTR-PERSON-TOTAL TO CASHCTR-DTL-TOTAL.
029015     MOVE CASHCTR-PERSON-TXNS  TO CASHCTR-DTL-TXNS.
029021     MOVE CASHCTR-DETAIL-LINE TO CASHCTR-SUMMARY-LINE.
029022     WRITE CASHCTR-SUMMARY-LINE.
029023     IF NOT CASHCTR-PRIOR-IS-CUSTOMER
029024         GO TO 5200-EXIT
029025     END-IF.
029026     MOVE SPACES TO CASHCTR-DTL-NOTE.
029027     PERFORM 5210-PRINT-ACCOUNT THRU 5210-EXIT
029028         VARYING CASHCTR-ACCT-IX FROM 1 BY 1
029029         UNTIL CASHCTR-ACCT-IX > CASHCTR-ACCT-COUNT
029030            OR CASHCTR-ACCT-IX > CASHCTR-ACCT-MAX.
029031     IF CASHCTR-ACCT-COUNT > CASHCTR-ACCT-MAX
029032         MOVE "  OTHERS  "        TO CASHCTR-DTL-KIND
029033         MOVE SPACES              TO CASHCTR-DTL-ACCOUNT
029034         MOVE CASHCTR-OTHER-TOTAL TO CASHCTR-DTL-TOTAL
029035         MOVE CASHCTR-OTHER-TXNS  TO CASHCTR-DTL-TXNS
029036         MOVE CASHCTR-DETAIL-LINE TO CASHCTR-SUMMARY-LINE
029037         WRITE CASHCTR-SUMMARY-LINE
029038     END-IF.
029039 5200-EXIT.
029040     EXIT.
029041*****************************************************************
029042* 5210-PRINT-ACCOUNT - ONE ITEMIZED ACCOUNT UNDER ITS CUSTOMER.
029043*****************************************************************
029044 5210-PRINT-ACCOUNT.
029045     MOVE "  ACCOUNT "        TO CASHCTR-DTL-KIND.
029046     MOVE CASHCTR-TBL-ACCOUNT (CASHCTR-ACCT-IX)
029047         TO CASHCTR-DTL-ACCOUNT.
029048     MOVE CASHCTR-TBL-TOTAL (CASHCTR-ACCT-IX)
029049         TO CASHCTR-DTL-TOTAL.
029050     MOVE CASHCTR-TBL-TXNS (CASHCTR-ACCT-IX)
029051         TO CASHCTR-DTL-TXNS.
029052     MOVE CASHCTR-DETAIL-LINE TO CASHCTR-SUMMARY-LINE.
029053     WRITE CASHCTR-SUMMARY-LINE.
029054 5210-EXIT.
029055     EXIT.
029100*****************************************************************
029200* 6000-WRITE-SUMMARY - FINISH THE SUMMARY PAGE WITH THE
029300* THRESHOLD IN FORCE AND THE REPORTED TOTALS.
029700         TO CASHCTR-WS-LABEL.
029800     MOVE CASHCTR-THRESHOLD TO CASHCTR-WS-VALUE.
029900     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
030000     MOVE "PERSONS REPORTED  . . . . . . . ."
030100         TO CASHCTR-WS-LABEL.
030200     MOVE CASHCTR-REPORTED-COUNT TO CASHCTR-WS-VALUE.
030300     PERFORM 6100-WRITE-SUM-LINE THRU 6100-EXIT.
031100             TO CASHCTR-SUMMARY-LINE
031200         WRITE CASHCTR-SUMMARY-LINE
031300     END-IF.
031314     IF CASHCTR-REPORTED-COUNT > ZERO
031328         MOVE SPACES TO CASHCTR-SUMMARY-LINE
031342         MOVE "CASH ON A JOINT ACCOUNT COUNTS TOWARD EVERY OWNER"
031356             TO CASHCTR-SUMMARY-LINE
031370         WRITE CASHCTR-SUMMARY-LINE
031384     END-IF.
031400     DISPLAY "CASHCTR: PERSONS REPORTED "
031500         CASHCTR-REPORTED-COUNT.
031600 6000-EXIT.
031700     EXIT.
033700     IF CASHCTR-MASTER-IS-AVAILABLE
033800         CLOSE CUST-MASTER-FILE
033900     END-IF.
033925     IF CASHCTR-REL-IS-AVAILABLE
033950         CLOSE CUST-RELATIONSHIP-FILE
033975     END-IF.
034000     IF CASHCTR-EXT-IS-AVAILABLE
034100         CLOSE CTR-EXTRACT-FILE
034200     END-IF.
