000100*****************************************************************
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     CASHTAX.
000400 AUTHOR.         J R MILLIKEN.
000500 INSTALLATION.   BRANCH OPERATIONS SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*****************************************************************
000900* YEAR-END INTEREST INCOME REPORTING (FORM 1099-INT).  EVERY
001000* MONTH'S CASHINT INTEREST CREDIT IS ON THE POSTING DETAIL
001100* (CASHIPD).  THIS PROGRAM READS EVERY POSTING GENERATION SORTED
001200* INTO ACCOUNT SEQUENCE, TAKES THE POSTINGS DATED IN THE TAX YEAR,
001300* ADDS THEM UP PER ACCOUNT ON THE CONTROL BREAK, AND JOINS EACH
001400* ACCOUNT TO THE CUSTOMER MASTER FOR THE RECIPIENT'S NAME, ADDRESS
001500* AND TAX ID, WITH ONE KEYED MASTER READ PER ACCOUNT.  IT WRITES:
001600*
001700*   - THE FIXED-FORMAT FILING EXTRACT (CASHTXF), ONE RECORD PER
001800*     RECIPIENT AT OR OVER THE REPORTING THRESHOLD, AND A TRAILER.
001900*   - THE RECIPIENT NOTICE FILE FOR THE MAILING, ONE NOTICE PER
002000*     RECIPIENT FILED WHO HAS AN ADDRESS ON FILE.  THE TAX ID IS
002100*     MASKED TO ITS LAST FOUR DIGITS ON THE NOTICE.
002200*   - THE EXCEPTIONS LIST - EVERY ACCOUNT PAID INTEREST IN THE
002300*     YEAR THAT HAS NO TAX ID OR NO ADDRESS ON FILE, IS CLOSED, OR
002400*     IS NOT ON THE MASTER AT ALL - WITH THE RUN TOTALS AT THE
002500*     FOOT.
002600*
002700* A RESTARTED CASHINT MONTH LEAVES TWO POSTING GENERATIONS FOR THE
002800* MONTH WITH DIFFERENT ACCOUNTS ON EACH, SO EVERY GENERATION IS
002900* TAKEN.  A MONTH POSTED AT THE WRONG RATE AND REVERSED IS NAMED
003000* ON A REVERSAL CARD (CASHIRV); ITS POSTINGS ARE LEFT OUT OF THE
003100* YEAR'S FIGURES AND THE RERUN AT THE RIGHT RATE IS TAKEN INSTEAD.
003200* AN ACCOUNT NOT ON THE MASTER CANNOT BE FILED AND IS ONLY LISTED.
003300* A RECIPIENT WITH NO TAX ID IS STILL FILED; ONE WITH NO ADDRESS
003400* IS FILED BUT GETS NO NOTICE.  BOTH ARE LISTED FOR FOLLOW-UP.
003500*
003600* THE TAX YEAR (CCYY) IS THE FIRST SYSIN CARD; THE SECOND IS THE
003700* RUN OPTION.  ORIGINAL FILES THE YEAR.  CORRECT IS THE CORRECTION
003800* RUN, FOR REISSUING AMENDED FIGURES AFTER A CASHINT RATE REVERSAL
003900* HAS BEEN CARDED: EVERY FILING ALREADY MADE FOR THE YEAR IS READ,
004000* SORTED INTO ACCOUNT AND RUN SEQUENCE, SO THE LATEST FIGURE FILED
004100* PER ACCOUNT IS KNOWN.  ONLY A RECIPIENT WHOSE FIGURE NOW DIFFERS
004200* IS FILED, AS A CORRECTED RETURN WITH A CORRECTED NOTICE - ONE
004300* FALLEN UNDER THE THRESHOLD IS CORRECTED TO ZERO, AND ONE NOW AT
004400* OR OVER IT WHO WAS NEVER FILED GOES AS AN ORIGINAL.
004500*
004600* MODIFICATION HISTORY
004700*     DATE       INIT   DESCRIPTION
004800*     ---------- ----   ---------------------------------------
004900*     2026-10-15 JRM    ORIGINAL YEAR-END INTEREST REPORTING RUN.
005000*****************************************************************
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT CASH-INT-POSTING-FILE ASSIGN TO "INTPOST"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS CASH-IPD-STATUS.
005700     SELECT INT-REVERSAL-FILE ASSIGN TO "INTREV"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS INT-REVERSAL-STATUS.
006000     SELECT PRIOR-FILING-FILE ASSIGN TO "TAXPRIOR"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS PRIOR-FILING-STATUS.
006300     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAS"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS CUST-ACCOUNT-NO
006700         FILE STATUS IS CUST-MASTER-STATUS.
006800     SELECT TAX-FILING-FILE ASSIGN TO "TAXFILE"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS TAX-FILING-STATUS.
007100     SELECT TAX-NOTICE-FILE ASSIGN TO "TAXNOTE"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS TAX-NOTICE-STATUS.
007400     SELECT TAX-EXCEPTION-FILE ASSIGN TO "TAXEXCP"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS TAX-EXCEPTION-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  CASH-INT-POSTING-FILE
008000     RECORDING MODE IS F.
008100     COPY CASHIPD.
008200 FD  INT-REVERSAL-FILE
008300     RECORDING MODE IS F.
008400     COPY CASHIRV.
008500*****************************************************************
008600* THE FILINGS ALREADY MADE, IN THE CASHTXF LAYOUT.  ONLY THE
008700* FIELDS THE CORRECTION RUN MATCHES ON ARE NAMED HERE; THE
008800* POSITIONS FOLLOW CASHTXF AND MUST MOVE WITH IT.
008900*****************************************************************
009000 FD  PRIOR-FILING-FILE
009100     RECORDING MODE IS F.
009200 01  PRIOR-FILING-RECORD.
009300     05  PFR-RECORD-TYPE             PIC X(01).
009400         88  PFR-IS-DETAIL               VALUE 'D'.
009500     05  PFR-TAX-YEAR                PIC 9(04).
009600     05  FILLER                      PIC X(01).
009700     05  PFR-ACCOUNT-NO              PIC X(10).
009800     05  FILLER                      PIC X(79).
009900     05  PFR-INTEREST-AMOUNT         PIC 9(09)V99.
010000     05  FILLER                      PIC X(44).
010100 FD  CUST-MASTER-FILE.
010200     COPY CUSTMAS.
010300 FD  TAX-FILING-FILE
010400     RECORDING MODE IS F.
010500     COPY CASHTXF.
010600 FD  TAX-NOTICE-FILE
010700     RECORDING MODE IS F.
010800 01  TAX-NOTICE-LINE                 PIC X(80).
010900 FD  TAX-EXCEPTION-FILE
011000     RECORDING MODE IS F.
011100 01  TAX-EXCEPTION-LINE              PIC X(80).
011200 WORKING-STORAGE SECTION.
011300*****************************************************************
011400* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
011500*****************************************************************
011600 77  CASH-IPD-STATUS             PIC X(02) VALUE SPACES.
011700 77  INT-REVERSAL-STATUS         PIC X(02) VALUE SPACES.
011800 77  PRIOR-FILING-STATUS         PIC X(02) VALUE SPACES.
011900 77  CUST-MASTER-STATUS          PIC X(02) VALUE SPACES.
012000 77  TAX-FILING-STATUS           PIC X(02) VALUE SPACES.
012100 77  TAX-NOTICE-STATUS           PIC X(02) VALUE SPACES.
012200 77  TAX-EXCEPTION-STATUS        PIC X(02) VALUE SPACES.
012300 77  TAX-EOF-SWITCH              PIC X(01) VALUE "N".
012400     88  TAX-END-OF-FILE                 VALUE "Y".
012500 77  TAX-CARD-EOF-SWITCH         PIC X(01) VALUE "N".
012600     88  TAX-END-OF-CARDS                VALUE "Y".
012700 77  TAX-PRIOR-EOF-SWITCH        PIC X(01) VALUE "N".
012800     88  TAX-END-OF-PRIOR                VALUE "Y".
012900 77  TAX-REVERSED-SWITCH         PIC X(01) VALUE "N".
013000     88  TAX-POSTING-IS-REVERSED         VALUE "Y".
013100     88  TAX-POSTING-NOT-REVERSED        VALUE "N".
013200 77  TAX-MASTER-SWITCH           PIC X(01) VALUE "N".
013300     88  TAX-MASTER-FOUND                VALUE "Y".
013400     88  TAX-MASTER-NOT-FOUND            VALUE "N".
013500 77  TAX-PRIOR-SWITCH            PIC X(01) VALUE "N".
013600     88  TAX-PRIOR-FOUND                 VALUE "Y".
013700     88  TAX-PRIOR-NOT-FOUND             VALUE "N".
013800 77  TAX-FILE-SWITCH             PIC X(01) VALUE "N".
013900     88  TAX-FILE-THIS-ONE               VALUE "Y".
014000     88  TAX-SKIP-THIS-ONE               VALUE "N".
014100 77  TAX-CARD-SWITCH             PIC X(01) VALUE "Y".
014200     88  TAX-CARD-IS-GOOD                VALUE "Y".
014300     88  TAX-CARD-IS-BAD                 VALUE "N".
014400 77  TAX-REV-MAX-ENTRIES         PIC 9(03) COMP VALUE 50.
014500 77  TAX-REV-ENTRY-COUNT         PIC 9(03) COMP VALUE ZERO.
014600 77  TAX-REV-IX                  PIC 9(03) COMP VALUE ZERO.
014700 77  TAX-CARD-COUNT              PIC 9(05) COMP VALUE ZERO.
014800 77  TAX-CARD-REJECT-COUNT       PIC 9(05) COMP VALUE ZERO.
014900 77  TAX-IPD-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
015000 77  TAX-IPD-YEAR-COUNT          PIC 9(07) COMP VALUE ZERO.
015100 77  TAX-IPD-REVERSED-COUNT      PIC 9(07) COMP VALUE ZERO.
015200 77  TAX-IPD-BAD-COUNT           PIC 9(07) COMP VALUE ZERO.
015300 77  TAX-ACCOUNT-COUNT           PIC 9(07) COMP VALUE ZERO.
015400 77  TAX-FILED-COUNT             PIC 9(07) COMP VALUE ZERO.
015500 77  TAX-CORRECTED-COUNT         PIC 9(07) COMP VALUE ZERO.
015600 77  TAX-UNCHANGED-COUNT         PIC 9(07) COMP VALUE ZERO.
015700 77  TAX-BELOW-COUNT             PIC 9(07) COMP VALUE ZERO.
015800 77  TAX-NOTICE-COUNT            PIC 9(07) COMP VALUE ZERO.
015900 77  TAX-NO-NOTICE-COUNT         PIC 9(07) COMP VALUE ZERO.
016000 77  TAX-EXCEPTION-COUNT         PIC 9(07) COMP VALUE ZERO.
016100 77  TAX-NOT-ON-MASTER-COUNT     PIC 9(07) COMP VALUE ZERO.
016200 77  TAX-NO-POSTING-COUNT        PIC 9(07) COMP VALUE ZERO.
016300 77  TAX-ERROR-COUNT             PIC 9(07) COMP VALUE ZERO.
016400*****************************************************************
016500* REPORTING THRESHOLD.  INTEREST OF TEN DOLLARS OR MORE IN THE
016600* YEAR IS REPORTABLE; LESS IS NOT FILED.
016700*****************************************************************
016800 77  TAX-REPORT-THRESHOLD        PIC 9(05)V99 VALUE 10.00.
016900*****************************************************************
017000* TAX YEAR AND RUN OPTION FROM SYSIN, THE RUN DATE AND TIME THAT
017100* STAMP THE FILING, AND THE POSTING-DATE WORK AREA THE YEAR FILTER
017200* AND THE REVERSAL MATCH WORK FROM.  THE POSTING DATE IS THE
017300* BUSINESS DATE CASHINT POSTED UNDER.
017400*****************************************************************
017500 01  TAX-YEAR-INPUT              PIC X(04).
017600 01  TAX-TAX-YEAR                PIC 9(04).
017700 01  TAX-RUN-OPTION              PIC X(08) VALUE SPACES.
017800     88  TAX-RUN-IS-ORIGINAL             VALUE "ORIGINAL".
017900     88  TAX-RUN-IS-CORRECTION           VALUE "CORRECT".
018000 01  TAX-RUN-DATE                PIC 9(08).
018100 01  TAX-RUN-TIME                PIC 9(08).
018200 01  TAX-POSTING-DATE            PIC 9(08).
018300 01  TAX-POSTING-DATE-R REDEFINES TAX-POSTING-DATE.
018400     05  TAX-POSTING-MONTH.
018500         10  TAX-POSTING-CCYY        PIC 9(04).
018600         10  TAX-POSTING-MM          PIC 9(02).
018700     05  FILLER                      PIC 9(02).
018800*****************************************************************
018900* THE REVERSAL CARDS FOR THE TAX YEAR AS LOADED.  SPACES IN THE
019000* ACCOUNT MEAN THE CARD COVERS EVERY ACCOUNT.
019100*****************************************************************
019200 01  TAX-REVERSAL-TABLE.
019300     05  TAX-REV-ENTRY OCCURS 50 TIMES.
019400         10  TAX-REV-MONTH           PIC 9(06).
019500         10  TAX-REV-RATE            PIC 9(02)V9(04).
019600         10  TAX-REV-ACCOUNT         PIC X(10).
019700*****************************************************************
019800* CONTROL-BREAK HOLD AREAS.  THE HOLD ACCOUNT STARTS AT
019900* HIGH-VALUES, WHICH NO REAL ACCOUNT NUMBER CAN BE, SO THE FIRST
020000* POSTING OF THE YEAR OPENS THE FIRST GROUP.  THE PRIOR ACCOUNT
020100* IS THE NEXT ACCOUNT ON THE EARLIER FILINGS, WITH THE LATEST
020200* FIGURE FILED FOR IT; IT STAYS AT HIGH-VALUES ON AN ORIGINAL RUN.
020300*****************************************************************
020400 01  TAX-HOLD-ACCOUNT            PIC X(10) VALUE HIGH-VALUES.
020500 01  TAX-HOLD-AMOUNT             PIC 9(09)V99 VALUE ZERO.
020600 01  TAX-PRIOR-ACCOUNT           PIC X(10) VALUE HIGH-VALUES.
020700 01  TAX-PRIOR-AMOUNT            PIC 9(09)V99 VALUE ZERO.
020800*****************************************************************
020900* THE RECIPIENT BEING DECIDED - THE YEAR'S INTEREST, WHAT IS FILED
021000* FOR IT (ZERO UNDER THE THRESHOLD) AND WHAT WAS FILED BEFORE.
021100*****************************************************************
021200 01  TAX-RCP-ACCOUNT             PIC X(10).
021300 01  TAX-RCP-AMOUNT              PIC 9(09)V99.
021400 01  TAX-RCP-FILE-AMOUNT         PIC 9(09)V99.
021500 01  TAX-RCP-PRIOR-AMOUNT        PIC 9(09)V99.
021600 01  TAX-RETURN-TYPE             PIC X(01).
021700     88  TAX-RETURN-IS-ORIGINAL          VALUE "O".
021800     88  TAX-RETURN-IS-CORRECTED         VALUE "C".
021900*****************************************************************
022000* RUN TOTALS
022100*****************************************************************
022200 01  TAX-YEAR-AMOUNT             PIC 9(13)V99 VALUE ZERO.
022300 01  TAX-REVERSED-AMOUNT         PIC 9(13)V99 VALUE ZERO.
022400 01  TAX-FILED-AMOUNT            PIC 9(13)V99 VALUE ZERO.
022500 01  TAX-BELOW-AMOUNT            PIC 9(13)V99 VALUE ZERO.
022600*****************************************************************
022700* THE TAX ID AS IT IS MASKED ON THE NOTICE - ONLY THE LAST FOUR
022800* DIGITS ARE PRINTED.
022900*****************************************************************
023000 01  TAX-TIN-WORK                PIC X(09).
023100 01  TAX-TIN-WORK-R REDEFINES TAX-TIN-WORK.
023200     05  FILLER                      PIC X(05).
023300     05  TAX-TIN-LAST-FOUR           PIC X(04).
023400*****************************************************************
023500* NOTICE LINES
023600*****************************************************************
023700 01  TAX-NTC-TITLE-LINE.
023800     05  FILLER                      PIC X(32)
023900         VALUE "FORM 1099-INT   INTEREST INCOME ".
024000     05  FILLER                      PIC X(11)
024100         VALUE "  TAX YEAR ".
024200     05  TAX-NTC-TAX-YEAR            PIC 9(04).
024300     05  FILLER                      PIC X(03) VALUE SPACES.
024400     05  TAX-NTC-CORRECTED           PIC X(09).
024500     05  FILLER                      PIC X(21) VALUE SPACES.
024600 01  TAX-NTC-NAME-LINE.
024700     05  TAX-NTC-LABEL               PIC X(18).
024800     05  TAX-NTC-TEXT                PIC X(40).
024900     05  FILLER                      PIC X(22) VALUE SPACES.
025000 01  TAX-NTC-TIN-LINE.
025100     05  FILLER                      PIC X(18)
025200         VALUE "RECIPIENT'S TIN   ".
025300     05  TAX-NTC-TIN                 PIC X(11).
025400     05  FILLER                      PIC X(05) VALUE SPACES.
025500     05  FILLER                      PIC X(16)
025600         VALUE "ACCOUNT NUMBER  ".
025700     05  TAX-NTC-ACCOUNT-NO          PIC X(10).
025800     05  FILLER                      PIC X(20) VALUE SPACES.
025900 01  TAX-NTC-AMOUNT-LINE.
026000     05  TAX-NTC-AMT-LABEL           PIC X(32).
026100     05  TAX-NTC-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
026200     05  FILLER                      PIC X(34) VALUE SPACES.
026300*****************************************************************
026400* EXCEPTIONS LIST LINES.  THE FILED COLUMN SAYS WHAT THIS RUN DID
026500* WITH THE RECIPIENT: FILED, BELOW THE THRESHOLD, OR LEFT AS FILED
026600* BEFORE (BLANK).
026700*****************************************************************
026800 01  TAX-TITLE-LINE.
026900     05  FILLER                      PIC X(38)
027000         VALUE "CASHTAX  INTEREST INCOME EXCEPTIONS  ".
027100     05  FILLER                      PIC X(09)
027200         VALUE "TAX YEAR ".
027300     05  TAX-TTL-TAX-YEAR            PIC 9(04).
027400     05  FILLER                      PIC X(03) VALUE SPACES.
027500     05  TAX-TTL-RUN-TYPE            PIC X(10).
027600     05  FILLER                      PIC X(04) VALUE SPACES.
027700     05  TAX-TTL-RUN-DATE            PIC 9(08).
027800     05  FILLER                      PIC X(04) VALUE SPACES.
027900 01  TAX-HEAD-LINE.
028000     05  FILLER                      PIC X(12)
028100         VALUE "ACCOUNT     ".
028200     05  FILLER                      PIC X(27)
028300         VALUE "NAME                       ".
028400     05  FILLER                      PIC X(14)
028500         VALUE "  INTEREST PD.".
028600     05  FILLER                      PIC X(08)
028700         VALUE "  FILED ".
028800     05  FILLER                      PIC X(19)
028900         VALUE "EXCEPTION          ".
029000 01  TAX-DETAIL-LINE.
029100     05  TAX-DTL-ACCOUNT-NO          PIC X(10).
029200     05  FILLER                      PIC X(02) VALUE SPACES.
029300     05  TAX-DTL-NAME                PIC X(26).
029400     05  FILLER                      PIC X(01) VALUE SPACE.
029500     05  TAX-DTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
029600     05  FILLER                      PIC X(02) VALUE SPACES.
029700     05  TAX-DTL-FILED               PIC X(05).
029800     05  FILLER                      PIC X(01) VALUE SPACE.
029900     05  TAX-DTL-REASON              PIC X(19).
030000 01  TAX-SECTION-LINE.
030100     05  TAX-SEC-TEXT                PIC X(60).
030200     05  FILLER                      PIC X(20) VALUE SPACES.
030300 01  TAX-MONEY-LINE.
030400     05  TAX-MNY-LABEL               PIC X(32).
030500     05  TAX-MNY-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
030600     05  FILLER                      PIC X(28) VALUE SPACES.
030700 01  TAX-COUNT-LINE.
030800     05  TAX-CNT-LABEL               PIC X(32).
030900     05  FILLER                      PIC X(09) VALUE SPACES.
031000     05  TAX-CNT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.
031100     05  FILLER                      PIC X(28) VALUE SPACES.
031200 PROCEDURE DIVISION.
031300*****************************************************************
031400* 0000-MAINLINE - LOAD THE REVERSAL CARDS, WALK THE ACCOUNT-SORTED
031500* POSTINGS BREAKING ON EACH ACCOUNT, FINISH ANY EARLIER FILINGS
031600* LEFT OVER, THEN CLOSE THE FILING WITH ITS TRAILER AND PRINT THE
031700* TOTALS.
031800*****************************************************************
031900 0000-MAINLINE.
032000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032100     PERFORM 1200-LOAD-REVERSALS THRU 1200-EXIT.
032200     PERFORM 1400-OPEN-FILES THRU 1400-EXIT.
032300     IF TAX-RUN-IS-CORRECTION
032400         PERFORM 2200-READ-PRIOR THRU 2200-EXIT
032500         PERFORM 2300-NEXT-PRIOR-ACCOUNT THRU 2300-EXIT
032600     END-IF.
032700     PERFORM 2000-READ-POSTING THRU 2000-EXIT.
032800     PERFORM 3000-PROCESS-POSTING THRU 3000-EXIT
032900         UNTIL TAX-END-OF-FILE.
033000     IF TAX-HOLD-ACCOUNT NOT = HIGH-VALUES
033100         PERFORM 4000-ACCOUNT-BREAK THRU 4000-EXIT
033200     END-IF.
033300     PERFORM 4100-PRIOR-ONLY THRU 4100-EXIT
033400         UNTIL TAX-PRIOR-ACCOUNT = HIGH-VALUES.
033500     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
033600     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
033700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033800     STOP RUN.
033900*****************************************************************
034000* 1000-INITIALIZE - TAKE THE TAX YEAR AND THE RUN OPTION FROM
034100* SYSIN.  EITHER ONE MISSING OR WRONG STOPS THE RUN BEFORE ANY
034200* FILE IS OPENED.
034300*****************************************************************
034400 1000-INITIALIZE.
034500     ACCEPT TAX-RUN-DATE FROM DATE YYYYMMDD.
034600     ACCEPT TAX-RUN-TIME FROM TIME.
034700     ACCEPT TAX-YEAR-INPUT.
034800     IF TAX-YEAR-INPUT NOT NUMERIC
034900         DISPLAY 'CASHTAX: TAX YEAR ON SYSIN IS NOT NUMERIC '
035000             'CCYY, NOTHING FILED '
035100         MOVE 16 TO RETURN-CODE
035200         STOP RUN
035300     END-IF.
035400     MOVE TAX-YEAR-INPUT TO TAX-TAX-YEAR.
035500     ACCEPT TAX-RUN-OPTION.
035600     IF NOT TAX-RUN-IS-ORIGINAL AND NOT TAX-RUN-IS-CORRECTION
035700         DISPLAY 'CASHTAX: RUN OPTION ON SYSIN MUST BE ORIGINAL '
035800             'OR CORRECT, NOTHING FILED '
035900         MOVE 16 TO RETURN-CODE
036000         STOP RUN
036100     END-IF.
036200     DISPLAY 'CASHTAX: TAX YEAR ' TAX-TAX-YEAR
036300         ' RUN ' TAX-RUN-OPTION.
036400 1000-EXIT.
036500     EXIT.
036600*****************************************************************
036700* 1200-LOAD-REVERSALS - LOAD EVERY USABLE REVERSAL CARD FOR THE
036800* TAX YEAR INTO THE TABLE.  NO CARD DATASET MEANS NO POSTING WAS
036900* EVER REVERSED, AND EVERY POSTING IS TAKEN.
037000*****************************************************************
037100 1200-LOAD-REVERSALS.
037200     OPEN INPUT INT-REVERSAL-FILE.
037300     IF INT-REVERSAL-STATUS NOT = "00"
037400         DISPLAY 'CASHTAX: NO REVERSAL CARD FILE, EVERY POSTING '
037500             'IS TAKEN '
037600         GO TO 1200-EXIT
037700     END-IF.
037800     PERFORM 1210-READ-CARD THRU 1210-EXIT.
037900     PERFORM 1220-LOAD-CARD THRU 1220-EXIT
038000         UNTIL TAX-END-OF-CARDS.
038100     CLOSE INT-REVERSAL-FILE.
038200     DISPLAY 'CASHTAX: REVERSAL CARDS LOADED '
038300         TAX-REV-ENTRY-COUNT.
038400 1200-EXIT.
038500     EXIT.
038600*****************************************************************
038700* 1210-READ-CARD - READ THE NEXT REVERSAL CARD.
038800*****************************************************************
038900 1210-READ-CARD.
039000     READ INT-REVERSAL-FILE
039100         AT END
039200             SET TAX-END-OF-CARDS TO TRUE
039300     END-READ.
039400     IF NOT TAX-END-OF-CARDS
039500         ADD 1 TO TAX-CARD-COUNT
039600     END-IF.
039700 1210-EXIT.
039800     EXIT.
039900*****************************************************************
040000* 1220-LOAD-CARD - CHECK ONE CARD AND ADD IT TO THE TABLE.  A
040100* COMMENT OR BLANK CARD IS PASSED OVER, AS IS A CARD FOR ANOTHER
040200* YEAR - THE CARD DATASET IS KEPT FROM YEAR TO YEAR.  THE MONTH
040300* AND RATE MUST BE NUMERIC AND THE TABLE NOT FULL.
040400*****************************************************************
040500 1220-LOAD-CARD.
040600     IF INT-REVERSAL-CARD (1:1) = "*"
040700             OR INT-REVERSAL-CARD = SPACES
040800         GO TO 1220-READ-NEXT
040900     END-IF.
041000     SET TAX-CARD-IS-GOOD TO TRUE.
041100     IF IRV-POSTING-MONTH NOT NUMERIC
041200             OR IRV-ANNUAL-RATE NOT NUMERIC
041300         SET TAX-CARD-IS-BAD TO TRUE
041400     ELSE
041500         IF IRV-POSTING-MM < 1 OR IRV-POSTING-MM > 12
041600             SET TAX-CARD-IS-BAD TO TRUE
041700         END-IF
041800     END-IF.
041900     IF TAX-CARD-IS-GOOD
042000             AND IRV-POSTING-CCYY NOT = TAX-TAX-YEAR
042100         GO TO 1220-READ-NEXT
042200     END-IF.
042300     IF TAX-CARD-IS-GOOD
042400             AND TAX-REV-ENTRY-COUNT NOT < TAX-REV-MAX-ENTRIES
042500         DISPLAY 'CASHTAX: REVERSAL TABLE FULL AT '
042600             TAX-REV-MAX-ENTRIES ' CARDS '
042700         SET TAX-CARD-IS-BAD TO TRUE
042800     END-IF.
042900     IF TAX-CARD-IS-BAD
043000         ADD 1 TO TAX-CARD-REJECT-COUNT
043100         DISPLAY 'CASHTAX: REVERSAL CARD ' TAX-CARD-COUNT
043200             ' REJECTED - ' INT-REVERSAL-CARD (1:30)
043300         GO TO 1220-READ-NEXT
043400     END-IF.
043500     ADD 1 TO TAX-REV-ENTRY-COUNT.
043600     MOVE TAX-REV-ENTRY-COUNT TO TAX-REV-IX.
043700     MOVE IRV-POSTING-MONTH   TO TAX-REV-MONTH (TAX-REV-IX).
043800     MOVE IRV-ANNUAL-RATE     TO TAX-REV-RATE (TAX-REV-IX).
043900     MOVE IRV-ACCOUNT-NO      TO TAX-REV-ACCOUNT (TAX-REV-IX).
044000 1220-READ-NEXT.
044100     PERFORM 1210-READ-CARD THRU 1210-EXIT.
044200 1220-EXIT.
044300     EXIT.
044400*****************************************************************
044500* 1400-OPEN-FILES - OPEN THE SORTED POSTINGS, THE MASTER AND THE
044600* THREE OUTPUTS, AND ON A CORRECTION RUN THE EARLIER FILINGS.  A
044700* FILE THAT WILL NOT OPEN STOPS THE RUN WITH NOTHING FILED.
044800*****************************************************************
044900 1400-OPEN-FILES.
045000     OPEN INPUT CASH-INT-POSTING-FILE.
045100     IF CASH-IPD-STATUS NOT = "00"
045200         DISPLAY 'CASHTAX: NO SORTED INTEREST POSTING FILE, '
045300             'NOTHING FILED '
045400         GO TO 1400-FAIL
045500     END-IF.
045600     OPEN INPUT CUST-MASTER-FILE.
045700     IF CUST-MASTER-STATUS NOT = "00"
045800         DISPLAY 'CASHTAX: CUSTOMER MASTER FILE UNAVAILABLE, '
045900             'NOTHING FILED '
046000         CLOSE CASH-INT-POSTING-FILE
046100         GO TO 1400-FAIL
046200     END-IF.
046300     IF TAX-RUN-IS-CORRECTION
046400         OPEN INPUT PRIOR-FILING-FILE
046500         IF PRIOR-FILING-STATUS NOT = "00"
046600             DISPLAY 'CASHTAX: NO EARLIER FILING TO CORRECT, '
046700                 'NOTHING FILED '
046800             CLOSE CASH-INT-POSTING-FILE
046900             CLOSE CUST-MASTER-FILE
047000             GO TO 1400-FAIL
047100         END-IF
047200     END-IF.
047300     OPEN OUTPUT TAX-FILING-FILE.
047400     OPEN OUTPUT TAX-NOTICE-FILE.
047500     OPEN OUTPUT TAX-EXCEPTION-FILE.
047600     IF TAX-FILING-STATUS NOT = "00"
047700             OR TAX-NOTICE-STATUS NOT = "00"
047800             OR TAX-EXCEPTION-STATUS NOT = "00"
047900         DISPLAY 'CASHTAX: UNABLE TO OPEN THE FILING, NOTICE OR '
048000             'EXCEPTION FILE, NOTHING FILED '
048100         GO TO 1400-FAIL
048200     END-IF.
048300     MOVE TAX-TAX-YEAR   TO TAX-TTL-TAX-YEAR.
048400     MOVE TAX-RUN-OPTION TO TAX-TTL-RUN-TYPE.
048500     MOVE TAX-RUN-DATE   TO TAX-TTL-RUN-DATE.
048600     WRITE TAX-EXCEPTION-LINE FROM TAX-TITLE-LINE.
048700     MOVE SPACES TO TAX-EXCEPTION-LINE.
048800     WRITE TAX-EXCEPTION-LINE.
048900     WRITE TAX-EXCEPTION-LINE FROM TAX-HEAD-LINE.
049000     GO TO 1400-EXIT.
049100 1400-FAIL.
049200     MOVE 16 TO RETURN-CODE.
049300     STOP RUN.
049400 1400-EXIT.
049500     EXIT.
049600*****************************************************************
049700* 2000-READ-POSTING - READ THE NEXT SORTED INTEREST POSTING.
049800*****************************************************************
049900 2000-READ-POSTING.
050000     READ CASH-INT-POSTING-FILE
050100         AT END
050200             SET TAX-END-OF-FILE TO TRUE
050300     END-READ.
050400     IF NOT TAX-END-OF-FILE
050500         ADD 1 TO TAX-IPD-READ-COUNT
050600     END-IF.
050700 2000-EXIT.
050800     EXIT.
050900*****************************************************************
051000* 2200-READ-PRIOR - READ THE NEXT EARLIER FILING DETAIL FOR THE
051100* TAX YEAR.  TRAILERS AND OTHER YEARS' FILINGS ARE PASSED OVER, SO
051200* THE JOB CAN FEED EVERY CATALOGED FILING GENERATION.
051300*****************************************************************
051400 2200-READ-PRIOR.
051500     READ PRIOR-FILING-FILE
051600         AT END
051700             SET TAX-END-OF-PRIOR TO TRUE
051800             GO TO 2200-EXIT
051900     END-READ.
052000     IF NOT PFR-IS-DETAIL
052100             OR PFR-TAX-YEAR NOT = TAX-TAX-YEAR
052200         GO TO 2200-READ-PRIOR
052300     END-IF.
052400 2200-EXIT.
052500     EXIT.
052600*****************************************************************
052700* 2300-NEXT-PRIOR-ACCOUNT - MOVE ON TO THE NEXT ACCOUNT ON THE
052800* EARLIER FILINGS.  THEY ARE IN ACCOUNT THEN RUN SEQUENCE, SO THE
052900* LAST RECORD OF THE ACCOUNT IS THE FIGURE FILED MOST RECENTLY.
053000*****************************************************************
053100 2300-NEXT-PRIOR-ACCOUNT.
053200     IF TAX-END-OF-PRIOR
053300         MOVE HIGH-VALUES TO TAX-PRIOR-ACCOUNT
053400         GO TO 2300-EXIT
053500     END-IF.
053600     MOVE PFR-ACCOUNT-NO TO TAX-PRIOR-ACCOUNT.
053700     PERFORM 2310-TAKE-PRIOR THRU 2310-EXIT
053800         UNTIL TAX-END-OF-PRIOR
053900             OR PFR-ACCOUNT-NO NOT = TAX-PRIOR-ACCOUNT.
054000 2300-EXIT.
054100     EXIT.
054200*****************************************************************
054300* 2310-TAKE-PRIOR - TAKE ONE FILING OF THE ACCOUNT AS THE LATEST
054400* SO FAR AND READ THE NEXT.
054500*****************************************************************
054600 2310-TAKE-PRIOR.
054700     IF PFR-INTEREST-AMOUNT NUMERIC
054800         MOVE PFR-INTEREST-AMOUNT TO TAX-PRIOR-AMOUNT
054900     ELSE
055000         MOVE ZERO TO TAX-PRIOR-AMOUNT
055100     END-IF.
055200     PERFORM 2200-READ-PRIOR THRU 2200-EXIT.
055300 2310-EXIT.
055400     EXIT.
055500*****************************************************************
055600* 3000-PROCESS-POSTING - FOLD ONE POSTING DATED IN THE TAX YEAR
055700* INTO THE CURRENT ACCOUNT GROUP, BREAKING WHEN THE ACCOUNT
055800* CHANGES, AND READ THE NEXT.  THE BREAK COMES BEFORE THE REVERSAL
055900* TEST, SO AN ACCOUNT WHOSE ONLY POSTINGS WERE REVERSED STILL
056000* BREAKS AT ZERO AND A CORRECTION RUN CAN TAKE IT BACK TO ZERO.
056100*****************************************************************
056200 3000-PROCESS-POSTING.
056300     IF IPD-POSTING-DATE NOT NUMERIC
056400             OR IPD-INTEREST-AMOUNT NOT NUMERIC
056500         ADD 1 TO TAX-IPD-BAD-COUNT
056600         DISPLAY 'CASHTAX: POSTING NOT NUMERIC ON ACCOUNT '
056700             IPD-ACCOUNT-NO ', NOT TAKEN '
056800         GO TO 3000-READ-NEXT
056900     END-IF.
057000     MOVE IPD-POSTING-DATE TO TAX-POSTING-DATE.
057100     IF TAX-POSTING-CCYY NOT = TAX-TAX-YEAR
057200         GO TO 3000-READ-NEXT
057300     END-IF.
057400     IF IPD-ACCOUNT-NO NOT = TAX-HOLD-ACCOUNT
057500         IF TAX-HOLD-ACCOUNT NOT = HIGH-VALUES
057600             PERFORM 4000-ACCOUNT-BREAK THRU 4000-EXIT
057700         END-IF
057800         MOVE IPD-ACCOUNT-NO TO TAX-HOLD-ACCOUNT
057900         MOVE ZERO TO TAX-HOLD-AMOUNT
058000     END-IF.
058100     ADD 1 TO TAX-IPD-YEAR-COUNT.
058200     PERFORM 3100-CHECK-REVERSED THRU 3100-EXIT.
058300     IF TAX-POSTING-IS-REVERSED
058400         ADD 1 TO TAX-IPD-REVERSED-COUNT
058500         ADD IPD-INTEREST-AMOUNT TO TAX-REVERSED-AMOUNT
058600         GO TO 3000-READ-NEXT
058700     END-IF.
058800     ADD IPD-INTEREST-AMOUNT TO TAX-HOLD-AMOUNT.
058900     ADD IPD-INTEREST-AMOUNT TO TAX-YEAR-AMOUNT.
059000 3000-READ-NEXT.
059100     PERFORM 2000-READ-POSTING THRU 2000-EXIT.
059200 3000-EXIT.
059300     EXIT.
059400*****************************************************************
059500* 3100-CHECK-REVERSED - SEE WHETHER A REVERSAL CARD COVERS THIS
059600* POSTING.
059700*****************************************************************
059800 3100-CHECK-REVERSED.
059900     SET TAX-POSTING-NOT-REVERSED TO TRUE.
060000     PERFORM 3110-MATCH-CARD THRU 3110-EXIT
060100         VARYING TAX-REV-IX FROM 1 BY 1
060200         UNTIL TAX-REV-IX > TAX-REV-ENTRY-COUNT
060300             OR TAX-POSTING-IS-REVERSED.
060400 3100-EXIT.
060500     EXIT.
060600*****************************************************************
060700* 3110-MATCH-CARD - ONE CARD COVERS THE POSTING WHEN THE MONTH AND
060800* RATE MATCH AND THE CARD IS FOR EVERY ACCOUNT OR FOR THIS ONE.
060900*****************************************************************
061000 3110-MATCH-CARD.
061100     IF TAX-REV-MONTH (TAX-REV-IX) = TAX-POSTING-MONTH
061200             AND TAX-REV-RATE (TAX-REV-IX) = IPD-ANNUAL-RATE
061300             AND (TAX-REV-ACCOUNT (TAX-REV-IX) = SPACES
061400               OR TAX-REV-ACCOUNT (TAX-REV-IX) = IPD-ACCOUNT-NO)
061500         SET TAX-POSTING-IS-REVERSED TO TRUE
061600     END-IF.
061700 3110-EXIT.
061800     EXIT.
061900*****************************************************************
062000* 4000-ACCOUNT-BREAK - ONE ACCOUNT'S POSTINGS ARE ALL IN.  ANY
062100* EARLIER FILING FOR AN ACCOUNT BEFORE IT IS SETTLED FIRST, THEN
062200* THE ACCOUNT IS MATCHED TO ITS OWN EARLIER FILING AND DECIDED.
062300*****************************************************************
062400 4000-ACCOUNT-BREAK.
062500     PERFORM 4100-PRIOR-ONLY THRU 4100-EXIT
062600         UNTIL TAX-PRIOR-ACCOUNT NOT < TAX-HOLD-ACCOUNT.
062700     ADD 1 TO TAX-ACCOUNT-COUNT.
062800     MOVE TAX-HOLD-ACCOUNT TO TAX-RCP-ACCOUNT.
062900     MOVE TAX-HOLD-AMOUNT  TO TAX-RCP-AMOUNT.
063000     MOVE ZERO             TO TAX-RCP-PRIOR-AMOUNT.
063100     SET TAX-PRIOR-NOT-FOUND TO TRUE.
063200     IF TAX-PRIOR-ACCOUNT = TAX-HOLD-ACCOUNT
063300         SET TAX-PRIOR-FOUND TO TRUE
063400         MOVE TAX-PRIOR-AMOUNT TO TAX-RCP-PRIOR-AMOUNT
063500         PERFORM 2300-NEXT-PRIOR-ACCOUNT THRU 2300-EXIT
063600     END-IF.
063700     PERFORM 5000-DECIDE-RECIPIENT THRU 5000-EXIT.
063800 4000-EXIT.
063900     EXIT.
064000*****************************************************************
064100* 4100-PRIOR-ONLY - AN ACCOUNT FILED BEFORE THAT HAS NO POSTING
064200* FOR THE YEAR ON TODAY'S INPUT.  ITS FIGURE IS NOW ZERO; IT IS
064300* WORTH A WARNING, AS IT USUALLY MEANS A POSTING GENERATION WAS
064400* MISSING FROM THE INPUT.
064500*****************************************************************
064600 4100-PRIOR-ONLY.
064700     ADD 1 TO TAX-NO-POSTING-COUNT.
064800     DISPLAY 'CASHTAX: ACCOUNT ' TAX-PRIOR-ACCOUNT
064900         ' WAS FILED BUT HAS NO POSTINGS FOR THE YEAR '.
065000     MOVE TAX-PRIOR-ACCOUNT TO TAX-RCP-ACCOUNT.
065100     MOVE ZERO              TO TAX-RCP-AMOUNT.
065200     MOVE TAX-PRIOR-AMOUNT  TO TAX-RCP-PRIOR-AMOUNT.
065300     SET TAX-PRIOR-FOUND TO TRUE.
065400     PERFORM 2300-NEXT-PRIOR-ACCOUNT THRU 2300-EXIT.
065500     PERFORM 5000-DECIDE-RECIPIENT THRU 5000-EXIT.
065600 4100-EXIT.
065700     EXIT.
065800*****************************************************************
065900* 5000-DECIDE-RECIPIENT - JOIN THE ACCOUNT TO THE MASTER, WORK OUT
066000* WHAT IS FILED FOR IT, LIST ITS EXCEPTIONS, AND FILE AND NOTIFY
066100* IF THIS RUN FILES IT.
066200*****************************************************************
066300 5000-DECIDE-RECIPIENT.
066400     SET TAX-SKIP-THIS-ONE TO TRUE.
066500     MOVE ZERO TO TAX-RCP-FILE-AMOUNT.
066600     MOVE TAX-RCP-ACCOUNT TO CUST-ACCOUNT-NO.
066700     READ CUST-MASTER-FILE
066800         INVALID KEY
066900             SET TAX-MASTER-NOT-FOUND TO TRUE
067000         NOT INVALID KEY
067100             SET TAX-MASTER-FOUND TO TRUE
067200     END-READ.
067300     IF TAX-MASTER-NOT-FOUND
067400         IF TAX-RCP-AMOUNT > ZERO
067500             ADD 1 TO TAX-NOT-ON-MASTER-COUNT
067600             MOVE SPACES          TO TAX-DTL-NAME
067700             MOVE SPACES          TO TAX-DTL-FILED
067800             MOVE "NOT ON MASTER" TO TAX-DTL-REASON
067900             PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
068000         END-IF
068100         GO TO 5000-EXIT
068200     END-IF.
068300     IF TAX-RCP-AMOUNT NOT < TAX-REPORT-THRESHOLD
068400         MOVE TAX-RCP-AMOUNT TO TAX-RCP-FILE-AMOUNT
068500     ELSE
068600         IF TAX-RCP-AMOUNT > ZERO
068700             ADD 1 TO TAX-BELOW-COUNT
068800             ADD TAX-RCP-AMOUNT TO TAX-BELOW-AMOUNT
068900         END-IF
069000     END-IF.
069100     EVALUATE TRUE
069200         WHEN TAX-RUN-IS-ORIGINAL
069300                 AND TAX-RCP-FILE-AMOUNT > ZERO
069400             SET TAX-RETURN-IS-ORIGINAL TO TRUE
069500             SET TAX-FILE-THIS-ONE TO TRUE
069600         WHEN TAX-RUN-IS-ORIGINAL
069700             CONTINUE
069800         WHEN TAX-PRIOR-FOUND
069900                 AND TAX-RCP-FILE-AMOUNT = TAX-RCP-PRIOR-AMOUNT
070000             ADD 1 TO TAX-UNCHANGED-COUNT
070100         WHEN TAX-PRIOR-FOUND
070200             SET TAX-RETURN-IS-CORRECTED TO TRUE
070300             SET TAX-FILE-THIS-ONE TO TRUE
070400         WHEN TAX-RCP-FILE-AMOUNT > ZERO
070500             SET TAX-RETURN-IS-ORIGINAL TO TRUE
070600             SET TAX-FILE-THIS-ONE TO TRUE
070700     END-EVALUATE.
070800     IF TAX-RCP-AMOUNT > ZERO
070900         PERFORM 5100-CHECK-EXCEPTIONS THRU 5100-EXIT
071000     END-IF.
071100     IF TAX-SKIP-THIS-ONE
071200         GO TO 5000-EXIT
071300     END-IF.
071400     PERFORM 5200-WRITE-FILING THRU 5200-EXIT.
071500     IF CUST-ADDRESS = SPACES
071600         ADD 1 TO TAX-NO-NOTICE-COUNT
071700     ELSE
071800         PERFORM 5300-PRINT-NOTICE THRU 5300-EXIT
071900     END-IF.
072000 5000-EXIT.
072100     EXIT.
072200*****************************************************************
072300* 5100-CHECK-EXCEPTIONS - LIST THE ACCOUNT ONCE FOR EACH THING
072400* WRONG WITH IT: NO TAX ID, A TAX ID THAT IS NOT NINE DIGITS, NO
072500* ADDRESS, OR CLOSED WITH INTEREST PAID IN THE YEAR.
072600*****************************************************************
072700 5100-CHECK-EXCEPTIONS.
072800     MOVE CUST-NAME TO TAX-DTL-NAME.
072900     EVALUATE TRUE
073000         WHEN TAX-FILE-THIS-ONE
073100             MOVE "FILED" TO TAX-DTL-FILED
073200         WHEN TAX-RCP-FILE-AMOUNT = ZERO
073300             MOVE "BELOW" TO TAX-DTL-FILED
073400         WHEN OTHER
073500             MOVE SPACES  TO TAX-DTL-FILED
073600     END-EVALUATE.
073700     IF CUST-TAX-ID = SPACES OR CUST-TAX-ID = ZEROS
073800         MOVE "NO TAX ID ON FILE" TO TAX-DTL-REASON
073900         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
074000     ELSE
074100         IF CUST-TAX-ID NOT NUMERIC
074200             MOVE "TAX ID NOT NUMERIC" TO TAX-DTL-REASON
074300             PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
074400         END-IF
074500     END-IF.
074600     IF CUST-ADDRESS = SPACES
074700         MOVE "NO ADDRESS ON FILE" TO TAX-DTL-REASON
074800         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
074900     END-IF.
075000     IF CUST-STATUS-IS-CLOSED
075100         MOVE "CLOSED, INT PAID" TO TAX-DTL-REASON
075200         PERFORM 6000-LIST-EXCEPTION THRU 6000-EXIT
075300     END-IF.
075400 5100-EXIT.
075500     EXIT.
075600*****************************************************************
075700* 5200-WRITE-FILING - WRITE ONE FILING DETAIL RECORD.  THE PRIOR
075800* AMOUNT IS ZERO ON AN ORIGINAL RETURN.
075900*****************************************************************
076000 5200-WRITE-FILING.
076100     MOVE SPACES               TO TAX-FILING-RECORD.
076200     SET TXF-IS-DETAIL TO TRUE.
076300     MOVE TAX-TAX-YEAR         TO TXF-TAX-YEAR.
076400     MOVE TAX-RETURN-TYPE      TO TXF-RETURN-TYPE.
076500     MOVE TAX-RCP-ACCOUNT      TO TXF-ACCOUNT-NO.
076600     MOVE CUST-TAX-ID          TO TXF-TAX-ID.
076700     MOVE CUST-NAME            TO TXF-NAME.
076800     MOVE CUST-ADDRESS         TO TXF-ADDRESS.
076900     MOVE TAX-RCP-FILE-AMOUNT  TO TXF-INTEREST-AMOUNT.
077000     IF TAX-RETURN-IS-CORRECTED
077100         MOVE TAX-RCP-PRIOR-AMOUNT TO TXF-PRIOR-AMOUNT
077200     ELSE
077300         MOVE ZERO TO TXF-PRIOR-AMOUNT
077400     END-IF.
077500     MOVE CUST-STATUS-CODE     TO TXF-ACCOUNT-STATUS.
077600     MOVE TAX-RUN-DATE         TO TXF-RUN-DATE.
077700     MOVE TAX-RUN-TIME         TO TXF-RUN-TIME.
077800     WRITE TAX-FILING-RECORD.
077900     IF TAX-FILING-STATUS NOT = "00"
078000         ADD 1 TO TAX-ERROR-COUNT
078100         DISPLAY 'CASHTAX: UNABLE TO WRITE THE FILING FOR '
078200             'ACCOUNT ' TAX-RCP-ACCOUNT ', STATUS '
078300             TAX-FILING-STATUS
078400         GO TO 5200-EXIT
078500     END-IF.
078600     ADD 1 TO TAX-FILED-COUNT.
078700     ADD TAX-RCP-FILE-AMOUNT TO TAX-FILED-AMOUNT.
078800     IF TAX-RETURN-IS-CORRECTED
078900         ADD 1 TO TAX-CORRECTED-COUNT
079000     END-IF.
079100 5200-EXIT.
079200     EXIT.
079300*****************************************************************
079400* 5300-PRINT-NOTICE - PRINT ONE RECIPIENT NOTICE.  A CORRECTED
079500* NOTICE SAYS SO AND SHOWS THE FIGURE REPORTED BEFORE.
079600*****************************************************************
079700 5300-PRINT-NOTICE.
079800     MOVE TAX-TAX-YEAR TO TAX-NTC-TAX-YEAR.
079900     IF TAX-RETURN-IS-CORRECTED
080000         MOVE "CORRECTED" TO TAX-NTC-CORRECTED
080100     ELSE
080200         MOVE SPACES TO TAX-NTC-CORRECTED
080300     END-IF.
080400     WRITE TAX-NOTICE-LINE FROM TAX-NTC-TITLE-LINE.
080500     MOVE SPACES TO TAX-NOTICE-LINE.
080600     WRITE TAX-NOTICE-LINE.
080700     MOVE "RECIPIENT"        TO TAX-NTC-LABEL.
080800     MOVE CUST-NAME          TO TAX-NTC-TEXT.
080900     WRITE TAX-NOTICE-LINE FROM TAX-NTC-NAME-LINE.
081000     MOVE SPACES             TO TAX-NTC-LABEL.
081100     MOVE CUST-ADDRESS       TO TAX-NTC-TEXT.
081200     WRITE TAX-NOTICE-LINE FROM TAX-NTC-NAME-LINE.
081300     IF CUST-TAX-ID = SPACES OR CUST-TAX-ID = ZEROS
081400         MOVE "NOT ON FILE" TO TAX-NTC-TIN
081500     ELSE
081600         MOVE CUST-TAX-ID TO TAX-TIN-WORK
081700         MOVE SPACES      TO TAX-NTC-TIN
081800         STRING "XXX-XX-" DELIMITED BY SIZE
081900                TAX-TIN-LAST-FOUR DELIMITED BY SIZE
082000             INTO TAX-NTC-TIN
082100         END-STRING
082200     END-IF.
082300     MOVE TAX-RCP-ACCOUNT    TO TAX-NTC-ACCOUNT-NO.
082400     WRITE TAX-NOTICE-LINE FROM TAX-NTC-TIN-LINE.
082500     MOVE "BOX 1  INTEREST INCOME" TO TAX-NTC-AMT-LABEL.
082600     MOVE TAX-RCP-FILE-AMOUNT      TO TAX-NTC-AMOUNT.
082700     WRITE TAX-NOTICE-LINE FROM TAX-NTC-AMOUNT-LINE.
082800     IF TAX-RETURN-IS-CORRECTED
082900         MOVE "       PREVIOUSLY REPORTED" TO TAX-NTC-AMT-LABEL
083000         MOVE TAX-RCP-PRIOR-AMOUNT TO TAX-NTC-AMOUNT
083100         WRITE TAX-NOTICE-LINE FROM TAX-NTC-AMOUNT-LINE
083200     END-IF.
083300     MOVE SPACES TO TAX-NOTICE-LINE.
083400     WRITE TAX-NOTICE-LINE.
083500     WRITE TAX-NOTICE-LINE.
083600     IF TAX-NOTICE-STATUS NOT = "00"
083700         ADD 1 TO TAX-ERROR-COUNT
083800         DISPLAY 'CASHTAX: UNABLE TO PRINT THE NOTICE FOR '
083900             'ACCOUNT ' TAX-RCP-ACCOUNT ', STATUS '
084000             TAX-NOTICE-STATUS
084100         GO TO 5300-EXIT
084200     END-IF.
084300     ADD 1 TO TAX-NOTICE-COUNT.
084400 5300-EXIT.
084500     EXIT.
084600*****************************************************************
084700* 6000-LIST-EXCEPTION - PRINT ONE EXCEPTION LINE.  THE NAME, THE
084800* FILED COLUMN AND THE REASON ARE SET BY THE CALLER.
084900*****************************************************************
085000 6000-LIST-EXCEPTION.
085100     MOVE TAX-RCP-ACCOUNT TO TAX-DTL-ACCOUNT-NO.
085200     MOVE TAX-RCP-AMOUNT  TO TAX-DTL-AMOUNT.
085300     WRITE TAX-EXCEPTION-LINE FROM TAX-DETAIL-LINE.
085400     ADD 1 TO TAX-EXCEPTION-COUNT.
085500 6000-EXIT.
085600     EXIT.
085700*****************************************************************
085800* 7000-WRITE-TRAILER - CLOSE THE FILING WITH ITS RECORD COUNT AND
085900* DOLLAR TOTAL.  A RUN THAT FILES NOBODY STILL WRITES ONE, SO THE
086000* FILING ALWAYS BALANCES.
086100*****************************************************************
086200 7000-WRITE-TRAILER.
086300     MOVE SPACES              TO TAX-FILING-RECORD.
086400     SET TXF-IS-TRAILER TO TRUE.
086500     MOVE TAX-TAX-YEAR        TO TXF-TAX-YEAR.
086600     MOVE TAX-FILED-COUNT     TO TXF-RECORD-COUNT.
086700     MOVE TAX-FILED-AMOUNT    TO TXF-TOTAL-AMOUNT.
086800     MOVE TAX-CORRECTED-COUNT TO TXF-CORRECTED-COUNT.
086900     MOVE TAX-RUN-DATE        TO TXF-RUN-DATE.
087000     MOVE TAX-RUN-TIME        TO TXF-RUN-TIME.
087100     WRITE TAX-FILING-RECORD.
087200     IF TAX-FILING-STATUS NOT = "00"
087300         ADD 1 TO TAX-ERROR-COUNT
087400         DISPLAY 'CASHTAX: UNABLE TO WRITE THE FILING TRAILER, '
087500             'STATUS ' TAX-FILING-STATUS
087600     END-IF.
087700 7000-EXIT.
087800     EXIT.
087900*****************************************************************
088000* 8000-PRINT-TOTALS - THE RUN TOTALS AT THE FOOT OF THE EXCEPTIONS
088100* LIST.
088200*****************************************************************
088300 8000-PRINT-TOTALS.
088400     IF TAX-EXCEPTION-COUNT = ZERO
088500         MOVE "NO EXCEPTIONS" TO TAX-SEC-TEXT
088600         WRITE TAX-EXCEPTION-LINE FROM TAX-SECTION-LINE
088700     END-IF.
088800     MOVE SPACES TO TAX-EXCEPTION-LINE.
088900     WRITE TAX-EXCEPTION-LINE.
089000     MOVE "RUN TOTALS" TO TAX-SEC-TEXT.
089100     WRITE TAX-EXCEPTION-LINE FROM TAX-SECTION-LINE.
089200     MOVE "POSTINGS READ"            TO TAX-CNT-LABEL.
089300     MOVE TAX-IPD-READ-COUNT         TO TAX-CNT-AMOUNT.
089400     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
089500     MOVE "POSTINGS IN THE TAX YEAR" TO TAX-CNT-LABEL.
089600     MOVE TAX-IPD-YEAR-COUNT         TO TAX-CNT-AMOUNT.
089700     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
089800     MOVE "POSTINGS REVERSED, LEFT OUT" TO TAX-CNT-LABEL.
089900     MOVE TAX-IPD-REVERSED-COUNT     TO TAX-CNT-AMOUNT.
090000     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
090100     MOVE "INTEREST REVERSED, LEFT OUT" TO TAX-MNY-LABEL.
090200     MOVE TAX-REVERSED-AMOUNT        TO TAX-MNY-AMOUNT.
090300     PERFORM 8200-PRINT-MONEY THRU 8200-EXIT.
090400     MOVE "POSTINGS NOT NUMERIC"     TO TAX-CNT-LABEL.
090500     MOVE TAX-IPD-BAD-COUNT          TO TAX-CNT-AMOUNT.
090600     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
090700     MOVE "ACCOUNTS WITH POSTINGS"   TO TAX-CNT-LABEL.
090800     MOVE TAX-ACCOUNT-COUNT          TO TAX-CNT-AMOUNT.
090900     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
091000     MOVE "INTEREST PAID IN THE YEAR" TO TAX-MNY-LABEL.
091100     MOVE TAX-YEAR-AMOUNT            TO TAX-MNY-AMOUNT.
091200     PERFORM 8200-PRINT-MONEY THRU 8200-EXIT.
091300     MOVE "RECIPIENTS FILED"         TO TAX-CNT-LABEL.
091400     MOVE TAX-FILED-COUNT            TO TAX-CNT-AMOUNT.
091500     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
091600     MOVE "  OF WHICH CORRECTED"     TO TAX-CNT-LABEL.
091700     MOVE TAX-CORRECTED-COUNT        TO TAX-CNT-AMOUNT.
091800     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
091900     MOVE "INTEREST FILED"           TO TAX-MNY-LABEL.
092000     MOVE TAX-FILED-AMOUNT           TO TAX-MNY-AMOUNT.
092100     PERFORM 8200-PRINT-MONEY THRU 8200-EXIT.
092200     IF TAX-RUN-IS-CORRECTION
092300         MOVE "RECIPIENTS UNCHANGED"     TO TAX-CNT-LABEL
092400         MOVE TAX-UNCHANGED-COUNT        TO TAX-CNT-AMOUNT
092500         PERFORM 8100-PRINT-COUNT THRU 8100-EXIT
092600         MOVE "FILED BEFORE, NO POSTINGS" TO TAX-CNT-LABEL
092700         MOVE TAX-NO-POSTING-COUNT       TO TAX-CNT-AMOUNT
092800         PERFORM 8100-PRINT-COUNT THRU 8100-EXIT
092900     END-IF.
093000     MOVE "BELOW THE THRESHOLD"      TO TAX-CNT-LABEL.
093100     MOVE TAX-BELOW-COUNT            TO TAX-CNT-AMOUNT.
093200     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
093300     MOVE "INTEREST BELOW THE THRESHOLD" TO TAX-MNY-LABEL.
093400     MOVE TAX-BELOW-AMOUNT           TO TAX-MNY-AMOUNT.
093500     PERFORM 8200-PRINT-MONEY THRU 8200-EXIT.
093600     MOVE "NOT ON MASTER, NOT FILED" TO TAX-CNT-LABEL.
093700     MOVE TAX-NOT-ON-MASTER-COUNT    TO TAX-CNT-AMOUNT.
093800     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
093900     MOVE "NOTICES PRINTED"          TO TAX-CNT-LABEL.
094000     MOVE TAX-NOTICE-COUNT           TO TAX-CNT-AMOUNT.
094100     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
094200     MOVE "FILED, NO ADDRESS FOR NOTICE" TO TAX-CNT-LABEL.
094300     MOVE TAX-NO-NOTICE-COUNT        TO TAX-CNT-AMOUNT.
094400     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
094500     MOVE "EXCEPTIONS LISTED"        TO TAX-CNT-LABEL.
094600     MOVE TAX-EXCEPTION-COUNT        TO TAX-CNT-AMOUNT.
094700     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
094800     MOVE "REVERSAL CARDS REJECTED"  TO TAX-CNT-LABEL.
094900     MOVE TAX-CARD-REJECT-COUNT      TO TAX-CNT-AMOUNT.
095000     PERFORM 8100-PRINT-COUNT THRU 8100-EXIT.
095100 8000-EXIT.
095200     EXIT.
095300*****************************************************************
095400* 8100-PRINT-COUNT - ONE COUNT LINE.
095500*****************************************************************
095600 8100-PRINT-COUNT.
095700     WRITE TAX-EXCEPTION-LINE FROM TAX-COUNT-LINE.
095800 8100-EXIT.
095900     EXIT.
096000*****************************************************************
096100* 8200-PRINT-MONEY - ONE MONEY LINE.
096200*****************************************************************
096300 8200-PRINT-MONEY.
096400     WRITE TAX-EXCEPTION-LINE FROM TAX-MONEY-LINE.
096500 8200-EXIT.
096600     EXIT.
096700*****************************************************************
096800* 9000-TERMINATE - CLOSE UP, SHOW THE COUNTS AND SET THE RETURN
096900* CODE.  A FILING OR NOTICE THAT COULD NOT BE WRITTEN IS RC 8.
097000* EXCEPTIONS TO FOLLOW UP, A POSTING NOT TAKEN, A REJECTED CARD OR
097100* AN EARLIER FILING WITH NO POSTINGS BEHIND IT IS RC 4.
097200*****************************************************************
097300 9000-TERMINATE.
097400     CLOSE CASH-INT-POSTING-FILE.
097500     CLOSE CUST-MASTER-FILE.
097600     IF TAX-RUN-IS-CORRECTION
097700         CLOSE PRIOR-FILING-FILE
097800     END-IF.
097900     CLOSE TAX-FILING-FILE.
098000     CLOSE TAX-NOTICE-FILE.
098100     CLOSE TAX-EXCEPTION-FILE.
098200     DISPLAY 'CASHTAX: POSTINGS READ      ' TAX-IPD-READ-COUNT.
098300     DISPLAY 'CASHTAX: POSTINGS REVERSED  '
098400         TAX-IPD-REVERSED-COUNT.
098500     DISPLAY 'CASHTAX: ACCOUNTS           ' TAX-ACCOUNT-COUNT.
098600     DISPLAY 'CASHTAX: RECIPIENTS FILED   ' TAX-FILED-COUNT.
098700     DISPLAY 'CASHTAX: CORRECTED RETURNS  ' TAX-CORRECTED-COUNT.
098800     DISPLAY 'CASHTAX: INTEREST FILED     ' TAX-FILED-AMOUNT.
098900     DISPLAY 'CASHTAX: NOTICES PRINTED    ' TAX-NOTICE-COUNT.
099000     DISPLAY 'CASHTAX: EXCEPTIONS LISTED  ' TAX-EXCEPTION-COUNT.
099100     IF TAX-EXCEPTION-COUNT > ZERO
099200             OR TAX-IPD-BAD-COUNT > ZERO
099300             OR TAX-CARD-REJECT-COUNT > ZERO
099400             OR TAX-NO-POSTING-COUNT > ZERO
099500         MOVE 4 TO RETURN-CODE
099600     END-IF.
099700     IF TAX-ERROR-COUNT > ZERO
099800         DISPLAY 'CASHTAX: FILING OR NOTICE WRITE ERRORS '
099900             TAX-ERROR-COUNT
100000         MOVE 8 TO RETURN-CODE
100100     END-IF.
100200 9000-EXIT.
100300     EXIT.
