001000* THE AUDIT LOG FAITHFULLY RECORDS EACH REJECTION, BUT A HUMAN
001100* HAD TO EYEBALL THE RAW FILE TO NOTICE THAT ONE PARTY PROBED
001200* THE LIMIT SIX TIMES IN TWENTY MINUTES ACROSS TWO TERMINALS.
001300* THIS PROGRAM SCANS THE DAY'S LOG PER PERSON FOR:
001400*   - REPEATED OVER-LIMIT (CEILING) ATTEMPTS BY ONE PERSON
001500*   - DESCENDING-AMOUNT PROBING AFTER A REJECTION
001600*   - ONE PERSON HIT FROM MULTIPLE TERMINALS
001650*   - ONE PERSON'S ATTEMPTS SPREAD ACROSS SEVERAL ACCOUNTS
001700* AND PRODUCES A PRIORITIZED FRAUD-ALERT REPORT (HIGH FIRST,
001800* THEN MEDIUM) FOR THE SECURITY OFFICER INSTEAD OF A RAW DUMP.
001900* SUPERVISOR-OVERRIDE AND REVERSAL-APPROVAL DISPOSITIONS ARE NOT
002000* REJECTIONS AND ARE PASSED OVER.  THE INPUT IS THE AUDIT LOG
002050* TAGGED WITH THE PERSON EACH ACCOUNT BELONGS TO (CASHXRF,
002100* CASHCON STEP015A) AND SORTED INTO PERSON THEN TIMESTAMP
002150* SEQUENCE (CASHCON STEP016), SO EACH PERSON'S RECORDS ARRIVE
002200* TOGETHER AND CHRONOLOGICALLY FOR THE RUN TEST.  A PERSON IS A
002250* CUSTOMER ON THE CUSTOMER RELATIONSHIP FILE OR, FOR AN ACCOUNT
002270* WITH NO LINK, THE ACCOUNT ITSELF.
002300*
002400* MODIFICATION HISTORY
002500*     DATE       INIT   DESCRIPTION
002810*                       PER-ACCOUNT TERMINAL LIST STAYS - IT IS
002820*                       BOUNDED BY THE BRANCH'S STATION COUNT,
002830*                       NOT BY THE BUSINESS.
002850*     2026-10-15 JRM    PASS OVER REVERSAL-APPROVAL RECORDS
002870*                       LIKE OVERRIDES - NEITHER IS A REJECTION.
002873*     2026-10-15 JRM    THE SCAN NOW GROUPS PER PERSON THROUGH THE
002876*                       NEW CUSTOMER RELATIONSHIP FILE (CASHREL)
002879*                       INSTEAD OF PER ACCOUNT, SO ATTEMPTS SPREAD
002882*                       ACROSS A PERSON'S ACCOUNTS ADD UP, AND
002885*                       ALERTS ON REJECTIONS FROM SEVERAL OF THE
002888*                       PERSON'S ACCOUNTS.  AN ACCOUNT WITH NO
002891*                       LINK IS SCANNED ON ITS OWN AS BEFORE.
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004000 FILE SECTION.
004100 FD  CASH-AUDIT-FILE
004200     RECORDING MODE IS F.
004300     COPY CASHCXR.
004400 FD  CASH-FRD-FILE
004500     RECORDING MODE IS F.
004600 01  CASHFRD-REPORT-LINE            PIC X(80).
005800     88  CASHFRD-RPT-IS-AVAILABLE        VALUE "Y".
005900 77  CASHFRD-TERM-SUB            PIC 9(02) COMP VALUE ZERO.
006000 77  CASHFRD-ALERT-COUNT         PIC 9(05) COMP VALUE ZERO.
006016 77  CASHFRD-ACCT-SUB            PIC 9(02) COMP VALUE ZERO.
006032*****************************************************************
006048* THE AUDIT LOG RECORD, LIFTED OUT FROM BEHIND ITS TAG.
006064*****************************************************************
006080     COPY CASHAUD.
006100*****************************************************************
006200* ALERT THRESHOLDS - WHAT COUNTS AS A PATTERN.  KEPT AS NAMED
006300* CONSTANTS SO SECURITY CAN TUNE THEM IN ONE PLACE.
006700 01  CASHFRD-CEIL-HIGH           PIC 9(03) VALUE 5.
006800 01  CASHFRD-TERM-MEDIUM         PIC 9(02) VALUE 2.
006900 01  CASHFRD-TERM-HIGH           PIC 9(02) VALUE 3.
006933 01  CASHFRD-ACCT-MEDIUM         PIC 9(02) VALUE 2.
006966 01  CASHFRD-ACCT-HIGH           PIC 9(02) VALUE 3.
007000*****************************************************************
007100* CURRENT-PERSON PATTERN HOLD AREA, RESET AT EACH CONTROL
007200* BREAK.  UP TO FOUR DISTINCT TERMINALS ARE REMEMBERED PER
007300* PERSON - THE BRANCH ONLY HAS FOUR STATIONS - AND UP TO TEN
007320* DISTINCT ACCOUNTS, WELL PAST THE ALERT THRESHOLDS.  THE PRIOR
007400* PERSON STARTS AT HIGH-VALUES, WHICH NO REAL KEY CAN BE, SO
007500* THE FIRST REJECTION ON THE FILE OPENS THE FIRST GROUP.  THE
007600* PERSON IS A CUSTOMER ID (TYPE C) OR AN UNLINKED ACCOUNT
007650* NUMBER (TYPE A).
007700*****************************************************************
007740 01  CASHFRD-PRIOR-PERSON.
007780     05  CASHFRD-PRIOR-TYPE          PIC X(01) VALUE HIGH-VALUES.
007820         88  CASHFRD-PRIOR-IS-CUSTOMER       VALUE "C".
007860     05  CASHFRD-PRIOR-ID            PIC X(10) VALUE HIGH-VALUES.
007900 01  CASHFRD-ACCT-WORK.
008000     05  CFRD-REJ-COUNT              PIC 9(05).
008100     05  CFRD-CEIL-COUNT             PIC 9(05).
008400     05  CFRD-LAST-AMOUNT            PIC 9(09).
008500     05  CFRD-RUN-LEN                PIC 9(03).
008600     05  CFRD-RUN-MAX                PIC 9(03).
008633     05  CFRD-ACCT-COUNT             PIC 9(02).
008666     05  CFRD-ACCT-ID OCCURS 10 TIMES PIC X(10).
008700*****************************************************************
008800* PRINT WORK AREAS
008900*****************************************************************
009300     88  CASHFRD-PRIORITY-NONE           VALUE "N".
009400 01  CASHFRD-WANT-PRIORITY       PIC X(01).
009500 01  CASHFRD-DETAIL-LINE.
009550     05  CFRD-DTL-KIND               PIC X(09).
009600     05  CFRD-DTL-ACCOUNT            PIC X(10).
009700     05  FILLER                      PIC X(02) VALUE SPACES.
009800     05  CFRD-DTL-TEXT               PIC X(45).
009900     05  CFRD-DTL-COUNT              PIC ZZZZ9.
010000     05  FILLER                      PIC X(09) VALUE SPACES.
010100 PROCEDURE DIVISION.
010200*****************************************************************
010300* 0000-MAINLINE - PROVE THE FILES, THEN PRINT THE PRIORITIZED
013600 1000-EXIT.
013700     EXIT.
013800*****************************************************************
013900* 2000-READ-AUDIT - READ THE NEXT TAGGED SECURITY/AUDIT LOG
013950* RECORD AND LIFT THE AUDIT RECORD OUT FROM BEHIND ITS TAG.
014000*****************************************************************
014100 2000-READ-AUDIT.
014200     READ CASH-AUDIT-FILE
014300         AT END
014400             SET CASHFRD-END-OF-FILE TO TRUE
014433         NOT AT END
014466             MOVE CXR-DATA TO CASH-AUDIT-RECORD
014500     END-READ.
014600 2000-EXIT.
014700     EXIT.
014800*****************************************************************
014900* 3000-PROCESS-RECORD - FOLD ONE REJECTION INTO THE CURRENT
015000* PERSON'S PATTERN COUNTS, BREAKING WHEN THE PERSON CHANGES,
015100* AND READ THE NEXT RECORD.  OVERRIDE AND REVERSAL-APPROVAL
015200* DISPOSITIONS ARE NOT REJECTIONS AND ARE PASSED OVER.
015300*****************************************************************
015400 3000-PROCESS-RECORD.
015500     IF CAUD-REASON-IS-OVERRIDE OR CAUD-REASON-IS-REVERSAL
015600         GO TO 3000-READ-NEXT
015700     END-IF.
015800     IF CXR-PERSON-KEY NOT = CASHFRD-PRIOR-PERSON
015900         IF CASHFRD-PRIOR-PERSON NOT = HIGH-VALUES
016000             PERFORM 4500-ACCOUNT-BREAK THRU 4500-EXIT
016100         END-IF
016200         MOVE CXR-PERSON-KEY TO CASHFRD-PRIOR-PERSON
016300         PERFORM 3300-RESET-ACCOUNT THRU 3300-EXIT
016400     END-IF.
016500     PERFORM 3200-UPDATE-ENTRY THRU 3200-EXIT.
016800 3000-EXIT.
016900     EXIT.
017000*****************************************************************
017100* 3200-UPDATE-ENTRY - FOLD ONE REJECTION INTO THE PERSON'S
017200* COUNTS: TOTAL AND CEILING REJECTIONS, THE DISTINCT-TERMINAL
017250* AND DISTINCT-ACCOUNT LISTS, AND THE DESCENDING-AMOUNT RUN
017300* (EACH ATTEMPT STRICTLY BELOW THE PRIOR ONE EXTENDS THE RUN -
017400* THE SHAPE OF SOMEONE PROBING DOWNWARD FOR THE LIMIT AFTER A
017500* REJECTION, WHICHEVER OF THE PERSON'S ACCOUNTS IT WAS ON).
017600*****************************************************************
017700 3200-UPDATE-ENTRY.
017800     ADD 1 TO CFRD-REJ-COUNT.
019500         MOVE CAUD-TERMINAL-ID TO CFRD-TERM-ID (CFRD-TERM-COUNT)
019600     END-IF.
019700 3230-TERM-DONE.
019705     MOVE 1 TO CASHFRD-ACCT-SUB.
019710 3240-ACCT-SCAN.
019715     IF CASHFRD-ACCT-SUB > CFRD-ACCT-COUNT
019720         GO TO 3250-ACCT-NEW
019725     END-IF.
019730     IF CFRD-ACCT-ID (CASHFRD-ACCT-SUB) = CAUD-ACCOUNT-NO
019735         GO TO 3260-ACCT-DONE
019740     END-IF.
019745     ADD 1 TO CASHFRD-ACCT-SUB.
019750     GO TO 3240-ACCT-SCAN.
019755 3250-ACCT-NEW.
019760     IF CFRD-ACCT-COUNT < 10
019765         ADD 1 TO CFRD-ACCT-COUNT
019770         MOVE CAUD-ACCOUNT-NO TO CFRD-ACCT-ID (CFRD-ACCT-COUNT)
019775     END-IF.
019780 3260-ACCT-DONE.
019800     IF CFRD-REJ-COUNT = 1
019900         MOVE 1 TO CFRD-RUN-LEN
020000     ELSE
021200     EXIT.
021300*****************************************************************
021400* 3300-RESET-ACCOUNT - CLEAR THE PATTERN HOLD AREA FOR A NEW
021500* PERSON GROUP.
021600*****************************************************************
021700 3300-RESET-ACCOUNT.
021800     MOVE ZERO TO CFRD-REJ-COUNT.
022100     MOVE ZERO TO CFRD-LAST-AMOUNT.
022200     MOVE ZERO TO CFRD-RUN-LEN.
022300     MOVE ZERO TO CFRD-RUN-MAX.
022350     MOVE ZERO TO CFRD-ACCT-COUNT.
022400 3300-EXIT.
022500     EXIT.
022600*****************************************************************
022700* 4000-SET-PRIORITY - GRADE ONE PERSON'S PATTERNS.  A LONG
022800* DESCENDING RUN, A HEAVY CEILING COUNT, THREE-PLUS TERMINALS
022900* OR THREE-PLUS ACCOUNTS IS HIGH; A LIGHTER CEILING COUNT, OR
023000* TWO TERMINALS OR TWO ACCOUNTS WITH REPEATED ATTEMPTS, IS
023050* MEDIUM; ONE-OFF REJECTIONS RATE NO ALERT.
023100*****************************************************************
023200 4000-SET-PRIORITY.
023300     SET CASHFRD-PRIORITY-NONE TO TRUE.
023800             AND CFRD-REJ-COUNT >= 2
023900         SET CASHFRD-PRIORITY-MEDIUM TO TRUE
024000     END-IF.
024020     IF CFRD-ACCT-COUNT >= CASHFRD-ACCT-MEDIUM
024040             AND CFRD-REJ-COUNT >= 2
024060         SET CASHFRD-PRIORITY-MEDIUM TO TRUE
024080     END-IF.
024100     IF CFRD-RUN-MAX >= CASHFRD-RUN-HIGH
024200         SET CASHFRD-PRIORITY-HIGH TO TRUE
024300     END-IF.
024700     IF CFRD-TERM-COUNT >= CASHFRD-TERM-HIGH
024800         SET CASHFRD-PRIORITY-HIGH TO TRUE
024900     END-IF.
024925     IF CFRD-ACCT-COUNT >= CASHFRD-ACCT-HIGH
024950         SET CASHFRD-PRIORITY-HIGH TO TRUE
024975     END-IF.
025000 4000-EXIT.
025100     EXIT.
025200*****************************************************************
025300* 4500-ACCOUNT-BREAK - ONE PERSON'S REJECTIONS ARE ALL IN.
025400* GRADE THE PATTERNS AND PRINT THE PERSON IF ITS GRADE IS THE
025500* ONE THIS PASS IS PRINTING.
025600*****************************************************************
025700 4500-ACCOUNT-BREAK.
028700         WRITE CASHFRD-REPORT-LINE
028800         DISPLAY "CASHFRD: NO FRAUD PATTERNS DETECTED"
028900     ELSE
029000         DISPLAY "CASHFRD: PERSONS ALERTED "
029100             CASHFRD-ALERT-COUNT
029200     END-IF.
029300 5000-EXIT.
029500*****************************************************************
029600* 5100-SCAN-PASS - ONE CONTROL-BREAK PASS OVER THE SORTED
029700* AUDIT LOG, PRINTING EVERY ACCOUNT WHOSE GRADE MATCHES THE
029800* WANTED PRIORITY.  THE PERSON'S PATTERNS PRINT UNDER ITS
029850* CUSTOMER ID, OR UNDER THE ACCOUNT NUMBER FOR AN UNLINKED
029870* ACCOUNT.
029900*****************************************************************
030000 5100-SCAN-PASS.
030100     MOVE "N" TO CASHFRD-EOF-SWITCH.
030200     MOVE HIGH-VALUES TO CASHFRD-PRIOR-PERSON.
030300     OPEN INPUT CASH-AUDIT-FILE.
030400     IF CASH-AUDIT-STATUS NOT = "00"
030500         DISPLAY "CASHFRD: UNABLE TO REOPEN THE AUDIT LOG"
030800     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
030900     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
031000         UNTIL CASHFRD-END-OF-FILE.
031100     IF CASHFRD-PRIOR-PERSON NOT = HIGH-VALUES
031200         PERFORM 4500-ACCOUNT-BREAK THRU 4500-EXIT
031300     END-IF.
031400     CLOSE CASH-AUDIT-FILE.
031500 5100-EXIT.
031600     EXIT.
031700*****************************************************************
031800* 5200-PRINT-ACCOUNT - PRINT ONE ALERTED PERSON WITH A LINE
031900* PER PATTERN THAT FIRED.
032000*****************************************************************
032100 5200-PRINT-ACCOUNT.
032116     IF CASHFRD-PRIOR-IS-CUSTOMER
032132         MOVE "CUSTOMER " TO CFRD-DTL-KIND
032148     ELSE
032164         MOVE "ACCOUNT  " TO CFRD-DTL-KIND
032180     END-IF.
032200     IF CFRD-RUN-MAX >= CASHFRD-RUN-HIGH
032300         MOVE CASHFRD-PRIOR-ID TO CFRD-DTL-ACCOUNT
032400         MOVE "DESCENDING-AMOUNT PROBING, RUN LENGTH"
032500             TO CFRD-DTL-TEXT
032600         MOVE CFRD-RUN-MAX TO CFRD-DTL-COUNT
032700         PERFORM 5300-WRITE-DETAIL THRU 5300-EXIT
032800     END-IF.
032900     IF CFRD-CEIL-COUNT >= CASHFRD-CEIL-MEDIUM
033000         MOVE CASHFRD-PRIOR-ID TO CFRD-DTL-ACCOUNT
033100         MOVE "REPEATED OVER-LIMIT ATTEMPTS, COUNT"
033200             TO CFRD-DTL-TEXT
033300         MOVE CFRD-CEIL-COUNT TO CFRD-DTL-COUNT
033400         PERFORM 5300-WRITE-DETAIL THRU 5300-EXIT
033500     END-IF.
033600     IF CFRD-TERM-COUNT >= CASHFRD-TERM-MEDIUM
033700         MOVE CASHFRD-PRIOR-ID TO CFRD-DTL-ACCOUNT
033800         MOVE "REJECTIONS FROM DISTINCT TERMINALS, COUNT"
033900             TO CFRD-DTL-TEXT
034000         MOVE CFRD-TERM-COUNT TO CFRD-DTL-COUNT
034100         PERFORM 5300-WRITE-DETAIL THRU 5300-EXIT
034200     END-IF.
034212     IF CFRD-ACCT-COUNT >= CASHFRD-ACCT-MEDIUM
034224         MOVE CASHFRD-PRIOR-ID TO CFRD-DTL-ACCOUNT
034236         MOVE "REJECTIONS ACROSS DISTINCT ACCOUNTS, COUNT"
034248             TO CFRD-DTL-TEXT
034260         MOVE CFRD-ACCT-COUNT TO CFRD-DTL-COUNT
034272         PERFORM 5300-WRITE-DETAIL THRU 5300-EXIT
034284     END-IF.
034300 5200-EXIT.
034400     EXIT.
034500*****************************************************************
