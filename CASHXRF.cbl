000100*****************************************************************
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     CASHXRF.
000400 AUTHOR.         J R MILLIKEN.
000500 INSTALLATION.   BRANCH OPERATIONS SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*****************************************************************
000900* CUSTOMER TAGGING OF THE DAY'S LOGS.  THE CTR EXTRACT (CASHCTR)
001000* AND THE FRAUD SCAN (CASHFRD) MUST ADD UP A PERSON'S ACTIVITY
001100* ACROSS EVERY ACCOUNT THE PERSON OWNS, BUT THE LOGS CARRY ONLY
001200* THE ACCOUNT NUMBER.  THIS PROGRAM READS THE DAY'S CONSOLIDATED
001300* TRANSACTION LOG OR SECURITY/AUDIT LOG, LOOKS EACH RECORD'S
001400* ACCOUNT UP ON THE CUSTOMER RELATIONSHIP FILE (CASHREL) BY ITS
001500* ACCOUNT-NUMBER ALTERNATE KEY, AND WRITES THE RECORD BEHIND A
001600* TAG NAMING THE PERSON (CASHCXR LAYOUT) SO A SORT CAN BRING
001700* EACH PERSON'S RECORDS TOGETHER:
001800*
001900*   - ONE COPY PER ACTIVE OWNER OF A LINKED ACCOUNT, TAGGED WITH
002000*     THE OWNER'S CUSTOMER ID AND ROLE - CASH ON A JOINT ACCOUNT
002100*     COUNTS TOWARD EVERY OWNER.
002200*   - ONE COPY FOR AN ACCOUNT WITH NO ACTIVE LINK, TAGGED WITH THE
002300*     ACCOUNT NUMBER, SO IT STANDS ON ITS OWN AS IT ALWAYS HAS.
002400*
002500* THE FIRST SYSIN CARD NAMES THE INPUT: LOG FOR THE TRANSACTION
002600* LOG (DD CASHLOG) OR AUDIT FOR THE AUDIT LOG (DD CASHAUD).  THE
002700* TAGGED RECORDS GO TO DD CUSTXRF.
002800*
002900* RC 4 MEANS THE RELATIONSHIP FILE COULD NOT BE OPENED AND EVERY
003000* RECORD WAS TAGGED BY ACCOUNT - THE DAY RUNS PER ACCOUNT, AS IT
003100* DID BEFORE THE FILE EXISTED.  RC 8 MEANS A TAGGED RECORD COULD
003200* NOT BE WRITTEN.  RC 16 MEANS A BAD SYSIN CARD OR AN INPUT OR
003300* OUTPUT FILE THAT WOULD NOT OPEN; NOTHING WAS TAGGED.
003400*
003500* MODIFICATION HISTORY
003600*     DATE       INIT   DESCRIPTION
003700*     ---------- ----   ---------------------------------------
003800*     2026-10-15 JRM    ORIGINAL CUSTOMER TAGGING RUN.
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CASH-LOG-FILE ASSIGN TO "CASHLOG"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS CASH-LOG-STATUS.
004600     SELECT CASH-AUDIT-FILE ASSIGN TO "CASHAUD"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS CASH-AUDIT-STATUS.
004900     SELECT CUST-RELATIONSHIP-FILE ASSIGN TO "CASHREL"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS REL-KEY
005300         ALTERNATE RECORD KEY IS REL-ACCOUNT-NO WITH DUPLICATES
005400         FILE STATUS IS CUST-RELATIONSHIP-STATUS.
005500     SELECT CUST-XREF-FILE ASSIGN TO "CUSTXRF"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS CUST-XREF-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  CASH-LOG-FILE
006100     RECORDING MODE IS F.
006200     COPY CASHLOG.
006300 FD  CASH-AUDIT-FILE
006400     RECORDING MODE IS F.
006500     COPY CASHAUD.
006600 FD  CUST-RELATIONSHIP-FILE.
006700     COPY CASHREL.
006800 FD  CUST-XREF-FILE
006900     RECORDING MODE IS F.
007000     COPY CASHCXR.
007100 WORKING-STORAGE SECTION.
007200*****************************************************************
007300* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
007400*****************************************************************
007500 77  CASH-LOG-STATUS             PIC X(02) VALUE SPACES.
007600 77  CASH-AUDIT-STATUS           PIC X(02) VALUE SPACES.
007700 77  CUST-RELATIONSHIP-STATUS    PIC X(02) VALUE SPACES.
007800 77  CUST-XREF-STATUS            PIC X(02) VALUE SPACES.
007900 77  XRF-EOF-SWITCH              PIC X(01) VALUE "N".
008000     88  XRF-END-OF-FILE                 VALUE "Y".
008100 77  XRF-BROWSE-EOF-SWITCH       PIC X(01) VALUE "N".
008200     88  XRF-END-OF-OWNERS               VALUE "Y".
008300 77  XRF-REL-AVAIL-SWITCH        PIC X(01) VALUE "N".
008400     88  XRF-REL-IS-AVAILABLE            VALUE "Y".
008500     88  XRF-REL-NOT-AVAILABLE           VALUE "N".
008600 77  XRF-OWNER-COUNT             PIC 9(03) COMP VALUE ZERO.
008700 77  XRF-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
008800 77  XRF-LINKED-COUNT            PIC 9(07) COMP VALUE ZERO.
008900 77  XRF-UNLINKED-COUNT          PIC 9(07) COMP VALUE ZERO.
009000 77  XRF-WRITTEN-COUNT           PIC 9(07) COMP VALUE ZERO.
009100 77  XRF-ERROR-COUNT             PIC 9(07) COMP VALUE ZERO.
009200*****************************************************************
009300* RUN OPTION FROM SYSIN - WHICH LOG IS BEING TAGGED.
009400*****************************************************************
009500 01  XRF-RUN-OPTION              PIC X(05).
009600     88  XRF-RUN-IS-LOG                  VALUE 'LOG  '.
009700     88  XRF-RUN-IS-AUDIT                VALUE 'AUDIT'.
009800*****************************************************************
009900* THE RECORD IN HAND - ITS ACCOUNT AND THE WHOLE RECORD, WHICH
010000* IS CARRIED UNCHANGED BEHIND EVERY TAG WRITTEN FOR IT.
010100*****************************************************************
010200 01  XRF-ACCOUNT-NO              PIC X(10).
010300 01  XRF-DATA                    PIC X(100).
010400 PROCEDURE DIVISION.
010500*****************************************************************
010600* 0000-MAINLINE - TAKE THE RUN OPTION, OPEN THE FILES, TAG EVERY
010700* RECORD ON THE CHOSEN LOG, THEN REPORT THE COUNTS.
010800*****************************************************************
010900 0000-MAINLINE.
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011100     PERFORM 2000-READ-INPUT THRU 2000-EXIT.
011200     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
011300         UNTIL XRF-END-OF-FILE.
011400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011500     STOP RUN.
011600*****************************************************************
011700* 1000-INITIALIZE - TAKE THE RUN OPTION FROM SYSIN AND OPEN THE
011800* CHOSEN LOG, THE RELATIONSHIP FILE AND THE TAGGED OUTPUT.  A BAD
011900* OPTION OR A LOG OR OUTPUT THAT WILL NOT OPEN STOPS THE RUN; A
012000* MISSING RELATIONSHIP FILE ONLY MEANS NO ACCOUNT IS LINKED.
012100*****************************************************************
012200 1000-INITIALIZE.
012300     ACCEPT XRF-RUN-OPTION.
012400     IF NOT XRF-RUN-IS-LOG AND NOT XRF-RUN-IS-AUDIT
012500         DISPLAY 'CASHXRF: RUN OPTION ON SYSIN MUST BE LOG OR '
012600             'AUDIT, NOTHING TAGGED '
012700         MOVE 16 TO RETURN-CODE
012800         STOP RUN
012900     END-IF.
013000     IF XRF-RUN-IS-LOG
013100         OPEN INPUT CASH-LOG-FILE
013200         IF CASH-LOG-STATUS NOT = "00"
013300             DISPLAY 'CASHXRF: UNABLE TO OPEN THE TRANSACTION '
013400                 'LOG, NOTHING TAGGED '
013500             GO TO 1000-FAIL
013600         END-IF
013700     ELSE
013800         OPEN INPUT CASH-AUDIT-FILE
013900         IF CASH-AUDIT-STATUS NOT = "00"
014000             DISPLAY 'CASHXRF: UNABLE TO OPEN THE AUDIT LOG, '
014100                 'NOTHING TAGGED '
014200             GO TO 1000-FAIL
014300         END-IF
014400     END-IF.
014500     OPEN OUTPUT CUST-XREF-FILE.
014600     IF CUST-XREF-STATUS NOT = "00"
014700         DISPLAY 'CASHXRF: UNABLE TO OPEN THE TAGGED OUTPUT, '
014800             'NOTHING TAGGED '
014900         GO TO 1000-FAIL
015000     END-IF.
015100     OPEN INPUT CUST-RELATIONSHIP-FILE.
015200     IF CUST-RELATIONSHIP-STATUS = "00"
015300         SET XRF-REL-IS-AVAILABLE TO TRUE
015400     ELSE
015500         SET XRF-REL-NOT-AVAILABLE TO TRUE
015600         DISPLAY 'CASHXRF: NO CUSTOMER RELATIONSHIP FILE, EVERY '
015700             'RECORD IS TAGGED BY ACCOUNT '
015800     END-IF.
015900     DISPLAY 'CASHXRF: TAGGING ' XRF-RUN-OPTION.
016000     GO TO 1000-EXIT.
016100 1000-FAIL.
016200     MOVE 16 TO RETURN-CODE.
016300     STOP RUN.
016400 1000-EXIT.
016500     EXIT.
016600*****************************************************************
016700* 2000-READ-INPUT - READ THE NEXT RECORD FROM THE CHOSEN LOG AND
016800* HOLD IT WITH ITS ACCOUNT.  AN AUDIT RECORD IS SHORTER THAN THE
016900* TAG'S DATA AREA AND IS PADDED WITH SPACES.
017000*****************************************************************
017100 2000-READ-INPUT.
017200     IF XRF-RUN-IS-LOG
017300         READ CASH-LOG-FILE
017400             AT END
017500                 SET XRF-END-OF-FILE TO TRUE
017600                 GO TO 2000-EXIT
017700         END-READ
017800         MOVE CASH-LOG-RECORD   TO XRF-DATA
017900         MOVE CLOG-ACCOUNT-NO   TO XRF-ACCOUNT-NO
018000     ELSE
018100         READ CASH-AUDIT-FILE
018200             AT END
018300                 SET XRF-END-OF-FILE TO TRUE
018400                 GO TO 2000-EXIT
018500         END-READ
018600         MOVE CASH-AUDIT-RECORD TO XRF-DATA
018700         MOVE CAUD-ACCOUNT-NO   TO XRF-ACCOUNT-NO
018800     END-IF.
018900     ADD 1 TO XRF-READ-COUNT.
019000 2000-EXIT.
019100     EXIT.
019200*****************************************************************
019300* 3000-PROCESS-RECORD - WRITE ONE TAGGED COPY OF THE RECORD PER
019400* ACTIVE OWNER OF ITS ACCOUNT, OR ONE COPY TAGGED BY ACCOUNT WHEN
019500* THE ACCOUNT HAS NO ACTIVE OWNER ON FILE, THEN READ THE NEXT.
019600*****************************************************************
019700 3000-PROCESS-RECORD.
019800     MOVE ZERO TO XRF-OWNER-COUNT.
019900     IF XRF-REL-IS-AVAILABLE AND XRF-ACCOUNT-NO NOT = SPACES
020000         MOVE "N" TO XRF-BROWSE-EOF-SWITCH
020100         MOVE XRF-ACCOUNT-NO TO REL-ACCOUNT-NO
020200         START CUST-RELATIONSHIP-FILE KEY = REL-ACCOUNT-NO
020300             INVALID KEY
020400                 SET XRF-END-OF-OWNERS TO TRUE
020500         END-START
020600         PERFORM 3100-NEXT-OWNER THRU 3100-EXIT
020700             UNTIL XRF-END-OF-OWNERS
020800     END-IF.
020900     IF XRF-OWNER-COUNT = ZERO
021000         SET CXR-KEY-IS-ACCOUNT TO TRUE
021100         MOVE XRF-ACCOUNT-NO TO CXR-KEY-ID
021200         MOVE SPACE          TO CXR-OWNER-ROLE
021300         PERFORM 3200-WRITE-XREF THRU 3200-EXIT
021400         ADD 1 TO XRF-UNLINKED-COUNT
021500     ELSE
021600         ADD 1 TO XRF-LINKED-COUNT
021700     END-IF.
021800     PERFORM 2000-READ-INPUT THRU 2000-EXIT.
021900 3000-EXIT.
022000     EXIT.
022100*****************************************************************
022200* 3100-NEXT-OWNER - READ THE NEXT LINK TO THE ACCOUNT THROUGH THE
022300* ALTERNATE KEY AND TAG A COPY FOR IT IF THE LINK IS ACTIVE.
022400*****************************************************************
022500 3100-NEXT-OWNER.
022600     READ CUST-RELATIONSHIP-FILE NEXT RECORD
022700         AT END
022800             SET XRF-END-OF-OWNERS TO TRUE
022900             GO TO 3100-EXIT
023000     END-READ.
023100     IF REL-ACCOUNT-NO NOT = XRF-ACCOUNT-NO
023200         SET XRF-END-OF-OWNERS TO TRUE
023300         GO TO 3100-EXIT
023400     END-IF.
023500     IF REL-IS-INACTIVE
023600         GO TO 3100-EXIT
023700     END-IF.
023800     SET CXR-KEY-IS-CUSTOMER TO TRUE.
023900     MOVE REL-CUSTOMER-ID TO CXR-KEY-ID.
024000     MOVE REL-OWNER-ROLE  TO CXR-OWNER-ROLE.
024100     PERFORM 3200-WRITE-XREF THRU 3200-EXIT.
024200     ADD 1 TO XRF-OWNER-COUNT.
024300 3100-EXIT.
024400     EXIT.
024500*****************************************************************
024600* 3200-WRITE-XREF - WRITE ONE TAGGED COPY OF THE RECORD IN HAND.
024700*****************************************************************
024800 3200-WRITE-XREF.
024900     MOVE XRF-DATA TO CXR-DATA.
025000     WRITE CUST-XREF-RECORD.
025100     IF CUST-XREF-STATUS = "00"
025200         ADD 1 TO XRF-WRITTEN-COUNT
025300     ELSE
025400         ADD 1 TO XRF-ERROR-COUNT
025500     END-IF.
025600 3200-EXIT.
025700     EXIT.
025800*****************************************************************
025900* 9000-TERMINATE - CLOSE THE FILES, REPORT THE COUNTS AND SET
026000* THE RETURN CODE.
026100*****************************************************************
026200 9000-TERMINATE.
026300     IF XRF-RUN-IS-LOG
026400         CLOSE CASH-LOG-FILE
026500     ELSE
026600         CLOSE CASH-AUDIT-FILE
026700     END-IF.
026800     CLOSE CUST-XREF-FILE.
026900     IF XRF-REL-IS-AVAILABLE
027000         CLOSE CUST-RELATIONSHIP-FILE
027100     END-IF.
027200     DISPLAY 'CASHXRF: RECORDS READ       ' XRF-READ-COUNT.
027300     DISPLAY 'CASHXRF: LINKED TO A PERSON ' XRF-LINKED-COUNT.
027400     DISPLAY 'CASHXRF: ACCOUNT ONLY       ' XRF-UNLINKED-COUNT.
027500     DISPLAY 'CASHXRF: TAGGED WRITTEN     ' XRF-WRITTEN-COUNT.
027600     IF XRF-REL-NOT-AVAILABLE
027700         MOVE 4 TO RETURN-CODE
027800     END-IF.
027900     IF XRF-ERROR-COUNT > ZERO
028000         DISPLAY 'CASHXRF: TAGGED WRITE ERRORS ' XRF-ERROR-COUNT
028100         MOVE 8 TO RETURN-CODE
028200     END-IF.
028300 9000-EXIT.
028400     EXIT.
