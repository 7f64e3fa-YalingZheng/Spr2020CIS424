000100*****************************************************************
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     CASHINQ.
000400 AUTHOR.         J R MILLIKEN.
000500 INSTALLATION.   BRANCH OPERATIONS SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*****************************************************************
000900* BACK-OFFICE ACCOUNT INQUIRY.  THE SAME LOOK-UP THE TELLER GETS
001000* BY KEYING INQ AT THE HELLO-WORLD ACCOUNT PROMPT, FOR STAFF AWAY
001100* FROM THE WINDOW: FOR EACH ACCOUNT KEYED, SHOW THE CURRENT
001200* BALANCE, THE HELD AMOUNT, TODAY'S WITHDRAWN TOTAL AND THE
001300* AVAILABLE BALANCE FROM THE CUSTOMER MASTER, THEN THE LAST N
001400* TRANSACTIONS FROM THE ACCOUNT HISTORY FILE (CASHHST) IN THE
001500* ORDER THEY HAPPENED.  THE HISTORY IS LOADED NIGHTLY BY CASHHLD,
001600* SO TODAY'S TRANSACTIONS SHOW FROM TOMORROW; THE BALANCES ARE
001700* LIVE.
001800*
001900* THE OPERATOR SIGNS ON FIRST AND MUST BE ACTIVE ON THE OPERATOR
002000* SECURITY MASTER.  A BRANCH WITH NO OPERATOR MASTER YET RUNS
002100* UNVALIDATED WITH A WARNING, THE SAME AS THE TELLER PROGRAM.
002200* NOTHING IS UPDATED - EVERY FILE IS OPENED INPUT.
002300*
002400* MODIFICATION HISTORY
002500*     DATE       INIT   DESCRIPTION
002600*     ---------- ----   ---------------------------------------
002700*     2026-10-15 JRM    ORIGINAL BACK-OFFICE ACCOUNT INQUIRY.
002710*     2026-10-15 JRM    SHOW THE DORMANT STATUS AND THE LAST
002720*                       CUSTOMER ACTIVITY DATE.
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAS"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS CUST-ACCOUNT-NO
003600         FILE STATUS IS CUST-MASTER-STATUS.
003700     SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "CASHHST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS HST-KEY
004100         FILE STATUS IS ACCOUNT-HISTORY-STATUS.
004200     SELECT OPERATOR-MASTER-FILE ASSIGN TO "CASHOPR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS OPR-OPERATOR-ID
004600         FILE STATUS IS OPERATOR-MASTER-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CUST-MASTER-FILE.
005000     COPY CUSTMAS.
005100 FD  ACCOUNT-HISTORY-FILE.
005200     COPY CASHHST.
005300 FD  OPERATOR-MASTER-FILE.
005400     COPY CASHOPR.
005500 WORKING-STORAGE SECTION.
005600*****************************************************************
005700* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
005800*****************************************************************
005900 77  CUST-MASTER-STATUS          PIC X(02) VALUE SPACES.
006000 77  ACCOUNT-HISTORY-STATUS      PIC X(02) VALUE SPACES.
006100 77  OPERATOR-MASTER-STATUS      PIC X(02) VALUE SPACES.
006200 77  INQ-HST-AVAIL-SWITCH        PIC X(01) VALUE "N".
006300     88  INQ-HST-IS-AVAILABLE            VALUE "Y".
006400     88  INQ-HST-NOT-AVAILABLE           VALUE "N".
006500 77  INQ-OPR-AVAIL-SWITCH        PIC X(01) VALUE "N".
006600     88  INQ-OPR-IS-AVAILABLE            VALUE "Y".
006700     88  INQ-OPR-NOT-AVAILABLE           VALUE "N".
006800 77  INQ-SCAN-EOF-SWITCH         PIC X(01) VALUE "N".
006900     88  INQ-SCAN-END-OF-FILE            VALUE "Y".
007000 77  INQ-DEFAULT-SHOW            PIC 9(02) VALUE 10.
007100 77  INQ-MAX-SHOW                PIC 9(02) VALUE 50.
007200 77  INQ-SHOW-COUNT              PIC 9(02) COMP VALUE ZERO.
007300 77  INQ-FOUND-COUNT             PIC 9(07) COMP VALUE ZERO.
007400 77  INQ-SLOT                    PIC 9(02) COMP VALUE ZERO.
007500 77  INQ-SHOW-SLOT               PIC 9(02) COMP VALUE ZERO.
007600 77  INQ-LINE-COUNT              PIC 9(02) COMP VALUE ZERO.
007700 77  INQ-LINE-NO                 PIC 9(02) COMP VALUE ZERO.
007800*****************************************************************
007900* MAIN WORKING STORAGE
008000*****************************************************************
008100 01  INQ-OPERATOR-ID             PIC X(08).
008200 01  INQ-ACCOUNT-NO              PIC X(10).
008300 01  INQ-SHOW-INPUT              PIC X(02) JUSTIFIED RIGHT.
008400 01  INQ-SHOW-NUMBER             PIC 9(02).
008500 01  INQ-ENCUMBERED-AMOUNT       PIC 9(10)V99.
008600 01  INQ-AVAILABLE-BALANCE       PIC 9(09)V99.
008700 01  INQ-HELD-AMOUNT             PIC 9(07)V99.
008800 01  INQ-STATUS-TEXT             PIC X(14).
008900 01  INQ-MONEY-SHOW              PIC ZZZ,ZZZ,ZZ9.99.
009000*****************************************************************
009100* LAST-N TABLE.  THE ACCOUNT'S HISTORY IS READ OLDEST FIRST AND
009200* EACH ENTRY GOES INTO THE NEXT SLOT, WRAPPING AFTER THE NUMBER
009300* ASKED FOR, SO WHEN THE ACCOUNT'S ENTRIES RUN OUT THE TABLE HOLDS
009400* THE MOST RECENT ONES AND THE SLOT AFTER THE LAST ONE FILLED IS
009500* THE OLDEST OF THEM.
009600*****************************************************************
009700 01  INQ-HISTORY-TABLE.
009800     05  INQ-ENTRY OCCURS 50 TIMES.
009900         10  INQ-ENT-DATE            PIC 9(08).
010000         10  INQ-ENT-TYPE            PIC X(01).
010100         10  INQ-ENT-DIRECTION       PIC X(01).
010200         10  INQ-ENT-AMOUNT          PIC 9(09).
010300         10  INQ-ENT-TERMINAL        PIC X(08).
010400         10  INQ-ENT-TERM-SEQ        PIC 9(06).
010500         10  INQ-ENT-OTHER-ACCOUNT   PIC X(10).
010600 01  INQ-DETAIL-LINE.
010700     05  INQ-DTL-DATE                PIC 9(08).
010800     05  FILLER                      PIC X(02) VALUE SPACES.
010900     05  INQ-DTL-TYPE                PIC X(10).
011000     05  INQ-DTL-SIGN                PIC X(01).
011100     05  INQ-DTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.
011200     05  FILLER                      PIC X(02) VALUE SPACES.
011300     05  INQ-DTL-TERMINAL            PIC X(08).
011400     05  FILLER                      PIC X(01) VALUE SPACES.
011500     05  INQ-DTL-TERM-SEQ            PIC 9(06).
011600     05  FILLER                      PIC X(02) VALUE SPACES.
011700     05  INQ-DTL-OTHER-ACCOUNT       PIC X(10).
011800 PROCEDURE DIVISION.
011900*****************************************************************
012000* 0000-MAINLINE - OPEN THE FILES, SIGN THE OPERATOR ON, THEN
012100* LOOP ON THE ACCOUNT PROMPT UNTIL END IS KEYED.
012200*****************************************************************
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012500     PERFORM 2000-SIGN-ON THRU 2000-EXIT.
012600 INQ1.
012700     DISPLAY 'ENTER ACCOUNT NUMBER (END TO EXIT): '.
012800     ACCEPT INQ-ACCOUNT-NO.
012900     IF INQ-ACCOUNT-NO = "END"
013000         GO TO 9000-TERMINATE
013100     END-IF.
013200     PERFORM 3000-GET-SHOW-COUNT THRU 3000-EXIT.
013300     PERFORM 4000-SHOW-BALANCES THRU 4000-EXIT.
013400     IF CUST-MASTER-STATUS = "00"
013500         PERFORM 5000-SCAN-HISTORY THRU 5000-EXIT
013600         PERFORM 6000-SHOW-HISTORY THRU 6000-EXIT
013700     END-IF.
013800     GO TO INQ1.
013900*****************************************************************
014000* 1000-INITIALIZE - OPEN THE CUSTOMER MASTER, THE HISTORY FILE
014100* AND THE OPERATOR MASTER, ALL INPUT.  WITHOUT THE MASTER THERE
014200* IS NOTHING TO ASK ABOUT; WITHOUT THE HISTORY FILE THE BALANCES
014300* ARE STILL SHOWN.
014400*****************************************************************
014500 1000-INITIALIZE.
014600     OPEN INPUT CUST-MASTER-FILE.
014700     IF CUST-MASTER-STATUS NOT = "00"
014800         DISPLAY 'CUSTOMER MASTER UNAVAILABLE, INQUIRY CANNOT BE '
014900             'PROCESSED '
015000         STOP RUN
015100     END-IF.
015200     OPEN INPUT ACCOUNT-HISTORY-FILE.
015300     IF ACCOUNT-HISTORY-STATUS = "00"
015400         SET INQ-HST-IS-AVAILABLE TO TRUE
015500     ELSE
015600         SET INQ-HST-NOT-AVAILABLE TO TRUE
015700         DISPLAY 'ACCOUNT HISTORY FILE NOT FOUND - BALANCES ONLY '
015800     END-IF.
015900     OPEN INPUT OPERATOR-MASTER-FILE.
016000     IF OPERATOR-MASTER-STATUS = "00"
016100         SET INQ-OPR-IS-AVAILABLE TO TRUE
016200     ELSE
016300         SET INQ-OPR-NOT-AVAILABLE TO TRUE
016400         DISPLAY 'OPERATOR MASTER NOT FOUND - SIGN-ON NOT '
016500             'VALIDATED, SEE YOUR SUPERVISOR '
016600     END-IF.
016700 1000-EXIT.
016800     EXIT.
016900*****************************************************************
017000* 2000-SIGN-ON - THE OPERATOR MUST BE ACTIVE ON THE OPERATOR
017100* SECURITY MASTER.  A BAD ID RE-PROMPTS.
017200*****************************************************************
017300 2000-SIGN-ON.
017400     DISPLAY 'ENTER OPERATOR ID: '.
017500     ACCEPT INQ-OPERATOR-ID.
017600     IF INQ-OPR-NOT-AVAILABLE
017700         GO TO 2000-EXIT
017800     END-IF.
017900     MOVE INQ-OPERATOR-ID TO OPR-OPERATOR-ID.
018000     READ OPERATOR-MASTER-FILE
018100         INVALID KEY
018200             DISPLAY 'OPERATOR NOT ON THE SECURITY MASTER, '
018300                 'PLEASE REENTER '
018400             GO TO 2000-SIGN-ON
018500     END-READ.
018600     IF NOT OPR-IS-ACTIVE
018700         DISPLAY 'OPERATOR IS NOT ACTIVE, PLEASE REENTER '
018800         GO TO 2000-SIGN-ON
018900     END-IF.
019000 2000-EXIT.
019100     EXIT.
019200*****************************************************************
019300* 3000-GET-SHOW-COUNT - HOW MANY OF THE MOST RECENT TRANSACTIONS
019400* TO SHOW.  BLANK TAKES THE DEFAULT; ANYTHING NOT BETWEEN ONE AND
019500* THE TABLE SIZE RE-PROMPTS.
019600*****************************************************************
019700 3000-GET-SHOW-COUNT.
019800     DISPLAY 'HOW MANY RECENT TRANSACTIONS (1-50, BLANK FOR '
019850         '10): '.
019900     ACCEPT INQ-SHOW-INPUT.
020000     IF INQ-SHOW-INPUT = SPACES
020100         MOVE INQ-DEFAULT-SHOW TO INQ-SHOW-COUNT
020200         GO TO 3000-EXIT
020300     END-IF.
020400     INSPECT INQ-SHOW-INPUT REPLACING LEADING SPACES BY ZEROS.
020500     IF INQ-SHOW-INPUT NOT NUMERIC
020600         DISPLAY 'INVALID COUNT - ENTER 1 TO 50, PLEASE REENTER '
020700         GO TO 3000-GET-SHOW-COUNT
020800     END-IF.
020900     MOVE INQ-SHOW-INPUT TO INQ-SHOW-NUMBER.
021000     IF INQ-SHOW-NUMBER = ZERO OR INQ-SHOW-NUMBER > INQ-MAX-SHOW
021100         DISPLAY 'INVALID COUNT - ENTER 1 TO 50, PLEASE REENTER '
021200         GO TO 3000-GET-SHOW-COUNT
021300     END-IF.
021400     MOVE INQ-SHOW-NUMBER TO INQ-SHOW-COUNT.
021500 3000-EXIT.
021600     EXIT.
021700*****************************************************************
021800* 4000-SHOW-BALANCES - READ THE MASTER AND SHOW THE BALANCES.
021900* THE AVAILABLE BALANCE IS WORKED OUT THE WAY CASH-OUT
022000* VALIDATION WORKS IT OUT - THE CURRENT BALANCE LESS TODAY'S
022100* WITHDRAWN TOTAL AND THE HELD AMOUNT, NEVER BELOW ZERO.
022200* CUST-HELD-AMOUNT IS CLASS-TESTED FIRST - RECORDS WRITTEN
022300* BEFORE THE FIELD EXISTED CARRY SPACES.
022400*****************************************************************
022500 4000-SHOW-BALANCES.
022600     MOVE INQ-ACCOUNT-NO TO CUST-ACCOUNT-NO.
022700     READ CUST-MASTER-FILE
022800         INVALID KEY
022900             DISPLAY 'ACCOUNT NOT FOUND '
023000             GO TO 4000-EXIT
023100     END-READ.
023200     MOVE ZERO TO INQ-HELD-AMOUNT.
023300     IF CUST-HELD-AMOUNT NUMERIC
023400         MOVE CUST-HELD-AMOUNT TO INQ-HELD-AMOUNT
023500     END-IF.
023600     COMPUTE INQ-ENCUMBERED-AMOUNT =
023700         CUST-DAILY-WITHDRAWN + INQ-HELD-AMOUNT.
023800     IF INQ-ENCUMBERED-AMOUNT > CUST-CURRENT-BALANCE
023900         MOVE ZERO TO INQ-AVAILABLE-BALANCE
024000     ELSE
024100         COMPUTE INQ-AVAILABLE-BALANCE =
024200             CUST-CURRENT-BALANCE - INQ-ENCUMBERED-AMOUNT
024300     END-IF.
024400     EVALUATE TRUE
024500         WHEN CUST-STATUS-IS-ACTIVE
024600             MOVE "ACTIVE"        TO INQ-STATUS-TEXT
024700         WHEN CUST-STATUS-IS-FROZEN
024800             MOVE "FROZEN"        TO INQ-STATUS-TEXT
024900         WHEN CUST-STATUS-IS-DECEASED
025000             MOVE "DECEASED"      TO INQ-STATUS-TEXT
025100         WHEN CUST-STATUS-IS-PENDING-CLOSE
025200             MOVE "PENDING CLOSE" TO INQ-STATUS-TEXT
025300         WHEN CUST-STATUS-IS-CLOSED
025400             MOVE "CLOSED"        TO INQ-STATUS-TEXT
025450         WHEN CUST-STATUS-IS-DORMANT
025460             MOVE "DORMANT"       TO INQ-STATUS-TEXT
025500         WHEN OTHER
025600             MOVE CUST-STATUS-CODE TO INQ-STATUS-TEXT
025700     END-EVALUATE.
025800     DISPLAY 'ACCOUNT ' CUST-ACCOUNT-NO '  ' CUST-NAME.
025900     DISPLAY 'STATUS            ' INQ-STATUS-TEXT.
026000     MOVE CUST-CURRENT-BALANCE TO INQ-MONEY-SHOW.
026100     DISPLAY 'CURRENT BALANCE   ' INQ-MONEY-SHOW.
026200     MOVE INQ-HELD-AMOUNT TO INQ-MONEY-SHOW.
026300     DISPLAY 'HELD AMOUNT       ' INQ-MONEY-SHOW.
026400     MOVE CUST-DAILY-WITHDRAWN TO INQ-MONEY-SHOW.
026500     DISPLAY 'WITHDRAWN TODAY   ' INQ-MONEY-SHOW.
026600     MOVE INQ-AVAILABLE-BALANCE TO INQ-MONEY-SHOW.
026700     DISPLAY 'AVAILABLE BALANCE ' INQ-MONEY-SHOW.
026710     IF CUST-LAST-ACTIVITY-DATE NUMERIC
026720         DISPLAY 'LAST ACTIVITY     ' CUST-LAST-ACTIVITY-DATE
026730     ELSE
026740         DISPLAY 'LAST ACTIVITY     NOT RECORDED'
026750     END-IF.
026800 4000-EXIT.
026900     EXIT.
027000*****************************************************************
027100* 5000-SCAN-HISTORY - READ EVERY HISTORY ENTRY FOR THE ACCOUNT,
027200* OLDEST FIRST, INTO THE LAST-N TABLE.
027300*****************************************************************
027400 5000-SCAN-HISTORY.
027500     MOVE ZERO TO INQ-FOUND-COUNT.
027600     MOVE ZERO TO INQ-SLOT.
027700     MOVE "N"  TO INQ-SCAN-EOF-SWITCH.
027800     IF INQ-HST-NOT-AVAILABLE
027900         GO TO 5000-EXIT
028000     END-IF.
028100     MOVE LOW-VALUES     TO HST-KEY.
028200     MOVE INQ-ACCOUNT-NO TO HST-ACCOUNT-NO.
028300     START ACCOUNT-HISTORY-FILE KEY NOT < HST-KEY
028400         INVALID KEY
028500             GO TO 5000-EXIT
028600     END-START.
028700     PERFORM 5100-SCAN-NEXT THRU 5100-EXIT
028800         UNTIL INQ-SCAN-END-OF-FILE.
028900 5000-EXIT.
029000     EXIT.
029100*****************************************************************
029200* 5100-SCAN-NEXT - READ ONE ENTRY.  THE FIRST ENTRY FOR ANOTHER
029300* ACCOUNT ENDS THE SCAN.
029400*****************************************************************
029500 5100-SCAN-NEXT.
029600     READ ACCOUNT-HISTORY-FILE NEXT RECORD
029700         AT END
029800             SET INQ-SCAN-END-OF-FILE TO TRUE
029900             GO TO 5100-EXIT
030000     END-READ.
030100     IF HST-ACCOUNT-NO NOT = INQ-ACCOUNT-NO
030200         SET INQ-SCAN-END-OF-FILE TO TRUE
030300         GO TO 5100-EXIT
030400     END-IF.
030500     ADD 1 TO INQ-FOUND-COUNT.
030600     ADD 1 TO INQ-SLOT.
030700     IF INQ-SLOT > INQ-SHOW-COUNT
030800         MOVE 1 TO INQ-SLOT
030900     END-IF.
031000     MOVE HST-BUSINESS-DATE    TO INQ-ENT-DATE (INQ-SLOT).
031100     MOVE HST-TXN-TYPE         TO INQ-ENT-TYPE (INQ-SLOT).
031200     MOVE HST-DIRECTION        TO INQ-ENT-DIRECTION (INQ-SLOT).
031300     MOVE HST-AMOUNT           TO INQ-ENT-AMOUNT (INQ-SLOT).
031400     MOVE HST-TERMINAL-ID      TO INQ-ENT-TERMINAL (INQ-SLOT).
031500     MOVE HST-TERM-SEQUENCE-NO TO INQ-ENT-TERM-SEQ (INQ-SLOT).
031600     MOVE HST-OTHER-ACCOUNT-NO
031650         TO INQ-ENT-OTHER-ACCOUNT (INQ-SLOT).
031700 5100-EXIT.
031800     EXIT.
031900*****************************************************************
032000* 6000-SHOW-HISTORY - SHOW THE TABLE OLDEST FIRST.  WHEN THE
032100* ACCOUNT HAS NO MORE ENTRIES THAN WERE ASKED FOR, THEY SIT IN
032200* SLOTS ONE UP; OTHERWISE THE OLDEST IS IN THE SLOT AFTER THE LAST
032300* ONE FILLED.
032400*****************************************************************
032500 6000-SHOW-HISTORY.
032600     IF INQ-HST-NOT-AVAILABLE
032700         GO TO 6000-EXIT
032800     END-IF.
032900     IF INQ-FOUND-COUNT = ZERO
033000         DISPLAY 'NO TRANSACTION HISTORY ON FILE FOR THIS '
033050             'ACCOUNT '
033100         GO TO 6000-EXIT
033200     END-IF.
033300     IF INQ-FOUND-COUNT > INQ-SHOW-COUNT
033400         MOVE INQ-SHOW-COUNT TO INQ-LINE-COUNT
033500         MOVE INQ-SLOT       TO INQ-SHOW-SLOT
033600     ELSE
033700         MOVE INQ-FOUND-COUNT TO INQ-LINE-COUNT
033800         MOVE ZERO            TO INQ-SHOW-SLOT
033900     END-IF.
034000     DISPLAY 'LAST ' INQ-LINE-COUNT ' OF ' INQ-FOUND-COUNT
034100         ' TRANSACTIONS ON FILE (THROUGH THE LAST NIGHTLY '
034150         'LOAD): '.
034200     DISPLAY 'DATE      TYPE            AMOUNT  TERMINAL SEQ   '
034300         '  OTHER ACCT'.
034400     PERFORM 6100-SHOW-ENTRY THRU 6100-EXIT
034500         VARYING INQ-LINE-NO FROM 1 BY 1
034600         UNTIL INQ-LINE-NO > INQ-LINE-COUNT.
034700 6000-EXIT.
034800     EXIT.
034900*****************************************************************
035000* 6100-SHOW-ENTRY - SHOW THE ENTRY IN THE NEXT SLOT ROUND.  MONEY
035100* INTO THE ACCOUNT SHOWS +, MONEY OUT SHOWS -.
035200*****************************************************************
035300 6100-SHOW-ENTRY.
035400     ADD 1 TO INQ-SHOW-SLOT.
035500     IF INQ-SHOW-SLOT > INQ-SHOW-COUNT
035600         MOVE 1 TO INQ-SHOW-SLOT
035700     END-IF.
035800     MOVE INQ-ENT-DATE (INQ-SHOW-SLOT) TO INQ-DTL-DATE.
035900     EVALUATE INQ-ENT-TYPE (INQ-SHOW-SLOT)
036000         WHEN "C"
036100             MOVE "CASH-OUT  " TO INQ-DTL-TYPE
036200         WHEN "D"
036300             MOVE "DEPOSIT   " TO INQ-DTL-TYPE
036400         WHEN "T"
036500             MOVE "TRANSFER  " TO INQ-DTL-TYPE
036600         WHEN "R"
036700             MOVE "REVERSAL  " TO INQ-DTL-TYPE
036800         WHEN OTHER
036900             MOVE "OTHER     " TO INQ-DTL-TYPE
037000     END-EVALUATE.
037100     IF INQ-ENT-DIRECTION (INQ-SHOW-SLOT) = "I"
037200         MOVE "+" TO INQ-DTL-SIGN
037300     ELSE
037400         MOVE "-" TO INQ-DTL-SIGN
037500     END-IF.
037600     MOVE INQ-ENT-AMOUNT (INQ-SHOW-SLOT)   TO INQ-DTL-AMOUNT.
037700     MOVE INQ-ENT-TERMINAL (INQ-SHOW-SLOT) TO INQ-DTL-TERMINAL.
037800     MOVE INQ-ENT-TERM-SEQ (INQ-SHOW-SLOT) TO INQ-DTL-TERM-SEQ.
037900     MOVE INQ-ENT-OTHER-ACCOUNT (INQ-SHOW-SLOT)
038000         TO INQ-DTL-OTHER-ACCOUNT.
038100     DISPLAY INQ-DETAIL-LINE.
038200 6100-EXIT.
038300     EXIT.
038400*****************************************************************
038500* 9000-TERMINATE - CLOSE THE FILES AND END THE RUN.
038600*****************************************************************
038700 9000-TERMINATE.
038800     CLOSE CUST-MASTER-FILE.
038900     IF INQ-HST-IS-AVAILABLE
039000         CLOSE ACCOUNT-HISTORY-FILE
039100     END-IF.
039200     IF INQ-OPR-IS-AVAILABLE
039300         CLOSE OPERATOR-MASTER-FILE
039400     END-IF.
039500     STOP RUN.
