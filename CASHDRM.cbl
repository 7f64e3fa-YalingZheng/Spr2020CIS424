000100*****************************************************************
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     CASHDRM.
000400 AUTHOR.         J R MILLIKEN.
000500 INSTALLATION.   BRANCH OPERATIONS SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*****************************************************************
000900* MONTH-END DORMANT ACCOUNT RUN.  PASSES THE CUSTOMER MASTER FRONT
001000* TO BACK THE WAY CASHINT DOES AND MOVES EVERY ACTIVE ACCOUNT WITH
001100* NO CUSTOMER ACTIVITY SINCE THE DORMANCY CUTOFF TO THE DORMANT
001200* STATUS.  THE CUTOFF IS THE BUSINESS DATE LESS THE DORMANCY
001300* PERIOD (MONTHS) ON THE CASHCTL CONTROL RECORD; SPACES OR ZERO
001400* THERE MEANS THE COMPILED-IN DEFAULT BELOW.
001500*
001600* THE LAST ACTIVITY DATE IS STAMPED BY HELLO-WORLD ON THE
001700* CUSTOMER'S OWN CASH-OUTS, DEPOSITS AND TRANSFERS OUT, BY CUSTMNT
001800* WHEN THE ACCOUNT IS OPENED, AND BY CUSTMNT AGAIN WHEN A
001900* SUPERVISOR REACTIVATES A DORMANT ACCOUNT.  INTEREST AND STANDING
002000* ORDERS DO NOT STAMP IT.  AN ACTIVE ACCOUNT WITH NO DATE ON FILE
002100* IS NOT GUESSED AT - IT IS COUNTED AS AN EXCEPTION, LEFT ALONE.
002200*
002300* EACH STATUS CHANGE IS WRITTEN TO THE CUSTOMER MASTER MAINTENANCE
002400* TRAIL (CUSTAUD) AS A STATUS/HOLD RECORD UNDER REASON DM, THE
002500* SAME AS IF A SUPERVISOR HAD KEYED IT IN CUSTMNT.  THE BALANCE
002600* AND HELD AMOUNT ARE NOT TOUCHED.
002700*
002800* THE DORMANCY REPORT LISTS EVERY DORMANT ACCOUNT ON THE MASTER -
002900* THOSE MOVED THIS RUN FLAGGED NEW - WITH NAME, ADDRESS, BALANCE
003000* AND LAST ACTIVITY DATE FOR THE UNCLAIMED-PROPERTY REVIEW.  A
003100* RERUN IN THE SAME MONTH MOVES NOTHING TWICE AND REPRINTS THE
003200* SAME LIST WITHOUT THE NEW FLAGS.
003300*
003400* MODIFICATION HISTORY
003500*     DATE       INIT   DESCRIPTION
003600*     ---------- ----   ---------------------------------------
003700*     2026-10-15 JRM    ORIGINAL DORMANT ACCOUNT RUN.
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAS"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS CUST-ACCOUNT-NO
004600         FILE STATUS IS CUST-MASTER-STATUS.
004700     SELECT CASH-CTL-FILE ASSIGN TO "CASHCTL"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS CASH-CTL-STATUS.
005000     SELECT CUST-MAINT-AUDIT-FILE ASSIGN TO "CUSTAUD"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS CUST-AUDIT-STATUS.
005300     SELECT DORMANCY-REPORT-FILE ASSIGN TO "CASHDRM"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS DORMANCY-REPORT-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CUST-MASTER-FILE.
005900     COPY CUSTMAS.
006000 FD  CASH-CTL-FILE
006100     RECORDING MODE IS F.
006200     COPY CASHCTL.
006300 FD  CUST-MAINT-AUDIT-FILE
006400     RECORDING MODE IS F.
006500     COPY CUSTAUD.
006600 FD  DORMANCY-REPORT-FILE
006700     RECORDING MODE IS F.
006800 01  DORMANCY-REPORT-LINE            PIC X(80).
006900 WORKING-STORAGE SECTION.
007000*****************************************************************
007100* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
007200*****************************************************************
007300 77  CUST-MASTER-STATUS          PIC X(02) VALUE SPACES.
007400 77  CASH-CTL-STATUS             PIC X(02) VALUE SPACES.
007500 77  CUST-AUDIT-STATUS           PIC X(02) VALUE SPACES.
007600 77  DORMANCY-REPORT-STATUS      PIC X(02) VALUE SPACES.
007700 77  DRM-EOF-SWITCH              PIC X(01) VALUE "N".
007800     88  DRM-END-OF-FILE                 VALUE "Y".
007900 77  DRM-NEW-SWITCH              PIC X(01) VALUE "N".
008000     88  DRM-IS-NEW-THIS-RUN             VALUE "Y".
008100     88  DRM-WAS-ALREADY-DORMANT         VALUE "N".
008200 77  DRM-DEFAULT-MONTHS          PIC 9(03) VALUE 24.
008300 77  DRM-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
008400 77  DRM-MOVED-COUNT             PIC 9(07) COMP VALUE ZERO.
008500 77  DRM-LISTED-COUNT            PIC 9(07) COMP VALUE ZERO.
008600 77  DRM-NO-DATE-COUNT           PIC 9(07) COMP VALUE ZERO.
008700 77  DRM-ERROR-COUNT             PIC 9(07) COMP VALUE ZERO.
008800*****************************************************************
008900* CONTROL RECORD VALUES AND THE DORMANCY CUTOFF.  THE CUTOFF IS
009000* THE BUSINESS DATE MOVED BACK BY THE DORMANCY PERIOD; AN ACCOUNT
009100* WHOSE LAST ACTIVITY IS DATED BEFORE IT HAS GONE DORMANT.  THE
009200* MONTH ARITHMETIC IS DONE IN A RUNNING MONTH COUNT, AS IN
009300* CASHHLD, SO A PERIOD THAT REACHES BACK ACROSS A YEAR END NEEDS
009400* NO SPECIAL CASE.  THE DAY OF THE MONTH IS CARRIED ACROSS AS IS,
009500* SO THE CUTOFF MAY BE A DAY THE MONTH DOES NOT HAVE (0231); IT
009600* IS ONLY EVER COMPARED, SO THAT DOES NO HARM.
009700*****************************************************************
009800 01  DRM-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
009900 01  DRM-BUSINESS-DATE-R REDEFINES DRM-BUSINESS-DATE.
010000     05  DRM-BUSINESS-CCYY           PIC 9(04).
010100     05  DRM-BUSINESS-MM             PIC 9(02).
010200     05  DRM-BUSINESS-DD             PIC 9(02).
010300 01  DRM-DORMANCY-MONTHS         PIC 9(03).
010400 01  DRM-MONTH-COUNT             PIC 9(07) COMP.
010500 01  DRM-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
010600 01  DRM-CUTOFF-DATE-R REDEFINES DRM-CUTOFF-DATE.
010700     05  DRM-CUTOFF-CCYY             PIC 9(04).
010800     05  DRM-CUTOFF-MM               PIC 9(02).
010900     05  DRM-CUTOFF-DD               PIC 9(02).
011000 01  DRM-RUN-DATE                PIC 9(08).
011100 01  DRM-RUN-TIME                PIC 9(08).
011200 01  DRM-OLD-STATUS              PIC X(01).
011300 01  DRM-TOTAL-BALANCE           PIC 9(13)V99 VALUE ZERO.
011400*****************************************************************
011500* REPORT LINES.  EACH DORMANT ACCOUNT TAKES TWO LINES - THE
011600* ACCOUNT, NAME, BALANCE AND LAST ACTIVITY, THEN THE ADDRESS.
011700*****************************************************************
011800 01  DRM-TITLE-LINE.
011900     05  FILLER                      PIC X(38)
012000         VALUE "CASHDRM  DORMANT ACCOUNT REPORT       ".
012100     05  FILLER                      PIC X(15)
012200         VALUE "BUSINESS DATE  ".
012300     05  DRM-TTL-BUSINESS-DATE       PIC 9(08).
012400     05  FILLER                      PIC X(19) VALUE SPACES.
012500 01  DRM-CUTOFF-LINE.
012600     05  FILLER                      PIC X(30)
012700         VALUE "NO CUSTOMER ACTIVITY SINCE    ".
012800     05  DRM-CUT-DATE                PIC 9(08).
012900     05  FILLER                      PIC X(04) VALUE SPACES.
013000     05  FILLER                      PIC X(18)
013100         VALUE "DORMANCY PERIOD   ".
013200     05  DRM-CUT-MONTHS              PIC ZZ9.
013300     05  FILLER                      PIC X(07) VALUE " MONTHS".
013400     05  FILLER                      PIC X(10) VALUE SPACES.
013500 01  DRM-HEAD-LINE.
013600     05  FILLER                      PIC X(12)
013700         VALUE "ACCOUNT     ".
013800     05  FILLER                      PIC X(31)
013900         VALUE "NAME / ADDRESS                 ".
014000     05  FILLER                      PIC X(14)
014100         VALUE "       BALANCE".
014200     05  FILLER                      PIC X(10)
014300         VALUE "  LAST ACT".
014400     05  FILLER                      PIC X(13) VALUE SPACES.
014500 01  DRM-DETAIL-LINE.
014600     05  DRM-DTL-ACCOUNT-NO          PIC X(10).
014700     05  FILLER                      PIC X(02) VALUE SPACES.
014800     05  DRM-DTL-NAME                PIC X(30).
014900     05  FILLER                      PIC X(01) VALUE SPACE.
015000     05  DRM-DTL-BALANCE             PIC ZZZ,ZZZ,ZZ9.99.
015100     05  FILLER                      PIC X(02) VALUE SPACES.
015200     05  DRM-DTL-LAST-ACTIVITY       PIC X(08).
015300     05  FILLER                      PIC X(02) VALUE SPACES.
015400     05  DRM-DTL-NEW-FLAG            PIC X(03).
015500     05  FILLER                      PIC X(08) VALUE SPACES.
015600 01  DRM-ADDRESS-LINE.
015700     05  FILLER                      PIC X(12) VALUE SPACES.
015800     05  DRM-ADR-ADDRESS             PIC X(40).
015900     05  FILLER                      PIC X(28) VALUE SPACES.
016000 01  DRM-TOTAL-LINE.
016100     05  DRM-TOT-LABEL               PIC X(32).
016200     05  DRM-TOT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
016300     05  FILLER                      PIC X(28) VALUE SPACES.
016400 01  DRM-COUNT-LINE.
016500     05  DRM-CNT-LABEL               PIC X(32).
016600     05  FILLER                      PIC X(09) VALUE SPACES.
016700     05  DRM-CNT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.
016800     05  FILLER                      PIC X(28) VALUE SPACES.
016900 PROCEDURE DIVISION.
017000*****************************************************************
017100* 0000-MAINLINE - WORK OUT THE CUTOFF, PASS THE MASTER ONCE
017200* MOVING AND LISTING DORMANT ACCOUNTS, THEN PRINT THE TOTALS AND
017300* SET THE RETURN CODE.
017400*****************************************************************
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017700     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
017800     PERFORM 3000-CHECK-ACCOUNT THRU 3000-EXIT
017900         UNTIL DRM-END-OF-FILE.
018000     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
018100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018200     STOP RUN.
018300*****************************************************************
018400* 1000-INITIALIZE - READ THE CONTROL RECORD, WORK OUT THE CUTOFF,
018500* AND OPEN THE MASTER, THE MAINTENANCE TRAIL AND THE REPORT.  A
018600* TRAIL THAT DOES NOT EXIST YET IS CREATED, AS CUSTMNT DOES.
018700*****************************************************************
018800 1000-INITIALIZE.
018900     ACCEPT DRM-RUN-DATE FROM DATE YYYYMMDD.
019000     MOVE DRM-RUN-DATE       TO DRM-BUSINESS-DATE.
019100     MOVE DRM-DEFAULT-MONTHS TO DRM-DORMANCY-MONTHS.
019200     PERFORM 1100-READ-CONTROL-FILE THRU 1100-EXIT.
019300     COMPUTE DRM-MONTH-COUNT = DRM-BUSINESS-CCYY * 12
019400         + DRM-BUSINESS-MM - 1.
019500     SUBTRACT DRM-DORMANCY-MONTHS FROM DRM-MONTH-COUNT.
019600     DIVIDE DRM-MONTH-COUNT BY 12
019700         GIVING DRM-CUTOFF-CCYY
019800         REMAINDER DRM-CUTOFF-MM.
019900     ADD 1 TO DRM-CUTOFF-MM.
020000     MOVE DRM-BUSINESS-DD TO DRM-CUTOFF-DD.
020100     OPEN I-O CUST-MASTER-FILE.
020200     IF CUST-MASTER-STATUS NOT = "00"
020300         DISPLAY 'CASHDRM: CUSTOMER MASTER FILE UNAVAILABLE, '
020400             'NO ACCOUNTS CHECKED '
020500         MOVE 16 TO RETURN-CODE
020600         STOP RUN
020700     END-IF.
020800     OPEN EXTEND CUST-MAINT-AUDIT-FILE.
020900     IF CUST-AUDIT-STATUS = "35"
021000         OPEN OUTPUT CUST-MAINT-AUDIT-FILE
021100     END-IF.
021200     IF CUST-AUDIT-STATUS NOT = "00"
021300         DISPLAY 'CASHDRM: MAINTENANCE TRAIL UNAVAILABLE, '
021400             'NO ACCOUNTS CHECKED '
021500         CLOSE CUST-MASTER-FILE
021600         MOVE 16 TO RETURN-CODE
021700         STOP RUN
021800     END-IF.
021900     OPEN OUTPUT DORMANCY-REPORT-FILE.
022000     IF DORMANCY-REPORT-STATUS NOT = "00"
022100         DISPLAY 'CASHDRM: UNABLE TO OPEN DORMANCY REPORT FILE'
022200         CLOSE CUST-MASTER-FILE
022300         CLOSE CUST-MAINT-AUDIT-FILE
022400         MOVE 16 TO RETURN-CODE
022500         STOP RUN
022600     END-IF.
022700     MOVE DRM-BUSINESS-DATE   TO DRM-TTL-BUSINESS-DATE.
022800     WRITE DORMANCY-REPORT-LINE FROM DRM-TITLE-LINE.
022900     MOVE DRM-CUTOFF-DATE     TO DRM-CUT-DATE.
023000     MOVE DRM-DORMANCY-MONTHS TO DRM-CUT-MONTHS.
023100     WRITE DORMANCY-REPORT-LINE FROM DRM-CUTOFF-LINE.
023200     MOVE SPACES TO DORMANCY-REPORT-LINE.
023300     WRITE DORMANCY-REPORT-LINE.
023400     WRITE DORMANCY-REPORT-LINE FROM DRM-HEAD-LINE.
023500     DISPLAY 'CASHDRM: BUSINESS DATE ' DRM-BUSINESS-DATE
023600         ' CUTOFF ' DRM-CUTOFF-DATE.
023700 1000-EXIT.
023800     EXIT.
023900*****************************************************************
024000* 1100-READ-CONTROL-FILE - PICK UP THE BUSINESS DATE AND THE
024100* DORMANCY PERIOD.  FIELDS A RECORD WRITTEN BEFORE THE LAYOUT GREW
024200* CARRIES AS SPACES ARE CLASS-TESTED FIRST; WITHOUT THEM THE
024300* WALL-CLOCK DATE AND THE DEFAULT PERIOD STAND.
024400*****************************************************************
024500 1100-READ-CONTROL-FILE.
024600     OPEN INPUT CASH-CTL-FILE.
024700     IF CASH-CTL-STATUS NOT = "00"
024800         DISPLAY 'CASHDRM: CASH-CTL-FILE NOT FOUND, USING '
024900             'DEFAULTS '
025000         GO TO 1100-EXIT
025100     END-IF.
025200     READ CASH-CTL-FILE
025300         AT END
025400             DISPLAY 'CASHDRM: CASH-CTL-FILE EMPTY, USING '
025500                 'DEFAULTS '
025600         NOT AT END
025700             IF CCTL-BUSINESS-DATE NUMERIC
025800                     AND CCTL-BUSINESS-DATE > ZERO
025900                 MOVE CCTL-BUSINESS-DATE TO DRM-BUSINESS-DATE
026000             END-IF
026100             IF CCTL-DORMANCY-MONTHS NUMERIC
026200                     AND CCTL-DORMANCY-MONTHS > ZERO
026300                 MOVE CCTL-DORMANCY-MONTHS TO DRM-DORMANCY-MONTHS
026400             END-IF
026500     END-READ.
026600     CLOSE CASH-CTL-FILE.
026700 1100-EXIT.
026800     EXIT.
026900*****************************************************************
027000* 2000-READ-MASTER - READ THE NEXT CUSTOMER MASTER RECORD.
027100*****************************************************************
027200 2000-READ-MASTER.
027300     READ CUST-MASTER-FILE
027400         AT END
027500             SET DRM-END-OF-FILE TO TRUE
027600     END-READ.
027700     IF NOT DRM-END-OF-FILE
027800         ADD 1 TO DRM-READ-COUNT
027900     END-IF.
028000 2000-EXIT.
028100     EXIT.
028200*****************************************************************
028300* 3000-CHECK-ACCOUNT - AN ACCOUNT ALREADY DORMANT IS LISTED.  AN
028400* ACTIVE ACCOUNT WHOSE LAST ACTIVITY IS BEFORE THE CUTOFF IS MOVED
028500* TO DORMANT AND LISTED AS NEW.  EVERY OTHER STATUS IS LEFT ALONE.
028600*****************************************************************
028700 3000-CHECK-ACCOUNT.
028800     SET DRM-WAS-ALREADY-DORMANT TO TRUE.
028900     IF CUST-STATUS-IS-DORMANT
029000         PERFORM 5000-LIST-ACCOUNT THRU 5000-EXIT
029100         GO TO 3000-READ-NEXT
029200     END-IF.
029300     IF NOT CUST-STATUS-IS-ACTIVE
029400         GO TO 3000-READ-NEXT
029500     END-IF.
029600     IF CUST-LAST-ACTIVITY-DATE NOT NUMERIC
029700         ADD 1 TO DRM-NO-DATE-COUNT
029800         DISPLAY 'CASHDRM: NO LAST ACTIVITY DATE ON ACCOUNT '
029900             CUST-ACCOUNT-NO ', LEFT ACTIVE '
030000         GO TO 3000-READ-NEXT
030100     END-IF.
030200     IF CUST-LAST-ACTIVITY-DATE NOT < DRM-CUTOFF-DATE
030300         GO TO 3000-READ-NEXT
030400     END-IF.
030500     PERFORM 4000-MAKE-DORMANT THRU 4000-EXIT.
030600     IF DRM-IS-NEW-THIS-RUN
030700         PERFORM 5000-LIST-ACCOUNT THRU 5000-EXIT
030800     END-IF.
030900 3000-READ-NEXT.
031000     PERFORM 2000-READ-MASTER THRU 2000-EXIT.
031100 3000-EXIT.
031200     EXIT.
031300*****************************************************************
031400* 4000-MAKE-DORMANT - SET THE DORMANT STATUS, REWRITE THE MASTER
031500* AND WRITE THE MAINTENANCE TRAIL RECORD.  A FAILED REWRITE LEAVES
031600* THE ACCOUNT AS IT WAS AND WRITES NO TRAIL RECORD.
031700*****************************************************************
031800 4000-MAKE-DORMANT.
031900     MOVE CUST-STATUS-CODE TO DRM-OLD-STATUS.
032000     SET CUST-STATUS-IS-DORMANT TO TRUE.
032100     REWRITE CUST-MASTER-RECORD.
032200     IF CUST-MASTER-STATUS NOT = "00"
032300         ADD 1 TO DRM-ERROR-COUNT
032400         DISPLAY 'CASHDRM: UNABLE TO REWRITE ACCOUNT '
032500             CUST-ACCOUNT-NO ', STATUS ' CUST-MASTER-STATUS
032600         GO TO 4000-EXIT
032700     END-IF.
032800     SET DRM-IS-NEW-THIS-RUN TO TRUE.
032900     ADD 1 TO DRM-MOVED-COUNT.
033000     PERFORM 4100-WRITE-AUDIT THRU 4100-EXIT.
033100 4000-EXIT.
033200     EXIT.
033300*****************************************************************
033400* 4100-WRITE-AUDIT - APPEND THE STATUS CHANGE TO THE MAINTENANCE
033500* TRAIL.  THE BALANCE AND HELD IMAGES ARE THE SAME BEFORE AND
033600* AFTER; A HELD AMOUNT FROM BEFORE THE FIELD EXISTED GOES AS ZERO.
033700*****************************************************************
033800 4100-WRITE-AUDIT.
033900     ACCEPT DRM-RUN-DATE FROM DATE YYYYMMDD.
034000     ACCEPT DRM-RUN-TIME FROM TIME.
034100     MOVE DRM-RUN-DATE       TO CMNT-DATE.
034200     MOVE DRM-RUN-TIME       TO CMNT-TIME.
034300     MOVE "CASHDRM"          TO CMNT-OPERATOR-ID.
034400     SET CMNT-FUNCTION-IS-STATUS TO TRUE.
034500     MOVE CUST-ACCOUNT-NO    TO CMNT-ACCOUNT-NO.
034600     MOVE "DM"               TO CMNT-REASON-CODE.
034700     IF CUST-CURRENT-BALANCE NUMERIC
034800         MOVE CUST-CURRENT-BALANCE TO CMNT-BEFORE-BALANCE
034900     ELSE
035000         MOVE ZERO TO CMNT-BEFORE-BALANCE
035100     END-IF.
035200     MOVE CMNT-BEFORE-BALANCE TO CMNT-AFTER-BALANCE.
035300     MOVE DRM-OLD-STATUS     TO CMNT-OLD-STATUS.
035400     MOVE CUST-STATUS-CODE   TO CMNT-NEW-STATUS.
035500     IF CUST-HELD-AMOUNT NUMERIC
035600         MOVE CUST-HELD-AMOUNT TO CMNT-NEW-HELD-AMOUNT
035700     ELSE
035800         MOVE ZERO TO CMNT-NEW-HELD-AMOUNT
035900     END-IF.
036000     MOVE CMNT-NEW-HELD-AMOUNT TO CMNT-OLD-HELD-AMOUNT.
036100     WRITE CUST-MAINT-AUDIT-RECORD.
036200     IF CUST-AUDIT-STATUS NOT = "00"
036300         ADD 1 TO DRM-ERROR-COUNT
036400         DISPLAY 'CASHDRM: UNABLE TO WRITE THE MAINTENANCE TRAIL '
036500             'FOR ACCOUNT ' CUST-ACCOUNT-NO
036600     END-IF.
036700 4100-EXIT.
036800     EXIT.
036900*****************************************************************
037000* 5000-LIST-ACCOUNT - PRINT ONE DORMANT ACCOUNT ON THE REPORT AND
037100* ADD ITS BALANCE TO THE DORMANT TOTAL.
037200*****************************************************************
037300 5000-LIST-ACCOUNT.
037400     MOVE CUST-ACCOUNT-NO TO DRM-DTL-ACCOUNT-NO.
037500     MOVE CUST-NAME       TO DRM-DTL-NAME.
037600     IF CUST-CURRENT-BALANCE NUMERIC
037700         MOVE CUST-CURRENT-BALANCE TO DRM-DTL-BALANCE
037800         ADD CUST-CURRENT-BALANCE TO DRM-TOTAL-BALANCE
037900     ELSE
038000         MOVE ZERO TO DRM-DTL-BALANCE
038100     END-IF.
038200     IF CUST-LAST-ACTIVITY-DATE NUMERIC
038300         MOVE CUST-LAST-ACTIVITY-DATE TO DRM-DTL-LAST-ACTIVITY
038400     ELSE
038500         MOVE "UNKNOWN" TO DRM-DTL-LAST-ACTIVITY
038600     END-IF.
038700     IF DRM-IS-NEW-THIS-RUN
038800         MOVE "NEW" TO DRM-DTL-NEW-FLAG
038900     ELSE
039000         MOVE SPACES TO DRM-DTL-NEW-FLAG
039100     END-IF.
039200     WRITE DORMANCY-REPORT-LINE FROM DRM-DETAIL-LINE.
039300     MOVE CUST-ADDRESS    TO DRM-ADR-ADDRESS.
039400     WRITE DORMANCY-REPORT-LINE FROM DRM-ADDRESS-LINE.
039500     ADD 1 TO DRM-LISTED-COUNT.
039600 5000-EXIT.
039700     EXIT.
039800*****************************************************************
039900* 8000-PRINT-TOTALS - THE DORMANT TOTALS AT THE REPORT FOOT.
040000*****************************************************************
040100 8000-PRINT-TOTALS.
040200     MOVE SPACES TO DORMANCY-REPORT-LINE.
040300     WRITE DORMANCY-REPORT-LINE.
040400     MOVE "DORMANT ACCOUNTS LISTED"     TO DRM-CNT-LABEL.
040500     MOVE DRM-LISTED-COUNT              TO DRM-CNT-AMOUNT.
040600     WRITE DORMANCY-REPORT-LINE FROM DRM-COUNT-LINE.
040700     MOVE "  MOVED TO DORMANT THIS RUN" TO DRM-CNT-LABEL.
040800     MOVE DRM-MOVED-COUNT               TO DRM-CNT-AMOUNT.
040900     WRITE DORMANCY-REPORT-LINE FROM DRM-COUNT-LINE.
041000     MOVE "TOTAL DORMANT BALANCE"       TO DRM-TOT-LABEL.
041100     MOVE DRM-TOTAL-BALANCE             TO DRM-TOT-AMOUNT.
041200     WRITE DORMANCY-REPORT-LINE FROM DRM-TOTAL-LINE.
041300     IF DRM-NO-DATE-COUNT > ZERO
041400         MOVE "ACTIVE, NO LAST ACTIVITY DATE" TO DRM-CNT-LABEL
041500         MOVE DRM-NO-DATE-COUNT             TO DRM-CNT-AMOUNT
041600         WRITE DORMANCY-REPORT-LINE FROM DRM-COUNT-LINE
041700     END-IF.
041800 8000-EXIT.
041900     EXIT.
042000*****************************************************************
042100* 9000-TERMINATE - CLOSE UP, SHOW THE COUNTS AND SET THE RETURN
042200* CODE.  A REWRITE OR TRAIL FAILURE IS RC 8; AN ACTIVE ACCOUNT
042300* WITH NO LAST ACTIVITY DATE IS RC 4.
042400*****************************************************************
042500 9000-TERMINATE.
042600     CLOSE CUST-MASTER-FILE.
042700     CLOSE CUST-MAINT-AUDIT-FILE.
042800     CLOSE DORMANCY-REPORT-FILE.
042900     DISPLAY 'CASHDRM: ACCOUNTS READ      ' DRM-READ-COUNT.
043000     DISPLAY 'CASHDRM: MOVED TO DORMANT   ' DRM-MOVED-COUNT.
043100     DISPLAY 'CASHDRM: DORMANT LISTED     ' DRM-LISTED-COUNT.
043200     IF DRM-NO-DATE-COUNT > ZERO
043300         DISPLAY 'CASHDRM: NO ACTIVITY DATE   ' DRM-NO-DATE-COUNT
043400         MOVE 4 TO RETURN-CODE
043500     END-IF.
043600     IF DRM-ERROR-COUNT > ZERO
043700         DISPLAY 'CASHDRM: ERRORS             ' DRM-ERROR-COUNT
043800         MOVE 8 TO RETURN-CODE
043900     END-IF.
044000 9000-EXIT.
044100     EXIT.
