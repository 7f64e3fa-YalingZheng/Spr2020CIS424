000100*****************************************************************
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     CASHOPA.
000400 AUTHOR.         J R MILLIKEN.
000500 INSTALLATION.   BRANCH OPERATIONS SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*****************************************************************
000900* OPERATOR ACTIVITY AND OVER/SHORT REPORT.  BRANCH MANAGEMENT
001000* REVIEWS EACH TELLER WEEKLY AND MONTHLY, AND AUDIT WANTS THE SAME
001100* FIGURES.  FOR EVERY OPERATOR WITH ANYTHING IN THE PERIOD THIS
001200* PROGRAM PRINTS:
001300*
001400*   - THE TRANSACTIONS THEY RAN, COUNT AND DOLLARS BY TYPE, FROM
001500*     THE ARCHIVED TRANSACTION LOG GENERATIONS;
001600*   - THE SUPERVISOR OVERRIDES AND REVERSAL APPROVALS THEY
001700*     RECEIVED AND THE CASH-OUTS REJECTED AT THEIR WINDOW, FROM
001800*     THE ARCHIVED SECURITY/AUDIT LOG GENERATIONS;
001900*   - THEIR SIGN-OFF DRAWER COUNTS, HOW MANY WERE OUT OF BALANCE
002000*     AND THE CUMULATIVE OVER, SHORT AND NET DOLLARS, FROM THE
002100*     DRAWER BALANCING HISTORY FILE HELLO-WORLD WRITES AT
002200*     SIGN-OFF, WITH A REPEAT-OFFENDER FLAG FOR ANY OPERATOR
002300*     OUT OF BALANCE ON AT LEAST THE THRESHOLD NUMBER OF
002400*     SIGN-OFFS.
002500*
002600* THE CASHOPA JOB SORTS ALL THREE INPUTS INTO OPERATOR SEQUENCE,
002700* AND THIS PROGRAM MATCHES THEM ON OPERATOR ID WITH CONTROL-BREAK
002800* LOGIC - NO IN-CORE OPERATOR TABLE, SO NO OPERATOR IS EVER
002900* DROPPED FOR TABLE OVERFLOW.  LIKE CASHSTM IT IS FED EVERY
003000* CATALOGED GENERATION AND PASSES OVER RECORDS OUTSIDE THE
003100* PERIOD ITSELF.
003200*
003300* THE SYSIN CARD SAYS WHICH PERIOD:
003400*
003500*   COL 1      W (WEEKLY) OR M (MONTHLY)
003600*   COL 3-10   WEEKLY  - THE LAST BUSINESS DATE OF THE WEEK,
003700*                        CCYYMMDD; THE WEEK IS THE SEVEN DAYS
003800*                        ENDING ON IT
003900*              MONTHLY - THE MONTH, CCYYMM
004000*   COL 12-13  REPEAT-OFFENDER THRESHOLD - OUT-OF-BALANCE
004100*              SIGN-OFFS IN THE PERIOD (BLANK FOR THE DEFAULT
004200*              OF 3)
004300*
004400* A BAD CARD FAILS THE STEP (RC 16).  A MISSING INPUT IS WARNED
004500* AND TREATED AS EMPTY (RC 4) - THE REST OF THE REPORT IS STILL
004600* WORTH HAVING.  TRANSACTIONS LOGGED BEFORE THE LOG CARRIED THE
004700* OPERATOR PRINT UNDER OPERATOR "NOT RECORDED".
004800*
004900* MODIFICATION HISTORY
005000*     DATE       INIT   DESCRIPTION
005100*     ---------- ----   ---------------------------------------
005200*     2026-10-15 JRM    ORIGINAL OPERATOR ACTIVITY REPORT.
005300*****************************************************************
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT CASH-LOG-FILE ASSIGN TO "CASHLOG"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS CASH-LOG-STATUS.
006000     SELECT CASH-AUDIT-FILE ASSIGN TO "CASHAUD"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS CASH-AUDIT-STATUS.
006300     SELECT DRAWER-BALANCE-FILE ASSIGN TO "CASHDRW"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS DRAWER-BALANCE-STATUS.
006600     SELECT OPERATOR-MASTER-FILE ASSIGN TO "CASHOPR"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS OPR-OPERATOR-ID
007000         FILE STATUS IS OPERATOR-MASTER-STATUS.
007100     SELECT OPA-REPORT-FILE ASSIGN TO "CASHOPA"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS OPA-REPORT-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  CASH-LOG-FILE
007700     RECORDING MODE IS F.
007800     COPY CASHLOG.
007900 FD  CASH-AUDIT-FILE
008000     RECORDING MODE IS F.
008100     COPY CASHAUD.
008200 FD  DRAWER-BALANCE-FILE
008300     RECORDING MODE IS F.
008400     COPY CASHDRW.
008500 FD  OPERATOR-MASTER-FILE.
008600     COPY CASHOPR.
008700 FD  OPA-REPORT-FILE
008800     RECORDING MODE IS F.
008900 01  OPA-REPORT-LINE                PIC X(80).
009000 WORKING-STORAGE SECTION.
009100*****************************************************************
009200* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
009300*****************************************************************
009400 77  CASH-LOG-STATUS             PIC X(02) VALUE SPACES.
009500 77  CASH-AUDIT-STATUS           PIC X(02) VALUE SPACES.
009600 77  DRAWER-BALANCE-STATUS       PIC X(02) VALUE SPACES.
009700 77  OPERATOR-MASTER-STATUS      PIC X(02) VALUE SPACES.
009800 77  OPA-REPORT-STATUS           PIC X(02) VALUE SPACES.
009900 77  OPA-LOG-AVAIL-SWITCH        PIC X(01) VALUE "N".
010000     88  OPA-LOG-IS-AVAILABLE            VALUE "Y".
010100 77  OPA-AUD-AVAIL-SWITCH        PIC X(01) VALUE "N".
010200     88  OPA-AUD-IS-AVAILABLE            VALUE "Y".
010300 77  OPA-DRW-AVAIL-SWITCH        PIC X(01) VALUE "N".
010400     88  OPA-DRW-IS-AVAILABLE            VALUE "Y".
010500 77  OPA-OPR-AVAIL-SWITCH        PIC X(01) VALUE "N".
010600     88  OPA-OPR-IS-AVAILABLE            VALUE "Y".
010700 77  OPA-DEFAULT-REPEAT          PIC 9(02) VALUE 3.
010800 77  OPA-REPEAT-THRESHOLD        PIC 9(02) VALUE ZERO.
010900 77  OPA-OPERATOR-COUNT          PIC 9(05) COMP VALUE ZERO.
011000 77  OPA-OFFENDER-COUNT          PIC 9(05) COMP VALUE ZERO.
011100 77  OPA-BACK-DAYS               PIC 9(02) COMP VALUE ZERO.
011200 77  OPA-YEAR-QUOTIENT           PIC 9(04) COMP VALUE ZERO.
011300 77  OPA-YEAR-REMAINDER          PIC 9(04) COMP VALUE ZERO.
011400*****************************************************************
011500* SYSIN CARD AND THE PERIOD IT SELECTS.  THE PERIOD START AND END
011600* ARE BUSINESS DATES, BOTH INCLUSIVE.
011700*****************************************************************
011800 01  OPA-PARM-CARD.
011900     05  OPA-PARM-PERIOD             PIC X(01).
012000         88  OPA-PARM-IS-WEEKLY          VALUE "W".
012100         88  OPA-PARM-IS-MONTHLY         VALUE "M".
012200     05  FILLER                      PIC X(01).
012300     05  OPA-PARM-DATE               PIC X(08).
012400     05  OPA-PARM-MONTH-R REDEFINES OPA-PARM-DATE.
012500         10  OPA-PARM-MONTH          PIC X(06).
012600         10  OPA-PARM-MONTH-PAD      PIC X(02).
012700     05  FILLER                      PIC X(01).
012800     05  OPA-PARM-REPEAT             PIC X(02).
012900     05  FILLER                      PIC X(67).
013000 01  OPA-PERIOD-NAME             PIC X(07).
013100 01  OPA-PERIOD-START            PIC 9(08).
013200 01  OPA-PERIOD-END              PIC 9(08).
013300 01  OPA-DATE-WORK               PIC 9(08).
013400 01  OPA-DATE-WORK-R REDEFINES OPA-DATE-WORK.
013500     05  OPA-DATE-CCYY               PIC 9(04).
013600     05  OPA-DATE-MM                 PIC 9(02).
013700     05  OPA-DATE-DD                 PIC 9(02).
013800 01  OPA-MONTH-DAYS-VALUES       PIC X(24)
013900     VALUE "312831303130313130313031".
014000 01  OPA-MONTH-DAYS-TABLE REDEFINES OPA-MONTH-DAYS-VALUES.
014100     05  OPA-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
014200 01  OPA-RECORD-DATE             PIC 9(08).
014300*****************************************************************
014400* MATCH KEYS.  EACH INPUT'S KEY IS THE OPERATOR ON ITS CURRENT
014500* IN-PERIOD RECORD, OR HIGH-VALUES ONCE THE INPUT IS EXHAUSTED,
014600* SO THE LOWEST OF THE THREE IS ALWAYS THE NEXT OPERATOR TO
014700* REPORT AND THE RUN IS OVER WHEN ALL THREE ARE HIGH-VALUES.
014800*****************************************************************
014900 01  OPA-LOG-KEY                 PIC X(08).
015000 01  OPA-AUD-KEY                 PIC X(08).
015100 01  OPA-DRW-KEY                 PIC X(08).
015200 01  OPA-CURRENT-OPERATOR        PIC X(08).
015300*****************************************************************
015400* PER-OPERATOR ACCUMULATORS, CLEARED AT EACH NEW OPERATOR, AND
015500* THE BRANCH TOTALS THEY ROLL INTO.
015600*****************************************************************
015700 01  OPA-OPERATOR-TOTALS.
015800     05  OPA-CASHOUT-COUNT           PIC 9(07).
015900     05  OPA-CASHOUT-DOLLARS         PIC 9(11).
016000     05  OPA-DEPOSIT-COUNT           PIC 9(07).
016100     05  OPA-DEPOSIT-DOLLARS         PIC 9(11).
016200     05  OPA-TRANSFER-COUNT          PIC 9(07).
016300     05  OPA-TRANSFER-DOLLARS        PIC 9(11).
016400     05  OPA-REVERSAL-COUNT          PIC 9(07).
016500     05  OPA-REVERSAL-DOLLARS        PIC 9(11).
016600     05  OPA-OVERRIDE-COUNT          PIC 9(07).
016700     05  OPA-APPROVAL-COUNT          PIC 9(07).
016800     05  OPA-REJECT-COUNT            PIC 9(07).
016900     05  OPA-SIGNOFF-COUNT           PIC 9(07).
017000     05  OPA-OUT-OF-BAL-COUNT        PIC 9(07).
017100     05  OPA-OVER-DOLLARS            PIC 9(11).
017200     05  OPA-SHORT-DOLLARS           PIC 9(11).
017300 01  OPA-NET-DOLLARS             PIC S9(11).
017400 01  OPA-BRANCH-TOTALS.
017500     05  OPA-BR-CASHOUT-COUNT        PIC 9(07).
017600     05  OPA-BR-CASHOUT-DOLLARS      PIC 9(11).
017700     05  OPA-BR-DEPOSIT-COUNT        PIC 9(07).
017800     05  OPA-BR-DEPOSIT-DOLLARS      PIC 9(11).
017900     05  OPA-BR-TRANSFER-COUNT       PIC 9(07).
018000     05  OPA-BR-TRANSFER-DOLLARS     PIC 9(11).
018100     05  OPA-BR-REVERSAL-COUNT       PIC 9(07).
018200     05  OPA-BR-REVERSAL-DOLLARS     PIC 9(11).
018300     05  OPA-BR-OVERRIDE-COUNT       PIC 9(07).
018400     05  OPA-BR-APPROVAL-COUNT       PIC 9(07).
018500     05  OPA-BR-REJECT-COUNT         PIC 9(07).
018600     05  OPA-BR-SIGNOFF-COUNT        PIC 9(07).
018700     05  OPA-BR-OUT-OF-BAL-COUNT     PIC 9(07).
018800     05  OPA-BR-OVER-DOLLARS         PIC 9(11).
018900     05  OPA-BR-SHORT-DOLLARS        PIC 9(11).
019000*****************************************************************
019100* PRINT WORK AREAS
019200*****************************************************************
019300 01  OPA-TITLE-LINE.
019400     05  FILLER                      PIC X(40)
019500         VALUE "OPERATOR ACTIVITY AND OVER/SHORT REPORT ".
019600     05  OPA-TTL-PERIOD              PIC X(08).
019700     05  OPA-TTL-START               PIC 9(08).
019800     05  FILLER                      PIC X(03) VALUE " - ".
019900     05  OPA-TTL-END                 PIC 9(08).
020000     05  FILLER                      PIC X(13) VALUE SPACES.
020100 01  OPA-OPERATOR-LINE.
020200     05  FILLER                      PIC X(09)
020300         VALUE "OPERATOR ".
020400     05  OPA-OPR-ID                  PIC X(12).
020500     05  OPA-OPR-NAME                PIC X(25).
020600     05  FILLER                      PIC X(02) VALUE SPACES.
020700     05  OPA-OPR-FLAG                PIC X(32).
020800 01  OPA-COLUMN-LINE.
020900     05  FILLER                      PIC X(24)
021000         VALUE "  ACTIVITY              ".
021100     05  FILLER                      PIC X(08) VALUE "   COUNT".
021200     05  FILLER                      PIC X(18)
021300         VALUE "           DOLLARS".
021400     05  FILLER                      PIC X(30) VALUE SPACES.
021500 01  OPA-DETAIL-LINE.
021600     05  FILLER                      PIC X(02) VALUE SPACES.
021700     05  OPA-DTL-LABEL               PIC X(22).
021800     05  OPA-DTL-COUNT               PIC ZZZ,ZZ9.
021900     05  FILLER                      PIC X(03) VALUE SPACES.
022000     05  OPA-DTL-DOLLARS             PIC -ZZ,ZZZ,ZZZ,ZZ9.
022100     05  FILLER                      PIC X(31) VALUE SPACES.
022200 PROCEDURE DIVISION.
022300*****************************************************************
022400* 0000-MAINLINE - READ THE PERIOD, PRIME ALL THREE INPUTS, REPORT
022500* ONE OPERATOR AT A TIME UNTIL ALL THREE ARE EXHAUSTED, THEN
022600* PRINT THE BRANCH TOTALS AND CLOSE OUT.
022700*****************************************************************
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023000     PERFORM 2100-READ-LOG THRU 2100-EXIT.
023100     PERFORM 2200-READ-AUDIT THRU 2200-EXIT.
023200     PERFORM 2300-READ-DRAWER THRU 2300-EXIT.
023300     PERFORM 3000-PROCESS-OPERATOR THRU 3000-EXIT
023400         UNTIL OPA-LOG-KEY = HIGH-VALUES
023500           AND OPA-AUD-KEY = HIGH-VALUES
023600           AND OPA-DRW-KEY = HIGH-VALUES.
023700     PERFORM 5000-PRINT-BRANCH-TOTALS THRU 5000-EXIT.
023800     DISPLAY "CASHOPA: OPERATORS REPORTED    " OPA-OPERATOR-COUNT.
023900     DISPLAY "CASHOPA: REPEAT OFFENDERS      " OPA-OFFENDER-COUNT.
024000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024100     STOP RUN.
024200*****************************************************************
024300* 1000-INITIALIZE - EDIT THE SYSIN CARD AND WORK OUT THE PERIOD,
024400* THEN OPEN THE FILES.  A BAD CARD OR A REPORT FILE THAT WILL NOT
024500* OPEN FAILS THE STEP; A MISSING INPUT IS WARNED AND READ AS
024600* EMPTY; A MISSING OPERATOR MASTER ONLY COSTS THE NAMES.
024700*****************************************************************
024800 1000-INITIALIZE.
024900     MOVE SPACES TO OPA-PARM-CARD.
025000     ACCEPT OPA-PARM-CARD.
025100     IF OPA-PARM-IS-WEEKLY
025200         PERFORM 1100-WEEKLY-PERIOD THRU 1100-EXIT
025300     ELSE
025400         IF OPA-PARM-IS-MONTHLY
025500             PERFORM 1200-MONTHLY-PERIOD THRU 1200-EXIT
025600         ELSE
025700             DISPLAY "CASHOPA: SYSIN PERIOD MUST BE W OR M, "
025800                 "RUN ABANDONED"
025900             MOVE 16 TO RETURN-CODE
026000             STOP RUN
026100         END-IF
026200     END-IF.
026300     IF OPA-PARM-REPEAT = SPACES
026400         MOVE OPA-DEFAULT-REPEAT TO OPA-REPEAT-THRESHOLD
026500     ELSE
026600         IF OPA-PARM-REPEAT NUMERIC
026700                 AND OPA-PARM-REPEAT > "00"
026800             MOVE OPA-PARM-REPEAT TO OPA-REPEAT-THRESHOLD
026900         ELSE
027000             DISPLAY "CASHOPA: SYSIN REPEAT-OFFENDER THRESHOLD "
027100                 "IS NOT 01-99, RUN ABANDONED"
027200             MOVE 16 TO RETURN-CODE
027300             STOP RUN
027400         END-IF
027500     END-IF.
027600     DISPLAY "CASHOPA: " OPA-PERIOD-NAME " PERIOD "
027700         OPA-PERIOD-START " - " OPA-PERIOD-END.
027800     OPEN OUTPUT OPA-REPORT-FILE.
027900     IF OPA-REPORT-STATUS NOT = "00"
028000         DISPLAY "CASHOPA: UNABLE TO OPEN REPORT FILE, STATUS "
028100             OPA-REPORT-STATUS
028200         MOVE 16 TO RETURN-CODE
028300         STOP RUN
028400     END-IF.
028500     OPEN INPUT CASH-LOG-FILE.
028600     IF CASH-LOG-STATUS = "00"
028700         SET OPA-LOG-IS-AVAILABLE TO TRUE
028800     ELSE
028900         DISPLAY "CASHOPA: WARNING - NO SORTED TRANSACTION LOG, "
029000             "NO ACTIVITY FIGURES"
029100         MOVE 4 TO RETURN-CODE
029200     END-IF.
029300     OPEN INPUT CASH-AUDIT-FILE.
029400     IF CASH-AUDIT-STATUS = "00"
029500         SET OPA-AUD-IS-AVAILABLE TO TRUE
029600     ELSE
029700         DISPLAY "CASHOPA: WARNING - NO SORTED AUDIT LOG, "
029800             "NO OVERRIDE FIGURES"
029900         MOVE 4 TO RETURN-CODE
030000     END-IF.
030100     OPEN INPUT DRAWER-BALANCE-FILE.
030200     IF DRAWER-BALANCE-STATUS = "00"
030300         SET OPA-DRW-IS-AVAILABLE TO TRUE
030400     ELSE
030500         DISPLAY "CASHOPA: WARNING - NO SORTED DRAWER HISTORY, "
030600             "NO OVER/SHORT FIGURES"
030700         MOVE 4 TO RETURN-CODE
030800     END-IF.
030900     OPEN INPUT OPERATOR-MASTER-FILE.
031000     IF OPERATOR-MASTER-STATUS = "00"
031100         SET OPA-OPR-IS-AVAILABLE TO TRUE
031200     ELSE
031300         DISPLAY "CASHOPA: WARNING - NO OPERATOR MASTER, "
031400             "NAMES NOT SHOWN"
031500     END-IF.
031600     INITIALIZE OPA-BRANCH-TOTALS.
031700     MOVE OPA-PERIOD-NAME  TO OPA-TTL-PERIOD.
031800     MOVE OPA-PERIOD-START TO OPA-TTL-START.
031900     MOVE OPA-PERIOD-END   TO OPA-TTL-END.
032000     MOVE OPA-TITLE-LINE TO OPA-REPORT-LINE.
032100     WRITE OPA-REPORT-LINE.
032200     DISPLAY "CASHOPA: REPEAT-OFFENDER THRESHOLD "
032300         OPA-REPEAT-THRESHOLD " OUT-OF-BALANCE SIGN-OFFS".
032400 1000-EXIT.
032500     EXIT.
032600*****************************************************************
032700* 1100-WEEKLY-PERIOD - THE WEEK IS THE SEVEN DAYS ENDING ON THE
032800* DATE KEYED, SO THE START IS SIX DAYS BACK FROM IT.
032900*****************************************************************
033000 1100-WEEKLY-PERIOD.
033100     MOVE "WEEKLY " TO OPA-PERIOD-NAME.
033200     IF OPA-PARM-DATE NOT NUMERIC
033300         GO TO 1100-BAD-DATE
033400     END-IF.
033500     MOVE OPA-PARM-DATE TO OPA-DATE-WORK.
033600     IF OPA-DATE-MM < 1 OR OPA-DATE-MM > 12
033700         GO TO 1100-BAD-DATE
033800     END-IF.
033900     IF OPA-DATE-DD < 1
034000             OR OPA-DATE-DD > OPA-MONTH-DAYS (OPA-DATE-MM)
034100         IF NOT (OPA-DATE-MM = 2 AND OPA-DATE-DD = 29)
034200             GO TO 1100-BAD-DATE
034300         END-IF
034400     END-IF.
034500     MOVE OPA-DATE-WORK TO OPA-PERIOD-END.
034600     PERFORM 1150-BACK-ONE-DAY THRU 1150-EXIT
034700         VARYING OPA-BACK-DAYS FROM 1 BY 1
034800         UNTIL OPA-BACK-DAYS > 6.
034900     MOVE OPA-DATE-WORK TO OPA-PERIOD-START.
035000     GO TO 1100-EXIT.
035100 1100-BAD-DATE.
035200     DISPLAY "CASHOPA: SYSIN WEEK-ENDING DATE IS NOT A VALID "
035300         "CCYYMMDD, RUN ABANDONED".
035400     MOVE 16 TO RETURN-CODE.
035500     STOP RUN.
035600 1100-EXIT.
035700     EXIT.
035800*****************************************************************
035900* 1150-BACK-ONE-DAY - STEP THE WORK DATE BACK ONE CALENDAR DAY,
036000* ACROSS A MONTH OR YEAR END IF NEED BE.  FEBRUARY HAS 29 DAYS IN
036100* A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY NOT DIVISIBLE BY 400.
036200*****************************************************************
036300 1150-BACK-ONE-DAY.
036400     IF OPA-DATE-DD > 1
036500         SUBTRACT 1 FROM OPA-DATE-DD
036600         GO TO 1150-EXIT
036700     END-IF.
036800     IF OPA-DATE-MM > 1
036900         SUBTRACT 1 FROM OPA-DATE-MM
037000     ELSE
037100         MOVE 12 TO OPA-DATE-MM
037200         SUBTRACT 1 FROM OPA-DATE-CCYY
037300     END-IF.
037400     MOVE OPA-MONTH-DAYS (OPA-DATE-MM) TO OPA-DATE-DD.
037500     IF OPA-DATE-MM NOT = 2
037600         GO TO 1150-EXIT
037700     END-IF.
037800     DIVIDE OPA-DATE-CCYY BY 4
037900         GIVING OPA-YEAR-QUOTIENT REMAINDER OPA-YEAR-REMAINDER.
038000     IF OPA-YEAR-REMAINDER NOT = ZERO
038100         GO TO 1150-EXIT
038200     END-IF.
038300     MOVE 29 TO OPA-DATE-DD.
038400     DIVIDE OPA-DATE-CCYY BY 100
038500         GIVING OPA-YEAR-QUOTIENT REMAINDER OPA-YEAR-REMAINDER.
038600     IF OPA-YEAR-REMAINDER NOT = ZERO
038700         GO TO 1150-EXIT
038800     END-IF.
038900     DIVIDE OPA-DATE-CCYY BY 400
039000         GIVING OPA-YEAR-QUOTIENT REMAINDER OPA-YEAR-REMAINDER.
039100     IF OPA-YEAR-REMAINDER NOT = ZERO
039200         MOVE 28 TO OPA-DATE-DD
039300     END-IF.
039400 1150-EXIT.
039500     EXIT.
039600*****************************************************************
039700* 1200-MONTHLY-PERIOD - THE WHOLE CALENDAR MONTH KEYED.  THE END
039800* IS DAY 31 WHATEVER THE MONTH - NO BUSINESS DATE IN A SHORTER
039900* MONTH CAN REACH IT, SO THE COMPARE STILL HOLDS.
040000*****************************************************************
040100 1200-MONTHLY-PERIOD.
040200     MOVE "MONTHLY" TO OPA-PERIOD-NAME.
040300     IF OPA-PARM-MONTH NOT NUMERIC
040400         GO TO 1200-BAD-MONTH
040500     END-IF.
040600     MOVE OPA-PARM-MONTH TO OPA-DATE-WORK (1:6).
040700     IF OPA-DATE-MM < 1 OR OPA-DATE-MM > 12
040800         GO TO 1200-BAD-MONTH
040900     END-IF.
041000     MOVE 1  TO OPA-DATE-DD.
041100     MOVE OPA-DATE-WORK TO OPA-PERIOD-START.
041200     MOVE 31 TO OPA-DATE-DD.
041300     MOVE OPA-DATE-WORK TO OPA-PERIOD-END.
041400     GO TO 1200-EXIT.
041500 1200-BAD-MONTH.
041600     DISPLAY "CASHOPA: SYSIN MONTH IS NOT A VALID CCYYMM, "
041700         "RUN ABANDONED".
041800     MOVE 16 TO RETURN-CODE.
041900     STOP RUN.
042000 1200-EXIT.
042100     EXIT.
042200*****************************************************************
042300* 2100-READ-LOG - READ TO THE NEXT TRANSACTION IN THE PERIOD AND
042400* SET THE LOG KEY FROM ITS OPERATOR.  THE BUSINESS DATE FALLS
042500* BACK TO THE WALL-CLOCK DATE ON RECORDS LOGGED BEFORE IT
042600* EXISTED; AN OPERATOR OF SPACES IS REPORTED AS SUCH.
042700*****************************************************************
042800 2100-READ-LOG.
042900     IF NOT OPA-LOG-IS-AVAILABLE
043000         MOVE HIGH-VALUES TO OPA-LOG-KEY
043100         GO TO 2100-EXIT
043200     END-IF.
043300     READ CASH-LOG-FILE
043400         AT END
043500             MOVE HIGH-VALUES TO OPA-LOG-KEY
043600             GO TO 2100-EXIT
043700     END-READ.
043800     IF CLOG-BUSINESS-DATE NUMERIC
043900         MOVE CLOG-BUSINESS-DATE TO OPA-RECORD-DATE
044000     ELSE
044100         MOVE CLOG-DATE TO OPA-RECORD-DATE
044200     END-IF.
044300     IF OPA-RECORD-DATE < OPA-PERIOD-START
044400             OR OPA-RECORD-DATE > OPA-PERIOD-END
044500         GO TO 2100-READ-LOG
044600     END-IF.
044700     MOVE CLOG-OPERATOR-ID TO OPA-LOG-KEY.
044800 2100-EXIT.
044900     EXIT.
045000*****************************************************************
045100* 2200-READ-AUDIT - READ TO THE NEXT AUDIT RECORD IN THE PERIOD
045200* AND SET THE AUDIT KEY FROM THE TELLER ON IT.
045300*****************************************************************
045400 2200-READ-AUDIT.
045500     IF NOT OPA-AUD-IS-AVAILABLE
045600         MOVE HIGH-VALUES TO OPA-AUD-KEY
045700         GO TO 2200-EXIT
045800     END-IF.
045900     READ CASH-AUDIT-FILE
046000         AT END
046100             MOVE HIGH-VALUES TO OPA-AUD-KEY
046200             GO TO 2200-EXIT
046300     END-READ.
046400     IF CAUD-BUSINESS-DATE NUMERIC
046500         MOVE CAUD-BUSINESS-DATE TO OPA-RECORD-DATE
046600     ELSE
046700         MOVE CAUD-DATE TO OPA-RECORD-DATE
046800     END-IF.
046900     IF OPA-RECORD-DATE < OPA-PERIOD-START
047000             OR OPA-RECORD-DATE > OPA-PERIOD-END
047100         GO TO 2200-READ-AUDIT
047200     END-IF.
047300     MOVE CAUD-OPERATOR-ID TO OPA-AUD-KEY.
047400 2200-EXIT.
047500     EXIT.
047600*****************************************************************
047700* 2300-READ-DRAWER - READ TO THE NEXT SIGN-OFF COUNT IN THE
047800* PERIOD AND SET THE DRAWER KEY FROM ITS OPERATOR.
047900*****************************************************************
048000 2300-READ-DRAWER.
048100     IF NOT OPA-DRW-IS-AVAILABLE
048200         MOVE HIGH-VALUES TO OPA-DRW-KEY
048300         GO TO 2300-EXIT
048400     END-IF.
048500     READ DRAWER-BALANCE-FILE
048600         AT END
048700             MOVE HIGH-VALUES TO OPA-DRW-KEY
048800             GO TO 2300-EXIT
048900     END-READ.
049000     IF DRW-BUSINESS-DATE < OPA-PERIOD-START
049100             OR DRW-BUSINESS-DATE > OPA-PERIOD-END
049200         GO TO 2300-READ-DRAWER
049300     END-IF.
049400     MOVE DRW-OPERATOR-ID TO OPA-DRW-KEY.
049500 2300-EXIT.
049600     EXIT.
049700*****************************************************************
049800* 3000-PROCESS-OPERATOR - THE LOWEST OF THE THREE KEYS IS THE
049900* NEXT OPERATOR.  TAKE EVERYTHING EACH INPUT HAS FOR THEM, THEN
050000* PRINT THEIR BLOCK.
050100*****************************************************************
050200 3000-PROCESS-OPERATOR.
050300     MOVE OPA-LOG-KEY TO OPA-CURRENT-OPERATOR.
050400     IF OPA-AUD-KEY < OPA-CURRENT-OPERATOR
050500         MOVE OPA-AUD-KEY TO OPA-CURRENT-OPERATOR
050600     END-IF.
050700     IF OPA-DRW-KEY < OPA-CURRENT-OPERATOR
050800         MOVE OPA-DRW-KEY TO OPA-CURRENT-OPERATOR
050900     END-IF.
051000     INITIALIZE OPA-OPERATOR-TOTALS.
051100     PERFORM 3100-TAKE-LOG THRU 3100-EXIT
051200         UNTIL OPA-LOG-KEY NOT = OPA-CURRENT-OPERATOR.
051300     PERFORM 3200-TAKE-AUDIT THRU 3200-EXIT
051400         UNTIL OPA-AUD-KEY NOT = OPA-CURRENT-OPERATOR.
051500     PERFORM 3300-TAKE-DRAWER THRU 3300-EXIT
051600         UNTIL OPA-DRW-KEY NOT = OPA-CURRENT-OPERATOR.
051700     PERFORM 4000-PRINT-OPERATOR THRU 4000-EXIT.
051800 3000-EXIT.
051900     EXIT.
052000*****************************************************************
052100* 3100-TAKE-LOG - COUNT ONE TRANSACTION UNDER ITS TYPE.  A
052200* REVERSAL IS COUNTED AS A REVERSAL AGAINST THE TELLER WHO KEYED
052300* IT; THE ORIGINAL STAYS IN ITS OWN TYPE, SO THE REVIEW SEES
052400* BOTH THE MISTAKE AND THE CORRECTION.
052500*****************************************************************
052600 3100-TAKE-LOG.
052700     EVALUATE TRUE
052800         WHEN CLOG-TXN-IS-CASHOUT
052900             ADD 1           TO OPA-CASHOUT-COUNT
053000             ADD CLOG-AMOUNT TO OPA-CASHOUT-DOLLARS
053100         WHEN CLOG-TXN-IS-DEPOSIT
053200             ADD 1           TO OPA-DEPOSIT-COUNT
053300             ADD CLOG-AMOUNT TO OPA-DEPOSIT-DOLLARS
053400         WHEN CLOG-TXN-IS-TRANSFER
053500             ADD 1           TO OPA-TRANSFER-COUNT
053600             ADD CLOG-AMOUNT TO OPA-TRANSFER-DOLLARS
053700         WHEN CLOG-TXN-IS-REVERSAL
053800             ADD 1           TO OPA-REVERSAL-COUNT
053900             ADD CLOG-AMOUNT TO OPA-REVERSAL-DOLLARS
054000     END-EVALUATE.
054100     PERFORM 2100-READ-LOG THRU 2100-EXIT.
054200 3100-EXIT.
054300     EXIT.
054400*****************************************************************
054500* 3200-TAKE-AUDIT - COUNT ONE AUDIT RECORD: AN OVER-LIMIT
054600* OVERRIDE OR A REVERSAL APPROVAL THE TELLER RECEIVED FROM A
054700* SUPERVISOR, OR A CASH-OUT REJECTED AT THEIR WINDOW.
054800*****************************************************************
054900 3200-TAKE-AUDIT.
055000     EVALUATE TRUE
055100         WHEN CAUD-REASON-IS-OVERRIDE
055200             ADD 1 TO OPA-OVERRIDE-COUNT
055300         WHEN CAUD-REASON-IS-REVERSAL
055400             ADD 1 TO OPA-APPROVAL-COUNT
055500         WHEN OTHER
055600             ADD 1 TO OPA-REJECT-COUNT
055700     END-EVALUATE.
055800     PERFORM 2200-READ-AUDIT THRU 2200-EXIT.
055900 3200-EXIT.
056000     EXIT.
056100*****************************************************************
056200* 3300-TAKE-DRAWER - COUNT ONE SIGN-OFF AND FOLD ITS DOLLAR
056300* DIFFERENCE INTO THE OVER OR SHORT TOTAL.
056400*****************************************************************
056500 3300-TAKE-DRAWER.
056600     ADD 1 TO OPA-SIGNOFF-COUNT.
056700     IF DRW-DIFF-DOLLARS > ZERO
056800         ADD 1 TO OPA-OUT-OF-BAL-COUNT
056900         ADD DRW-DIFF-DOLLARS TO OPA-OVER-DOLLARS
057000     END-IF.
057100     IF DRW-DIFF-DOLLARS < ZERO
057200         ADD 1 TO OPA-OUT-OF-BAL-COUNT
057300         SUBTRACT DRW-DIFF-DOLLARS FROM OPA-SHORT-DOLLARS
057400     END-IF.
057500     PERFORM 2300-READ-DRAWER THRU 2300-EXIT.
057600 3300-EXIT.
057700     EXIT.
057800*****************************************************************
057900* 4000-PRINT-OPERATOR - PRINT ONE OPERATOR'S BLOCK AND ROLL IT
058000* INTO THE BRANCH TOTALS.  AN OPERATOR OUT OF BALANCE ON AT
058100* LEAST THE THRESHOLD NUMBER OF SIGN-OFFS IS FLAGGED A REPEAT
058200* OFFENDER.
058300*****************************************************************
058400 4000-PRINT-OPERATOR.
058500     ADD 1 TO OPA-OPERATOR-COUNT.
058600     MOVE SPACES TO OPA-OPR-NAME.
058700     MOVE SPACES TO OPA-OPR-FLAG.
058800     IF OPA-CURRENT-OPERATOR = SPACES
058900         MOVE "NOT RECORDED" TO OPA-OPR-ID
059000     ELSE
059100         MOVE OPA-CURRENT-OPERATOR TO OPA-OPR-ID
059200         PERFORM 4100-GET-OPERATOR-NAME THRU 4100-EXIT
059300     END-IF.
059400     IF OPA-OUT-OF-BAL-COUNT NOT < OPA-REPEAT-THRESHOLD
059500         MOVE "*** REPEAT OFFENDER ***" TO OPA-OPR-FLAG
059600         ADD 1 TO OPA-OFFENDER-COUNT
059700     END-IF.
059800     MOVE SPACES TO OPA-REPORT-LINE.
059900     WRITE OPA-REPORT-LINE.
060000     MOVE OPA-OPERATOR-LINE TO OPA-REPORT-LINE.
060100     WRITE OPA-REPORT-LINE.
060200     MOVE OPA-COLUMN-LINE TO OPA-REPORT-LINE.
060300     WRITE OPA-REPORT-LINE.
060400     MOVE "CASH-OUTS"           TO OPA-DTL-LABEL.
060500     MOVE OPA-CASHOUT-COUNT     TO OPA-DTL-COUNT.
060600     MOVE OPA-CASHOUT-DOLLARS   TO OPA-DTL-DOLLARS.
060700     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
060800     MOVE "DEPOSITS"            TO OPA-DTL-LABEL.
060900     MOVE OPA-DEPOSIT-COUNT     TO OPA-DTL-COUNT.
061000     MOVE OPA-DEPOSIT-DOLLARS   TO OPA-DTL-DOLLARS.
061100     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
061200     MOVE "TRANSFERS"           TO OPA-DTL-LABEL.
061300     MOVE OPA-TRANSFER-COUNT    TO OPA-DTL-COUNT.
061400     MOVE OPA-TRANSFER-DOLLARS  TO OPA-DTL-DOLLARS.
061500     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
061600     MOVE "REVERSALS"           TO OPA-DTL-LABEL.
061700     MOVE OPA-REVERSAL-COUNT    TO OPA-DTL-COUNT.
061800     MOVE OPA-REVERSAL-DOLLARS  TO OPA-DTL-DOLLARS.
061900     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
062000     MOVE "OVERRIDES RECEIVED"  TO OPA-DTL-LABEL.
062100     MOVE OPA-OVERRIDE-COUNT    TO OPA-DTL-COUNT.
062200     MOVE ZERO                  TO OPA-DTL-DOLLARS.
062300     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
062400     MOVE "REVERSALS APPROVED"  TO OPA-DTL-LABEL.
062500     MOVE OPA-APPROVAL-COUNT    TO OPA-DTL-COUNT.
062600     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
062700     MOVE "CASH-OUTS REJECTED"  TO OPA-DTL-LABEL.
062800     MOVE OPA-REJECT-COUNT      TO OPA-DTL-COUNT.
062900     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
063000     MOVE "DRAWER SIGN-OFFS"    TO OPA-DTL-LABEL.
063100     MOVE OPA-SIGNOFF-COUNT     TO OPA-DTL-COUNT.
063200     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
063300     MOVE "  DRAWER OVER"       TO OPA-DTL-LABEL.
063400     MOVE ZERO                  TO OPA-DTL-COUNT.
063500     MOVE OPA-OVER-DOLLARS      TO OPA-DTL-DOLLARS.
063600     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
063700     MOVE "  DRAWER SHORT"      TO OPA-DTL-LABEL.
063800     MOVE OPA-SHORT-DOLLARS     TO OPA-DTL-DOLLARS.
063900     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
064000     MOVE "  OUT OF BALANCE/NET" TO OPA-DTL-LABEL.
064100     MOVE OPA-OUT-OF-BAL-COUNT  TO OPA-DTL-COUNT.
064200     COMPUTE OPA-NET-DOLLARS =
064250         OPA-OVER-DOLLARS - OPA-SHORT-DOLLARS.
064300     MOVE OPA-NET-DOLLARS       TO OPA-DTL-DOLLARS.
064400     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
064500     ADD OPA-CASHOUT-COUNT    TO OPA-BR-CASHOUT-COUNT.
064600     ADD OPA-CASHOUT-DOLLARS  TO OPA-BR-CASHOUT-DOLLARS.
064700     ADD OPA-DEPOSIT-COUNT    TO OPA-BR-DEPOSIT-COUNT.
064800     ADD OPA-DEPOSIT-DOLLARS  TO OPA-BR-DEPOSIT-DOLLARS.
064900     ADD OPA-TRANSFER-COUNT   TO OPA-BR-TRANSFER-COUNT.
065000     ADD OPA-TRANSFER-DOLLARS TO OPA-BR-TRANSFER-DOLLARS.
065100     ADD OPA-REVERSAL-COUNT   TO OPA-BR-REVERSAL-COUNT.
065200     ADD OPA-REVERSAL-DOLLARS TO OPA-BR-REVERSAL-DOLLARS.
065300     ADD OPA-OVERRIDE-COUNT   TO OPA-BR-OVERRIDE-COUNT.
065400     ADD OPA-APPROVAL-COUNT   TO OPA-BR-APPROVAL-COUNT.
065500     ADD OPA-REJECT-COUNT     TO OPA-BR-REJECT-COUNT.
065600     ADD OPA-SIGNOFF-COUNT    TO OPA-BR-SIGNOFF-COUNT.
065700     ADD OPA-OUT-OF-BAL-COUNT TO OPA-BR-OUT-OF-BAL-COUNT.
065800     ADD OPA-OVER-DOLLARS     TO OPA-BR-OVER-DOLLARS.
065900     ADD OPA-SHORT-DOLLARS    TO OPA-BR-SHORT-DOLLARS.
066000 4000-EXIT.
066100     EXIT.
066200*****************************************************************
066300* 4100-GET-OPERATOR-NAME - LOOK THE OPERATOR UP ON THE OPERATOR
066400* MASTER FOR THE NAME.  ONE THE MASTER DOES NOT KNOW IS FLAGGED.
066500*****************************************************************
066600 4100-GET-OPERATOR-NAME.
066700     IF NOT OPA-OPR-IS-AVAILABLE
066800         GO TO 4100-EXIT
066900     END-IF.
067000     MOVE OPA-CURRENT-OPERATOR TO OPR-OPERATOR-ID.
067100     READ OPERATOR-MASTER-FILE
067200         INVALID KEY
067300             MOVE "NOT ON OPERATOR MASTER" TO OPA-OPR-NAME
067400         NOT INVALID KEY
067500             MOVE OPR-NAME TO OPA-OPR-NAME
067600     END-READ.
067700 4100-EXIT.
067800     EXIT.
067900*****************************************************************
068000* 4500-WRITE-DETAIL - WRITE ONE ACTIVITY LINE.
068100*****************************************************************
068200 4500-WRITE-DETAIL.
068300     MOVE OPA-DETAIL-LINE TO OPA-REPORT-LINE.
068400     WRITE OPA-REPORT-LINE.
068500 4500-EXIT.
068600     EXIT.
068700*****************************************************************
068800* 5000-PRINT-BRANCH-TOTALS - THE SAME BLOCK FOR THE BRANCH AS A
068900* WHOLE, WITH THE NUMBER OF REPEAT OFFENDERS.
069000*****************************************************************
069100 5000-PRINT-BRANCH-TOTALS.
069200     MOVE SPACES TO OPA-REPORT-LINE.
069300     WRITE OPA-REPORT-LINE.
069400     MOVE "BRANCH TOTALS" TO OPA-REPORT-LINE.
069500     WRITE OPA-REPORT-LINE.
069600     MOVE OPA-COLUMN-LINE TO OPA-REPORT-LINE.
069700     WRITE OPA-REPORT-LINE.
069800     MOVE "CASH-OUTS"             TO OPA-DTL-LABEL.
069900     MOVE OPA-BR-CASHOUT-COUNT    TO OPA-DTL-COUNT.
070000     MOVE OPA-BR-CASHOUT-DOLLARS  TO OPA-DTL-DOLLARS.
070100     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
070200     MOVE "DEPOSITS"              TO OPA-DTL-LABEL.
070300     MOVE OPA-BR-DEPOSIT-COUNT    TO OPA-DTL-COUNT.
070400     MOVE OPA-BR-DEPOSIT-DOLLARS  TO OPA-DTL-DOLLARS.
070500     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
070600     MOVE "TRANSFERS"             TO OPA-DTL-LABEL.
070700     MOVE OPA-BR-TRANSFER-COUNT   TO OPA-DTL-COUNT.
070800     MOVE OPA-BR-TRANSFER-DOLLARS TO OPA-DTL-DOLLARS.
070900     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
071000     MOVE "REVERSALS"             TO OPA-DTL-LABEL.
071100     MOVE OPA-BR-REVERSAL-COUNT   TO OPA-DTL-COUNT.
071200     MOVE OPA-BR-REVERSAL-DOLLARS TO OPA-DTL-DOLLARS.
071300     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
071400     MOVE "OVERRIDES RECEIVED"    TO OPA-DTL-LABEL.
071500     MOVE OPA-BR-OVERRIDE-COUNT   TO OPA-DTL-COUNT.
071600     MOVE ZERO                    TO OPA-DTL-DOLLARS.
071700     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
071800     MOVE "REVERSALS APPROVED"    TO OPA-DTL-LABEL.
071900     MOVE OPA-BR-APPROVAL-COUNT   TO OPA-DTL-COUNT.
072000     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
072100     MOVE "CASH-OUTS REJECTED"    TO OPA-DTL-LABEL.
072200     MOVE OPA-BR-REJECT-COUNT     TO OPA-DTL-COUNT.
072300     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
072400     MOVE "DRAWER SIGN-OFFS"      TO OPA-DTL-LABEL.
072500     MOVE OPA-BR-SIGNOFF-COUNT    TO OPA-DTL-COUNT.
072600     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
072700     MOVE "  DRAWER OVER"         TO OPA-DTL-LABEL.
072800     MOVE ZERO                    TO OPA-DTL-COUNT.
072900     MOVE OPA-BR-OVER-DOLLARS     TO OPA-DTL-DOLLARS.
073000     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
073100     MOVE "  DRAWER SHORT"        TO OPA-DTL-LABEL.
073200     MOVE OPA-BR-SHORT-DOLLARS    TO OPA-DTL-DOLLARS.
073300     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
073400     MOVE "  OUT OF BALANCE/NET"  TO OPA-DTL-LABEL.
073500     MOVE OPA-BR-OUT-OF-BAL-COUNT TO OPA-DTL-COUNT.
073600     COMPUTE OPA-NET-DOLLARS =
073700         OPA-BR-OVER-DOLLARS - OPA-BR-SHORT-DOLLARS.
073800     MOVE OPA-NET-DOLLARS         TO OPA-DTL-DOLLARS.
073900     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
074000     MOVE "REPEAT OFFENDERS"      TO OPA-DTL-LABEL.
074100     MOVE OPA-OFFENDER-COUNT      TO OPA-DTL-COUNT.
074200     MOVE ZERO                    TO OPA-DTL-DOLLARS.
074300     PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT.
074400 5000-EXIT.
074500     EXIT.
074600*****************************************************************
074700* 9000-TERMINATE - CLOSE THE FILES.
074800*****************************************************************
074900 9000-TERMINATE.
075000     IF OPA-LOG-IS-AVAILABLE
075100         CLOSE CASH-LOG-FILE
075200     END-IF.
075300     IF OPA-AUD-IS-AVAILABLE
075400         CLOSE CASH-AUDIT-FILE
075500     END-IF.
075600     IF OPA-DRW-IS-AVAILABLE
075700         CLOSE DRAWER-BALANCE-FILE
075800     END-IF.
075900     IF OPA-OPR-IS-AVAILABLE
076000         CLOSE OPERATOR-MASTER-FILE
076100     END-IF.
076200     CLOSE OPA-REPORT-FILE.
076300 9000-EXIT.
076400     EXIT.
