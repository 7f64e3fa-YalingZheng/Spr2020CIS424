000100*****************************************************************
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     CASHHLD.
000400 AUTHOR.         J R MILLIKEN.
000500 INSTALLATION.   BRANCH OPERATIONS SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*****************************************************************
000900* NIGHTLY ACCOUNT HISTORY LOAD.  THE ONLY TRANSACTION HISTORY
001000* USED TO BE THE DAILY LOG AND THE ARCHIVED GENERATIONS CASHSTM
001100* READS ONCE A MONTH, SO A TELLER ASKED WHETHER LAST TUESDAY'S
001200* DEPOSIT WENT THROUGH HAD NO WAY TO LOOK.  THIS PROGRAM RUNS IN
001300* THE CASHCON END-OF-DAY JOB AFTER THE CASHCHK VERIFY AND LOADS
001400* THE DAY'S CONSOLIDATED TRANSACTION LOG INTO THE INDEXED ACCOUNT
001500* HISTORY FILE (CASHHST), WHICH THE TELLER AND BACK-OFFICE
001600* ACCOUNT INQUIRIES READ:
001700*
001800*   - ONE ENTRY PER LOGGED TRANSACTION ON ITS ACCOUNT, AND A
001900*     SECOND ON THE DESTINATION ACCOUNT OF A TRANSFER (OR OF THE
002000*     REVERSAL OF ONE), KEYED ON ACCOUNT, BUSINESS DATE AND THE
002100*     TRANSACTION'S POSITION IN THE CONSOLIDATED LOG.  A RELOAD
002200*     OF THE SAME DAY PRODUCES THE SAME KEYS, SO ENTRIES ALREADY
002300*     ON FILE ARE COUNTED AND PASSED OVER RATHER THAN DOUBLED.
002400*   - THEN EVERY ENTRY WHOSE BUSINESS DATE FALLS BEFORE THE
002500*     RETENTION PERIOD ON THE CASHCTL CONTROL RECORD (WHOLE
002600*     MONTHS BACK FROM THE CURRENT BUSINESS MONTH) IS PURGED.
002700*
002800* LOG RECORDS WRITTEN BEFORE THE LOG CARRIED THE ACCOUNT NUMBER
002900* CANNOT BE PLACED ON ANY ACCOUNT, AND A RECORD WITH A TYPE CODE
003000* THIS PROGRAM DOES NOT KNOW CANNOT BE GIVEN A DIRECTION; BOTH ARE
003100* COUNTED AS SKIPPED.
003200*
003300* MODIFICATION HISTORY
003400*     DATE       INIT   DESCRIPTION
003500*     ---------- ----   ---------------------------------------
003600*     2026-10-15 JRM    ORIGINAL NIGHTLY HISTORY LOAD AND PURGE.
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CASH-LOG-FILE ASSIGN TO "CASHLOG"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS CASH-LOG-STATUS.
004400     SELECT CASH-CTL-FILE ASSIGN TO "CASHCTL"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS CASH-CTL-STATUS.
004700     SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "CASHHST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS HST-KEY
005100         FILE STATUS IS ACCOUNT-HISTORY-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CASH-LOG-FILE
005500     RECORDING MODE IS F.
005600     COPY CASHLOG.
005700 FD  CASH-CTL-FILE
005800     RECORDING MODE IS F.
005900     COPY CASHCTL.
006000 FD  ACCOUNT-HISTORY-FILE.
006100     COPY CASHHST.
006200 WORKING-STORAGE SECTION.
006300*****************************************************************
006400* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
006500*****************************************************************
006600 77  CASH-LOG-STATUS             PIC X(02) VALUE SPACES.
006700 77  CASH-CTL-STATUS             PIC X(02) VALUE SPACES.
006800 77  ACCOUNT-HISTORY-STATUS      PIC X(02) VALUE SPACES.
006900 77  HLD-EOF-SWITCH              PIC X(01) VALUE "N".
007000     88  HLD-END-OF-FILE                 VALUE "Y".
007100 77  HLD-PURGE-EOF-SWITCH        PIC X(01) VALUE "N".
007200     88  HLD-PURGE-END-OF-FILE           VALUE "Y".
007300 77  HLD-DEFAULT-RETAIN          PIC 9(03) VALUE 13.
007400 77  HLD-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
007500 77  HLD-WRITTEN-COUNT           PIC 9(07) COMP VALUE ZERO.
007600 77  HLD-ON-FILE-COUNT           PIC 9(07) COMP VALUE ZERO.
007700 77  HLD-SKIPPED-COUNT           PIC 9(07) COMP VALUE ZERO.
007800 77  HLD-ERROR-COUNT             PIC 9(07) COMP VALUE ZERO.
007900 77  HLD-PURGED-COUNT            PIC 9(07) COMP VALUE ZERO.
008000 77  HLD-LOG-SEQUENCE            PIC 9(06) COMP VALUE ZERO.
008100*****************************************************************
008200* CONTROL RECORD VALUES AND THE PURGE CUTOFF.  THE CUTOFF IS THE
008300* FIRST DAY OF THE MONTH THAT LIES THE RETENTION PERIOD BEFORE
008400* THE CURRENT BUSINESS MONTH; ENTRIES DATED BEFORE IT GO.  THE
008500* MONTH ARITHMETIC IS DONE IN A RUNNING MONTH COUNT SO A PERIOD
008600* THAT REACHES BACK ACROSS A YEAR END NEEDS NO SPECIAL CASE.
008700*****************************************************************
008800 01  HLD-BUSINESS-DATE           PIC 9(08) VALUE ZERO.
008900 01  HLD-BUSINESS-DATE-R REDEFINES HLD-BUSINESS-DATE.
009000     05  HLD-BUSINESS-CCYY           PIC 9(04).
009100     05  HLD-BUSINESS-MM             PIC 9(02).
009200     05  FILLER                      PIC 9(02).
009300 01  HLD-RUN-DATE                PIC 9(08).
009400 01  HLD-RETAIN-MONTHS           PIC 9(03).
009500 01  HLD-MONTH-COUNT             PIC 9(07) COMP.
009600 01  HLD-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
009700 01  HLD-CUTOFF-DATE-R REDEFINES HLD-CUTOFF-DATE.
009800     05  HLD-CUTOFF-CCYY             PIC 9(04).
009900     05  HLD-CUTOFF-MM               PIC 9(02).
010000     05  HLD-CUTOFF-DD               PIC 9(02).
010100*****************************************************************
010200* ENTRY BUILD AREAS - THE DIRECTION OF THE MONEY ON THE LOGGED
010300* ACCOUNT, AND ON THE OTHER ACCOUNT WHEN THERE IS ONE.
010400*****************************************************************
010500 01  HLD-ENTRY-DATE              PIC 9(08).
010600 01  HLD-PRIMARY-DIRECTION       PIC X(01).
010700 01  HLD-OTHER-DIRECTION         PIC X(01).
010800 01  HLD-OTHER-SWITCH            PIC X(01).
010900     88  HLD-HAS-OTHER-SIDE              VALUE "Y".
011000     88  HLD-NO-OTHER-SIDE               VALUE "N".
011100 PROCEDURE DIVISION.
011200*****************************************************************
011300* 0000-MAINLINE - PICK UP THE BUSINESS DATE AND RETENTION, LOAD
011400* THE DAY'S LOG INTO THE HISTORY FILE, PURGE WHAT HAS AGED OUT,
011500* AND REPORT THE COUNTS.
011600*****************************************************************
011700 0000-MAINLINE.
011800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011900     PERFORM 2000-READ-LOG THRU 2000-EXIT.
012000     PERFORM 3000-LOAD-RECORD THRU 3000-EXIT
012100         UNTIL HLD-END-OF-FILE.
012200     CLOSE CASH-LOG-FILE.
012300     PERFORM 5000-PURGE-HISTORY THRU 5000-EXIT.
012400     CLOSE ACCOUNT-HISTORY-FILE.
012500     PERFORM 9000-REPORT-COUNTS THRU 9000-EXIT.
012600     STOP RUN.
012700*****************************************************************
012800* 1000-INITIALIZE - READ THE CONTROL RECORD, WORK OUT THE PURGE
012900* CUTOFF, AND OPEN THE LOG AND THE HISTORY FILE.  A HISTORY FILE
013000* THAT DOES NOT EXIST YET IS CREATED EMPTY ON THE FIRST RUN.
013100*****************************************************************
013200 1000-INITIALIZE.
013300     ACCEPT HLD-RUN-DATE FROM DATE YYYYMMDD.
013400     MOVE HLD-RUN-DATE       TO HLD-BUSINESS-DATE.
013500     MOVE HLD-DEFAULT-RETAIN TO HLD-RETAIN-MONTHS.
013600     PERFORM 1100-READ-CONTROL-FILE THRU 1100-EXIT.
013700     COMPUTE HLD-MONTH-COUNT = HLD-BUSINESS-CCYY * 12
013800         + HLD-BUSINESS-MM - 1.
013900     IF HLD-RETAIN-MONTHS < HLD-MONTH-COUNT
014000         SUBTRACT HLD-RETAIN-MONTHS FROM HLD-MONTH-COUNT
014100         DIVIDE HLD-MONTH-COUNT BY 12
014200             GIVING HLD-CUTOFF-CCYY
014300             REMAINDER HLD-CUTOFF-MM
014400         ADD 1 TO HLD-CUTOFF-MM
014500         MOVE 1 TO HLD-CUTOFF-DD
014600     END-IF.
014700     OPEN INPUT CASH-LOG-FILE.
014800     IF CASH-LOG-STATUS NOT = "00"
014900         DISPLAY 'CASHHLD: CONSOLIDATED TRANSACTION LOG '
015000             'UNAVAILABLE, HISTORY NOT LOADED '
015100         MOVE 16 TO RETURN-CODE
015200         STOP RUN
015300     END-IF.
015400     OPEN I-O ACCOUNT-HISTORY-FILE.
015500     IF ACCOUNT-HISTORY-STATUS = "35"
015600         OPEN OUTPUT ACCOUNT-HISTORY-FILE
015700         CLOSE ACCOUNT-HISTORY-FILE
015800         OPEN I-O ACCOUNT-HISTORY-FILE
015900     END-IF.
016000     IF ACCOUNT-HISTORY-STATUS NOT = "00"
016100         DISPLAY 'CASHHLD: ACCOUNT HISTORY FILE UNAVAILABLE, '
016200             'HISTORY NOT LOADED '
016300         CLOSE CASH-LOG-FILE
016400         MOVE 16 TO RETURN-CODE
016500         STOP RUN
016600     END-IF.
016700     DISPLAY 'CASHHLD: LOADING BUSINESS DATE ' HLD-BUSINESS-DATE
016800         ', RETAINING ' HLD-RETAIN-MONTHS ' MONTHS'.
016900 1000-EXIT.
017000     EXIT.
017100*****************************************************************
017200* 1100-READ-CONTROL-FILE - THE BUSINESS DATE BEING SETTLED AND
017300* THE HISTORY RETENTION PERIOD.  WITH NO BUSINESS DATE THE
017400* WALL-CLOCK DATE STANDS IN; WITH NO RETENTION PERIOD THE
017500* COMPILED-IN DEFAULT DOES.
017600*****************************************************************
017700 1100-READ-CONTROL-FILE.
017800     OPEN INPUT CASH-CTL-FILE.
017900     IF CASH-CTL-STATUS NOT = "00"
018000         DISPLAY 'CASHHLD: CASH-CTL-FILE NOT FOUND, USING '
018100             'DEFAULTS '
018200         GO TO 1100-EXIT
018300     END-IF.
018400     READ CASH-CTL-FILE
018500         AT END
018600             DISPLAY 'CASHHLD: CASH-CTL-FILE EMPTY, USING '
018700                 'DEFAULTS '
018800         NOT AT END
018900             IF CCTL-BUSINESS-DATE NUMERIC
019000                     AND CCTL-BUSINESS-DATE > ZERO
019100                 MOVE CCTL-BUSINESS-DATE TO HLD-BUSINESS-DATE
019200             END-IF
019300             IF CCTL-HISTORY-RETAIN-MONTHS NUMERIC
019400                     AND CCTL-HISTORY-RETAIN-MONTHS > ZERO
019500                 MOVE CCTL-HISTORY-RETAIN-MONTHS
019600                     TO HLD-RETAIN-MONTHS
019700             END-IF
019800     END-READ.
019900     CLOSE CASH-CTL-FILE.
020000 1100-EXIT.
020100     EXIT.
020200*****************************************************************
020300* 2000-READ-LOG - READ THE NEXT CONSOLIDATED LOG RECORD AND
020400* NUMBER IT.  THE NUMBER IS THE SEQUENCE PART OF THE HISTORY KEY.
020500*****************************************************************
020600 2000-READ-LOG.
020700     READ CASH-LOG-FILE
020800         AT END
020900             SET HLD-END-OF-FILE TO TRUE
021000     END-READ.
021100     IF NOT HLD-END-OF-FILE
021200         ADD 1 TO HLD-READ-COUNT
021300         ADD 1 TO HLD-LOG-SEQUENCE
021400     END-IF.
021500 2000-EXIT.
021600     EXIT.
021700*****************************************************************
021800* 3000-LOAD-RECORD - WORK OUT WHICH WAY THE MONEY MOVED ON EACH
021900* ACCOUNT THE TRANSACTION TOUCHED AND WRITE ITS HISTORY ENTRIES.
022000* A REVERSAL MOVES THE MONEY THE OPPOSITE WAY TO THE ORIGINAL IT
022100* VOIDS.  THE BUSINESS DATE FALLS BACK TO THE WALL-CLOCK DATE ON
022200* RECORDS LOGGED BEFORE THE FIELD EXISTED.
022300*****************************************************************
022400 3000-LOAD-RECORD.
022500     IF CLOG-ACCOUNT-NO = SPACES
022600         ADD 1 TO HLD-SKIPPED-COUNT
022700         GO TO 3000-READ-NEXT
022800     END-IF.
022900     IF CLOG-BUSINESS-DATE NUMERIC
023000             AND CLOG-BUSINESS-DATE > ZERO
023100         MOVE CLOG-BUSINESS-DATE TO HLD-ENTRY-DATE
023200     ELSE
023300         MOVE CLOG-DATE TO HLD-ENTRY-DATE
023400     END-IF.
023500     SET HLD-NO-OTHER-SIDE TO TRUE.
023600     EVALUATE TRUE
023700         WHEN CLOG-TXN-IS-CASHOUT
023800             MOVE "O" TO HLD-PRIMARY-DIRECTION
023900         WHEN CLOG-TXN-IS-DEPOSIT
024000             MOVE "I" TO HLD-PRIMARY-DIRECTION
024100         WHEN CLOG-TXN-IS-TRANSFER
024200             MOVE "O" TO HLD-PRIMARY-DIRECTION
024300             SET HLD-HAS-OTHER-SIDE TO TRUE
024400         WHEN CLOG-TXN-IS-REVERSAL AND CLOG-ORIG-WAS-DEPOSIT
024500             MOVE "O" TO HLD-PRIMARY-DIRECTION
024600         WHEN CLOG-TXN-IS-REVERSAL AND CLOG-ORIG-WAS-TRANSFER
024700             MOVE "I" TO HLD-PRIMARY-DIRECTION
024800             SET HLD-HAS-OTHER-SIDE TO TRUE
024900         WHEN CLOG-TXN-IS-REVERSAL
025000             MOVE "I" TO HLD-PRIMARY-DIRECTION
025100         WHEN OTHER
025200             ADD 1 TO HLD-SKIPPED-COUNT
025300             GO TO 3000-READ-NEXT
025400     END-EVALUATE.
025500     IF HLD-PRIMARY-DIRECTION = "I"
025600         MOVE "O" TO HLD-OTHER-DIRECTION
025700     ELSE
025800         MOVE "I" TO HLD-OTHER-DIRECTION
025900     END-IF.
026000     IF CLOG-DEST-ACCOUNT-NO = SPACES
026100         SET HLD-NO-OTHER-SIDE TO TRUE
026200     END-IF.
026300     PERFORM 3100-BUILD-ENTRY THRU 3100-EXIT.
026400     MOVE CLOG-ACCOUNT-NO       TO HST-ACCOUNT-NO.
026500     MOVE HLD-PRIMARY-DIRECTION TO HST-DIRECTION.
026600     IF HLD-HAS-OTHER-SIDE
026700         MOVE CLOG-DEST-ACCOUNT-NO TO HST-OTHER-ACCOUNT-NO
026800     END-IF.
026900     PERFORM 3200-WRITE-ENTRY THRU 3200-EXIT.
027000     IF HLD-HAS-OTHER-SIDE
027100         MOVE CLOG-DEST-ACCOUNT-NO TO HST-ACCOUNT-NO
027200         MOVE HLD-OTHER-DIRECTION  TO HST-DIRECTION
027300         MOVE CLOG-ACCOUNT-NO      TO HST-OTHER-ACCOUNT-NO
027400         PERFORM 3200-WRITE-ENTRY THRU 3200-EXIT
027500     END-IF.
027600 3000-READ-NEXT.
027700     PERFORM 2000-READ-LOG THRU 2000-EXIT.
027800 3000-EXIT.
027900     EXIT.
028000*****************************************************************
028100* 3100-BUILD-ENTRY - THE FIELDS BOTH SIDES OF A TRANSACTION SHARE.
028200*****************************************************************
028300 3100-BUILD-ENTRY.
028400     MOVE SPACES            TO ACCOUNT-HISTORY-RECORD.
028500     MOVE HLD-ENTRY-DATE    TO HST-BUSINESS-DATE.
028600     MOVE HLD-LOG-SEQUENCE  TO HST-SEQUENCE-NO.
028700     MOVE CLOG-TXN-TYPE     TO HST-TXN-TYPE.
028800     MOVE CLOG-AMOUNT       TO HST-AMOUNT.
028900     MOVE CLOG-DATE         TO HST-LOG-DATE.
029000     MOVE CLOG-TIME         TO HST-LOG-TIME.
029100     MOVE CLOG-TERMINAL-ID  TO HST-TERMINAL-ID.
029200     IF CLOG-SEQUENCE-NO NUMERIC
029300         MOVE CLOG-SEQUENCE-NO TO HST-TERM-SEQUENCE-NO
029400     ELSE
029500         MOVE ZERO TO HST-TERM-SEQUENCE-NO
029600     END-IF.
029700     IF CLOG-TXN-IS-REVERSAL
029800         MOVE CLOG-ORIG-TXN-TYPE TO HST-ORIG-TXN-TYPE
029900     END-IF.
030000     MOVE HLD-RUN-DATE      TO HST-LOAD-DATE.
030100 3100-EXIT.
030200     EXIT.
030300*****************************************************************
030400* 3200-WRITE-ENTRY - WRITE ONE HISTORY ENTRY.  A DUPLICATE KEY
030500* MEANS THIS DAY WAS ALREADY LOADED BY AN EARLIER RUN, SO THE
030600* ENTRY IS COUNTED AS ALREADY ON FILE AND LEFT AS IT IS.
030700*****************************************************************
030800 3200-WRITE-ENTRY.
030900     WRITE ACCOUNT-HISTORY-RECORD.
031000     EVALUATE ACCOUNT-HISTORY-STATUS
031100         WHEN "00"
031200             ADD 1 TO HLD-WRITTEN-COUNT
031300         WHEN "22"
031400             ADD 1 TO HLD-ON-FILE-COUNT
031500         WHEN OTHER
031600             ADD 1 TO HLD-ERROR-COUNT
031700             DISPLAY 'CASHHLD: UNABLE TO WRITE HISTORY FOR '
031750                 'ACCOUNT ' HST-ACCOUNT-NO
031800                 ' STATUS ' ACCOUNT-HISTORY-STATUS
031900     END-EVALUATE.
032000 3200-EXIT.
032100     EXIT.
032200*****************************************************************
032300* 5000-PURGE-HISTORY - PASS THE HISTORY FILE FRONT TO BACK AND
032400* DELETE EVERY ENTRY DATED BEFORE THE CUTOFF.  THE FILE IS KEYED
032500* ON ACCOUNT FIRST, SO THE OLD ENTRIES ARE SPREAD THROUGH IT AND
032600* THE WHOLE FILE IS READ.  A RETENTION PERIOD REACHING BACK PAST
032700* THE START OF THE CALENDAR LEAVES THE CUTOFF AT ZERO AND
032800* NOTHING IS PURGED.
032900*****************************************************************
033000 5000-PURGE-HISTORY.
033100     IF HLD-CUTOFF-DATE = ZERO
033200         GO TO 5000-EXIT
033300     END-IF.
033400     MOVE LOW-VALUES TO HST-KEY.
033500     START ACCOUNT-HISTORY-FILE KEY NOT < HST-KEY
033600         INVALID KEY
033700             GO TO 5000-EXIT
033800     END-START.
033900     PERFORM 5100-PURGE-ENTRY THRU 5100-EXIT
034000         UNTIL HLD-PURGE-END-OF-FILE.
034100 5000-EXIT.
034200     EXIT.
034300*****************************************************************
034400* 5100-PURGE-ENTRY - READ THE NEXT ENTRY AND DELETE IT IF IT HAS
034500* AGED OUT.
034600*****************************************************************
034700 5100-PURGE-ENTRY.
034800     READ ACCOUNT-HISTORY-FILE NEXT RECORD
034900         AT END
035000             SET HLD-PURGE-END-OF-FILE TO TRUE
035100             GO TO 5100-EXIT
035200     END-READ.
035300     IF HST-BUSINESS-DATE < HLD-CUTOFF-DATE
035400         DELETE ACCOUNT-HISTORY-FILE RECORD
035500         IF ACCOUNT-HISTORY-STATUS = "00"
035600             ADD 1 TO HLD-PURGED-COUNT
035700         ELSE
035800             ADD 1 TO HLD-ERROR-COUNT
035900             DISPLAY 'CASHHLD: UNABLE TO PURGE HISTORY FOR '
035950                 'ACCOUNT ' HST-ACCOUNT-NO
036000                 ' STATUS ' ACCOUNT-HISTORY-STATUS
036100         END-IF
036200     END-IF.
036300 5100-EXIT.
036400     EXIT.
036500*****************************************************************
036600* 9000-REPORT-COUNTS - SHOW THE COUNTS AND SET THE RETURN CODE.
036700* ANY ENTRY THAT COULD NOT BE WRITTEN OR PURGED IS RC 8; A DAY
036800* THAT WAS ALREADY LOADED (A RERUN OF THE JOB) IS RC 4.
036900*****************************************************************
037000 9000-REPORT-COUNTS.
037100     DISPLAY 'CASHHLD: LOG RECORDS READ       ' HLD-READ-COUNT.
037200     DISPLAY 'CASHHLD: HISTORY ENTRIES LOADED ' HLD-WRITTEN-COUNT.
037300     DISPLAY 'CASHHLD: ALREADY ON FILE        ' HLD-ON-FILE-COUNT.
037400     DISPLAY 'CASHHLD: LOG RECORDS SKIPPED    ' HLD-SKIPPED-COUNT.
037500     DISPLAY 'CASHHLD: ENTRIES PURGED BEFORE  ' HLD-CUTOFF-DATE
037600         ' ' HLD-PURGED-COUNT.
037700     IF HLD-ON-FILE-COUNT > ZERO
037800         DISPLAY 'CASHHLD: SOME OF THIS LOG WAS ALREADY LOADED - '
037900             'THE DAY WAS RELOADED '
038000         MOVE 4 TO RETURN-CODE
038100     END-IF.
038200     IF HLD-ERROR-COUNT > ZERO
038300         DISPLAY 'CASHHLD: I/O ERRORS             '
038350             HLD-ERROR-COUNT
038400         MOVE 8 TO RETURN-CODE
038500     END-IF.
038600 9000-EXIT.
038700     EXIT.
