001300* PROGRAM READS THE MONTH'S ARCHIVED LOG GENERATIONS, SORTED BY
001400* THE CASHSTM JOB INTO ACCOUNT THEN BUSINESS-DATE THEN TIME
001500* SEQUENCE, PLUS THE CUSTOMER MASTER, AND PRODUCES A PER-ACCOUNT
001600* STATEMENT: EVERY CASH-OUT, DEPOSIT, TRANSFER AND REVERSAL IN
001650* DATE ORDER WITH TERMINAL AND TIME, THE MONTH'S TOTALS PER
001700* ACCOUNT, AND THE OPENING AND CLOSING BALANCES.  THE CLOSING
001800* BALANCE IS THE MASTER'S CURRENT BALANCE AT RUN TIME; THE OPENING
001900* BALANCE IS WORKED BACK FROM IT THROUGH THE MONTH'S LOGGED
002000* MOVEMENT, SO ANY BALANCE CHANGE THAT NEVER WENT THROUGH THE LOG
002100* (A HAND ADJUSTMENT, AN INTEREST POSTING) IS CARRIED INSIDE THE
002200* OPENING FIGURE RATHER THAN INVENTED AS A TRANSACTION.
002222*
002244* THE MONTH'S SERVICE FEES COME FROM THE CASHFEE FEE POSTING
002266* DETAIL (CASHFPD), SORTED BY THE JOB INTO ACCOUNT SEQUENCE AND
002288* MATCHED TO THE LOG BY ACCOUNT.  EACH FEE CHARGED PRINTS AS A
002310* DETAIL LINE AT THE END OF THE ACCOUNT'S ACTIVITY, THE FEES ARE
002332* TOTALLED, AND THE OPENING BALANCE ADDS THEM BACK.  AN ACCOUNT
002354* WITH FEES BUT NO LOGGED ACTIVITY STILL GETS ITS STATEMENT.  THE
002376* FEE INPUT IS OPTIONAL; WITHOUT IT THE STATEMENT IS AS BEFORE.
002400*
002500* THE STATEMENT MONTH (CCYYMM) COMES FROM SYSIN; RECORDS
002600* OUTSIDE THE MONTH ARE PASSED OVER, SO THE JOB CAN FEED EVERY
003100*     DATE       INIT   DESCRIPTION
003200*     ---------- ----   ---------------------------------------
003300*     2026-09-02 JRM    ORIGINAL MONTHLY STATEMENT RUN.
003320*     2026-10-15 JRM    PRINT REVERSALS AND TAKE EACH ONE BACK
003340*                       OUT OF THE MONTH TOTAL OF THE TYPE IT
003360*                       VOIDED.
003368*     2026-10-15 JRM    PRINT THE MONTH'S SERVICE FEES FROM THE
003376*                       OPTIONAL SORTED FEE POSTING DETAIL
003384*                       (FEEPOST) AND ADD THEM BACK INTO THE
003392*                       OPENING BALANCE.
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
004600     SELECT CASH-STMT-FILE ASSIGN TO "CASHSTMT"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS CASH-STMT-STATUS.
004825     SELECT CASH-FEE-POSTING-FILE ASSIGN TO "FEEPOST"
004850         ORGANIZATION IS SEQUENTIAL
004875         FILE STATUS IS CASH-FEE-POSTING-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CASH-LOG-FILE
005600 FD  CASH-STMT-FILE
005700     RECORDING MODE IS F.
005800 01  CASHSTM-REPORT-LINE            PIC X(80).
005825 FD  CASH-FEE-POSTING-FILE
005850     RECORDING MODE IS F.
005875     COPY CASHFPD.
005900 WORKING-STORAGE SECTION.
006000*****************************************************************
006100* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
007300     88  CASHSTM-RPT-IS-AVAILABLE        VALUE "Y".
007400 77  CASHSTM-ON-MASTER-SWITCH    PIC X(01) VALUE "N".
007500     88  CASHSTM-ACCT-ON-MASTER          VALUE "Y".
007525 77  CASH-FEE-POSTING-STATUS     PIC X(02) VALUE SPACES.
007550 77  CASHSTM-FEE-AVAIL-SWITCH    PIC X(01) VALUE "N".
007575     88  CASHSTM-FEE-IS-AVAILABLE        VALUE "Y".
007600 77  CASHSTM-ACCT-COUNT          PIC 9(07) COMP VALUE ZERO.
007700*****************************************************************
007800* STATEMENT MONTH FROM SYSIN AND THE RECORD-DATE WORK AREA THE
009900 01  CASHSTM-TXN-COUNT           PIC 9(05).
010000 01  CASHSTM-CLOSING-BALANCE     PIC 9(09)V99.
010100 01  CASHSTM-OPENING-BALANCE     PIC S9(12)V99.
010114 01  CASHSTM-FEE-TOTAL           PIC 9(11).
010128*****************************************************************
010142* THE ACCOUNT ON THE NEXT FEE RECORD FOR THE MONTH; HIGH-VALUES
010156* ONCE THE FEES ARE EXHAUSTED OR WHEN THERE ARE NONE.
010170*****************************************************************
010184 01  CASHSTM-FEE-ACCOUNT         PIC X(10) VALUE HIGH-VALUES.
010200*****************************************************************
010300* PRINT WORK AREAS
010400*****************************************************************
014000*****************************************************************
014100* 0000-MAINLINE - READ THE STATEMENT MONTH, WALK THE SORTED
014200* HISTORY ONCE PRINTING EACH ACCOUNT'S STATEMENT AT ITS
014300* CONTROL BREAK, THEN STATEMENTS FOR ANY ACCOUNTS LEFT WITH
014350* ONLY FEES, THEN CLOSE OUT.
014400*****************************************************************
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014700     IF CASHSTM-LOG-IS-AVAILABLE
014800             AND CASHSTM-RPT-IS-AVAILABLE
014900         PERFORM 2000-READ-LOG THRU 2000-EXIT
014925         IF CASHSTM-FEE-IS-AVAILABLE
014950             PERFORM 2100-READ-FEE THRU 2100-EXIT
014975         END-IF
015000         PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
015100             UNTIL CASHSTM-END-OF-FILE
015200         IF CASHSTM-PRIOR-ACCOUNT NOT = HIGH-VALUES
015300             PERFORM 5000-ACCOUNT-BREAK THRU 5000-EXIT
015400         END-IF
015433         PERFORM 5200-FEE-ONLY-ACCOUNT THRU 5200-EXIT
015466             UNTIL CASHSTM-FEE-ACCOUNT = HIGH-VALUES
015500         DISPLAY "CASHSTM: STATEMENTS PRODUCED "
015600             CASHSTM-ACCT-COUNT
015700     ELSE
016200*****************************************************************
016300* 1000-INITIALIZE - READ THE STATEMENT MONTH FROM SYSIN AND
016400* OPEN THE SORTED HISTORY, THE CUSTOMER MASTER AND THE
016500* STATEMENT PRINT FILE, AND THE SORTED FEE POSTINGS IF THERE ARE
016600* ANY.  A BAD MONTH FAILS THE STEP - A STATEMENT RUN OVER THE
016650* WRONG MONTH IS WORSE THAN NONE.
016700*****************************************************************
016800 1000-INITIALIZE.
016900     ACCEPT CASHSTM-MONTH-INPUT.
019200     ELSE
019300         DISPLAY "CASHSTM: UNABLE TO OPEN STATEMENT FILE"
019400     END-IF.
019414     OPEN INPUT CASH-FEE-POSTING-FILE.
019428     IF CASH-FEE-POSTING-STATUS = "00"
019442         SET CASHSTM-FEE-IS-AVAILABLE TO TRUE
019456     ELSE
019470         DISPLAY "CASHSTM: NO FEE POSTINGS, NO FEES PRINTED"
019484     END-IF.
019500 1000-EXIT.
019600     EXIT.
019700*****************************************************************
020400     END-READ.
020500 2000-EXIT.
020600     EXIT.
020605*****************************************************************
020610* 2100-READ-FEE - READ THE NEXT FEE CHARGED IN THE STATEMENT
020615* MONTH.  FEES FOR OTHER MONTHS AND FEES WAIVED IN FULL ARE PASSED
020620* OVER, SO THE JOB CAN FEED EVERY CATALOGED FEE GENERATION.
020625*****************************************************************
020630 2100-READ-FEE.
020635     READ CASH-FEE-POSTING-FILE
020640         AT END
020645             MOVE HIGH-VALUES TO CASHSTM-FEE-ACCOUNT
020650             GO TO 2100-EXIT
020655     END-READ.
020660     IF FPD-FEE-MONTH NOT = CASHSTM-MONTH
020665             OR FPD-CHARGED-AMOUNT = ZERO
020670         GO TO 2100-READ-FEE
020675     END-IF.
020680     MOVE FPD-ACCOUNT-NO TO CASHSTM-FEE-ACCOUNT.
020685 2100-EXIT.
020690     EXIT.
020700*****************************************************************
020800* 3000-PROCESS-RECORD - FILTER ONE RECORD TO THE STATEMENT
020900* MONTH, BREAK WHEN THE ACCOUNT CHANGES, PRINT ITS DETAIL LINE
022200         IF CASHSTM-PRIOR-ACCOUNT NOT = HIGH-VALUES
022300             PERFORM 5000-ACCOUNT-BREAK THRU 5000-EXIT
022400         END-IF
022433         PERFORM 5200-FEE-ONLY-ACCOUNT THRU 5200-EXIT
022466             UNTIL CASHSTM-FEE-ACCOUNT NOT < CLOG-ACCOUNT-NO
022500         MOVE CLOG-ACCOUNT-NO TO CASHSTM-PRIOR-ACCOUNT
022600         PERFORM 4000-START-ACCOUNT THRU 4000-EXIT
022700     END-IF.
024200     MOVE ZERO TO CASHSTM-DEPOSIT-TOTAL.
024300     MOVE ZERO TO CASHSTM-TRANSFER-TOTAL.
024400     MOVE ZERO TO CASHSTM-TXN-COUNT.
024450     MOVE ZERO TO CASHSTM-FEE-TOTAL.
024500     MOVE ZERO TO CASHSTM-CLOSING-BALANCE.
024600     MOVE "N"  TO CASHSTM-ON-MASTER-SWITCH.
024700     MOVE SPACES TO CASHSTM-HDR-NAME.
028800         WHEN CLOG-TXN-IS-TRANSFER
028900             MOVE "TRANSFER  " TO CASHSTM-DTL-TYPE
029000             ADD CLOG-AMOUNT TO CASHSTM-TRANSFER-TOTAL
029020         WHEN CLOG-TXN-IS-REVERSAL
029040             MOVE "REVERSAL  " TO CASHSTM-DTL-TYPE
029060             PERFORM 4600-NET-REVERSAL THRU 4600-EXIT
029100         WHEN OTHER
029200             MOVE "OTHER     " TO CASHSTM-DTL-TYPE
029300     END-EVALUATE.
029700     WRITE CASHSTM-REPORT-LINE.
029800 4500-EXIT.
029900     EXIT.
029903*****************************************************************
029906* 4600-NET-REVERSAL - A REVERSAL VOIDS A SAME-DAY ORIGINAL THAT
029909* IS ALREADY IN THE MONTH TOTALS, SO IT COMES BACK OUT OF THE
029912* TOTAL OF THE TYPE IT VOIDED AND THE OPENING BALANCE WORKS
029915* BACK AS IF NEITHER HAD HAPPENED.  A TOTAL NEVER GOES BELOW
029918* ZERO.
029921*****************************************************************
029924 4600-NET-REVERSAL.
029927     EVALUATE TRUE
029930         WHEN CLOG-ORIG-WAS-CASHOUT
029933             IF CASHSTM-CASHOUT-TOTAL > CLOG-AMOUNT
029936                 SUBTRACT CLOG-AMOUNT FROM CASHSTM-CASHOUT-TOTAL
029939             ELSE
029942                 MOVE ZERO TO CASHSTM-CASHOUT-TOTAL
029945             END-IF
029948         WHEN CLOG-ORIG-WAS-DEPOSIT
029951             IF CASHSTM-DEPOSIT-TOTAL > CLOG-AMOUNT
029954                 SUBTRACT CLOG-AMOUNT FROM CASHSTM-DEPOSIT-TOTAL
029957             ELSE
029960                 MOVE ZERO TO CASHSTM-DEPOSIT-TOTAL
029963             END-IF
029966         WHEN CLOG-ORIG-WAS-TRANSFER
029969             IF CASHSTM-TRANSFER-TOTAL > CLOG-AMOUNT
029972                 SUBTRACT CLOG-AMOUNT FROM CASHSTM-TRANSFER-TOTAL
029975             ELSE
029978                 MOVE ZERO TO CASHSTM-TRANSFER-TOTAL
029981             END-IF
029984     END-EVALUATE.
029987 4600-EXIT.
029990     EXIT.
030000*****************************************************************
030100* 5000-ACCOUNT-BREAK - ONE ACCOUNT'S MONTH IS ALL IN.  PRINT
030200* THE MONTH TOTALS AND THE OPENING AND CLOSING BALANCES.  THE
030300* OPENING BALANCE IS THE CLOSING BALANCE WORKED BACKWARD
030400* THROUGH THE LOGGED MOVEMENT: MONEY OUT IS ADDED BACK, MONEY
030500* IN IS TAKEN OFF.  A TRANSFER ON THE LOG IS A DEBIT TO THE
030600* LISTED (SOURCE) ACCOUNT.  THE ACCOUNT'S FEES PRINT AFTER ITS
030650* LOGGED ACTIVITY AND ARE MONEY OUT, LIKE A CASH-OUT.
030700*****************************************************************
030800 5000-ACCOUNT-BREAK.
030900     ADD 1 TO CASHSTM-ACCT-COUNT.
030933     PERFORM 5300-PRINT-FEE THRU 5300-EXIT
030966         UNTIL CASHSTM-FEE-ACCOUNT NOT = CASHSTM-PRIOR-ACCOUNT.
031000     COMPUTE CASHSTM-OPENING-BALANCE =
031100         CASHSTM-CLOSING-BALANCE
031200         + CASHSTM-CASHOUT-TOTAL
031300         + CASHSTM-TRANSFER-TOTAL
031350         + CASHSTM-FEE-TOTAL
031400         - CASHSTM-DEPOSIT-TOTAL.
031500     MOVE "OPENING BALANCE . . . . . . . . ."
031600         TO CASHSTM-TOT-LABEL.
032800         TO CASHSTM-TOT-LABEL.
032900     MOVE CASHSTM-TRANSFER-TOTAL TO CASHSTM-TOT-VALUE.
033000     PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT.
033014     IF CASHSTM-FEE-IS-AVAILABLE
033028         MOVE "TOTAL FEES CHARGED  . . . . . . ."
033042             TO CASHSTM-TOT-LABEL
033056         MOVE CASHSTM-FEE-TOTAL TO CASHSTM-TOT-VALUE
033070         PERFORM 5100-WRITE-TOTAL THRU 5100-EXIT
033084     END-IF.
033100     MOVE "TRANSACTIONS THIS MONTH . . . . ."
033200         TO CASHSTM-TOT-LABEL.
033300     MOVE CASHSTM-TXN-COUNT TO CASHSTM-TOT-VALUE.
034700     WRITE CASHSTM-REPORT-LINE.
034800 5100-EXIT.
034900     EXIT.
034903*****************************************************************
034906* 5200-FEE-ONLY-ACCOUNT - AN ACCOUNT WITH FEES IN THE MONTH BUT NO
034909* LOGGED ACTIVITY: ITS STATEMENT IS OPENED AND CLOSED HERE, THE
034912* BREAK PRINTING THE FEES.
034915*****************************************************************
034918 5200-FEE-ONLY-ACCOUNT.
034921     MOVE CASHSTM-FEE-ACCOUNT TO CASHSTM-PRIOR-ACCOUNT.
034924     PERFORM 4000-START-ACCOUNT THRU 4000-EXIT.
034927     PERFORM 5000-ACCOUNT-BREAK THRU 5000-EXIT.
034930 5200-EXIT.
034933     EXIT.
034936*****************************************************************
034939* 5300-PRINT-FEE - PRINT ONE FEE CHARGED ON THE ACCOUNT, DATED THE
034942* DAY IT WAS POSTED, AND ADD IT TO THE MONTH'S FEES.
034945*****************************************************************
034948 5300-PRINT-FEE.
034951     MOVE FPD-POSTING-DATE        TO CASHSTM-DTL-DATE.
034954     MOVE FPD-POSTED-TIME (1:6)   TO CASHSTM-DTL-TIME.
034957     MOVE "FEE RUN"               TO CASHSTM-DTL-TERMINAL.
034960     MOVE SPACES                  TO CASHSTM-DTL-TYPE.
034963     STRING "FEE " FPD-FEE-CODE DELIMITED BY SIZE
034966         INTO CASHSTM-DTL-TYPE.
034969     MOVE FPD-CHARGED-AMOUNT      TO CASHSTM-DTL-AMOUNT.
034972     ADD FPD-CHARGED-AMOUNT       TO CASHSTM-FEE-TOTAL.
034975     MOVE CASHSTM-DETAIL-LINE TO CASHSTM-REPORT-LINE.
034978     WRITE CASHSTM-REPORT-LINE.
034981     PERFORM 2100-READ-FEE THRU 2100-EXIT.
034984 5300-EXIT.
034987     EXIT.
035000*****************************************************************
035100* 9000-TERMINATE - CLOSE THE FILES AND END THE RUN.
035200*****************************************************************
036000     IF CASHSTM-RPT-IS-AVAILABLE
036100         CLOSE CASH-STMT-FILE
036200     END-IF.
036225     IF CASHSTM-FEE-IS-AVAILABLE
036250         CLOSE CASH-FEE-POSTING-FILE
036275     END-IF.
036300 9000-EXIT.
036400     EXIT.
