002200* THE TERMINAL TABLE IS BOUNDED BY THE BRANCH'S PHYSICAL
002300* STATION COUNT, LIKE THE FOUR-TERMINAL LIST IN CASHFRD - IT IS
002400* NOT AN ACCOUNT TABLE THAT GROWS WITH THE BUSINESS.
002407*
002414* EVERY REVERSAL IS ALSO PAIRED WITH THE ORIGINAL IT VOIDS.  THE
002421* FIRST PASS COLLECTS THE DAY'S REVERSALS; IF THERE ARE ANY, A
002428* SECOND PASS FINDS EACH ONE'S ORIGINAL BY TERMINAL AND
002435* SEQUENCE AND CHECKS THE TYPE, AMOUNT AND ACCOUNT AGREE.  AN
002442* ORIGINAL REVERSED TWICE, A REVERSAL OF A REVERSAL, A REVERSAL
002449* THAT DISAGREES WITH ITS ORIGINAL, AND A REVERSAL WHOSE
002456* ORIGINAL IS NOT ON THE FILE ALL PRINT AS EXCEPTIONS, WITH THE
002463* REVERSAL'S SEQUENCE IN THE FIRST COLUMN AND THE ORIGINAL'S IN
002470* THE LAST.  REVERSALS ARE RARE AND THE TABLE IS SIZED WELL
002477* PAST A DAY'S WORTH; A FULL TABLE FAILS THE RUN LIKE A FULL
002484* TERMINAL TABLE.
002500*
002600* MODIFICATION HISTORY
002700*     DATE       INIT   DESCRIPTION
002800*     ---------- ----   ---------------------------------------
002900*     2026-09-02 JRM    ORIGINAL INTEGRITY CHECK.
002950*     2026-10-15 JRM    PAIR EACH REVERSAL WITH ITS ORIGINAL.
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
006300 77  CASHCHK-SUB                 PIC 9(02) COMP VALUE ZERO.
006400 77  CASHCHK-RECORD-COUNT        PIC 9(07) COMP VALUE ZERO.
006500 77  CASHCHK-EXCEPT-COUNT        PIC 9(07) COMP VALUE ZERO.
006516 77  CASHCHK-RVSL-FULL-SWITCH    PIC X(01) VALUE "N".
006532     88  CASHCHK-RVSL-FULL-WARNED        VALUE "Y".
006548 77  CASHCHK-RVSL-COUNT          PIC 9(04) COMP VALUE ZERO.
006564 77  CASHCHK-RVSL-SUB            PIC 9(04) COMP VALUE ZERO.
006580 77  CASHCHK-RVSL-PAIRED         PIC 9(07) COMP VALUE ZERO.
006600*****************************************************************
006700* PER-TERMINAL SEQUENCE TRACKING TABLE.  EIGHT ENTRIES COVERS
006800* THE FOUR STATIONS TWICE OVER, WITH ROOM FOR BATCH WRITERS
007300     05  CCHK-TERM-ENTRY OCCURS 8 TIMES.
007400         10  CCHK-TERM-ID                PIC X(08).
007500         10  CCHK-LAST-SEQ               PIC 9(06).
007505*****************************************************************
007510* REVERSAL PAIRING TABLE - ONE ENTRY PER REVERSAL ON THE FILE,
007515* KEYED BY THE ORIGINAL'S TERMINAL AND SEQUENCE.
007520*****************************************************************
007525 01  CASHCHK-MAX-RVSLS           PIC 9(04) COMP VALUE 500.
007530 01  CASHCHK-RVSL-TABLE.
007535     05  CCHK-RVSL-ENTRY OCCURS 500 TIMES.
007540         10  CCHK-RVSL-TERM-ID           PIC X(08).
007545         10  CCHK-RVSL-SEQ               PIC 9(06).
007550         10  CCHK-RVSL-ORIG-SEQ          PIC 9(06).
007555         10  CCHK-RVSL-ORIG-TYPE         PIC X(01).
007560         10  CCHK-RVSL-ACCOUNT-NO        PIC X(10).
007565         10  CCHK-RVSL-AMOUNT            PIC 9(09).
007570         10  CCHK-RVSL-MATCH-SWITCH      PIC X(01).
007575             88  CCHK-RVSL-IS-MATCHED            VALUE "Y".
007580             88  CCHK-RVSL-NOT-MATCHED           VALUE "N".
007600*****************************************************************
007700* EXCEPTION PRINT WORK AREAS
007800*****************************************************************
010800         PERFORM 2000-READ-LOG THRU 2000-EXIT
010900         PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT
011000             UNTIL CASHCHK-END-OF-FILE
011020         IF CASHCHK-RVSL-COUNT > ZERO
011040             PERFORM 4000-PAIR-REVERSALS THRU 4000-EXIT
011060         END-IF
011100     ELSE
011200         DISPLAY "CASHCHK: NO TRANSACTION LOG - NOTHING TO "
011300             "VERIFY, STEP FAILED"
015000     EXIT.
015100*****************************************************************
015200* 3000-PROCESS-RECORD - CHECK ONE RECORD'S SEQUENCE AGAINST ITS
015300* TERMINAL'S RUN, COLLECT IT IF IT IS A REVERSAL, AND READ THE
015350* NEXT RECORD.
015400*****************************************************************
015500 3000-PROCESS-RECORD.
015600     PERFORM 3100-FIND-TERMINAL THRU 3100-EXIT.
015700     IF CASHCHK-SUB > ZERO
015800         PERFORM 3200-CHECK-SEQUENCE THRU 3200-EXIT
015900     END-IF.
015920     IF CLOG-TXN-IS-REVERSAL
015940         PERFORM 3300-COLLECT-REVERSAL THRU 3300-EXIT
015960     END-IF.
016000     PERFORM 2000-READ-LOG THRU 2000-EXIT.
016100 3000-EXIT.
016200     EXIT.
023000     MOVE CLOG-SEQUENCE-NO TO CCHK-LAST-SEQ (CASHCHK-SUB).
023100 3200-EXIT.
023200     EXIT.
023201*****************************************************************
023202* 3300-COLLECT-REVERSAL - ADD A REVERSAL TO THE PAIRING TABLE.
023203* A SECOND REVERSAL POINTING AT AN ORIGINAL ALREADY IN THE TABLE
023204* IS AN ORIGINAL REVERSED TWICE, AND ONE WITH NO USABLE POINTER
023205* CAN NEVER BE PAIRED; BOTH PRINT HERE, AGAINST THE REVERSAL.
023206*****************************************************************
023207 3300-COLLECT-REVERSAL.
023208     IF CLOG-ORIG-SEQUENCE-NO NOT NUMERIC
023209         MOVE "REVERSAL CARRIES NO ORIGINAL      "
023210             TO CCHK-DTL-TEXT
023211         MOVE CLOG-SEQUENCE-NO TO CASHCHK-FROM-SEQ
023212         MOVE ZERO TO CASHCHK-THRU-SEQ
023213         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
023214         GO TO 3300-EXIT
023215     END-IF.
023216     MOVE 1 TO CASHCHK-RVSL-SUB.
023217 3310-COLLECT-SCAN.
023218     IF CASHCHK-RVSL-SUB > CASHCHK-RVSL-COUNT
023219         GO TO 3320-COLLECT-NEW
023220     END-IF.
023221     IF CCHK-RVSL-TERM-ID (CASHCHK-RVSL-SUB) =
023222             CLOG-ORIG-TERMINAL-ID
023223         AND CCHK-RVSL-ORIG-SEQ (CASHCHK-RVSL-SUB) =
023224             CLOG-ORIG-SEQUENCE-NO
023225         MOVE "ORIGINAL REVERSED MORE THAN ONCE  "
023226             TO CCHK-DTL-TEXT
023227         MOVE CLOG-SEQUENCE-NO TO CASHCHK-FROM-SEQ
023228         MOVE CLOG-ORIG-SEQUENCE-NO TO CASHCHK-THRU-SEQ
023229         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
023230         GO TO 3300-EXIT
023231     END-IF.
023232     ADD 1 TO CASHCHK-RVSL-SUB.
023233     GO TO 3310-COLLECT-SCAN.
023234 3320-COLLECT-NEW.
023235     IF CASHCHK-RVSL-COUNT >= CASHCHK-MAX-RVSLS
023236         IF NOT CASHCHK-RVSL-FULL-WARNED
023237             DISPLAY "CASHCHK: REVERSAL TABLE FULL, REVERSALS "
023238                 "NOT FULLY PAIRED"
023239             SET CASHCHK-RVSL-FULL-WARNED TO TRUE
023240             ADD 1 TO CASHCHK-EXCEPT-COUNT
023241         END-IF
023242         GO TO 3300-EXIT
023243     END-IF.
023244     ADD 1 TO CASHCHK-RVSL-COUNT.
023245     MOVE CASHCHK-RVSL-COUNT TO CASHCHK-RVSL-SUB.
023246     MOVE CLOG-ORIG-TERMINAL-ID
023247         TO CCHK-RVSL-TERM-ID (CASHCHK-RVSL-SUB).
023248     MOVE CLOG-SEQUENCE-NO
023249         TO CCHK-RVSL-SEQ (CASHCHK-RVSL-SUB).
023250     MOVE CLOG-ORIG-SEQUENCE-NO
023251         TO CCHK-RVSL-ORIG-SEQ (CASHCHK-RVSL-SUB).
023252     MOVE CLOG-ORIG-TXN-TYPE
023253         TO CCHK-RVSL-ORIG-TYPE (CASHCHK-RVSL-SUB).
023254     MOVE CLOG-ACCOUNT-NO
023255         TO CCHK-RVSL-ACCOUNT-NO (CASHCHK-RVSL-SUB).
023256     MOVE CLOG-AMOUNT
023257         TO CCHK-RVSL-AMOUNT (CASHCHK-RVSL-SUB).
023258     SET CCHK-RVSL-NOT-MATCHED (CASHCHK-RVSL-SUB) TO TRUE.
023259 3300-EXIT.
023260     EXIT.
023261*****************************************************************
023262* 4000-PAIR-REVERSALS - SECOND PASS OVER THE LOG.  EVERY RECORD
023263* IS LOOKED UP AS A POSSIBLE ORIGINAL; AFTERWARDS ANY REVERSAL
023264* STILL UNMATCHED HAS NO ORIGINAL ON THE FILE.
023265*****************************************************************
023266 4000-PAIR-REVERSALS.
023267     CLOSE CASH-LOG-FILE.
023268     MOVE "N" TO CASHCHK-LOG-AVAIL-SWITCH.
023269     MOVE "N" TO CASHCHK-EOF-SWITCH.
023270     OPEN INPUT CASH-LOG-FILE.
023271     IF CASH-LOG-STATUS NOT = "00"
023272         DISPLAY "CASHCHK: UNABLE TO REOPEN THE TRANSACTION "
023273             "LOG, REVERSALS NOT PAIRED"
023274         ADD 1 TO CASHCHK-EXCEPT-COUNT
023275         GO TO 4000-EXIT
023276     END-IF.
023277     SET CASHCHK-LOG-IS-AVAILABLE TO TRUE.
023278     PERFORM 4050-REREAD-LOG THRU 4050-EXIT.
023279     PERFORM 4100-MATCH-RECORD THRU 4100-EXIT
023280         UNTIL CASHCHK-END-OF-FILE.
023281     MOVE 1 TO CASHCHK-RVSL-SUB.
023282 4010-UNMATCHED-SCAN.
023283     IF CASHCHK-RVSL-SUB > CASHCHK-RVSL-COUNT
023284         GO TO 4000-EXIT
023285     END-IF.
023286     IF CCHK-RVSL-NOT-MATCHED (CASHCHK-RVSL-SUB)
023287         MOVE "REVERSAL OF AN UNKNOWN ORIGINAL   "
023288             TO CCHK-DTL-TEXT
023289         PERFORM 7100-WRITE-RVSL-EXCEPTION THRU 7100-EXIT
023290     END-IF.
023291     ADD 1 TO CASHCHK-RVSL-SUB.
023292     GO TO 4010-UNMATCHED-SCAN.
023293 4000-EXIT.
023299     EXIT.
023305*****************************************************************
023311* 4050-REREAD-LOG - READ THE NEXT RECORD ON THE PAIRING PASS.
023317* THE RECORD COUNT WAS TAKEN ON THE FIRST PASS.
023323*****************************************************************
023329 4050-REREAD-LOG.
023335     READ CASH-LOG-FILE
023341         AT END
023347             SET CASHCHK-END-OF-FILE TO TRUE
023353     END-READ.
023359 4050-EXIT.
023365     EXIT.
023371*****************************************************************
023377* 4100-MATCH-RECORD - IS THIS RECORD THE ORIGINAL OF A REVERSAL
023383* IN THE TABLE?  IF SO THE PAIR IS MARKED MATCHED, AND THE
023389* ORIGINAL MUST NOT ITSELF BE A REVERSAL AND MUST AGREE WITH
023395* THE REVERSAL ON TYPE, AMOUNT AND ACCOUNT.
023401*****************************************************************
023407 4100-MATCH-RECORD.
023413     IF CLOG-SEQUENCE-NO NOT NUMERIC
023419         GO TO 4100-READ-NEXT
023425     END-IF.
023431     MOVE 1 TO CASHCHK-RVSL-SUB.
023437 4110-MATCH-SCAN.
023443     IF CASHCHK-RVSL-SUB > CASHCHK-RVSL-COUNT
023449         GO TO 4100-READ-NEXT
023455     END-IF.
023461     IF CCHK-RVSL-TERM-ID (CASHCHK-RVSL-SUB) = CLOG-TERMINAL-ID
023467         AND CCHK-RVSL-ORIG-SEQ (CASHCHK-RVSL-SUB) =
023473             CLOG-SEQUENCE-NO
023479         GO TO 4120-MATCH-FOUND
023485     END-IF.
023491     ADD 1 TO CASHCHK-RVSL-SUB.
023497     GO TO 4110-MATCH-SCAN.
023503 4120-MATCH-FOUND.
023509     IF CCHK-RVSL-IS-MATCHED (CASHCHK-RVSL-SUB)
023515         GO TO 4100-READ-NEXT
023521     END-IF.
023527     SET CCHK-RVSL-IS-MATCHED (CASHCHK-RVSL-SUB) TO TRUE.
023533     EVALUATE TRUE
023539         WHEN CLOG-TXN-IS-REVERSAL
023545             MOVE "REVERSAL OF A REVERSAL            "
023551                 TO CCHK-DTL-TEXT
023557             PERFORM 7100-WRITE-RVSL-EXCEPTION THRU 7100-EXIT
023563         WHEN CLOG-TXN-TYPE NOT =
023569                  CCHK-RVSL-ORIG-TYPE (CASHCHK-RVSL-SUB)
023575           OR CLOG-AMOUNT NOT =
023581                  CCHK-RVSL-AMOUNT (CASHCHK-RVSL-SUB)
023587           OR CLOG-ACCOUNT-NO NOT =
023593                  CCHK-RVSL-ACCOUNT-NO (CASHCHK-RVSL-SUB)
023599             MOVE "REVERSAL DOES NOT MATCH ORIGINAL  "
023605                 TO CCHK-DTL-TEXT
023611             PERFORM 7100-WRITE-RVSL-EXCEPTION THRU 7100-EXIT
023617         WHEN OTHER
023623             ADD 1 TO CASHCHK-RVSL-PAIRED
023629     END-EVALUATE.
023635 4100-READ-NEXT.
023641     PERFORM 4050-REREAD-LOG THRU 4050-EXIT.
023647 4100-EXIT.
023653     EXIT.
023659*****************************************************************
023665* 7000-WRITE-EXCEPTION - PRINT ONE EXCEPTION LINE AND COUNT IT.
023671*****************************************************************
023677 7000-WRITE-EXCEPTION.
023700     ADD 1 TO CASHCHK-EXCEPT-COUNT.
023800     IF CASHCHK-RPT-IS-AVAILABLE
023900         MOVE CLOG-TERMINAL-ID TO CCHK-DTL-TERMINAL
024400     END-IF.
024500 7000-EXIT.
024600     EXIT.
024605*****************************************************************
024610* 7100-WRITE-RVSL-EXCEPTION - PRINT ONE PAIRING EXCEPTION FOR
024615* THE REVERSAL AT CASHCHK-RVSL-SUB AND COUNT IT.
024620*****************************************************************
024625 7100-WRITE-RVSL-EXCEPTION.
024630     MOVE CCHK-RVSL-SEQ (CASHCHK-RVSL-SUB) TO CASHCHK-FROM-SEQ.
024635     MOVE CCHK-RVSL-ORIG-SEQ (CASHCHK-RVSL-SUB)
024640         TO CASHCHK-THRU-SEQ.
024645     ADD 1 TO CASHCHK-EXCEPT-COUNT.
024650     IF CASHCHK-RPT-IS-AVAILABLE
024655         MOVE CCHK-RVSL-TERM-ID (CASHCHK-RVSL-SUB)
024660             TO CCHK-DTL-TERMINAL
024665         MOVE CASHCHK-FROM-SEQ TO CCHK-DTL-FROM-SEQ
024670         MOVE CASHCHK-THRU-SEQ TO CCHK-DTL-THRU-SEQ
024675         MOVE CASHCHK-DETAIL-LINE TO CASHCHK-REPORT-LINE
024680         WRITE CASHCHK-REPORT-LINE
024685     END-IF.
024690 7100-EXIT.
024695     EXIT.
024700*****************************************************************
024800* 8000-WRAP-UP - CLOSE OUT THE REPORT AND SET THE RETURN CODE.
024900*****************************************************************
025700         END-IF
025800         DISPLAY "CASHCHK: RECORDS VERIFIED "
025900             CASHCHK-RECORD-COUNT
025930         DISPLAY "CASHCHK: REVERSALS PAIRED "
025960             CASHCHK-RVSL-PAIRED
026000     ELSE
026100         DISPLAY "CASHCHK: SEQUENCE EXCEPTIONS "
026200             CASHCHK-EXCEPT-COUNT
