002300*     2026-08-09 JRM    CASHAUD NOW ALSO CARRIES AVAILABLE-
002400*                       BALANCE REJECTIONS, NOT JUST CEILING
002500*                       REJECTIONS, SO THE REJECT COUNT AND ITS
002510*                       REPORT LABEL WERE RENAMED TO COVER BOTH.
002520*     2026-08-09 JRM    CASHLOG NOW ALSO CARRIES DEPOSITS AND
002530*                       TRANSFERS - EXCLUDE THOSE FROM THE DOLLAR
002540*                       TOTAL AND LARGEST-SINGLE-CASH-OUT FIGURES,
002550*                       WHICH ARE CASH-OUT FIGURES ONLY.  FIXED
002560*                       THE REPORT OUTPUT FILE'S ASSIGN TO A
002570*                       VALID DDNAME-STYLE LITERAL AND CHECKED ITS
002580*                       OPEN STATUS LIKE THE OTHER FILES.  WIDENED
002590*                       CASHRPT-WS-VALUE TO 11 DIGITS TO MATCH
002600*                       CASHRPT-TOTAL-AMOUNT NOW THAT AMTCASH CAN
002610*                       RUN UP TO 999,999,999 PER TRANSACTION.
002620*     2026-08-09 JRM    ADDED A CEILING-ONLY OVER-LIMIT REJECTION
002630*                       COUNT ALONGSIDE THE COMBINED FIGURE, SO
002640*                       MANAGEMENT CAN STILL SEE HOW MANY ATTEMPTS
002650*                       WERE OVER THE DAILY LIMIT SPECIFICALLY, NOT
002660*                       JUST OVER THEIR OWN AVAILABLE BALANCE.
002670*     2026-08-22 JRM    CASHAUD NOW ALSO CARRIES SUPERVISOR
002680*                       OVERRIDE DISPOSITIONS.  AN OVERRIDE IS
002690*                       NOT A REJECTION - ITS CEILING RECORD IS
002700*                       ALREADY COUNTED - SO OVERRIDES GET THEIR
002710*                       OWN COUNT AND REPORT LINE INSTEAD OF
002720*                       INFLATING THE REJECTION FIGURES.
002730*     2026-10-15 JRM    REVERSED CASH-OUTS NOW SHOW AS THEIR OWN
002740*                       COUNT AND DOLLAR LINES BETWEEN THE GROSS
002750*                       AND NET DISPENSED FIGURES, AND THE
002760*                       REVERSAL APPROVAL DISPOSITIONS ON CASHAUD
002770*                       ARE COUNTED ON THEIR OWN LINE RATHER THAN
002780*                       AS REJECTIONS.
002790*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
007200 01  CASHRPT-REJECT-COUNT           PIC 9(07)     VALUE ZERO.
007250 01  CASHRPT-CEILING-COUNT          PIC 9(07)     VALUE ZERO.
007260 01  CASHRPT-OVERRIDE-COUNT         PIC 9(07)     VALUE ZERO.
007268 01  CASHRPT-RVSL-AMOUNT            PIC 9(11)     VALUE ZERO.
007276 01  CASHRPT-RVSL-COUNT             PIC 9(07)     VALUE ZERO.
007284 01  CASHRPT-NET-AMOUNT             PIC 9(11)     VALUE ZERO.
007292 01  CASHRPT-APPROVAL-COUNT         PIC 9(07)     VALUE ZERO.
007300*****************************************************************
007400* PRINT LINE WORK AREA
007500*****************************************************************
013000* 3000-PROCESS-RECORD - ACCUMULATE ONE CASH-OUT TRANSACTION AND
013100* READ THE NEXT RECORD.  DEPOSITS AND TRANSFERS ARE LOGGED TO THE
013150* SAME FILE BUT DO NOT COUNT TOWARD THE CASH-DISPENSED FIGURES.
013162* A REVERSAL OF A CASH-OUT LEAVES THE GROSS FIGURES ALONE AND
013174* IS ACCUMULATED SEPARATELY, SO THE REPORT CAN SHOW THE GROSS,
013186* THE REVERSED AND THE NET DOLLARS DISPENSED.
013200*****************************************************************
013300 3000-PROCESS-RECORD.
013350     IF CLOG-TXN-IS-CASHOUT
013700             MOVE CLOG-AMOUNT TO CASHRPT-MAX-AMOUNT
013800         END-IF
013850     END-IF.
013860     IF CLOG-TXN-IS-REVERSAL AND CLOG-ORIG-WAS-CASHOUT
013870         ADD CLOG-AMOUNT TO CASHRPT-RVSL-AMOUNT
013880         ADD 1 TO CASHRPT-RVSL-COUNT
013890     END-IF.
013900     PERFORM 2000-READ-LOG THRU 2000-EXIT.
014000 3000-EXIT.
014100     EXIT.
015410* WAS A CEILING REJECTION SPECIFICALLY, ADD IT TO THE
015420* OVER-LIMIT-ONLY FIGURE AS WELL.  A SUPERVISOR OVERRIDE
015430* DISPOSITION IS COUNTED ON ITS OWN LINE - ITS CEILING RECORD
015440* WAS ALREADY COUNTED.  A REVERSAL APPROVAL IS NOT A REJECTION
015490* EITHER AND IS COUNTED ON ITS OWN LINE.  THEN READ THE NEXT
015540* RECORD.
015600*****************************************************************
015700 5000-PROCESS-AUDIT.
015710     IF CAUD-REASON-IS-OVERRIDE
015720         ADD 1 TO CASHRPT-OVERRIDE-COUNT
015722         GO TO 5000-READ-NEXT
015724     END-IF.
015726     IF CAUD-REASON-IS-REVERSAL
015728         ADD 1 TO CASHRPT-APPROVAL-COUNT
015730     ELSE
015800         ADD 1 TO CASHRPT-REJECT-COUNT
015850         IF CAUD-REASON-IS-CEILING
015860             ADD 1 TO CASHRPT-CEILING-COUNT
015870         END-IF
015880     END-IF.
015890 5000-READ-NEXT.
015900     PERFORM 4000-READ-AUDIT THRU 4000-EXIT.
016000 5000-EXIT.
016100     EXIT.
016200*****************************************************************
016300* 8000-PRINT-REPORT - WRITE THE DAILY SETTLEMENT SUMMARY.  THE
016330* DISPENSED FIGURES ARE GROSS; THE REVERSED CASH-OUTS FOLLOW
016360* AND THE NET IS GROSS LESS REVERSED.
016400*
016500*****************************************************************
016600 8000-PRINT-REPORT.
016700     MOVE "GROSS DOLLARS DISPENSED . . . . ." TO CASHRPT-WS-LABEL.
016800     MOVE CASHRPT-TOTAL-AMOUNT   TO CASHRPT-WS-VALUE.
016900     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
017000     MOVE "NUMBER OF TRANSACTIONS . . . . ." TO CASHRPT-WS-LABEL.
017100     MOVE CASHRPT-TXN-COUNT      TO CASHRPT-WS-VALUE.
017200     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
017206     MOVE "CASH-OUTS REVERSED . . . . . . ." TO CASHRPT-WS-LABEL.
017212     MOVE CASHRPT-RVSL-COUNT     TO CASHRPT-WS-VALUE.
017218     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
017224     MOVE "DOLLARS REVERSED . . . . . . . ." TO CASHRPT-WS-LABEL.
017230     MOVE CASHRPT-RVSL-AMOUNT    TO CASHRPT-WS-VALUE.
017236     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
017242     IF CASHRPT-TOTAL-AMOUNT > CASHRPT-RVSL-AMOUNT
017248         COMPUTE CASHRPT-NET-AMOUNT =
017254             CASHRPT-TOTAL-AMOUNT - CASHRPT-RVSL-AMOUNT
017260     ELSE
017266         MOVE ZERO TO CASHRPT-NET-AMOUNT
017272     END-IF.
017278     MOVE "NET DOLLARS DISPENSED . . . . ." TO CASHRPT-WS-LABEL.
017284     MOVE CASHRPT-NET-AMOUNT     TO CASHRPT-WS-VALUE.
017290     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
017300     MOVE "LARGEST SINGLE CASH-OUT . . . ." TO CASHRPT-WS-LABEL.
017400     MOVE CASHRPT-MAX-AMOUNT     TO CASHRPT-WS-VALUE.
017500     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
017880     MOVE "SUPERVISOR OVERRIDES . . . . . ." TO CASHRPT-WS-LABEL.
017885     MOVE CASHRPT-OVERRIDE-COUNT TO CASHRPT-WS-VALUE.
017890     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
017892     MOVE "REVERSALS APPROVED . . . . . . ." TO CASHRPT-WS-LABEL.
017894     MOVE CASHRPT-APPROVAL-COUNT TO CASHRPT-WS-VALUE.
017896     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
017900 8000-EXIT.
018000     EXIT.
018100*****************************************************************
