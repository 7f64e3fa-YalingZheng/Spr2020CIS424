003200*                       RECONCILED NO MATTER HOW MANY THERE
003300*                       ARE, WITH ONE KEYED MASTER READ PER
003400*                       ACCOUNT AT ITS BREAK.
003420*     2026-10-15 JRM    A REVERSED CASH-OUT COMES BACK OFF THE
003440*                       ACCOUNT'S LOG TOTAL, THE SAME WAY THE
003460*                       TELLER PROGRAM TAKES IT BACK OFF THE
003480*                       MASTER'S DAILY-WITHDRAWN FIGURE.
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
016800* 3000-PROCESS-RECORD - FOLD ONE CASH-OUT INTO THE CURRENT
016900* ACCOUNT GROUP, BREAKING WHEN THE ACCOUNT CHANGES, AND READ
017000* THE NEXT RECORD.  DEPOSITS AND TRANSFERS DO NOT TOUCH THE
017100* DAILY-WITHDRAWN FIGURE AND ARE PASSED OVER.  A REVERSAL OF A
017150* CASH-OUT SUBTRACTS, NEVER TAKING THE GROUP BELOW ZERO.
017200*****************************************************************
017300 3000-PROCESS-RECORD.
017400     IF NOT CLOG-TXN-IS-CASHOUT
017450         AND NOT (CLOG-TXN-IS-REVERSAL AND CLOG-ORIG-WAS-CASHOUT)
017500         GO TO 3000-READ-NEXT
017600     END-IF.
017700     IF CLOG-ACCOUNT-NO NOT = CASHREC-PRIOR-ACCOUNT
018100         MOVE CLOG-ACCOUNT-NO TO CASHREC-PRIOR-ACCOUNT
018200         MOVE ZERO TO CASHREC-ACCT-TOTAL
018300     END-IF.
018311     IF CLOG-TXN-IS-REVERSAL
018322         IF CASHREC-ACCT-TOTAL > CLOG-AMOUNT
018333             SUBTRACT CLOG-AMOUNT FROM CASHREC-ACCT-TOTAL
018344         ELSE
018355             MOVE ZERO TO CASHREC-ACCT-TOTAL
018366         END-IF
018377         GO TO 3000-READ-NEXT
018388     END-IF.
018400     ADD CLOG-AMOUNT TO CASHREC-ACCT-TOTAL.
018500 3000-READ-NEXT.
018600     PERFORM 2000-READ-LOG THRU 2000-EXIT.
