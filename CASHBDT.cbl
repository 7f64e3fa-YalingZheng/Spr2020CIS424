003320*                       ANNUAL INTEREST RATE FOR CASHINT -
003330*                       CARRY IT ACROSS THE REWRITE UNTOUCHED
003340*                       LIKE THE CEILING AND THRESHOLD.
003352*     2026-10-15 JRM    THE CONTROL RECORD NOW ALSO CARRIES THE
003364*                       ACCOUNT HISTORY RETENTION PERIOD FOR
003376*                       CASHHLD - CARRY IT ACROSS THE REWRITE
003388*                       UNTOUCHED LIKE THE RATE.
003390*     2026-10-15 JRM    THE CONTROL RECORD NOW ALSO CARRIES THE
003392*                       DORMANCY PERIOD FOR CASHDRM - CARRY IT
003394*                       ACROSS THE REWRITE UNTOUCHED LIKE THE
003396*                       RETENTION PERIOD.
003397*     2026-10-15 JRM    THE CONTROL RECORD NOW ALSO CARRIES THE
003398*                       CASH-OUT CEILING SCOPE - CARRY IT ACROSS
003399*                       THE REWRITE UNTOUCHED LIKE THE CEILING.
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
006300 01  BDT-HOLD-BUSINESS-DATE      PIC 9(08).
006400 01  BDT-HOLD-CUTOVER            PIC X(01).
006450 01  BDT-HOLD-INTEREST-RATE      PIC 9(02)V9(04).
006470 01  BDT-HOLD-RETAIN-MONTHS      PIC 9(03).
006480 01  BDT-HOLD-DORMANCY-MONTHS    PIC 9(03).
006490 01  BDT-HOLD-CEILING-SCOPE      PIC X(01).
006500 PROCEDURE DIVISION.
006600*****************************************************************
006700* 0000-MAINLINE - READ THE FUNCTION FROM SYSIN, LOAD THE
009800     MOVE ZERO       TO BDT-HOLD-BUSINESS-DATE.
009900     MOVE "O"        TO BDT-HOLD-CUTOVER.
009950     MOVE ZERO       TO BDT-HOLD-INTEREST-RATE.
009970     MOVE ZERO       TO BDT-HOLD-RETAIN-MONTHS.
009980     MOVE ZERO       TO BDT-HOLD-DORMANCY-MONTHS.
009990     MOVE SPACE      TO BDT-HOLD-CEILING-SCOPE.
010000     OPEN INPUT CASH-CTL-FILE.
010100     IF CASH-CTL-STATUS = "00"
010200         READ CASH-CTL-FILE
012120                     MOVE CCTL-INTEREST-RATE
012130                         TO BDT-HOLD-INTEREST-RATE
012140                 END-IF
012152                 IF CCTL-HISTORY-RETAIN-MONTHS NUMERIC
012164                     MOVE CCTL-HISTORY-RETAIN-MONTHS
012176                         TO BDT-HOLD-RETAIN-MONTHS
012188                 END-IF
012189                 IF CCTL-DORMANCY-MONTHS NUMERIC
012190                     MOVE CCTL-DORMANCY-MONTHS
012191                         TO BDT-HOLD-DORMANCY-MONTHS
012192                 END-IF
012193                 IF CCTL-CEILING-SCOPE = "C" OR "A"
012194                     MOVE CCTL-CEILING-SCOPE
012195                         TO BDT-HOLD-CEILING-SCOPE
012196                 END-IF
012200         END-READ
012300         CLOSE CASH-CTL-FILE
012400     ELSE
017400     MOVE BDT-HOLD-BUSINESS-DATE TO CCTL-BUSINESS-DATE.
017500     MOVE BDT-HOLD-CUTOVER       TO CCTL-CUTOVER-FLAG.
017550     MOVE BDT-HOLD-INTEREST-RATE TO CCTL-INTEREST-RATE.
017570     MOVE BDT-HOLD-RETAIN-MONTHS TO CCTL-HISTORY-RETAIN-MONTHS.
017580     MOVE BDT-HOLD-DORMANCY-MONTHS
017590                                 TO CCTL-DORMANCY-MONTHS.
017595     MOVE BDT-HOLD-CEILING-SCOPE TO CCTL-CEILING-SCOPE.
017600     WRITE CASH-CTL-RECORD.
017700     CLOSE CASH-CTL-FILE.
017800 8000-EXIT.
