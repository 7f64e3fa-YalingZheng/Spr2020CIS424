000100*****************************************************************
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     TRMMNT.
000400 AUTHOR.         J R MILLIKEN.
000500 INSTALLATION.   BRANCH OPERATIONS SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*****************************************************************
000900* TERMINAL REGISTRY MAINTENANCE.  THE FOUR TELLER STATIONS WERE
001000* HARD-CODED INTO THE CASH POSITION REPORT, AND THE TELLER
001100* PROGRAM ACCEPTED ANY EIGHT CHARACTERS AS A TERMINAL ID, SO A
001200* MIS-KEYED ID OPENED A SESSION (AND A DAILY LOG NOBODY MERGES)
001300* UNDER A STATION THAT DOES NOT EXIST.  THIS PROGRAM MAINTAINS
001400* THE TERMINAL REGISTRY (CASHTRM): ADD A STATION WITH ITS
001500* DESCRIPTION AND TILL FILE NAME, CHANGE EITHER, DEACTIVATE OR
001600* REACTIVATE IT, AND LIST THE FILE.  A STATION THAT CLOSES IS
001700* DEACTIVATED, NOT DELETED, SO OLD LOG AND AUDIT RECORDS STILL
001800* RESOLVE AND ITS DRAWER STILL SHOWS ON THE CASH POSITION UNTIL
001900* THE TILL FILE NAME IS BLANKED.
002000*
002100* THE MAINTAINING OPERATOR MUST BE AN ACTIVE SUPERVISOR ON THE
002200* OPERATOR SECURITY MASTER (CASHOPR), THE SAME WAY STOMNT AND
002300* CUSTMNT VALIDATE THEIR SUPERVISOR.  A BRANCH WITH NO OPERATOR
002400* MASTER YET RUNS UNVALIDATED WITH A WARNING.
002500*
002600* MODIFICATION HISTORY
002700*     DATE       INIT   DESCRIPTION
002800*     ---------- ----   ---------------------------------------
002900*     2026-10-15 JRM    ORIGINAL TERMINAL REGISTRY MAINTENANCE.
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TERMINAL-REGISTRY-FILE ASSIGN TO "CASHTRM"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS TRM-TERMINAL-ID
003800         FILE STATUS IS TERMINAL-REGISTRY-STATUS.
003900     SELECT OPERATOR-MASTER-FILE ASSIGN TO "CASHOPR"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS OPR-OPERATOR-ID
004300         FILE STATUS IS OPERATOR-MASTER-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  TERMINAL-REGISTRY-FILE.
004700     COPY CASHTRM.
004800 FD  OPERATOR-MASTER-FILE.
004900     COPY CASHOPR.
005000 WORKING-STORAGE SECTION.
005100*****************************************************************
005200* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
005300*****************************************************************
005400 77  TERMINAL-REGISTRY-STATUS    PIC X(02) VALUE SPACES.
005500 77  OPERATOR-MASTER-STATUS      PIC X(02) VALUE SPACES.
005600 77  TRM-FILE-OPEN-SWITCH        PIC X(01) VALUE "N".
005700     88  TRM-FILE-IS-OPEN                VALUE "Y".
005800     88  TRM-FILE-NOT-OPEN               VALUE "N".
005900 77  TRM-OPR-AVAIL-SWITCH        PIC X(01) VALUE "N".
006000     88  TRM-OPR-IS-AVAILABLE            VALUE "Y".
006100     88  TRM-OPR-NOT-AVAILABLE           VALUE "N".
006200 77  TRM-LIST-EOF-SWITCH         PIC X(01) VALUE "N".
006300     88  TRM-LIST-END-OF-FILE            VALUE "Y".
006400 77  TRM-LIST-COUNT              PIC 9(05) VALUE ZERO.
006500*****************************************************************
006600* MAIN WORKING STORAGE
006700*****************************************************************
006800 01  MNT-OPERATOR-ID             PIC X(08).
006900 01  MNT-FUNCTION                PIC X(01).
007000     88  MNT-FUNCTION-IS-ADD             VALUE "A".
007100     88  MNT-FUNCTION-IS-CHANGE          VALUE "C".
007200     88  MNT-FUNCTION-IS-DEACTIVATE      VALUE "D".
007300     88  MNT-FUNCTION-IS-REACTIVATE      VALUE "R".
007400     88  MNT-FUNCTION-IS-LIST            VALUE "L".
007500     88  MNT-FUNCTION-IS-EXIT            VALUE "X".
007600 01  MNT-TARGET-ID               PIC X(08).
007700 01  MNT-DESCRIPTION             PIC X(30).
007800 01  MNT-TILL-FILE-NAME          PIC X(44).
007900 PROCEDURE DIVISION.
008000*****************************************************************
008100* 0000-MAINLINE - OPEN THE REGISTRY, IDENTIFY THE SUPERVISOR,
008200* THEN LOOP ON THE FUNCTION MENU UNTIL AN EXPLICIT EXIT.
008300*****************************************************************
008400 0000-MAINLINE.
008500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008600     IF TRM-FILE-NOT-OPEN
008700         DISPLAY 'TERMINAL REGISTRY UNAVAILABLE, MAINTENANCE '
008800             'CANNOT BE PROCESSED '
008900         GO TO 9000-TERMINATE
009000     END-IF.
009100     DISPLAY 'ENTER SUPERVISOR OPERATOR ID: '.
009200     ACCEPT MNT-OPERATOR-ID.
009300     PERFORM 1500-VALIDATE-SUPERVISOR THRU 1500-EXIT.
009400 MENU1.
009500     DISPLAY 'ENTER FUNCTION (A=ADD, C=CHANGE, D=DEACTIVATE, '
009600         'R=REACTIVATE, L=LIST, X=EXIT): '.
009700     ACCEPT MNT-FUNCTION.
009800     EVALUATE TRUE
009900         WHEN MNT-FUNCTION-IS-ADD
010000             PERFORM 3000-ADD-TERMINAL THRU 3000-EXIT
010100         WHEN MNT-FUNCTION-IS-CHANGE
010200             PERFORM 4000-CHANGE-TERMINAL THRU 4000-EXIT
010300         WHEN MNT-FUNCTION-IS-DEACTIVATE
010400             PERFORM 5000-SET-ACTIVE-FLAG THRU 5000-EXIT
010500         WHEN MNT-FUNCTION-IS-REACTIVATE
010600             PERFORM 5000-SET-ACTIVE-FLAG THRU 5000-EXIT
010700         WHEN MNT-FUNCTION-IS-LIST
010800             PERFORM 6000-LIST-TERMINALS THRU 6000-EXIT
010900         WHEN MNT-FUNCTION-IS-EXIT
011000             GO TO 9000-TERMINATE
011100         WHEN OTHER
011200             DISPLAY 'INVALID FUNCTION - ENTER A, C, D, R, L '
011300                 'OR X, PLEASE REENTER '
011400     END-EVALUATE.
011500     GO TO MENU1.
011600*****************************************************************
011700* 1000-INITIALIZE - OPEN THE REGISTRY I-O, CREATING IT ON FIRST
011800* USE SO THE VERY FIRST STATION CAN BE ADDED, AND OPEN THE
011900* OPERATOR MASTER FOR THE SUPERVISOR CHECK.
012000*****************************************************************
012100 1000-INITIALIZE.
012200     OPEN I-O TERMINAL-REGISTRY-FILE.
012300     IF TERMINAL-REGISTRY-STATUS = "35"
012400         OPEN OUTPUT TERMINAL-REGISTRY-FILE
012500         CLOSE TERMINAL-REGISTRY-FILE
012600         OPEN I-O TERMINAL-REGISTRY-FILE
012700     END-IF.
012800     IF TERMINAL-REGISTRY-STATUS = "00"
012900         SET TRM-FILE-IS-OPEN TO TRUE
013000     ELSE
013100         SET TRM-FILE-NOT-OPEN TO TRUE
013200     END-IF.
013300     OPEN INPUT OPERATOR-MASTER-FILE.
013400     IF OPERATOR-MASTER-STATUS = "00"
013500         SET TRM-OPR-IS-AVAILABLE TO TRUE
013600     ELSE
013700         SET TRM-OPR-NOT-AVAILABLE TO TRUE
013800     END-IF.
013900 1000-EXIT.
014000     EXIT.
014100*****************************************************************
014200* 1500-VALIDATE-SUPERVISOR - THE KEYED SUPERVISOR MUST BE AN
014300* ACTIVE OPERATOR WITH SUPERVISOR AUTHORITY ON THE OPERATOR
014400* SECURITY MASTER.  A BRANCH WITH NO OPERATOR MASTER YET RUNS
014500* UNVALIDATED WITH A WARNING.
014600*****************************************************************
014700 1500-VALIDATE-SUPERVISOR.
014800     IF TRM-OPR-NOT-AVAILABLE
014900         DISPLAY 'OPERATOR MASTER NOT FOUND - SUPERVISOR NOT '
015000             'VALIDATED '
015100         GO TO 1500-EXIT
015200     END-IF.
015300     MOVE MNT-OPERATOR-ID TO OPR-OPERATOR-ID.
015400     READ OPERATOR-MASTER-FILE
015500         INVALID KEY
015600             DISPLAY 'OPERATOR NOT ON THE SECURITY MASTER, '
015700                 'MAINTENANCE REFUSED '
015800             GO TO 9000-TERMINATE
015900     END-READ.
016000     IF NOT OPR-IS-ACTIVE
016100         DISPLAY 'OPERATOR IS NOT ACTIVE, MAINTENANCE '
016200             'REFUSED '
016300         GO TO 9000-TERMINATE
016400     END-IF.
016500     IF NOT OPR-AUTH-IS-SUPERVISOR
016600         DISPLAY 'SUPERVISOR AUTHORITY IS REQUIRED, '
016700             'MAINTENANCE REFUSED '
016800         GO TO 9000-TERMINATE
016900     END-IF.
017000 1500-EXIT.
017100     EXIT.
017200*****************************************************************
017300* 3000-ADD-TERMINAL - WRITE A NEW STATION, ACTIVE.  A TERMINAL
017400* ID ALREADY ON THE REGISTRY IS REJECTED RATHER THAN OVERWRITTEN
017500* - A RENAMED STATION IS ADDED UNDER ITS NEW ID AND THE OLD ONE
017600* DEACTIVATED.
017700*****************************************************************
017800 3000-ADD-TERMINAL.
017900     DISPLAY 'ENTER TERMINAL ID TO ADD: '.
018000     ACCEPT MNT-TARGET-ID.
018100     IF MNT-TARGET-ID = SPACES
018200         DISPLAY 'TERMINAL ID IS REQUIRED, ADD REJECTED '
018300         GO TO 3000-EXIT
018400     END-IF.
018500     MOVE MNT-TARGET-ID TO TRM-TERMINAL-ID.
018600     READ TERMINAL-REGISTRY-FILE
018700         INVALID KEY
018800             CONTINUE
018900     END-READ.
019000     IF TERMINAL-REGISTRY-STATUS = "00"
019100         DISPLAY 'TERMINAL ALREADY ON THE REGISTRY, ADD '
019200             'REJECTED '
019300         GO TO 3000-EXIT
019400     END-IF.
019500     DISPLAY 'ENTER STATION DESCRIPTION: '.
019600     ACCEPT MNT-DESCRIPTION.
019700     DISPLAY 'ENTER TILL FILE NAME (SPACES IF NOT TRACKED): '.
019800     ACCEPT MNT-TILL-FILE-NAME.
019900     MOVE MNT-TARGET-ID      TO TRM-TERMINAL-ID.
020000     MOVE MNT-DESCRIPTION    TO TRM-DESCRIPTION.
020100     MOVE MNT-TILL-FILE-NAME TO TRM-TILL-FILE-NAME.
020200     SET TRM-IS-ACTIVE       TO TRUE.
020300     MOVE SPACES             TO TRM-FILLER.
020400     WRITE TERMINAL-REGISTRY-RECORD
020500         INVALID KEY
020600             DISPLAY 'UNABLE TO ADD THE TERMINAL '
020700             GO TO 3000-EXIT
020800     END-WRITE.
020900     DISPLAY 'TERMINAL ADDED '.
021000 3000-EXIT.
021100     EXIT.
021200*****************************************************************
021300* 4000-CHANGE-TERMINAL - REPLACE A STATION'S DESCRIPTION AND
021400* TILL FILE NAME.
021500*****************************************************************
021600 4000-CHANGE-TERMINAL.
021700     DISPLAY 'ENTER TERMINAL ID TO CHANGE: '.
021800     ACCEPT MNT-TARGET-ID.
021900     MOVE MNT-TARGET-ID TO TRM-TERMINAL-ID.
022000     READ TERMINAL-REGISTRY-FILE
022100         INVALID KEY
022200             DISPLAY 'TERMINAL NOT FOUND, CHANGE REJECTED '
022300             GO TO 4000-EXIT
022400     END-READ.
022500     DISPLAY 'CURRENT DESCRIPTION IS ' TRM-DESCRIPTION.
022600     DISPLAY 'CURRENT TILL FILE IS   ' TRM-TILL-FILE-NAME.
022700     DISPLAY 'ENTER STATION DESCRIPTION: '.
022800     ACCEPT MNT-DESCRIPTION.
022900     DISPLAY 'ENTER TILL FILE NAME (SPACES IF NOT TRACKED): '.
023000     ACCEPT MNT-TILL-FILE-NAME.
023100     MOVE MNT-DESCRIPTION    TO TRM-DESCRIPTION.
023200     MOVE MNT-TILL-FILE-NAME TO TRM-TILL-FILE-NAME.
023300     REWRITE TERMINAL-REGISTRY-RECORD.
023400     IF TERMINAL-REGISTRY-STATUS NOT = "00"
023500         DISPLAY 'UNABLE TO REWRITE THE TERMINAL, CHANGE NOT '
023600             'APPLIED '
023700         GO TO 4000-EXIT
023800     END-IF.
023900     DISPLAY 'TERMINAL CHANGED '.
024000 4000-EXIT.
024100     EXIT.
024200*****************************************************************
024300* 5000-SET-ACTIVE-FLAG - DEACTIVATE OR REACTIVATE ONE STATION,
024400* DRIVEN BY THE MENU FUNCTION THAT GOT US HERE.  A DEACTIVATED
024500* STATION CANNOT OPEN A TELLER SESSION.
024600*****************************************************************
024700 5000-SET-ACTIVE-FLAG.
024800     DISPLAY 'ENTER TERMINAL ID: '.
024900     ACCEPT MNT-TARGET-ID.
025000     MOVE MNT-TARGET-ID TO TRM-TERMINAL-ID.
025100     READ TERMINAL-REGISTRY-FILE
025200         INVALID KEY
025300             DISPLAY 'TERMINAL NOT FOUND, REJECTED '
025400             GO TO 5000-EXIT
025500     END-READ.
025600     IF MNT-FUNCTION-IS-DEACTIVATE
025700         SET TRM-IS-INACTIVE TO TRUE
025800     ELSE
025900         SET TRM-IS-ACTIVE TO TRUE
026000     END-IF.
026100     REWRITE TERMINAL-REGISTRY-RECORD.
026200     IF TERMINAL-REGISTRY-STATUS NOT = "00"
026300         DISPLAY 'UNABLE TO REWRITE THE TERMINAL, NOT APPLIED '
026400         GO TO 5000-EXIT
026500     END-IF.
026600     IF MNT-FUNCTION-IS-DEACTIVATE
026700         DISPLAY 'TERMINAL DEACTIVATED '
026800     ELSE
026900         DISPLAY 'TERMINAL REACTIVATED '
027000     END-IF.
027100 5000-EXIT.
027200     EXIT.
027300*****************************************************************
027400* 6000-LIST-TERMINALS - LIST EVERY STATION ON THE REGISTRY IN
027500* TERMINAL ID SEQUENCE.
027600*****************************************************************
027700 6000-LIST-TERMINALS.
027800     MOVE "N"  TO TRM-LIST-EOF-SWITCH.
027900     MOVE ZERO TO TRM-LIST-COUNT.
028000     MOVE LOW-VALUES TO TRM-TERMINAL-ID.
028100     START TERMINAL-REGISTRY-FILE KEY NOT < TRM-TERMINAL-ID
028200         INVALID KEY
028300             SET TRM-LIST-END-OF-FILE TO TRUE
028400     END-START.
028500     PERFORM 6100-LIST-NEXT THRU 6100-EXIT
028600         UNTIL TRM-LIST-END-OF-FILE.
028700     IF TRM-LIST-COUNT = ZERO
028800         DISPLAY 'NO TERMINALS ON FILE '
028900     END-IF.
029000 6000-EXIT.
029100     EXIT.
029200*****************************************************************
029300* 6100-LIST-NEXT - SHOW ONE STATION.
029400*****************************************************************
029500 6100-LIST-NEXT.
029600     READ TERMINAL-REGISTRY-FILE NEXT RECORD
029700         AT END
029800             SET TRM-LIST-END-OF-FILE TO TRUE
029900     END-READ.
030000     IF NOT TRM-LIST-END-OF-FILE
030100         ADD 1 TO TRM-LIST-COUNT
030200         DISPLAY TRM-TERMINAL-ID ' ' TRM-DESCRIPTION ' ACTIVE '
030300             TRM-ACTIVE-FLAG ' TILL ' TRM-TILL-FILE-NAME
030400     END-IF.
030500 6100-EXIT.
030600     EXIT.
030700*****************************************************************
030800* 9000-TERMINATE - CLOSE THE FILES AND END THE RUN.
030900*****************************************************************
031000 9000-TERMINATE.
031100     IF TRM-FILE-IS-OPEN
031200         CLOSE TERMINAL-REGISTRY-FILE
031300     END-IF.
031400     IF TRM-OPR-IS-AVAILABLE
031500         CLOSE OPERATOR-MASTER-FILE
031600     END-IF.
031700     STOP RUN.
