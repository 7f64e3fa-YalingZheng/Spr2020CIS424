000600 DATE-WRITTEN.   2026-09-02.
000700 DATE-COMPILED.
000800*****************************************************************
000900* END-OF-DAY BRANCH CASH POSITION REPORT.  THE SETTLEMENT REPORT
001000* (CASHRPT) SAYS WHAT LEFT THE BRANCH; NOTHING SAID WHAT THE
001100* BRANCH IS HOLDING.  THIS PROGRAM ROLLS THE VAULT INVENTORY
001200* (CASHVLT) AND THE TILL FILE OF EVERY STATION ON THE TERMINAL
001300* REGISTRY (CASHTRM) UP INTO ONE DOLLAR FIGURE, ONE LINE PER
001400* HOLDING PLUS THE BRANCH TOTAL, SO THE SHIFT SUPERVISOR CAN
001500* BALANCE THE BRANCH POSITION AGAINST THE SETTLEMENT REPORT
001600* BEFORE SIGN-OFF.  A TILL OR VAULT FILE THAT IS MISSING OR EMPTY
001700* PRINTS AS NOT TRACKED WITH A ZERO FIGURE RATHER THAN FAILING
001750* THE RUN.
001800*
001900* MODIFICATION HISTORY
002000*     DATE       INIT   DESCRIPTION
002250*                       REPORT-AVAILABLE SWITCH NOTHING EVER
002260*                       TESTED (THE OPEN FAILURE PATH ENDS THE
002270*                       RUN ON THE SPOT).
002273*     2026-10-15 JRM    THE TILLS ARE NOW DRIVEN FROM THE
002276*                       TERMINAL REGISTRY (CASHTRM) INSTEAD OF
002279*                       FOUR HARD-CODED TILLnn FILES - EACH
002282*                       STATION'S TILL FILE NAME IS ALLOCATED TO
002285*                       THE ONE TILLDD FILE IN TURN, SO OPENING
002288*                       OR CLOSING A STATION NO LONGER NEEDS A
002291*                       PROGRAM AND JCL CHANGE.  INACTIVE
002294*                       STATIONS STILL PRINT, FLAGGED, SO CASH
002297*                       LEFT IN A RETIRED DRAWER IS NOT LOST.
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002700     SELECT CASH-VAULT-FILE ASSIGN TO "CASHVLT"
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS CASH-VAULT-STATUS.
003000     SELECT TERMINAL-REGISTRY-FILE ASSIGN TO "CASHTRM"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS TRM-TERMINAL-ID
003400         FILE STATUS IS TERMINAL-REGISTRY-STATUS.
003500     SELECT TILL-FILE ASSIGN TO "TILLDD"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS TILL-FILE-STATUS.
004200     SELECT CASH-POS-FILE ASSIGN TO "CASHPOS"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS CASH-POS-STATUS.
004700 FD  CASH-VAULT-FILE
004800     RECORDING MODE IS F.
004900     COPY CASHVLT.
005000 FD  TERMINAL-REGISTRY-FILE.
005100     COPY CASHTRM.
005300 FD  TILL-FILE
005400     RECORDING MODE IS F.
005500 01  CPOS-TILL-REC                  PIC X(50).
006200 FD  CASH-POS-FILE
006300     RECORDING MODE IS F.
006400 01  CASHPOS-REPORT-LINE            PIC X(80).
006800*****************************************************************
006900 77  CASH-VAULT-STATUS           PIC X(02) VALUE SPACES.
007000 77  TILL-FILE-STATUS            PIC X(02) VALUE SPACES.
007050 77  TERMINAL-REGISTRY-STATUS    PIC X(02) VALUE SPACES.
007100 77  CASH-POS-STATUS             PIC X(02) VALUE SPACES.
007400 77  CASHPOS-SOURCE-SWITCH       PIC X(01) VALUE "N".
007500     88  CASHPOS-SOURCE-TRACKED          VALUE "Y".
007516 77  CASHPOS-INACTIVE-SWITCH     PIC X(01) VALUE "N".
007532     88  CASHPOS-STATION-INACTIVE        VALUE "Y".
007548 77  CASHPOS-TRM-EOF-SWITCH      PIC X(01) VALUE "N".
007564     88  CASHPOS-TRM-END-OF-FILE         VALUE "Y".
007580 77  CASHPOS-STATION-COUNT       PIC 9(05) COMP VALUE ZERO.
007600*****************************************************************
007700* THE TILL RECORD LAYOUT FROM THE COPYBOOK, USED AS THE COMMON
007800* TARGET AREA EACH TERMINAL'S RECORD IS MOVED INTO FOR THE
007900* DOLLAR ROLL-UP.
008100*****************************************************************
008200     COPY CASHTIL.
008300*****************************************************************
008830         VALUE "BRANCH CASH POSITION ".
008840     05  CASHPOS-HDR-DATE            PIC 9(08).
008850     05  FILLER                      PIC X(51) VALUE SPACES.
008857*****************************************************************
008864* DYNAMIC ALLOCATION OF ONE STATION'S TILL FILE TO THE TILLDD
008871* DD NAME.  THE ENVIRONMENT VARIABLE NAMED FOR THE DD NAME
008878* ALLOCATES THE DATASET AT OPEN TIME, IN PLACE OF A DD CARD.
008885*****************************************************************
008892 01  CASHPOS-TILL-ALLOC          PIC X(80).
008900 01  CASHPOS-WS-LINE.
009000     05  CASHPOS-WS-LABEL            PIC X(40).
009016     05  CASHPOS-WS-TILL-LABEL REDEFINES CASHPOS-WS-LABEL.
009032         10  FILLER                  PIC X(05).
009048         10  CASHPOS-WS-TERMINAL-ID  PIC X(08).
009064         10  FILLER                  PIC X(01).
009080         10  CASHPOS-WS-DESCRIPTION  PIC X(26).
009100     05  CASHPOS-WS-VALUE            PIC ZZ,ZZZ,ZZZ,ZZ9.
009200     05  CASHPOS-WS-NOTE             PIC X(14) VALUE SPACES.
009300     05  FILLER                      PIC X(12) VALUE SPACES.
009400 PROCEDURE DIVISION.
009500*****************************************************************
009600* 0000-MAINLINE - OPEN THE REPORT, ROLL UP THE VAULT AND THE
009700* TILL OF EACH REGISTERED STATION, THEN PRINT THE BRANCH TOTAL.
009800*****************************************************************
009900 0000-MAINLINE.
010000     ACCEPT CASHPOS-RUN-DATE FROM DATE YYYYMMDD.
010900     MOVE CASHPOS-HEAD-LINE TO CASHPOS-REPORT-LINE.
011000     WRITE CASHPOS-REPORT-LINE.
011100     PERFORM 2000-ROLL-UP-VAULT THRU 2000-EXIT.
011200     PERFORM 3000-ROLL-UP-TILLS THRU 3000-EXIT.
011600     MOVE "BRANCH TOTAL CASH ON HAND . . . ."
011700         TO CASHPOS-WS-LABEL.
011800     MOVE CASHPOS-BRANCH-TOTAL TO CASHPOS-WS-VALUE.
015000 2000-EXIT.
015100     EXIT.
015200*****************************************************************
015300* 3000-ROLL-UP-TILLS - ONE LINE PER STATION ON THE TERMINAL
015400* REGISTRY, ACTIVE OR NOT - A RETIRED STATION'S DRAWER MAY STILL
015500* HOLD CASH UNTIL IT IS EMPTIED AND ITS TILL FILE NAME BLANKED.
015600* WITH NO REGISTRY THE TILLS CANNOT BE FOUND AT ALL, SO ONE
015700* NOT TRACKED LINE STANDS IN FOR THEM AND THE STEP ENDS RC 4.
015800*****************************************************************
015900 3000-ROLL-UP-TILLS.
016000     OPEN INPUT TERMINAL-REGISTRY-FILE.
016100     IF TERMINAL-REGISTRY-STATUS NOT = "00"
016200         DISPLAY "CASHPOS: TERMINAL REGISTRY NOT FOUND, "
016300             "TILLS NOT TRACKED"
016400         MOVE 4 TO RETURN-CODE
016500         MOVE "N" TO CASHPOS-SOURCE-SWITCH
016600         MOVE "N" TO CASHPOS-INACTIVE-SWITCH
016700         MOVE ZERO TO CASHPOS-SOURCE-DOLLARS
016800         MOVE "TERMINAL TILLS  . . . . . . . . ."
016900             TO CASHPOS-WS-LABEL
017000         PERFORM 8000-WRITE-SOURCE THRU 8000-EXIT
017100         GO TO 3000-EXIT
017200     END-IF.
017300     PERFORM 3100-ROLL-UP-STATION THRU 3100-EXIT
017400         UNTIL CASHPOS-TRM-END-OF-FILE.
017500     CLOSE TERMINAL-REGISTRY-FILE.
017600     IF CASHPOS-STATION-COUNT = ZERO
017700         DISPLAY "CASHPOS: NO STATIONS ON THE TERMINAL REGISTRY"
017800     END-IF.
017900 3000-EXIT.
018000     EXIT.
018100*****************************************************************
018200* 3100-ROLL-UP-STATION - READ THE NEXT REGISTRY ENTRY, ALLOCATE
018300* ITS TILL FILE, READ IT INTO THE COMMON TILL RECORD AREA AND
018400* VALUE IT.  A BLANK TILL FILE NAME, OR A TILL FILE THAT IS
018500* MISSING OR EMPTY, PRINTS AS NOT TRACKED.
018600*****************************************************************
018700 3100-ROLL-UP-STATION.
018800     READ TERMINAL-REGISTRY-FILE
018900         AT END
019000             SET CASHPOS-TRM-END-OF-FILE TO TRUE
019100             GO TO 3100-EXIT
019200     END-READ.
019300     ADD 1 TO CASHPOS-STATION-COUNT.
019400     MOVE "N" TO CASHPOS-SOURCE-SWITCH.
019500     MOVE SPACES TO CASH-TILL-RECORD.
019600     IF TRM-IS-INACTIVE
019700         SET CASHPOS-STATION-INACTIVE TO TRUE
019800     ELSE
019900         MOVE "N" TO CASHPOS-INACTIVE-SWITCH
020000     END-IF.
020100     MOVE SPACES TO CASHPOS-WS-LABEL.
020200     MOVE "TILL " TO CASHPOS-WS-LABEL.
020300     MOVE TRM-TERMINAL-ID TO CASHPOS-WS-TERMINAL-ID.
020400     MOVE TRM-DESCRIPTION TO CASHPOS-WS-DESCRIPTION.
020500     IF TRM-TILL-FILE-NAME = SPACES
020600         GO TO 3100-VALUE
020700     END-IF.
020800     MOVE SPACES TO CASHPOS-TILL-ALLOC.
020900     STRING "TILLDD=DSN(" DELIMITED BY SIZE
021000            TRM-TILL-FILE-NAME DELIMITED BY SPACE
021100            "),SHR" DELIMITED BY SIZE
021200            LOW-VALUE DELIMITED BY SIZE
021300         INTO CASHPOS-TILL-ALLOC
021400     END-STRING.
021500     CALL "putenv" USING CASHPOS-TILL-ALLOC.
021600     OPEN INPUT TILL-FILE.
021700     IF TILL-FILE-STATUS = "00"
021800         READ TILL-FILE
021900             AT END
022000                 CONTINUE
022100             NOT AT END
022200                 SET CASHPOS-SOURCE-TRACKED TO TRUE
022300                 MOVE CPOS-TILL-REC TO CASH-TILL-RECORD
022400         END-READ
022500         CLOSE TILL-FILE
022600     END-IF.
022700 3100-VALUE.
022800     PERFORM 7000-VALUE-TILL THRU 7000-EXIT.
022900 3100-EXIT.
023000     EXIT.
023400*****************************************************************
023500* 7000-VALUE-TILL - VALUE THE TILL RECORD IN THE COMMON AREA.
023600* THE COUNT FIELDS ARE CLASS-TESTED FIRST - AN UNTRACKED TILL
025300     EXIT.
025400*****************************************************************
025500* 8000-WRITE-SOURCE - PRINT ONE HOLDING LINE AND FOLD ITS
025600* DOLLARS INTO THE BRANCH TOTAL, FLAGGING AN UNTRACKED SOURCE
025650* OR A RETIRED STATION THAT STILL HOLDS A DRAWER.
025700*****************************************************************
025800 8000-WRITE-SOURCE.
025900     MOVE CASHPOS-SOURCE-DOLLARS TO CASHPOS-WS-VALUE.
026200     ELSE
026300         MOVE "  NOT TRACKED " TO CASHPOS-WS-NOTE
026400     END-IF.
026420     IF CASHPOS-SOURCE-TRACKED AND CASHPOS-STATION-INACTIVE
026440         MOVE "  INACTIVE    " TO CASHPOS-WS-NOTE
026460     END-IF.
026500     ADD CASHPOS-SOURCE-DOLLARS TO CASHPOS-BRANCH-TOTAL.
026600     PERFORM 8100-WRITE-LINE THRU 8100-EXIT.
026700 8000-EXIT.
