002294*                       (CASHOPR) - ACTIVE WITH SUPERVISOR
002295*                       AUTHORITY - INSTEAD OF ANY STRING
002296*                       BEING ACCEPTED.  A BRANCH WITH NO
002306*                       OPERATOR MASTER YET RUNS UNVALIDATED
002316*                       WITH A WARNING.
002326*     2026-10-15 JRM    STAMP THE REPLACED HELD AMOUNT ON AUDIT.
002336*     2026-10-15 JRM    DORMANT (I) IS NOW A STATUS CODE.  AN ADD
002346*                       STARTS THE LAST ACTIVITY DATE AT TODAY,
002356*                       AND REACTIVATING A DORMANT ACCOUNT
002366*                       RESETS IT TO TODAY SO THE NEXT CASHDRM
002376*                       RUN DOES NOT MOVE IT STRAIGHT BACK.
002386*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
006800 01  MNT-AMOUNT                  PIC 9(09).
006850 01  MNT-STATUS-CODE             PIC X(01).
006860     88  MNT-STATUS-IS-KNOWN             VALUE "A" "F" "D"
006870                                               "P" "C" "I".
006900 01  MNT-BEFORE-BALANCE          PIC 9(09)V99.
006910 01  MNT-AFTER-BALANCE           PIC 9(09)V99.
006920 01  MNT-OLD-STATUS              PIC X(01).
006930 01  MNT-NEW-STATUS              PIC X(01).
006940 01  MNT-NEW-HELD                PIC 9(07)V99.
006945 01  MNT-OLD-HELD                PIC 9(07)V99.
006950 01  MNT-CUST-NAME               PIC X(30).
006960 01  MNT-CUST-ADDRESS            PIC X(40).
006970 01  MNT-CUST-TAX-ID             PIC X(09).
016802     ACCEPT MNT-CUST-TAX-ID.
016804 2300-EXIT.
016806     EXIT.
016816*****************************************************************
016900* 3000-ADD-ACCOUNT - WRITE A NEW CUSTOMER MASTER RECORD WITH THE
017000* KEYED OPENING BALANCE AND A ZERO DAILY-WITHDRAWN TOTAL.  AN
017100* ACCOUNT NUMBER ALREADY ON THE MASTER IS REJECTED RATHER THAN
019330     MOVE MNT-CUST-NAME    TO CUST-NAME.
019340     MOVE MNT-CUST-ADDRESS TO CUST-ADDRESS.
019350     MOVE MNT-CUST-TAX-ID  TO CUST-TAX-ID.
019360     ACCEPT MNT-CURRENT-DATE FROM DATE YYYYMMDD.
019370     MOVE MNT-CURRENT-DATE TO CUST-LAST-ACTIVITY-DATE.
019400     WRITE CUST-MASTER-RECORD
019500         INVALID KEY
019600             DISPLAY 'UNABLE TO ADD ACCOUNT TO THE MASTER '
026710     MOVE CUST-STATUS-CODE TO MNT-NEW-STATUS.
026800     SET CMNT-FUNCTION-IS-CLOSE TO TRUE.
026900     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
026905     DISPLAY 'ACCOUNT CLOSED '.
026910 5000-EXIT.
026915     EXIT.
026920*****************************************************************
026925* 6000-STATUS-HOLD - SET THE ACCOUNT STATUS CODE AND HELD-FUNDS
026930* AMOUNT ON THE MASTER UNDER A REASON CODE.  AN UNKNOWN STATUS
026935* CODE RE-PROMPTS IN PLACE.  THE BALANCE IS NOT TOUCHED, SO THE
026940* AUDIT TRAIL CARRIES THE SAME FIGURE IN THE BEFORE AND AFTER
026945* IMAGES.  TAKING A DORMANT ACCOUNT BACK TO ACTIVE RESTARTS ITS
026950* LAST ACTIVITY DATE AT TODAY.
026955*****************************************************************
026960 6000-STATUS-HOLD.
026965     PERFORM 2000-GET-ACCOUNT THRU 2000-EXIT.
026970     MOVE MNT-ACCOUNT-NO TO CUST-ACCOUNT-NO.
026975     READ CUST-MASTER-FILE
026980         INVALID KEY
026985             DISPLAY 'ACCOUNT NOT FOUND, STATUS CHANGE REJECTED '
026990             GO TO 6000-EXIT
026995     END-READ.
027000     DISPLAY 'CURRENT STATUS IS ' CUST-STATUS-CODE.
027005     DISPLAY 'CURRENT HELD AMOUNT IS ' CUST-HELD-AMOUNT.
027010     MOVE CUST-STATUS-CODE TO MNT-OLD-STATUS.
027015     MOVE CUST-HELD-AMOUNT TO MNT-OLD-HELD.
027020 6010-GET-STATUS.
027025     DISPLAY 'ENTER NEW STATUS (A=ACTIVE, F=FROZEN, '
027030         'D=DECEASED, P=PENDING CLOSE, C=CLOSED, I=DORMANT): '.
027035     ACCEPT MNT-STATUS-CODE.
027040     IF NOT MNT-STATUS-IS-KNOWN
027045         DISPLAY 'INVALID STATUS - ENTER A, F, D, P, C OR I, '
027050             'PLEASE REENTER '
027055         GO TO 6010-GET-STATUS
027060     END-IF.
027065     DISPLAY 'ENTER HELD AMOUNT (WHOLE DOLLARS): '.
027070     ACCEPT MNT-AMOUNT-INPUT.
027075     PERFORM 2200-EDIT-AMOUNT THRU 2200-EXIT.
027080     IF MNT-INPUT-IS-INVALID
027085         GO TO 6000-EXIT
027090     END-IF.
027095     IF MNT-AMOUNT > 9999999
027100         DISPLAY 'HELD AMOUNT EXCEEDS THE MAXIMUM THE MASTER '
027105             'CAN CARRY, STATUS CHANGE REJECTED '
027110         GO TO 6000-EXIT
027115     END-IF.
027120     PERFORM 2100-GET-REASON THRU 2100-EXIT.
027125     MOVE MNT-STATUS-CODE TO CUST-STATUS-CODE.
027130     MOVE MNT-AMOUNT      TO CUST-HELD-AMOUNT.
027135     IF MNT-OLD-STATUS = "I" AND CUST-STATUS-IS-ACTIVE
027140         ACCEPT MNT-CURRENT-DATE FROM DATE YYYYMMDD
027145         MOVE MNT-CURRENT-DATE TO CUST-LAST-ACTIVITY-DATE
027150     END-IF.
027155     REWRITE CUST-MASTER-RECORD.
027160     IF CUST-MASTER-STATUS NOT = "00"
027165         DISPLAY 'UNABLE TO REWRITE THE MASTER, STATUS NOT '
027170             'CHANGED '
027175         GO TO 6000-EXIT
027180     END-IF.
027185     MOVE CUST-CURRENT-BALANCE TO MNT-BEFORE-BALANCE.
027190     MOVE CUST-CURRENT-BALANCE TO MNT-AFTER-BALANCE.
027195     MOVE MNT-STATUS-CODE TO MNT-NEW-STATUS.
027200     MOVE MNT-AMOUNT      TO MNT-NEW-HELD.
027205     SET CMNT-FUNCTION-IS-STATUS TO TRUE.
027210     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
027215     DISPLAY 'STATUS/HOLD UPDATED '.
027220 6000-EXIT.
027225     EXIT.
027230*****************************************************************
027235* 7000-CHANGE-IDENTITY - REPLACE THE CUSTOMER NAME, ADDRESS AND
027240* TAX-ID ON AN EXISTING MASTER RECORD UNDER A REASON CODE.  THE
027245* BALANCE, STATUS AND HELD FIGURES ARE NOT TOUCHED, SO THE AUDIT
027250* TRAIL CARRIES THE SAME IMAGES BEFORE AND AFTER - THE IDENTITY
027255* FUNCTION CODE IS WHAT SAYS AN IDENTITY CHANGED.
027260*****************************************************************
027265 7000-CHANGE-IDENTITY.
027270     PERFORM 2000-GET-ACCOUNT THRU 2000-EXIT.
027275     MOVE MNT-ACCOUNT-NO TO CUST-ACCOUNT-NO.
027280     READ CUST-MASTER-FILE
027285         INVALID KEY
027290             DISPLAY 'ACCOUNT NOT FOUND, IDENTITY CHANGE '
027295                 'REJECTED '
027300             GO TO 7000-EXIT
027305     END-READ.
027310     DISPLAY 'CURRENT NAME IS    ' CUST-NAME.
027315     DISPLAY 'CURRENT ADDRESS IS ' CUST-ADDRESS.
027320     DISPLAY 'CURRENT TAX-ID IS  ' CUST-TAX-ID.
027325     PERFORM 2300-GET-IDENTITY THRU 2300-EXIT.
027330     PERFORM 2100-GET-REASON THRU 2100-EXIT.
027335     MOVE MNT-CUST-NAME    TO CUST-NAME.
027340     MOVE MNT-CUST-ADDRESS TO CUST-ADDRESS.
027345     MOVE MNT-CUST-TAX-ID  TO CUST-TAX-ID.
027350     REWRITE CUST-MASTER-RECORD.
027355     IF CUST-MASTER-STATUS NOT = "00"
027360         DISPLAY 'UNABLE TO REWRITE THE MASTER, IDENTITY NOT '
027365             'CHANGED '
027370         GO TO 7000-EXIT
027375     END-IF.
027400     MOVE CUST-CURRENT-BALANCE TO MNT-BEFORE-BALANCE.
027401     MOVE CUST-CURRENT-BALANCE TO MNT-AFTER-BALANCE.
027402     MOVE CUST-STATUS-CODE TO MNT-OLD-STATUS.
027412 7000-EXIT.
027413     EXIT.
027420*****************************************************************
027430* 8000-WRITE-AUDIT - APPEND THE BEFORE/AFTER IMAGE OF ONE
027500* MAINTENANCE ACTION TO THE AUDIT TRAIL.  THE CALLER SETS THE
027600* FUNCTION CODE AND LEAVES THE BEFORE/AFTER BALANCE IMAGES IN
027700* MNT-BEFORE-BALANCE AND MNT-AFTER-BALANCE AND THE OLD/NEW
027710* STATUS AND HELD IMAGES IN MNT-OLD-STATUS, MNT-NEW-STATUS AND
027720* MNT-NEW-HELD.  ONLY A STATUS/HOLD ACTION CHANGES THE HELD
027730* AMOUNT, SO ONLY IT LEAVES THE FIGURE IT REPLACED IN
027740* MNT-OLD-HELD; FOR EVERY OTHER ACTION THE OLD HELD IMAGE IS THE
027750* NEW ONE.
027800*****************************************************************
027900 8000-WRITE-AUDIT.
028000     ACCEPT MNT-CURRENT-DATE FROM DATE YYYYMMDD.
028900     MOVE MNT-OLD-STATUS     TO CMNT-OLD-STATUS.
028910     MOVE MNT-NEW-STATUS     TO CMNT-NEW-STATUS.
028920     MOVE MNT-NEW-HELD       TO CMNT-NEW-HELD-AMOUNT.
028921     EVALUATE TRUE
028922         WHEN NOT CMNT-FUNCTION-IS-STATUS
028923             MOVE MNT-NEW-HELD TO CMNT-OLD-HELD-AMOUNT
028924         WHEN MNT-OLD-HELD NUMERIC
028925             MOVE MNT-OLD-HELD TO CMNT-OLD-HELD-AMOUNT
028926         WHEN OTHER
028927             MOVE ZERO TO CMNT-OLD-HELD-AMOUNT
028928     END-EVALUATE.
029000     WRITE CUST-MAINT-AUDIT-RECORD.
029100 8000-EXIT.
029200     EXIT.
