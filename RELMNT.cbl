000100*****************************************************************
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.     RELMNT.
000400 AUTHOR.         J R MILLIKEN.
000500 INSTALLATION.   BRANCH OPERATIONS SYSTEMS.
000600 DATE-WRITTEN.   2026-10-15.
000700 DATE-COMPILED.
000800*****************************************************************
000900* CUSTOMER RELATIONSHIP MAINTENANCE.  EVERY FILE IN THE SYSTEM IS
001000* KEYED BY ACCOUNT NUMBER, SO A CUSTOMER WITH THREE ACCOUNTS COULD
001100* TAKE JUST UNDER THE REPORTING THRESHOLD OUT OF EACH ONE AND
001200* NEVER SHOW UP ON THE CTR EXTRACT, THE FRAUD SCAN OR THE CEILING
001300* CHECK.  THIS PROGRAM MAINTAINS THE CUSTOMER RELATIONSHIP FILE
001400* (CASHREL) THAT TIES ACCOUNTS TO THE PERSON WHO OWNS THEM: ADD A
001500* LINK BETWEEN A CUSTOMER ID AND AN ACCOUNT WITH THE OWNER'S ROLE
001600* (PRIMARY OR JOINT), CHANGE THE ROLE OR THE PERSON'S IDENTITY,
001700* DEACTIVATE OR REACTIVATE A LINK, LIST A CUSTOMER'S ACCOUNTS AND
001800* LIST AN ACCOUNT'S OWNERS.  A LINK THAT ENDS IS DEACTIVATED, NOT
001900* DELETED.
002000*
002100* THE ACCOUNT MUST BE ON THE CUSTOMER MASTER, AND AN ACCOUNT HAS
002200* AT MOST ONE ACTIVE PRIMARY OWNER.  THE PERSON'S NAME, ADDRESS
002300* AND TAX ID ARE KEYED WITH THE CUSTOMER'S FIRST LINK (OR TAKEN
002400* FROM THE ACCOUNT'S MASTER RECORD) AND COPIED TO EVERY LATER
002500* LINK; A CHANGE TO THEM IS SPREAD TO ALL OF THE CUSTOMER'S LINKS.
002600*
002700* THE MAINTAINING OPERATOR MUST BE AN ACTIVE SUPERVISOR ON THE
002800* OPERATOR SECURITY MASTER (CASHOPR), THE SAME WAY TRMMNT AND
002900* STOMNT VALIDATE THEIR SUPERVISOR.  A BRANCH WITH NO OPERATOR
003000* MASTER YET RUNS UNVALIDATED WITH A WARNING, AND ONE WITH NO
003100* CUSTOMER MASTER ADDS LINKS UNVALIDATED WITH A WARNING.
003200*
003300* MODIFICATION HISTORY
003400*     DATE       INIT   DESCRIPTION
003500*     ---------- ----   ---------------------------------------
003600*     2026-10-15 JRM    ORIGINAL CUSTOMER RELATIONSHIP
003650*                       MAINTENANCE.
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CUST-RELATIONSHIP-FILE ASSIGN TO "CASHREL"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS REL-KEY
004500         ALTERNATE RECORD KEY IS REL-ACCOUNT-NO WITH DUPLICATES
004600         FILE STATUS IS CUST-RELATIONSHIP-STATUS.
004700     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAS"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS CUST-ACCOUNT-NO
005100         FILE STATUS IS CUST-MASTER-STATUS.
005200     SELECT OPERATOR-MASTER-FILE ASSIGN TO "CASHOPR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS OPR-OPERATOR-ID
005600         FILE STATUS IS OPERATOR-MASTER-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CUST-RELATIONSHIP-FILE.
006000     COPY CASHREL.
006100 FD  CUST-MASTER-FILE.
006200     COPY CUSTMAS.
006300 FD  OPERATOR-MASTER-FILE.
006400     COPY CASHOPR.
006500 WORKING-STORAGE SECTION.
006600*****************************************************************
006700* 77-LEVEL STANDALONE COUNTERS AND SWITCHES
006800*****************************************************************
006900 77  CUST-RELATIONSHIP-STATUS    PIC X(02) VALUE SPACES.
007000 77  CUST-MASTER-STATUS          PIC X(02) VALUE SPACES.
007100 77  OPERATOR-MASTER-STATUS      PIC X(02) VALUE SPACES.
007200 77  REL-FILE-OPEN-SWITCH        PIC X(01) VALUE "N".
007300     88  REL-FILE-IS-OPEN                VALUE "Y".
007400     88  REL-FILE-NOT-OPEN               VALUE "N".
007500 77  REL-OPR-AVAIL-SWITCH        PIC X(01) VALUE "N".
007600     88  REL-OPR-IS-AVAILABLE            VALUE "Y".
007700     88  REL-OPR-NOT-AVAILABLE           VALUE "N".
007800 77  REL-MASTER-AVAIL-SWITCH     PIC X(01) VALUE "N".
007900     88  REL-MASTER-IS-AVAILABLE         VALUE "Y".
008000     88  REL-MASTER-NOT-AVAILABLE        VALUE "N".
008100 77  REL-BROWSE-EOF-SWITCH       PIC X(01) VALUE "N".
008200     88  REL-BROWSE-END-OF-FILE          VALUE "Y".
008300*    SET BY 2100 - ANOTHER CUSTOMER IS ALREADY THE ACTIVE PRIMARY
008400*    OWNER OF THE ACCOUNT.
008500 77  REL-PRIMARY-SWITCH          PIC X(01) VALUE "N".
008600     88  REL-OTHER-PRIMARY-FOUND         VALUE "Y".
008700     88  REL-NO-OTHER-PRIMARY            VALUE "N".
008800*    SET BY 2200 - THE CUSTOMER ALREADY HAS A LINK ON FILE, SO ITS
008900*    IDENTITY IS ALREADY KNOWN.
009000 77  REL-IDENTITY-SWITCH         PIC X(01) VALUE "N".
009100     88  REL-IDENTITY-IS-FOUND           VALUE "Y".
009200     88  REL-IDENTITY-NOT-FOUND          VALUE "N".
009300 77  REL-ACCT-FOUND-SWITCH       PIC X(01) VALUE "N".
009400     88  REL-ACCT-IS-ON-MASTER           VALUE "Y".
009500     88  REL-ACCT-NOT-ON-MASTER          VALUE "N".
009600 77  REL-LIST-COUNT              PIC 9(05) VALUE ZERO.
009700 77  REL-SPREAD-COUNT            PIC 9(05) VALUE ZERO.
009800*****************************************************************
009900* MAIN WORKING STORAGE
010000*****************************************************************
010100 01  MNT-OPERATOR-ID             PIC X(08).
010200 01  MNT-FUNCTION                PIC X(01).
010300     88  MNT-FUNCTION-IS-ADD             VALUE "A".
010400     88  MNT-FUNCTION-IS-CHANGE          VALUE "C".
010500     88  MNT-FUNCTION-IS-DEACTIVATE      VALUE "D".
010600     88  MNT-FUNCTION-IS-REACTIVATE      VALUE "R".
010700     88  MNT-FUNCTION-IS-LIST            VALUE "L".
010800     88  MNT-FUNCTION-IS-OWNERS          VALUE "O".
010900     88  MNT-FUNCTION-IS-EXIT            VALUE "X".
011000 01  MNT-CUSTOMER-ID             PIC X(10).
011100 01  MNT-ACCOUNT-NO              PIC X(10).
011200 01  MNT-OWNER-ROLE              PIC X(01).
011300     88  MNT-ROLE-IS-PRIMARY             VALUE "P".
011400     88  MNT-ROLE-IS-VALID               VALUE "P" "J".
011500 01  MNT-CUST-NAME               PIC X(30).
011600 01  MNT-CUST-ADDRESS            PIC X(40).
011700 01  MNT-CUST-TAX-ID             PIC X(09).
011800 01  MNT-OTHER-PRIMARY-ID        PIC X(10).
011900 01  MNT-TODAY-DATE              PIC 9(08).
012000 PROCEDURE DIVISION.
012100*****************************************************************
012200* 0000-MAINLINE - OPEN THE RELATIONSHIP FILE, IDENTIFY THE
012300* SUPERVISOR, THEN LOOP ON THE FUNCTION MENU UNTIL AN EXPLICIT
012400* EXIT.
012500*****************************************************************
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012800     IF REL-FILE-NOT-OPEN
012900         DISPLAY 'CUSTOMER RELATIONSHIP FILE UNAVAILABLE, '
013000             'MAINTENANCE CANNOT BE PROCESSED '
013100         GO TO 9000-TERMINATE
013200     END-IF.
013300     DISPLAY 'ENTER SUPERVISOR OPERATOR ID: '.
013400     ACCEPT MNT-OPERATOR-ID.
013500     PERFORM 1500-VALIDATE-SUPERVISOR THRU 1500-EXIT.
013600 MENU1.
013700     DISPLAY 'ENTER FUNCTION (A=ADD, C=CHANGE, D=DEACTIVATE, '
013800         'R=REACTIVATE, L=LIST, O=OWNERS, X=EXIT): '.
013900     ACCEPT MNT-FUNCTION.
014000     EVALUATE TRUE
014100         WHEN MNT-FUNCTION-IS-ADD
014200             PERFORM 3000-ADD-LINK THRU 3000-EXIT
014300         WHEN MNT-FUNCTION-IS-CHANGE
014400             PERFORM 4000-CHANGE-LINK THRU 4000-EXIT
014500         WHEN MNT-FUNCTION-IS-DEACTIVATE
014600             PERFORM 5000-SET-ACTIVE-FLAG THRU 5000-EXIT
014700         WHEN MNT-FUNCTION-IS-REACTIVATE
014800             PERFORM 5000-SET-ACTIVE-FLAG THRU 5000-EXIT
014900         WHEN MNT-FUNCTION-IS-LIST
015000             PERFORM 6000-LIST-CUSTOMER THRU 6000-EXIT
015100         WHEN MNT-FUNCTION-IS-OWNERS
015200             PERFORM 7000-LIST-OWNERS THRU 7000-EXIT
015300         WHEN MNT-FUNCTION-IS-EXIT
015400             GO TO 9000-TERMINATE
015500         WHEN OTHER
015600             DISPLAY 'INVALID FUNCTION - ENTER A, C, D, R, L, O '
015700                 'OR X, PLEASE REENTER '
015800     END-EVALUATE.
015900     GO TO MENU1.
016000*****************************************************************
016100* 1000-INITIALIZE - OPEN THE RELATIONSHIP FILE I-O, CREATING IT
016200* ON FIRST USE SO THE VERY FIRST LINK CAN BE ADDED, AND OPEN THE
016300* CUSTOMER MASTER FOR THE ACCOUNT CHECK AND THE OPERATOR MASTER
016400* FOR THE SUPERVISOR CHECK.
016500*****************************************************************
016600 1000-INITIALIZE.
016700     ACCEPT MNT-TODAY-DATE FROM DATE YYYYMMDD.
016800     OPEN I-O CUST-RELATIONSHIP-FILE.
016900     IF CUST-RELATIONSHIP-STATUS = "35"
017000         OPEN OUTPUT CUST-RELATIONSHIP-FILE
017100         CLOSE CUST-RELATIONSHIP-FILE
017200         OPEN I-O CUST-RELATIONSHIP-FILE
017300     END-IF.
017400     IF CUST-RELATIONSHIP-STATUS = "00"
017500         SET REL-FILE-IS-OPEN TO TRUE
017600     ELSE
017700         SET REL-FILE-NOT-OPEN TO TRUE
017800     END-IF.
017900     OPEN INPUT CUST-MASTER-FILE.
018000     IF CUST-MASTER-STATUS = "00"
018100         SET REL-MASTER-IS-AVAILABLE TO TRUE
018200     ELSE
018300         SET REL-MASTER-NOT-AVAILABLE TO TRUE
018400     END-IF.
018500     OPEN INPUT OPERATOR-MASTER-FILE.
018600     IF OPERATOR-MASTER-STATUS = "00"
018700         SET REL-OPR-IS-AVAILABLE TO TRUE
018800     ELSE
018900         SET REL-OPR-NOT-AVAILABLE TO TRUE
019000     END-IF.
019100 1000-EXIT.
019200     EXIT.
019300*****************************************************************
019400* 1500-VALIDATE-SUPERVISOR - THE KEYED SUPERVISOR MUST BE AN
019500* ACTIVE OPERATOR WITH SUPERVISOR AUTHORITY ON THE OPERATOR
019600* SECURITY MASTER.  A BRANCH WITH NO OPERATOR MASTER YET RUNS
019700* UNVALIDATED WITH A WARNING.
019800*****************************************************************
019900 1500-VALIDATE-SUPERVISOR.
020000     IF REL-OPR-NOT-AVAILABLE
020100         DISPLAY 'OPERATOR MASTER NOT FOUND - SUPERVISOR NOT '
020200             'VALIDATED '
020300         GO TO 1500-EXIT
020400     END-IF.
020500     MOVE MNT-OPERATOR-ID TO OPR-OPERATOR-ID.
020600     READ OPERATOR-MASTER-FILE
020700         INVALID KEY
020800             DISPLAY 'OPERATOR NOT ON THE SECURITY MASTER, '
020900                 'MAINTENANCE REFUSED '
021000             GO TO 9000-TERMINATE
021100     END-READ.
021200     IF NOT OPR-IS-ACTIVE
021300         DISPLAY 'OPERATOR IS NOT ACTIVE, MAINTENANCE '
021400             'REFUSED '
021500         GO TO 9000-TERMINATE
021600     END-IF.
021700     IF NOT OPR-AUTH-IS-SUPERVISOR
021800         DISPLAY 'SUPERVISOR AUTHORITY IS REQUIRED, '
021900             'MAINTENANCE REFUSED '
022000         GO TO 9000-TERMINATE
022100     END-IF.
022200 1500-EXIT.
022300     EXIT.
022400*****************************************************************
022500* 2000-ACCEPT-LINK - KEY THE CUSTOMER ID AND ACCOUNT NUMBER THAT
022600* IDENTIFY ONE LINK AND READ IT.  THE CALLER TESTS THE FILE
022700* STATUS - "00" IS ON FILE, ANYTHING ELSE IS NOT.
022800*****************************************************************
022900 2000-ACCEPT-LINK.
023000     DISPLAY 'ENTER CUSTOMER ID: '.
023100     ACCEPT MNT-CUSTOMER-ID.
023200     DISPLAY 'ENTER ACCOUNT NUMBER: '.
023300     ACCEPT MNT-ACCOUNT-NO.
023400     PERFORM 2050-READ-LINK THRU 2050-EXIT.
023500 2000-EXIT.
023600     EXIT.
023700*****************************************************************
023800* 2050-READ-LINK - READ THE LINK FOR THE KEYED CUSTOMER AND
023900* ACCOUNT BY ITS PRIME KEY.  USED AGAIN AFTER A BROWSE HAS MOVED
024000* THE RECORD AREA ON.
024100*****************************************************************
024200 2050-READ-LINK.
024300     MOVE MNT-CUSTOMER-ID TO REL-CUSTOMER-ID.
024400     MOVE MNT-ACCOUNT-NO  TO REL-ACCOUNT-NO.
024500     READ CUST-RELATIONSHIP-FILE
024600         INVALID KEY
024700             CONTINUE
024800     END-READ.
024900 2050-EXIT.
025000     EXIT.
025100*****************************************************************
025200* 2100-CHECK-PRIMARY - BROWSE THE OWNERS OF THE KEYED ACCOUNT
025300* THROUGH THE ACCOUNT-NUMBER ALTERNATE KEY AND FLAG AN ACTIVE
025400* PRIMARY OWNER OTHER THAN THE KEYED CUSTOMER.  THE BROWSE MOVES
025500* THE RECORD AREA ON - THE CALLER RE-READS ITS LINK AFTERWARDS.
025600*****************************************************************
025700 2100-CHECK-PRIMARY.
025800     SET REL-NO-OTHER-PRIMARY TO TRUE.
025900     MOVE SPACES TO MNT-OTHER-PRIMARY-ID.
026000     MOVE "N" TO REL-BROWSE-EOF-SWITCH.
026100     MOVE MNT-ACCOUNT-NO TO REL-ACCOUNT-NO.
026200     START CUST-RELATIONSHIP-FILE KEY = REL-ACCOUNT-NO
026300         INVALID KEY
026400             SET REL-BROWSE-END-OF-FILE TO TRUE
026500     END-START.
026600     PERFORM 2110-PRIMARY-NEXT THRU 2110-EXIT
026700         UNTIL REL-BROWSE-END-OF-FILE.
026800 2100-EXIT.
026900     EXIT.
027000*****************************************************************
027100* 2110-PRIMARY-NEXT - LOOK AT ONE MORE OWNER OF THE ACCOUNT.
027200*****************************************************************
027300 2110-PRIMARY-NEXT.
027400     READ CUST-RELATIONSHIP-FILE NEXT RECORD
027500         AT END
027600             SET REL-BROWSE-END-OF-FILE TO TRUE
027700             GO TO 2110-EXIT
027800     END-READ.
027900     IF REL-ACCOUNT-NO NOT = MNT-ACCOUNT-NO
028000         SET REL-BROWSE-END-OF-FILE TO TRUE
028100         GO TO 2110-EXIT
028200     END-IF.
028300     IF REL-IS-ACTIVE
028400             AND REL-ROLE-IS-PRIMARY
028500             AND REL-CUSTOMER-ID NOT = MNT-CUSTOMER-ID
028600         SET REL-OTHER-PRIMARY-FOUND TO TRUE
028700         MOVE REL-CUSTOMER-ID TO MNT-OTHER-PRIMARY-ID
028800     END-IF.
028900 2110-EXIT.
029000     EXIT.
029100*****************************************************************
029200* 2200-FIND-IDENTITY - POSITION ON THE KEYED CUSTOMER'S FIRST
029300* LINK.  IF THE CUSTOMER HAS ONE, ITS NAME, ADDRESS AND TAX ID
029400* ARE THE PERSON'S AND ARE COPIED TO THE NEW LINK.
029500*****************************************************************
029600 2200-FIND-IDENTITY.
029700     SET REL-IDENTITY-NOT-FOUND TO TRUE.
029800     MOVE MNT-CUSTOMER-ID TO REL-CUSTOMER-ID.
029900     MOVE LOW-VALUES      TO REL-ACCOUNT-NO.
030000     START CUST-RELATIONSHIP-FILE KEY NOT < REL-KEY
030100         INVALID KEY
030200             GO TO 2200-EXIT
030300     END-START.
030400     READ CUST-RELATIONSHIP-FILE NEXT RECORD
030500         AT END
030600             GO TO 2200-EXIT
030700     END-READ.
030800     IF REL-CUSTOMER-ID = MNT-CUSTOMER-ID
030900         SET REL-IDENTITY-IS-FOUND TO TRUE
031000         MOVE REL-CUST-NAME    TO MNT-CUST-NAME
031100         MOVE REL-CUST-ADDRESS TO MNT-CUST-ADDRESS
031200         MOVE REL-CUST-TAX-ID  TO MNT-CUST-TAX-ID
031300     END-IF.
031400 2200-EXIT.
031500     EXIT.
031600*****************************************************************
031700* 2300-SPREAD-IDENTITY - COPY THE PERSON'S NAME, ADDRESS AND TAX
031800* ID ONTO EVERY OTHER LINK OF THE KEYED CUSTOMER SO ALL OF THEM
031900* AGREE.
032000*****************************************************************
032100 2300-SPREAD-IDENTITY.
032200     MOVE ZERO TO REL-SPREAD-COUNT.
032300     MOVE "N" TO REL-BROWSE-EOF-SWITCH.
032400     MOVE MNT-CUSTOMER-ID TO REL-CUSTOMER-ID.
032500     MOVE LOW-VALUES      TO REL-ACCOUNT-NO.
032600     START CUST-RELATIONSHIP-FILE KEY NOT < REL-KEY
032700         INVALID KEY
032800             SET REL-BROWSE-END-OF-FILE TO TRUE
032900     END-START.
033000     PERFORM 2310-SPREAD-NEXT THRU 2310-EXIT
033100         UNTIL REL-BROWSE-END-OF-FILE.
033200 2300-EXIT.
033300     EXIT.
033400*****************************************************************
033500* 2310-SPREAD-NEXT - BRING ONE MORE LINK OF THE CUSTOMER INTO
033600* LINE.  THE LINK JUST CHANGED IS PASSED OVER.
033700*****************************************************************
033800 2310-SPREAD-NEXT.
033900     READ CUST-RELATIONSHIP-FILE NEXT RECORD
034000         AT END
034100             SET REL-BROWSE-END-OF-FILE TO TRUE
034200             GO TO 2310-EXIT
034300     END-READ.
034400     IF REL-CUSTOMER-ID NOT = MNT-CUSTOMER-ID
034500         SET REL-BROWSE-END-OF-FILE TO TRUE
034600         GO TO 2310-EXIT
034700     END-IF.
034800     IF REL-ACCOUNT-NO = MNT-ACCOUNT-NO
034900         GO TO 2310-EXIT
035000     END-IF.
035100     MOVE MNT-CUST-NAME    TO REL-CUST-NAME.
035200     MOVE MNT-CUST-ADDRESS TO REL-CUST-ADDRESS.
035300     MOVE MNT-CUST-TAX-ID  TO REL-CUST-TAX-ID.
035400     MOVE MNT-TODAY-DATE   TO REL-MAINT-DATE.
035500     MOVE MNT-OPERATOR-ID  TO REL-MAINT-OPERATOR.
035600     REWRITE CUST-RELATIONSHIP-RECORD.
035700     IF CUST-RELATIONSHIP-STATUS = "00"
035800         ADD 1 TO REL-SPREAD-COUNT
035900     ELSE
036000         DISPLAY 'UNABLE TO REWRITE LINK TO ACCOUNT '
036100             REL-ACCOUNT-NO
036200     END-IF.
036300 2310-EXIT.
036400     EXIT.
036500*****************************************************************
036600* 3000-ADD-LINK - WRITE A NEW LINK, ACTIVE.  A LINK ALREADY ON
036700* FILE IS REJECTED RATHER THAN OVERWRITTEN - AN ENDED LINK IS
036800* REACTIVATED, NOT ADDED AGAIN.  THE ACCOUNT MUST BE ON THE
036900* CUSTOMER MASTER AND MAY HAVE ONLY ONE ACTIVE PRIMARY OWNER.  A
037000* NEW CUSTOMER'S IDENTITY IS KEYED, OR TAKEN FROM THE ACCOUNT'S
037100* MASTER RECORD WHEN THE NAME IS LEFT BLANK.
037200*****************************************************************
037300 3000-ADD-LINK.
037400     PERFORM 2000-ACCEPT-LINK THRU 2000-EXIT.
037500     IF MNT-CUSTOMER-ID = SPACES OR MNT-ACCOUNT-NO = SPACES
037600         DISPLAY 'CUSTOMER ID AND ACCOUNT NUMBER ARE REQUIRED, '
037700             'ADD REJECTED '
037800         GO TO 3000-EXIT
037900     END-IF.
038000     IF CUST-RELATIONSHIP-STATUS = "00"
038100         DISPLAY 'LINK ALREADY ON FILE - USE C TO CHANGE OR R TO '
038200             'REACTIVATE, ADD REJECTED '
038300         GO TO 3000-EXIT
038400     END-IF.
038500     SET REL-ACCT-NOT-ON-MASTER TO TRUE.
038600     IF REL-MASTER-IS-AVAILABLE
038700         MOVE MNT-ACCOUNT-NO TO CUST-ACCOUNT-NO
038800         READ CUST-MASTER-FILE
038900             INVALID KEY
039000                 DISPLAY 'ACCOUNT NOT ON THE CUSTOMER MASTER, '
039100                     'ADD REJECTED '
039200                 GO TO 3000-EXIT
039300         END-READ
039400         SET REL-ACCT-IS-ON-MASTER TO TRUE
039500     ELSE
039600         DISPLAY 'CUSTOMER MASTER NOT FOUND - ACCOUNT NOT '
039700             'VALIDATED '
039800     END-IF.
039900     DISPLAY 'ENTER OWNER ROLE (P=PRIMARY, J=JOINT): '.
040000     ACCEPT MNT-OWNER-ROLE.
040100     IF NOT MNT-ROLE-IS-VALID
040200         DISPLAY 'OWNER ROLE MUST BE P OR J, ADD REJECTED '
040300         GO TO 3000-EXIT
040400     END-IF.
040500     IF MNT-ROLE-IS-PRIMARY
040600         PERFORM 2100-CHECK-PRIMARY THRU 2100-EXIT
040700         IF REL-OTHER-PRIMARY-FOUND
040800             DISPLAY 'ACCOUNT ALREADY HAS ACTIVE PRIMARY OWNER '
040900                 MNT-OTHER-PRIMARY-ID ', ADD REJECTED '
041000             GO TO 3000-EXIT
041100         END-IF
041200     END-IF.
041300     PERFORM 2200-FIND-IDENTITY THRU 2200-EXIT.
041400     IF REL-IDENTITY-IS-FOUND
041500         DISPLAY 'EXISTING CUSTOMER ' MNT-CUST-NAME
041600     ELSE
041700         PERFORM 3100-KEY-IDENTITY THRU 3100-EXIT
041800         IF MNT-CUST-NAME = SPACES
041900             DISPLAY 'CUSTOMER NAME IS REQUIRED, ADD REJECTED '
042000             GO TO 3000-EXIT
042100         END-IF
042200     END-IF.
042300     MOVE MNT-CUSTOMER-ID  TO REL-CUSTOMER-ID.
042400     MOVE MNT-ACCOUNT-NO   TO REL-ACCOUNT-NO.
042500     MOVE MNT-OWNER-ROLE   TO REL-OWNER-ROLE.
042600     SET REL-IS-ACTIVE     TO TRUE.
042700     MOVE MNT-CUST-NAME    TO REL-CUST-NAME.
042800     MOVE MNT-CUST-ADDRESS TO REL-CUST-ADDRESS.
042900     MOVE MNT-CUST-TAX-ID  TO REL-CUST-TAX-ID.
043000     MOVE MNT-TODAY-DATE   TO REL-MAINT-DATE.
043100     MOVE MNT-OPERATOR-ID  TO REL-MAINT-OPERATOR.
043200     MOVE SPACES           TO REL-FILLER.
043300     WRITE CUST-RELATIONSHIP-RECORD
043400         INVALID KEY
043500             DISPLAY 'UNABLE TO ADD THE LINK '
043600             GO TO 3000-EXIT
043700     END-WRITE.
043800     DISPLAY 'LINK ADDED '.
043900 3000-EXIT.
044000     EXIT.
044100*****************************************************************
044200* 3100-KEY-IDENTITY - KEY A NEW CUSTOMER'S NAME, ADDRESS AND TAX
044300* ID.  A BLANK NAME TAKES ALL THREE FROM THE ACCOUNT'S MASTER
044400* RECORD, WHICH IS RIGHT FOR THE PRIMARY OWNER.
044500*****************************************************************
044600 3100-KEY-IDENTITY.
044700     DISPLAY 'ENTER CUSTOMER NAME (SPACES TO TAKE THE NAME, '
044800         'ADDRESS AND TAX ID FROM THE ACCOUNT): '.
044900     ACCEPT MNT-CUST-NAME.
045000     IF MNT-CUST-NAME = SPACES
045100         IF REL-ACCT-IS-ON-MASTER
045200             MOVE CUST-NAME    TO MNT-CUST-NAME
045300             MOVE CUST-ADDRESS TO MNT-CUST-ADDRESS
045400             MOVE CUST-TAX-ID  TO MNT-CUST-TAX-ID
045500             DISPLAY 'NAME TAKEN FROM THE ACCOUNT: ' MNT-CUST-NAME
045600         END-IF
045700         GO TO 3100-EXIT
045800     END-IF.
045900     DISPLAY 'ENTER CUSTOMER ADDRESS: '.
046000     ACCEPT MNT-CUST-ADDRESS.
046100     DISPLAY 'ENTER CUSTOMER TAX ID: '.
046200     ACCEPT MNT-CUST-TAX-ID.
046300 3100-EXIT.
046400     EXIT.
046500*****************************************************************
046600* 4000-CHANGE-LINK - CHANGE A LINK'S OWNER ROLE AND THE PERSON'S
046700* NAME, ADDRESS AND TAX ID.  A FIELD LEFT BLANK KEEPS ITS CURRENT
046800* VALUE.  A CHANGE TO PRIMARY IS REFUSED WHILE ANOTHER ACTIVE
046900* PRIMARY OWNER STANDS, AND THE IDENTITY IS SPREAD TO EVERY OTHER
047000* LINK OF THE CUSTOMER.
047100*****************************************************************
047200 4000-CHANGE-LINK.
047300     PERFORM 2000-ACCEPT-LINK THRU 2000-EXIT.
047400     IF CUST-RELATIONSHIP-STATUS NOT = "00"
047500         DISPLAY 'LINK NOT FOUND, CHANGE REJECTED '
047600         GO TO 4000-EXIT
047700     END-IF.
047800     DISPLAY 'CURRENT ROLE IS    ' REL-OWNER-ROLE
047900         ' ACTIVE ' REL-ACTIVE-FLAG.
048000     DISPLAY 'CURRENT NAME IS    ' REL-CUST-NAME.
048100     DISPLAY 'CURRENT ADDRESS IS ' REL-CUST-ADDRESS.
048200     DISPLAY 'CURRENT TAX ID IS  ' REL-CUST-TAX-ID.
048300     DISPLAY 'ENTER OWNER ROLE (P=PRIMARY, J=JOINT, SPACES TO '
048400         'KEEP): '.
048500     ACCEPT MNT-OWNER-ROLE.
048600     IF MNT-OWNER-ROLE = SPACE
048700         MOVE REL-OWNER-ROLE TO MNT-OWNER-ROLE
048800     END-IF.
048900     IF NOT MNT-ROLE-IS-VALID
049000         DISPLAY 'OWNER ROLE MUST BE P OR J, CHANGE REJECTED '
049100         GO TO 4000-EXIT
049200     END-IF.
049300     DISPLAY 'ENTER CUSTOMER NAME (SPACES TO KEEP): '.
049400     ACCEPT MNT-CUST-NAME.
049500     IF MNT-CUST-NAME = SPACES
049600         MOVE REL-CUST-NAME TO MNT-CUST-NAME
049700     END-IF.
049800     DISPLAY 'ENTER CUSTOMER ADDRESS (SPACES TO KEEP): '.
049900     ACCEPT MNT-CUST-ADDRESS.
050000     IF MNT-CUST-ADDRESS = SPACES
050100         MOVE REL-CUST-ADDRESS TO MNT-CUST-ADDRESS
050200     END-IF.
050300     DISPLAY 'ENTER CUSTOMER TAX ID (SPACES TO KEEP): '.
050400     ACCEPT MNT-CUST-TAX-ID.
050500     IF MNT-CUST-TAX-ID = SPACES
050600         MOVE REL-CUST-TAX-ID TO MNT-CUST-TAX-ID
050700     END-IF.
050800     IF MNT-ROLE-IS-PRIMARY AND REL-IS-ACTIVE
050900         PERFORM 2100-CHECK-PRIMARY THRU 2100-EXIT
051000         IF REL-OTHER-PRIMARY-FOUND
051100             DISPLAY 'ACCOUNT ALREADY HAS ACTIVE PRIMARY OWNER '
051200                 MNT-OTHER-PRIMARY-ID ', CHANGE REJECTED '
051300             GO TO 4000-EXIT
051400         END-IF
051500         PERFORM 2050-READ-LINK THRU 2050-EXIT
051600     END-IF.
051700     MOVE MNT-OWNER-ROLE   TO REL-OWNER-ROLE.
051800     MOVE MNT-CUST-NAME    TO REL-CUST-NAME.
051900     MOVE MNT-CUST-ADDRESS TO REL-CUST-ADDRESS.
052000     MOVE MNT-CUST-TAX-ID  TO REL-CUST-TAX-ID.
052100     MOVE MNT-TODAY-DATE   TO REL-MAINT-DATE.
052200     MOVE MNT-OPERATOR-ID  TO REL-MAINT-OPERATOR.
052300     REWRITE CUST-RELATIONSHIP-RECORD.
052400     IF CUST-RELATIONSHIP-STATUS NOT = "00"
052500         DISPLAY 'UNABLE TO REWRITE THE LINK, CHANGE NOT '
052600             'APPLIED '
052700         GO TO 4000-EXIT
052800     END-IF.
052900     PERFORM 2300-SPREAD-IDENTITY THRU 2300-EXIT.
053000     DISPLAY 'LINK CHANGED, OTHER LINKS OF THE CUSTOMER '
053100         'UPDATED ' REL-SPREAD-COUNT.
053200 4000-EXIT.
053300     EXIT.
053400*****************************************************************
053500* 5000-SET-ACTIVE-FLAG - DEACTIVATE OR REACTIVATE ONE LINK,
053600* DRIVEN BY THE MENU FUNCTION THAT GOT US HERE.  A DEACTIVATED
053700* LINK NO LONGER TIES THE ACCOUNT TO THE PERSON.  A PRIMARY LINK
053800* IS NOT REACTIVATED WHILE ANOTHER ACTIVE PRIMARY OWNER STANDS.
053900*****************************************************************
054000 5000-SET-ACTIVE-FLAG.
054100     PERFORM 2000-ACCEPT-LINK THRU 2000-EXIT.
054200     IF CUST-RELATIONSHIP-STATUS NOT = "00"
054300         DISPLAY 'LINK NOT FOUND, REJECTED '
054400         GO TO 5000-EXIT
054500     END-IF.
054600     IF MNT-FUNCTION-IS-REACTIVATE AND REL-ROLE-IS-PRIMARY
054700         PERFORM 2100-CHECK-PRIMARY THRU 2100-EXIT
054800         IF REL-OTHER-PRIMARY-FOUND
054900             DISPLAY 'ACCOUNT ALREADY HAS ACTIVE PRIMARY OWNER '
055000                 MNT-OTHER-PRIMARY-ID ', REJECTED '
055100             GO TO 5000-EXIT
055200         END-IF
055300         PERFORM 2050-READ-LINK THRU 2050-EXIT
055400     END-IF.
055500     IF MNT-FUNCTION-IS-DEACTIVATE
055600         SET REL-IS-INACTIVE TO TRUE
055700     ELSE
055800         SET REL-IS-ACTIVE TO TRUE
055900     END-IF.
056000     MOVE MNT-TODAY-DATE  TO REL-MAINT-DATE.
056100     MOVE MNT-OPERATOR-ID TO REL-MAINT-OPERATOR.
056200     REWRITE CUST-RELATIONSHIP-RECORD.
056300     IF CUST-RELATIONSHIP-STATUS NOT = "00"
056400         DISPLAY 'UNABLE TO REWRITE THE LINK, NOT APPLIED '
056500         GO TO 5000-EXIT
056600     END-IF.
056700     IF MNT-FUNCTION-IS-DEACTIVATE
056800         DISPLAY 'LINK DEACTIVATED '
056900     ELSE
057000         DISPLAY 'LINK REACTIVATED '
057100     END-IF.
057200 5000-EXIT.
057300     EXIT.
057400*****************************************************************
057500* 6000-LIST-CUSTOMER - LIST ONE CUSTOMER'S LINKS, OR EVERY LINK
057600* ON FILE, IN CUSTOMER ID THEN ACCOUNT SEQUENCE.
057700*****************************************************************
057800 6000-LIST-CUSTOMER.
057900     DISPLAY 'ENTER CUSTOMER ID TO LIST (SPACES FOR ALL): '.
058000     ACCEPT MNT-CUSTOMER-ID.
058100     MOVE "N"  TO REL-BROWSE-EOF-SWITCH.
058200     MOVE ZERO TO REL-LIST-COUNT.
058300     IF MNT-CUSTOMER-ID = SPACES
058400         MOVE LOW-VALUES TO REL-CUSTOMER-ID
058500     ELSE
058600         MOVE MNT-CUSTOMER-ID TO REL-CUSTOMER-ID
058700     END-IF.
058800     MOVE LOW-VALUES TO REL-ACCOUNT-NO.
058900     START CUST-RELATIONSHIP-FILE KEY NOT < REL-KEY
059000         INVALID KEY
059100             SET REL-BROWSE-END-OF-FILE TO TRUE
059200     END-START.
059300     PERFORM 6100-LIST-NEXT THRU 6100-EXIT
059400         UNTIL REL-BROWSE-END-OF-FILE.
059500     IF REL-LIST-COUNT = ZERO
059600         DISPLAY 'NO LINKS ON FILE '
059700     END-IF.
059800 6000-EXIT.
059900     EXIT.
060000*****************************************************************
060100* 6100-LIST-NEXT - SHOW ONE LINK.
060200*****************************************************************
060300 6100-LIST-NEXT.
060400     READ CUST-RELATIONSHIP-FILE NEXT RECORD
060500         AT END
060600             SET REL-BROWSE-END-OF-FILE TO TRUE
060700             GO TO 6100-EXIT
060800     END-READ.
060900     IF MNT-CUSTOMER-ID NOT = SPACES
061000             AND REL-CUSTOMER-ID NOT = MNT-CUSTOMER-ID
061100         SET REL-BROWSE-END-OF-FILE TO TRUE
061200         GO TO 6100-EXIT
061300     END-IF.
061400     ADD 1 TO REL-LIST-COUNT.
061500     DISPLAY REL-CUSTOMER-ID ' ' REL-ACCOUNT-NO ' ROLE '
061600         REL-OWNER-ROLE ' ACTIVE ' REL-ACTIVE-FLAG ' '
061700         REL-CUST-NAME.
061800 6100-EXIT.
061900     EXIT.
062000*****************************************************************
062100* 7000-LIST-OWNERS - LIST EVERY OWNER OF ONE ACCOUNT THROUGH THE
062200* ACCOUNT-NUMBER ALTERNATE KEY.
062300*****************************************************************
062400 7000-LIST-OWNERS.
062500     DISPLAY 'ENTER ACCOUNT NUMBER: '.
062600     ACCEPT MNT-ACCOUNT-NO.
062700     MOVE "N"  TO REL-BROWSE-EOF-SWITCH.
062800     MOVE ZERO TO REL-LIST-COUNT.
062900     MOVE MNT-ACCOUNT-NO TO REL-ACCOUNT-NO.
063000     START CUST-RELATIONSHIP-FILE KEY = REL-ACCOUNT-NO
063100         INVALID KEY
063200             SET REL-BROWSE-END-OF-FILE TO TRUE
063300     END-START.
063400     PERFORM 7100-OWNERS-NEXT THRU 7100-EXIT
063500         UNTIL REL-BROWSE-END-OF-FILE.
063600     IF REL-LIST-COUNT = ZERO
063700         DISPLAY 'NO OWNERS ON FILE FOR THE ACCOUNT '
063800     END-IF.
063900 7000-EXIT.
064000     EXIT.
064100*****************************************************************
064200* 7100-OWNERS-NEXT - SHOW ONE OWNER OF THE ACCOUNT.
064300*****************************************************************
064400 7100-OWNERS-NEXT.
064500     READ CUST-RELATIONSHIP-FILE NEXT RECORD
064600         AT END
064700             SET REL-BROWSE-END-OF-FILE TO TRUE
064800             GO TO 7100-EXIT
064900     END-READ.
065000     IF REL-ACCOUNT-NO NOT = MNT-ACCOUNT-NO
065100         SET REL-BROWSE-END-OF-FILE TO TRUE
065200         GO TO 7100-EXIT
065300     END-IF.
065400     ADD 1 TO REL-LIST-COUNT.
065500     DISPLAY REL-ACCOUNT-NO ' ' REL-CUSTOMER-ID ' ROLE '
065600         REL-OWNER-ROLE ' ACTIVE ' REL-ACTIVE-FLAG ' '
065700         REL-CUST-NAME.
065800 7100-EXIT.
065900     EXIT.
066000*****************************************************************
066100* 9000-TERMINATE - CLOSE THE FILES AND END THE RUN.
066200*****************************************************************
066300 9000-TERMINATE.
066400     IF REL-FILE-IS-OPEN
066500         CLOSE CUST-RELATIONSHIP-FILE
066600     END-IF.
066700     IF REL-MASTER-IS-AVAILABLE
066800         CLOSE CUST-MASTER-FILE
066900     END-IF.
067000     IF REL-OPR-IS-AVAILABLE
067100         CLOSE OPERATOR-MASTER-FILE
067200     END-IF.
067300     STOP RUN.
