000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PCDCOD01.
000300*---------------------------------
000400* Purchasing card transaction
000500* coding.
000600*
000700* The signed-on operator is
000800* matched through the employee
000900* file to the cards they hold,
001000* and each of their lines not
001100* yet signed off is shown with
001200* the coding it carries - the
001300* merchant category default
001400* from the import, or whatever
001500* was keyed before. The holder
001600* keeps or changes the G/L
001700* account and spend category,
001800* gives the business purpose,
001900* and the line goes to their
002000* manager for sign-off in
002100* PCDAPR01.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     COPY "SLPCTR.CBL".
002800
002900     COPY "SLCRDH.CBL".
003000
003100     COPY "SLEMP.CBL".
003200
003300     COPY "SLACCT.CBL".
003400
003500     COPY "SLCATG.CBL".
003600
003700     COPY "SLOPER.CBL".
003800
003900     COPY "SLSONLOG.CBL".
004000
004100     COPY "SLSESS.CBL".
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500
004600     COPY "FDPCTR.CBL".
004700
004800     COPY "FDCRDH.CBL".
004900
005000     COPY "FDEMP.CBL".
005100
005200     COPY "FDACCT.CBL".
005300
005400     COPY "FDCATG.CBL".
005500
005600     COPY "FDOPER.CBL".
005700
005800     COPY "FDSONLOG.CBL".
005900
006000     COPY "FDSESS.CBL".
006100
006200 WORKING-STORAGE SECTION.
006300
006400 77  EMP-FILE-AT-END         PIC X.
006500 77  CRDH-FILE-AT-END        PIC X.
006600 77  PCT-FILE-AT-END         PIC X.
006700 77  HOLDER-FOUND            PIC X.
006800 77  HOLDER-EMPLOYEE         PIC 9(5).
006900 77  CARD-COUNT              PIC 9(3)  VALUE ZEROES.
007000 77  CODED-COUNT             PIC 9(5)  VALUE ZEROES.
007100 77  CODING-IS-DONE          PIC X.
007200 77  LINE-ACTION             PIC X.
007300 77  ACCOUNT-IS-GOOD         PIC X.
007400 77  CATG-RECORD-FOUND       PIC X.
007500 77  TODAY-DATE              PIC 9(8).
007600
007700 01  AMOUNT-DISPLAY          PIC ZZZ,ZZ9.99-.
007800 01  DATE-DISPLAY            PIC Z9/99/9999.
007900
008000     COPY "WSCASE01.CBL".
008100
008200     COPY "WSDATE01.CBL".
008300
008400     COPY "WSAUDIT01.CBL".
008500
008600     COPY "WSSIGN01.CBL".
008700
008800 PROCEDURE DIVISION.
008900 PROGRAM-BEGIN.
009000     PERFORM OPENING-PROCEDURE.
009100     MOVE "PCDCOD01" TO SIGN-ON-PROGRAM.
009200     PERFORM GET-OPERATOR-SIGN-ON.
009300     IF OPERATOR-IS-SIGNED-ON
009400        AND SIGN-ON-CAN-ENTRY = "Y"
009500         PERFORM MAIN-PROCESS
009600     ELSE
009700     IF OPERATOR-IS-SIGNED-ON
009800         DISPLAY "YOU ARE NOT AUTHORIZED FOR ENTRY".
009900     PERFORM CLOSING-PROCEDURE.
010000
010100 PROGRAM-EXIT.
010200     EXIT PROGRAM.
010300
010400 PROGRAM-DONE.
010500     ACCEPT OMITTED. STOP RUN.
010600
010700 OPENING-PROCEDURE.
010800     OPEN I-O OPERATOR-FILE.
010900     OPEN I-O PCARD-TRANS-FILE.
011000     OPEN I-O CARDHOLDER-FILE.
011100     OPEN I-O EMPLOYEE-FILE.
011200     OPEN I-O ACCOUNT-FILE.
011300     OPEN I-O CATEGORY-FILE.
011400     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
011500
011600 CLOSING-PROCEDURE.
011700     CLOSE OPERATOR-FILE.
011800     CLOSE PCARD-TRANS-FILE.
011900     CLOSE CARDHOLDER-FILE.
012000     CLOSE EMPLOYEE-FILE.
012100     CLOSE ACCOUNT-FILE.
012200     CLOSE CATEGORY-FILE.
012300
012400 MAIN-PROCESS.
012500     PERFORM FIND-HOLDER-EMPLOYEE.
012600     IF HOLDER-FOUND = "N"
012700         DISPLAY "YOUR SIGN-ON IS NOT ON AN ACTIVE"
012800         DISPLAY "EMPLOYEE RECORD - NO CARDS TO CODE"
012900     ELSE
013000         PERFORM CODE-HOLDER-CARDS
013100         IF CARD-COUNT = ZEROES
013200             DISPLAY "NO PURCHASING CARDS ON FILE FOR "
013300                     EMP-NAME
013400         ELSE
013500             DISPLAY CODED-COUNT " LINES CODED".
013600
013700*---------------------------------
013800* The employee whose sign-on is
013900* the signed-on operator's. The
014000* employee file is small and
014100* keyed by number, so it is
014200* swept.
014300*---------------------------------
014400 FIND-HOLDER-EMPLOYEE.
014500     MOVE "N" TO HOLDER-FOUND.
014600     MOVE "N" TO EMP-FILE-AT-END.
014700     MOVE ZEROES TO EMP-NUMBER.
014800     START EMPLOYEE-FILE KEY NOT < EMP-NUMBER
014900         INVALID KEY
015000         MOVE "Y" TO EMP-FILE-AT-END.
015100     PERFORM CHECK-NEXT-EMPLOYEE
015200         UNTIL EMP-FILE-AT-END = "Y"
015300            OR HOLDER-FOUND = "Y".
015400
015500 CHECK-NEXT-EMPLOYEE.
015600     READ EMPLOYEE-FILE NEXT RECORD
015700         AT END MOVE "Y" TO EMP-FILE-AT-END.
015800     IF EMP-FILE-AT-END NOT = "Y"
015900        AND EMP-IS-ACTIVE
016000        AND EMP-OPERATOR-ID = AUDIT-EVENT-OPERATOR-ID
016100         MOVE "Y" TO HOLDER-FOUND
016200         MOVE EMP-NUMBER TO HOLDER-EMPLOYEE.
016300
016400*---------------------------------
016500* Every card the employee holds,
016600* active or not - a card closed
016700* mid-month still has lines to
016800* code.
016900*---------------------------------
017000 CODE-HOLDER-CARDS.
017100     MOVE "N" TO CODING-IS-DONE.
017200     MOVE "N" TO CRDH-FILE-AT-END.
017300     MOVE SPACES TO CRDH-CARD-ID.
017400     START CARDHOLDER-FILE KEY NOT < CRDH-CARD-ID
017500         INVALID KEY
017600         MOVE "Y" TO CRDH-FILE-AT-END.
017700     PERFORM CODE-NEXT-CARD
017800         UNTIL CRDH-FILE-AT-END = "Y"
017900            OR CODING-IS-DONE = "Y".
018000
018100 CODE-NEXT-CARD.
018200     READ CARDHOLDER-FILE NEXT RECORD
018300         AT END MOVE "Y" TO CRDH-FILE-AT-END.
018400     IF CRDH-FILE-AT-END NOT = "Y"
018500        AND CRDH-EMPLOYEE = HOLDER-EMPLOYEE
018600         ADD 1 TO CARD-COUNT
018700         PERFORM CODE-THIS-CARD.
018800
018900 CODE-THIS-CARD.
019000     DISPLAY " ".
019100     DISPLAY "CARD: " CRDH-CARD-ID.
019200     MOVE "N" TO PCT-FILE-AT-END.
019300     MOVE CRDH-CARD-ID TO PCT-CARD-ID.
019400     MOVE LOW-VALUES TO PCT-REFERENCE.
019500     START PCARD-TRANS-FILE KEY NOT < PCT-KEY
019600         INVALID KEY
019700         MOVE "Y" TO PCT-FILE-AT-END.
019800     PERFORM CODE-NEXT-LINE
019900         UNTIL PCT-FILE-AT-END = "Y"
020000            OR CODING-IS-DONE = "Y".
020100
020200 CODE-NEXT-LINE.
020300     READ PCARD-TRANS-FILE NEXT RECORD
020400         AT END MOVE "Y" TO PCT-FILE-AT-END.
020500     IF PCT-FILE-AT-END NOT = "Y"
020600        AND PCT-CARD-ID NOT = CRDH-CARD-ID
020700         MOVE "Y" TO PCT-FILE-AT-END.
020800     IF PCT-FILE-AT-END NOT = "Y"
020900         IF PCT-IS-UNCODED
021000          OR PCT-IS-CODED
021100             PERFORM CODE-THIS-LINE.
021200
021300 CODE-THIS-LINE.
021400     PERFORM DISPLAY-THE-LINE.
021500     PERFORM GET-LINE-ACTION.
021600     IF LINE-ACTION = "Q"
021700         MOVE "Y" TO CODING-IS-DONE
021800     ELSE
021900     IF LINE-ACTION = "C"
022000         PERFORM ENTER-PCT-ACCOUNT
022100         PERFORM ENTER-PCT-CATEGORY
022200         PERFORM FINISH-THE-LINE
022300     ELSE
022400     IF LINE-ACTION = "K"
022500         PERFORM FINISH-THE-LINE.
022600
022700 DISPLAY-THE-LINE.
022800     DISPLAY " ".
022900     MOVE PCT-POST-DATE TO DATE-CCYYMMDD.
023000     PERFORM CONVERT-TO-MMDDCCYY.
023100     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
023200     MOVE PCT-AMOUNT TO AMOUNT-DISPLAY.
023300     DISPLAY DATE-DISPLAY " " PCT-MERCHANT " " AMOUNT-DISPLAY.
023400     DISPLAY "REFERENCE: " PCT-REFERENCE
023500             "  MERCHANT CATEGORY: " PCT-MCC.
023600     DISPLAY "ACCOUNT: " PCT-ACCOUNT
023700             "  SPEND CATEGORY: " PCT-CATEGORY.
023800     IF PCT-IS-CODED
023900         DISPLAY "PURPOSE: " PCT-PURPOSE
024000         DISPLAY "(CODED - WAITING FOR SIGN-OFF)".
024100
024200*---------------------------------
024300* Keeping the coding shown needs
024400* an account already on the
024500* line; a line with none must be
024600* changed.
024700*---------------------------------
024800 GET-LINE-ACTION.
024900     PERFORM ACCEPT-LINE-ACTION.
025000     PERFORM RE-ACCEPT-LINE-ACTION
025100         UNTIL LINE-ACTION = "C" OR "S" OR "Q"
025200            OR (LINE-ACTION = "K" AND PCT-ACCOUNT NOT = ZEROES).
025300
025400 ACCEPT-LINE-ACTION.
025500     DISPLAY "K = KEEP THIS CODING, C = CHANGE IT,".
025600     DISPLAY "S = SKIP FOR NOW, Q = QUIT".
025700     ACCEPT LINE-ACTION.
025800     INSPECT LINE-ACTION
025900         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
026000
026100 RE-ACCEPT-LINE-ACTION.
026200     IF LINE-ACTION = "K"
026300         DISPLAY "THIS LINE HAS NO ACCOUNT - USE C TO CODE IT"
026400     ELSE
026500         DISPLAY "YOU MUST ENTER K, C, S, OR Q".
026600     PERFORM ACCEPT-LINE-ACTION.
026700
026800 ENTER-PCT-ACCOUNT.
026900     PERFORM ACCEPT-PCT-ACCOUNT.
027000     PERFORM RE-ACCEPT-PCT-ACCOUNT
027100         UNTIL ACCOUNT-IS-GOOD = "Y".
027200
027300 ACCEPT-PCT-ACCOUNT.
027400     DISPLAY "ENTER G/L EXPENSE ACCOUNT".
027500     ACCEPT PCT-ACCOUNT.
027600     MOVE PCT-ACCOUNT TO ACCOUNT-NUMBER.
027700     MOVE "Y" TO ACCOUNT-IS-GOOD.
027800     READ ACCOUNT-FILE RECORD
027900         INVALID KEY
028000         MOVE "N" TO ACCOUNT-IS-GOOD.
028100     IF ACCOUNT-IS-GOOD = "Y"
028200         IF NOT ACCOUNT-IS-ACTIVE
028300            OR NOT ACCOUNT-IS-EXPENSE
028400             MOVE "N" TO ACCOUNT-IS-GOOD.
028500
028600 RE-ACCEPT-PCT-ACCOUNT.
028700     DISPLAY "ACCOUNT MUST BE AN ACTIVE EXPENSE ACCOUNT".
028800     PERFORM ACCEPT-PCT-ACCOUNT.
028900
029000 ENTER-PCT-CATEGORY.
029100     PERFORM ACCEPT-PCT-CATEGORY.
029200     PERFORM RE-ACCEPT-PCT-CATEGORY
029300         UNTIL CATG-RECORD-FOUND = "Y".
029400
029500 ACCEPT-PCT-CATEGORY.
029600     DISPLAY "ENTER SPEND CATEGORY NUMBER".
029700     ACCEPT PCT-CATEGORY.
029800     MOVE PCT-CATEGORY TO CATG-CODE.
029900     MOVE "Y" TO CATG-RECORD-FOUND.
030000     READ CATEGORY-FILE RECORD
030100         INVALID KEY
030200         MOVE "N" TO CATG-RECORD-FOUND.
030300
030400 RE-ACCEPT-PCT-CATEGORY.
030500     DISPLAY "NO CATEGORY ON FILE WITH THAT CODE".
030600     PERFORM ACCEPT-PCT-CATEGORY.
030700
030800*---------------------------------
030900* A default may have gone stale
031000* since the import, so the kept
031100* coding is re-checked before
031200* the line is marked coded.
031300*---------------------------------
031400 FINISH-THE-LINE.
031500     MOVE PCT-ACCOUNT TO ACCOUNT-NUMBER.
031600     MOVE "Y" TO ACCOUNT-IS-GOOD.
031700     READ ACCOUNT-FILE RECORD
031800         INVALID KEY
031900         MOVE "N" TO ACCOUNT-IS-GOOD.
032000     IF ACCOUNT-IS-GOOD = "Y"
032100         IF NOT ACCOUNT-IS-ACTIVE
032200            OR NOT ACCOUNT-IS-EXPENSE
032300             MOVE "N" TO ACCOUNT-IS-GOOD.
032400     IF ACCOUNT-IS-GOOD = "N"
032500         DISPLAY "ACCOUNT MUST BE AN ACTIVE EXPENSE ACCOUNT"
032600         PERFORM ENTER-PCT-ACCOUNT.
032700     MOVE PCT-CATEGORY TO CATG-CODE.
032800     MOVE "Y" TO CATG-RECORD-FOUND.
032900     READ CATEGORY-FILE RECORD
033000         INVALID KEY
033100         MOVE "N" TO CATG-RECORD-FOUND.
033200     IF CATG-RECORD-FOUND = "N"
033300         DISPLAY "NO CATEGORY ON FILE WITH THAT CODE"
033400         PERFORM ENTER-PCT-CATEGORY.
033500     PERFORM ENTER-PCT-PURPOSE.
033600     MOVE "C" TO PCT-STATUS.
033700     MOVE AUDIT-EVENT-OPERATOR-ID TO PCT-CODED-BY.
033800     MOVE TODAY-DATE TO PCT-CODED-DATE.
033900     REWRITE PCARD-TRANS-RECORD
034000         INVALID KEY
034100         DISPLAY "ERROR REWRITING CARD TRANSACTION".
034200     ADD 1 TO CODED-COUNT.
034300
034400 ENTER-PCT-PURPOSE.
034500     PERFORM ACCEPT-PCT-PURPOSE.
034600     PERFORM RE-ACCEPT-PCT-PURPOSE
034700         UNTIL PCT-PURPOSE NOT = SPACES.
034800
034900 ACCEPT-PCT-PURPOSE.
035000     DISPLAY "ENTER BUSINESS PURPOSE".
035100     ACCEPT PCT-PURPOSE.
035200     INSPECT PCT-PURPOSE
035300         CONVERTING LOWER-ALPHA
035400         TO         UPPER-ALPHA.
035500
035600 RE-ACCEPT-PCT-PURPOSE.
035700     DISPLAY "PURPOSE MUST BE ENTERED".
035800     PERFORM ACCEPT-PCT-PURPOSE.
035900
036000*---------------------------------
036100* Utility routines.
036200*---------------------------------
036300     COPY "PLDATE01.CBL".
036400     COPY "PLSIGN01.CBL".
