000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REQAPR01.
000300*---------------------------------
000400* Purchase requisition approval.
000500*
000600* Walks every submitted
000700* requisition and shows the
000800* signed-on operator those in an
000900* approval tier at or below the
001000* operator's own requisition
001100* tier on the operator master.
001200* Nobody approves a requisition
001300* they entered themselves. An
001400* approved requisition waits
001500* for a buyer in REQCNV01; a
001600* rejected one carries the
001700* reason back to the requester.
001800*---------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200
002300     COPY "SLREQN.CBL".
002400
002500     COPY "SLVND02.CBL".
002600
002700     COPY "SLSTORE.CBL".
002800
002900     COPY "SLDEPT.CBL".
003000
003100     COPY "SLOPER.CBL".
003200
003300     COPY "SLSONLOG.CBL".
003400
003500     COPY "SLSESS.CBL".
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900
004000     COPY "FDREQN.CBL".
004100
004200     COPY "FDVND04.CBL".
004300
004400     COPY "FDSTORE.CBL".
004500
004600     COPY "FDDEPT.CBL".
004700
004800     COPY "FDOPER.CBL".
004900
005000     COPY "FDSONLOG.CBL".
005100
005200     COPY "FDSESS.CBL".
005300
005400 WORKING-STORAGE SECTION.
005500
005600 77  REQN-FILE-AT-END        PIC X.
005700 77  OPER-RECORD-FOUND       PIC X.
005800 77  APPROVER-TIER           PIC 9.
005900 77  DECISION-CODE           PIC X.
006000 77  APPROVED-COUNT          PIC 9(4) VALUE ZEROES.
006100 77  REJECTED-COUNT          PIC 9(4) VALUE ZEROES.
006200 77  TODAY-DATE              PIC 9(8).
006300
006400 01  AMOUNT-DISPLAY          PIC ZZ,ZZZ,ZZ9.99-.
006500 01  DATE-DISPLAY            PIC Z9/99/9999.
006600
006700     COPY "WSCASE01.CBL".
006800
006900     COPY "WSDATE01.CBL".
007000
007100     COPY "WSAUDIT01.CBL".
007200
007300     COPY "WSSIGN01.CBL".
007400
007500 PROCEDURE DIVISION.
007600 PROGRAM-BEGIN.
007700     PERFORM OPENING-PROCEDURE.
007800     MOVE "REQAPR01" TO SIGN-ON-PROGRAM.
007900     PERFORM GET-OPERATOR-SIGN-ON.
008000     IF OPERATOR-IS-SIGNED-ON
008100         PERFORM LOOK-UP-APPROVER-TIER.
008110     IF OPERATOR-IS-SIGNED-ON
008120        AND SIGN-ON-IS-QUIESCED
008130         DISPLAY "REQUISITIONS CANNOT BE APPROVED WHILE"
008140         DISPLAY "THE NIGHTLY BATCH IS RUNNING"
008150     ELSE
008200     IF OPERATOR-IS-SIGNED-ON
008300        AND APPROVER-TIER NOT = ZERO
008400         PERFORM MAIN-PROCESS
008500     ELSE
008600     IF OPERATOR-IS-SIGNED-ON
008700         DISPLAY "YOU ARE NOT AUTHORIZED TO APPROVE"
008800         DISPLAY "REQUISITIONS".
008900     PERFORM CLOSING-PROCEDURE.
009000
009100 PROGRAM-EXIT.
009200     EXIT PROGRAM.
009300
009400 PROGRAM-DONE.
009500     STOP RUN.
009600
009700 OPENING-PROCEDURE.
009800     OPEN I-O OPERATOR-FILE.
009900     OPEN I-O REQUISITION-FILE.
010000     OPEN I-O VENDOR-FILE.
010100     OPEN I-O STORE-FILE.
010200     OPEN I-O DEPARTMENT-FILE.
010300     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
010400
010500 CLOSING-PROCEDURE.
010600     CLOSE OPERATOR-FILE.
010700     CLOSE REQUISITION-FILE.
010800     CLOSE VENDOR-FILE.
010900     CLOSE STORE-FILE.
011000     CLOSE DEPARTMENT-FILE.
011100
011200*---------------------------------
011300* The operator's own master
011400* record carries the highest
011500* tier they may approve.
011600*---------------------------------
011700 LOOK-UP-APPROVER-TIER.
011800     MOVE ZERO TO APPROVER-TIER.
011900     MOVE AUDIT-EVENT-OPERATOR-ID TO OPER-ID.
012000     MOVE "Y" TO OPER-RECORD-FOUND.
012100     READ OPERATOR-FILE RECORD
012200         INVALID KEY
012300         MOVE "N" TO OPER-RECORD-FOUND.
012400     IF OPER-RECORD-FOUND = "Y"
012500         MOVE OPER-REQN-TIER TO APPROVER-TIER.
012600
012700 MAIN-PROCESS.
012800     DISPLAY "YOU MAY APPROVE REQUISITIONS UP TO TIER "
012900             APPROVER-TIER.
013000     PERFORM READ-FIRST-REQUISITION.
013100     PERFORM REVIEW-ALL-REQUISITIONS
013200         UNTIL REQN-FILE-AT-END = "Y".
013300     DISPLAY "APPROVED: " APPROVED-COUNT
013400             "  REJECTED: " REJECTED-COUNT.
013500
013600 REVIEW-ALL-REQUISITIONS.
013700     IF REQN-IS-SUBMITTED
013800        AND REQN-TIER NOT > APPROVER-TIER
013900        AND REQN-REQUESTER NOT = AUDIT-EVENT-OPERATOR-ID
014000         PERFORM REVIEW-THIS-REQUISITION.
014100     PERFORM READ-NEXT-REQN-RECORD.
014200
014300 REVIEW-THIS-REQUISITION.
014400     PERFORM DISPLAY-REQN-FOR-REVIEW.
014500     PERFORM GET-DECISION-CODE.
014600     IF DECISION-CODE = "A"
014700         PERFORM APPROVE-THE-REQUISITION
014800     ELSE
014900     IF DECISION-CODE = "R"
015000         PERFORM REJECT-THE-REQUISITION.
015100
015200 DISPLAY-REQN-FOR-REVIEW.
015300     DISPLAY " ".
015400     DISPLAY "REQUISITION: " REQN-NUMBER
015500             "  TIER " REQN-TIER
015600             "  REQUESTED BY: " REQN-REQUESTER.
015700     MOVE REQN-STORE TO STORE-CODE.
015800     MOVE "*STORE NOT ON FILE*" TO STORE-NAME.
015900     READ STORE-FILE RECORD
016000         INVALID KEY
016100         MOVE "*STORE NOT ON FILE*" TO STORE-NAME.
016200     MOVE REQN-DEPARTMENT TO DEPT-CODE.
016300     READ DEPARTMENT-FILE RECORD
016400         INVALID KEY
016500         MOVE "*DEPT NOT ON FILE*" TO DEPT-NAME.
016600     DISPLAY "STORE: " REQN-STORE " " STORE-NAME
016700             "  DEPT: " REQN-DEPARTMENT " " DEPT-NAME.
016800     IF REQN-VENDOR = ZEROES
016900         DISPLAY "SUGGESTED VENDOR: (BUYER TO CHOOSE)"
017000     ELSE
017100         PERFORM DISPLAY-SUGGESTED-VENDOR.
017200     DISPLAY "FOR: " REQN-DESCRIPTION
017300             "  CATEGORY: " REQN-CATEGORY.
017400     MOVE REQN-AMOUNT TO AMOUNT-DISPLAY.
017500     DISPLAY "ESTIMATED AMOUNT: " AMOUNT-DISPLAY.
017600     MOVE REQN-NEED-DATE TO DATE-CCYYMMDD.
017700     PERFORM CONVERT-TO-MMDDCCYY.
017800     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
017900     DISPLAY "NEEDED BY: " DATE-DISPLAY.
018000
018100 DISPLAY-SUGGESTED-VENDOR.
018200     MOVE REQN-VENDOR TO VENDOR-NUMBER.
018300     READ VENDOR-FILE RECORD
018400         INVALID KEY
018500         MOVE "*VENDOR NOT ON FILE*" TO VENDOR-NAME.
018600     DISPLAY "SUGGESTED VENDOR: " REQN-VENDOR
018700             " " VENDOR-NAME.
018800
018900 GET-DECISION-CODE.
019000     PERFORM ACCEPT-DECISION-CODE.
019100     PERFORM RE-ACCEPT-DECISION-CODE
019200         UNTIL DECISION-CODE = "A" OR "R" OR "S".
019300
019400 ACCEPT-DECISION-CODE.
019500     DISPLAY "A = APPROVE, R = REJECT, S = SKIP FOR NOW".
019600     ACCEPT DECISION-CODE.
019700     INSPECT DECISION-CODE
019800       CONVERTING LOWER-ALPHA
019900       TO         UPPER-ALPHA.
020000
020100 RE-ACCEPT-DECISION-CODE.
020200     DISPLAY "YOU MUST ENTER A, R, OR S".
020300     PERFORM ACCEPT-DECISION-CODE.
020400
020500 APPROVE-THE-REQUISITION.
020600     MOVE "A" TO REQN-STATUS.
020700     MOVE AUDIT-EVENT-OPERATOR-ID TO REQN-DECIDED-BY.
020800     MOVE TODAY-DATE TO REQN-DECIDED-DATE.
020900     PERFORM REWRITE-REQN-RECORD.
021000     ADD 1 TO APPROVED-COUNT.
021100     DISPLAY "REQUISITION " REQN-NUMBER " APPROVED".
021200
021300*---------------------------------
021400* A rejection must say why, so
021500* the requester knows what to
021600* change before keying it again.
021700*---------------------------------
021800 REJECT-THE-REQUISITION.
021900     PERFORM ENTER-REJECT-REASON.
022000     MOVE "R" TO REQN-STATUS.
022100     MOVE AUDIT-EVENT-OPERATOR-ID TO REQN-DECIDED-BY.
022200     MOVE TODAY-DATE TO REQN-DECIDED-DATE.
022300     PERFORM REWRITE-REQN-RECORD.
022400     ADD 1 TO REJECTED-COUNT.
022500     DISPLAY "REQUISITION " REQN-NUMBER " REJECTED".
022600
022700 ENTER-REJECT-REASON.
022800     PERFORM ACCEPT-REJECT-REASON.
022900     PERFORM RE-ACCEPT-REJECT-REASON
023000         UNTIL REQN-REJECT-REASON NOT = SPACES.
023100
023200 ACCEPT-REJECT-REASON.
023300     DISPLAY "ENTER THE REASON FOR REJECTING".
023400     ACCEPT REQN-REJECT-REASON.
023500     INSPECT REQN-REJECT-REASON
023600         CONVERTING LOWER-ALPHA
023700         TO         UPPER-ALPHA.
023800
023900 RE-ACCEPT-REJECT-REASON.
024000     DISPLAY "A REASON MUST BE ENTERED".
024100     PERFORM ACCEPT-REJECT-REASON.
024200
024300*---------------------------------
024400* Requisition file read routines.
024500*---------------------------------
024600 READ-FIRST-REQUISITION.
024700     MOVE "N" TO REQN-FILE-AT-END.
024800     MOVE ZEROES TO REQN-NUMBER.
024900     START REQUISITION-FILE KEY NOT < REQN-NUMBER
025000         INVALID KEY
025100         MOVE "Y" TO REQN-FILE-AT-END.
025200     IF REQN-FILE-AT-END NOT = "Y"
025300         PERFORM READ-NEXT-REQN-RECORD.
025400
025500 READ-NEXT-REQN-RECORD.
025600     READ REQUISITION-FILE NEXT RECORD
025700         AT END
025800         MOVE "Y" TO REQN-FILE-AT-END.
025900
026000 REWRITE-REQN-RECORD.
026100     REWRITE REQUISITION-RECORD
026200         INVALID KEY
026300         DISPLAY "ERROR REWRITING REQUISITION".
026400
026500*---------------------------------
026600* Utility routines.
026700*---------------------------------
026800     COPY "PLDATE01.CBL".
026900     COPY "PLSIGN01.CBL".
