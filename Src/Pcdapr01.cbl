000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PCDAPR01.
000300*---------------------------------
000400* Purchasing card sign-off.
000500*
000600* Walks every coded card line
000700* and shows the signed-on
000800* operator only those on cards
000900* whose holder names them,
001000* through the employee file, as
001100* the approving manager. A line
001200* signed off is ready to be
001300* billed on the issuer's voucher
001400* by PCDBLD01; a line sent back
001500* returns to the holder to be
001600* coded again.
001700*---------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100
002200     COPY "SLPCTR.CBL".
002300
002400     COPY "SLCRDH.CBL".
002500
002600     COPY "SLEMP.CBL".
002700
002800     COPY "SLOPER.CBL".
002900
003000     COPY "SLSONLOG.CBL".
003100
003200     COPY "SLSESS.CBL".
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600
003700     COPY "FDPCTR.CBL".
003800
003900     COPY "FDCRDH.CBL".
004000
004100     COPY "FDEMP.CBL".
004200
004300     COPY "FDOPER.CBL".
004400
004500     COPY "FDSONLOG.CBL".
004600
004700     COPY "FDSESS.CBL".
004800
004900 WORKING-STORAGE SECTION.
005000
005100 77  PCT-FILE-AT-END         PIC X.
005200 77  EMP-RECORD-FOUND        PIC X.
005300 77  CRDH-RECORD-FOUND       PIC X.
005400 77  OPERATOR-IS-APPROVER    PIC X.
005500 77  REVIEW-IS-DONE          PIC X.
005600 77  DECISION-CODE           PIC X.
005700 77  APPROVED-COUNT          PIC 9(5) VALUE ZEROES.
005800 77  RETURNED-COUNT          PIC 9(5) VALUE ZEROES.
005900 77  TODAY-DATE              PIC 9(8).
006000 77  HOLDER-NAME             PIC X(30).
006100 77  CHECKED-CARD-ID         PIC X(10).
006200
006300 01  AMOUNT-DISPLAY          PIC ZZZ,ZZ9.99-.
006400 01  DATE-DISPLAY            PIC Z9/99/9999.
006500
006600     COPY "WSCASE01.CBL".
006700
006800     COPY "WSDATE01.CBL".
006900
007000     COPY "WSAUDIT01.CBL".
007100
007200     COPY "WSSIGN01.CBL".
007300
007400 PROCEDURE DIVISION.
007500 PROGRAM-BEGIN.
007600     PERFORM OPENING-PROCEDURE.
007700     MOVE "PCDAPR01" TO SIGN-ON-PROGRAM.
007800     PERFORM GET-OPERATOR-SIGN-ON.
007900     IF OPERATOR-IS-SIGNED-ON
008000        AND (SIGN-ON-CAN-PAYMENT = "Y"
008100          OR SIGN-ON-CAN-ENTRY = "Y")
008200         PERFORM MAIN-PROCESS
008300     ELSE
008400     IF OPERATOR-IS-SIGNED-ON
008500         DISPLAY "YOU ARE NOT AUTHORIZED TO SIGN OFF CARDS".
008600     PERFORM CLOSING-PROCEDURE.
008700
008800 PROGRAM-EXIT.
008900     EXIT PROGRAM.
009000
009100 PROGRAM-DONE.
009200     ACCEPT OMITTED. STOP RUN.
009300
009400 OPENING-PROCEDURE.
009500     OPEN I-O OPERATOR-FILE.
009600     OPEN I-O PCARD-TRANS-FILE.
009700     OPEN I-O CARDHOLDER-FILE.
009800     OPEN I-O EMPLOYEE-FILE.
009900     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
010000
010100 CLOSING-PROCEDURE.
010200     CLOSE OPERATOR-FILE.
010300     CLOSE PCARD-TRANS-FILE.
010400     CLOSE CARDHOLDER-FILE.
010500     CLOSE EMPLOYEE-FILE.
010600
010700 MAIN-PROCESS.
010800     MOVE "N" TO REVIEW-IS-DONE.
010900     MOVE SPACES TO CHECKED-CARD-ID.
011000     PERFORM READ-FIRST-LINE.
011100     PERFORM REVIEW-ALL-LINES
011200         UNTIL PCT-FILE-AT-END = "Y"
011300            OR REVIEW-IS-DONE = "Y".
011400     DISPLAY "SIGNED OFF: " APPROVED-COUNT
011500             "  SENT BACK: " RETURNED-COUNT.
011600
011700 REVIEW-ALL-LINES.
011800     IF PCT-IS-CODED
011900         PERFORM CHECK-OPERATOR-IS-APPROVER
012000         IF OPERATOR-IS-APPROVER = "Y"
012100             PERFORM REVIEW-THIS-LINE.
012200     PERFORM READ-NEXT-LINE.
012300
012400*---------------------------------
012500* Only the holder's own manager
012600* signs off - the manager's
012700* employee record must be active
012800* and carry the signed-on
012900* operator's id. A card's lines
013000* read together, so the answer
013100* is kept until the card changes.
013200*---------------------------------
013300 CHECK-OPERATOR-IS-APPROVER.
013400     IF PCT-CARD-ID NOT = CHECKED-CARD-ID
013500         MOVE PCT-CARD-ID TO CHECKED-CARD-ID
013600         PERFORM LOOK-UP-CARD-APPROVER.
013700
013800 LOOK-UP-CARD-APPROVER.
013900     MOVE "N" TO OPERATOR-IS-APPROVER.
014000     MOVE PCT-CARD-ID TO CRDH-CARD-ID.
014100     MOVE "Y" TO CRDH-RECORD-FOUND.
014200     READ CARDHOLDER-FILE RECORD
014300         INVALID KEY
014400         MOVE "N" TO CRDH-RECORD-FOUND.
014500     IF CRDH-RECORD-FOUND = "Y"
014600         MOVE CRDH-EMPLOYEE TO EMP-NUMBER
014700         PERFORM READ-EMP-RECORD
014800         IF EMP-RECORD-FOUND = "Y"
014900            AND EMP-MANAGER NOT = ZEROES
015000             MOVE EMP-NAME TO HOLDER-NAME
015100             MOVE EMP-MANAGER TO EMP-NUMBER
015200             PERFORM READ-EMP-RECORD
015300             IF EMP-RECORD-FOUND = "Y"
015400                AND EMP-IS-ACTIVE
015500                AND EMP-OPERATOR-ID = AUDIT-EVENT-OPERATOR-ID
015600                 MOVE "Y" TO OPERATOR-IS-APPROVER.
015700
015800 REVIEW-THIS-LINE.
015900     PERFORM DISPLAY-LINE-FOR-REVIEW.
016000     PERFORM GET-DECISION-CODE.
016100     IF DECISION-CODE = "Q"
016200         MOVE "Y" TO REVIEW-IS-DONE
016300     ELSE
016400     IF DECISION-CODE = "A"
016500         MOVE "A" TO PCT-STATUS
016600         MOVE AUDIT-EVENT-OPERATOR-ID TO PCT-APPROVED-BY
016700         MOVE TODAY-DATE TO PCT-APPROVED-DATE
016800         PERFORM REWRITE-PCT-RECORD
016900         ADD 1 TO APPROVED-COUNT
017000     ELSE
017100     IF DECISION-CODE = "R"
017200         MOVE "U" TO PCT-STATUS
017300         MOVE AUDIT-EVENT-OPERATOR-ID TO PCT-APPROVED-BY
017400         MOVE TODAY-DATE TO PCT-APPROVED-DATE
017500         PERFORM REWRITE-PCT-RECORD
017600         ADD 1 TO RETURNED-COUNT.
017700
017800 DISPLAY-LINE-FOR-REVIEW.
017900     DISPLAY " ".
018000     DISPLAY "CARD: " PCT-CARD-ID "  HOLDER: " HOLDER-NAME.
018100     MOVE PCT-POST-DATE TO DATE-CCYYMMDD.
018200     PERFORM CONVERT-TO-MMDDCCYY.
018300     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
018400     MOVE PCT-AMOUNT TO AMOUNT-DISPLAY.
018500     DISPLAY DATE-DISPLAY " " PCT-MERCHANT " " AMOUNT-DISPLAY.
018600     DISPLAY "ACCOUNT: " PCT-ACCOUNT
018700             "  SPEND CATEGORY: " PCT-CATEGORY.
018800     DISPLAY "PURPOSE: " PCT-PURPOSE.
018900
019000 GET-DECISION-CODE.
019100     PERFORM ACCEPT-DECISION-CODE.
019200     PERFORM RE-ACCEPT-DECISION-CODE
019300         UNTIL DECISION-CODE = "A" OR "R" OR "S" OR "Q".
019400
019500 ACCEPT-DECISION-CODE.
019600     DISPLAY "A = SIGN OFF, R = SEND BACK TO HOLDER,".
019700     DISPLAY "S = SKIP FOR NOW, Q = QUIT".
019800     ACCEPT DECISION-CODE.
019900     INSPECT DECISION-CODE
020000       CONVERTING LOWER-ALPHA
020100       TO         UPPER-ALPHA.
020200
020300 RE-ACCEPT-DECISION-CODE.
020400     DISPLAY "YOU MUST ENTER A, R, S, OR Q".
020500     PERFORM ACCEPT-DECISION-CODE.
020600
020700*---------------------------------
020800* Card transaction read routines.
020900*---------------------------------
021000 READ-FIRST-LINE.
021100     MOVE "N" TO PCT-FILE-AT-END.
021200     MOVE LOW-VALUES TO PCT-KEY.
021300     START PCARD-TRANS-FILE KEY NOT < PCT-KEY
021400         INVALID KEY
021500         MOVE "Y" TO PCT-FILE-AT-END.
021600     IF PCT-FILE-AT-END NOT = "Y"
021700         PERFORM READ-NEXT-LINE.
021800
021900 READ-NEXT-LINE.
022000     READ PCARD-TRANS-FILE NEXT RECORD
022100         AT END
022200         MOVE "Y" TO PCT-FILE-AT-END.
022300
022400*---------------------------------
022500* Other file I-O routines.
022600*---------------------------------
022700 READ-EMP-RECORD.
022800     MOVE "Y" TO EMP-RECORD-FOUND.
022900     READ EMPLOYEE-FILE RECORD
023000         INVALID KEY
023100         MOVE "N" TO EMP-RECORD-FOUND.
023200
023300 REWRITE-PCT-RECORD.
023400     REWRITE PCARD-TRANS-RECORD
023500         INVALID KEY
023600         DISPLAY "ERROR REWRITING CARD TRANSACTION".
023700
023800*---------------------------------
023900* Utility routines.
024000*---------------------------------
024100     COPY "PLDATE01.CBL".
024200     COPY "PLSIGN01.CBL".
