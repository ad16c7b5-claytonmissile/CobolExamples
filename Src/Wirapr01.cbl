000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WIRAPR01.
000300*---------------------------------
000400* Wire approval review.
000500*
000600* Walks every wire request over
000700* the dual-signature threshold
000800* that is waiting for approval
000900* and lets a second authorized
001000* operator approve or reject it.
001100* The operator who requested a
001200* wire never sees it here - the
001300* same hands may not both ask
001400* for and approve the money.
001500* Only an approved wire goes out
001600* on the release run.
001700*---------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100
002200     COPY "SLWIRE.CBL".
002300
002400     COPY "SLVND02.CBL".
002500
002600     COPY "SLAUDIT.CBL".
002700
002800     COPY "SLOPER.CBL".
002900
003000     COPY "SLSONLOG.CBL".
003100
003200     COPY "SLSESS.CBL".
003300
003320     COPY "SLSACC.CBL".
003340
003400 DATA DIVISION.
003500 FILE SECTION.
003600
003700     COPY "FDWIRE.CBL".
003800
003900     COPY "FDVND04.CBL".
004000
004100     COPY "FDAUDIT.CBL".
004200
004300     COPY "FDOPER.CBL".
004400
004500     COPY "FDSONLOG.CBL".
004600
004700     COPY "FDSESS.CBL".
004800
004820     COPY "FDSACC.CBL".
004840
004900 WORKING-STORAGE SECTION.
005000
005100 77  WIRE-FILE-AT-END        PIC X.
005200 77  VENDOR-RECORD-FOUND     PIC X.
005300 77  DECISION-CODE           PIC X.
005400 77  APPROVED-COUNT          PIC 9(4) VALUE ZEROES.
005500 77  REJECTED-COUNT          PIC 9(4) VALUE ZEROES.
005600 77  PASSED-OVER-COUNT       PIC 9(4) VALUE ZEROES.
005700 77  VOUCHER-SUB             PIC 9(3).
005800 77  TODAY-DATE              PIC 9(8).
005900
006000 01  AMOUNT-DISPLAY          PIC Z,ZZZ,ZZ9.99-.
006100 01  DATE-DISPLAY            PIC Z9/99/9999.
006200
006300     COPY "WSCASE01.CBL".
006400
006500     COPY "WSDATE01.CBL".
006600
006700     COPY "WSAUDIT01.CBL".
006800
006900     COPY "WSSIGN01.CBL".
007000
007020     COPY "WSMASK01.CBL".
007040
007060     COPY "WSSACC01.CBL".
007080
007100 PROCEDURE DIVISION.
007200 PROGRAM-BEGIN.
007300     PERFORM OPENING-PROCEDURE.
007400     MOVE "WIRAPR01" TO SIGN-ON-PROGRAM.
007500     PERFORM GET-OPERATOR-SIGN-ON.
007520     IF OPERATOR-IS-SIGNED-ON
007540         PERFORM ASK-FOR-FULL-VALUES.
007600     IF OPERATOR-IS-SIGNED-ON
007700        AND SIGN-ON-CAN-PAYMENT = "Y"
007800         PERFORM MAIN-PROCESS
007900     ELSE
008000     IF OPERATOR-IS-SIGNED-ON
008100         DISPLAY "YOU ARE NOT AUTHORIZED TO APPROVE WIRES".
008200     PERFORM CLOSING-PROCEDURE.
008300
008400 PROGRAM-EXIT.
008500     EXIT PROGRAM.
008600
008700 PROGRAM-DONE.
008800     ACCEPT OMITTED. STOP RUN.
008900
009000 OPENING-PROCEDURE.
009100     OPEN I-O WIRE-FILE.
009200     OPEN I-O VENDOR-FILE.
009300     OPEN EXTEND AUDIT-FILE.
009400     OPEN I-O OPERATOR-FILE.
009500     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
009600
009700 CLOSING-PROCEDURE.
009800     CLOSE WIRE-FILE.
009900     CLOSE VENDOR-FILE.
010000     CLOSE AUDIT-FILE.
010100     CLOSE OPERATOR-FILE.
010200
010300 MAIN-PROCESS.
010400     PERFORM READ-FIRST-WIRE.
010500     PERFORM REVIEW-ALL-WIRES
010600         UNTIL WIRE-FILE-AT-END = "Y".
010700     DISPLAY "APPROVED: " APPROVED-COUNT
010800             "  REJECTED: " REJECTED-COUNT.
010900     IF PASSED-OVER-COUNT NOT = ZEROES
011000         DISPLAY PASSED-OVER-COUNT
011100                 " OF YOUR OWN REQUESTS NEED ANOTHER APPROVER".
011200
011300 REVIEW-ALL-WIRES.
011400     IF WIRE-IS-PENDING
011500         IF WIRE-REQUESTED-BY = AUDIT-EVENT-OPERATOR-ID
011600             ADD 1 TO PASSED-OVER-COUNT
011700         ELSE
011800             PERFORM REVIEW-THIS-WIRE.
011900     PERFORM READ-NEXT-WIRE-RECORD.
012000
012100 REVIEW-THIS-WIRE.
012200     PERFORM DISPLAY-WIRE-FOR-REVIEW.
012300     PERFORM GET-DECISION-CODE.
012400     IF DECISION-CODE = "A"
012500         MOVE "A" TO WIRE-STATUS
012600         MOVE AUDIT-EVENT-OPERATOR-ID TO WIRE-APPROVED-BY
012700         MOVE TODAY-DATE TO WIRE-APPROVED-DATE
012800         PERFORM REWRITE-WIRE-RECORD
012900         PERFORM LOG-DECISION-AUDIT
013000             VARYING VOUCHER-SUB FROM 1 BY 1
013100             UNTIL VOUCHER-SUB > WIRE-VOUCHER-COUNT
013200         ADD 1 TO APPROVED-COUNT
013300     ELSE
013400     IF DECISION-CODE = "R"
013500         MOVE "X" TO WIRE-STATUS
013600         MOVE AUDIT-EVENT-OPERATOR-ID TO WIRE-APPROVED-BY
013700         MOVE TODAY-DATE TO WIRE-APPROVED-DATE
013800         PERFORM REWRITE-WIRE-RECORD
013900         PERFORM LOG-DECISION-AUDIT
014000             VARYING VOUCHER-SUB FROM 1 BY 1
014100             UNTIL VOUCHER-SUB > WIRE-VOUCHER-COUNT
014200         ADD 1 TO REJECTED-COUNT.
014300
014400 DISPLAY-WIRE-FOR-REVIEW.
014500     DISPLAY " ".
014600     DISPLAY "WIRE:        " WIRE-NUMBER
014700             "  REQUESTED BY: " WIRE-REQUESTED-BY.
014800     MOVE WIRE-VENDOR TO VENDOR-NUMBER.
014900     PERFORM READ-VENDOR-RECORD.
015000     IF VENDOR-RECORD-FOUND = "Y"
015100         DISPLAY "VENDOR:      " WIRE-VENDOR
015200                 " " VENDOR-NAME
015300     ELSE
015400         DISPLAY "VENDOR:      " WIRE-VENDOR
015500                 " *VENDOR NOT ON FILE*".
015600     DISPLAY "BENEFICIARY: " WIRE-BENE-NAME.
015700     DISPLAY "BANK:        " WIRE-BENE-BANK.
015710     MOVE WIRE-BENE-ACCOUNT TO MASK-WIDE-VALUE.
015720     MOVE WIRE-VENDOR TO SACC-VENDOR.
015730     MOVE "BANK-ACCT" TO SACC-WHAT.
015740     PERFORM SHOW-SENSITIVE-WIDE-VALUE.
015800     DISPLAY "ROUTING:     " WIRE-BENE-ROUTING
015900             "  ACCOUNT: " MASK-WIDE-VALUE.
016000     MOVE WIRE-AMOUNT TO AMOUNT-DISPLAY.
016100     DISPLAY "AMOUNT:      " AMOUNT-DISPLAY
016200             " " WIRE-CURRENCY-CODE.
016300     MOVE WIRE-BASE-AMOUNT TO AMOUNT-DISPLAY.
016400     DISPLAY "USD:         " AMOUNT-DISPLAY.
016500     MOVE WIRE-VALUE-DATE TO DATE-CCYYMMDD.
016600     PERFORM CONVERT-TO-MMDDCCYY.
016700     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
016800     DISPLAY "VALUE DATE:  " DATE-DISPLAY
016900             "  VOUCHERS: " WIRE-VOUCHER-COUNT.
017000
017100 GET-DECISION-CODE.
017200     PERFORM ACCEPT-DECISION-CODE.
017300     PERFORM RE-ACCEPT-DECISION-CODE
017400         UNTIL DECISION-CODE = "A" OR "R" OR "S".
017500
017600 ACCEPT-DECISION-CODE.
017700     DISPLAY "A = APPROVE, R = REJECT, S = SKIP FOR NOW".
017800     ACCEPT DECISION-CODE.
017900     INSPECT DECISION-CODE
018000       CONVERTING LOWER-ALPHA
018100       TO         UPPER-ALPHA.
018200
018300 RE-ACCEPT-DECISION-CODE.
018400     DISPLAY "YOU MUST ENTER A, R, OR S".
018500     PERFORM ACCEPT-DECISION-CODE.
018600
018700 LOG-DECISION-AUDIT.
018800     MOVE WIRE-VOUCHER-NO (VOUCHER-SUB)
018900                              TO AUDIT-EVENT-VOUCHER-NO.
019000     MOVE WIRE-VENDOR         TO AUDIT-EVENT-VENDOR-NO.
019100     IF DECISION-CODE = "A"
019200         MOVE "WIRE APPR" TO AUDIT-EVENT-ACTION
019300     ELSE
019400         MOVE "WIRE REJ" TO AUDIT-EVENT-ACTION.
019500     MOVE TODAY-DATE          TO AUDIT-EVENT-DATE.
019600     MOVE WIRE-APPLIED (VOUCHER-SUB) TO AUDIT-EVENT-AMOUNT.
019700     MOVE "P"                 TO AUDIT-EVENT-OLD-VALUE.
019800     MOVE WIRE-NUMBER         TO AUDIT-EVENT-NEW-VALUE.
019900     PERFORM WRITE-AUDIT-RECORD.
020000
020100*---------------------------------
020200* Wire file read routines.
020300*---------------------------------
020400 READ-FIRST-WIRE.
020500     MOVE "N" TO WIRE-FILE-AT-END.
020600     MOVE ZEROES TO WIRE-NUMBER.
020700     START WIRE-FILE KEY NOT < WIRE-NUMBER
020800         INVALID KEY
020900         MOVE "Y" TO WIRE-FILE-AT-END.
021000     IF WIRE-FILE-AT-END NOT = "Y"
021100         PERFORM READ-NEXT-WIRE-RECORD.
021200
021300 READ-NEXT-WIRE-RECORD.
021400     READ WIRE-FILE NEXT RECORD
021500         AT END
021600         MOVE "Y" TO WIRE-FILE-AT-END.
021700
021800*---------------------------------
021900* Other file I-O routines.
022000*---------------------------------
022100 READ-VENDOR-RECORD.
022200     MOVE "Y" TO VENDOR-RECORD-FOUND.
022300     READ VENDOR-FILE RECORD
022400         INVALID KEY
022500         MOVE "N" TO VENDOR-RECORD-FOUND.
022600
022700 REWRITE-WIRE-RECORD.
022800     REWRITE WIRE-RECORD
022900         INVALID KEY
023000         DISPLAY "ERROR REWRITING WIRE REQUEST".
023100
023200*---------------------------------
023300* Utility routines.
023400*---------------------------------
023500     COPY "PLDATE01.CBL".
023600     COPY "PLAUDIT01.CBL".
023700     COPY "PLSIGN01.CBL".
023800     COPY "PLMASK01.CBL".
023900     COPY "PLSACC01.CBL".
