000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REQCNV01.
000300*---------------------------------
000400* Converts approved requisitions
000500* into a purchase order.
000600*
000700* The buyer keys the vendor the
000800* PO is going to. Every approved
000900* requisition suggesting that
001000* vendor, or leaving the vendor
001100* to the buyer, is offered in
001200* turn; those picked are
001300* combined into one new PO for
001400* their total. A PO budgets
001500* against a single category, so
001600* once the first requisition is
001700* picked only requisitions in
001800* the same category may join it.
001900* Each converted requisition is
002000* marked with the PO number and
002100* the vendor it went to.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     COPY "SLREQN.CBL".
002800
002900     COPY "SLPO.CBL".
003000
003100     COPY "SLVND02.CBL".
003200
003300     COPY "SLOPER.CBL".
003400
003500     COPY "SLSONLOG.CBL".
003600
003700     COPY "SLSESS.CBL".
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100
004200     COPY "FDREQN.CBL".
004300
004400     COPY "FDPO.CBL".
004500
004600     COPY "FDVND04.CBL".
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
005700 77  REQN-RECORD-FOUND       PIC X.
005800 77  PO-RECORD-FOUND         PIC X.
005900 77  VENDOR-RECORD-FOUND     PIC X.
006000 77  PO-WRITE-OK             PIC X.
006100 77  VENDOR-FIELD            PIC 9(5).
006200 77  CONVERT-VENDOR          PIC 9(5).
006300 77  TODAY-DATE              PIC 9(8).
006400 77  PICK-SUB                PIC 99.
006500 77  CONVERTED-COUNT         PIC 9(4) VALUE ZEROES.
006600
006700*---------------------------------
006800* The requisitions picked for
006900* the PO being built.
007000*---------------------------------
007100 01  PICK-TABLE.
007200     05  PICK-COUNT          PIC 99.
007300     05  PICK-CATEGORY       PIC 9(2).
007400     05  PICK-DESCRIPTION    PIC X(30).
007500     05  PICK-TOTAL          PIC S9(8)V99.
007600     05  PICK-REQN           PIC 9(6) OCCURS 50 TIMES.
007700
007800 01  AMOUNT-DISPLAY          PIC ZZ,ZZZ,ZZ9.99-.
007900 01  DATE-DISPLAY            PIC Z9/99/9999.
008000
008100     COPY "WSCASE01.CBL".
008200
008300     COPY "WSDATE01.CBL".
008400
008500     COPY "WSAUDIT01.CBL".
008600
008700     COPY "WSSIGN01.CBL".
008800
008900     COPY "WSCONF01.CBL".
009000
009100 PROCEDURE DIVISION.
009200 PROGRAM-BEGIN.
009300     PERFORM OPENING-PROCEDURE.
009400     MOVE "REQCNV01" TO SIGN-ON-PROGRAM.
009500     PERFORM GET-OPERATOR-SIGN-ON.
009600     IF OPERATOR-IS-SIGNED-ON
009700        AND SIGN-ON-CAN-MAINT = "Y"
009800         PERFORM MAIN-PROCESS
009900     ELSE
010000     IF OPERATOR-IS-SIGNED-ON
010100         DISPLAY "YOU ARE NOT AUTHORIZED TO CONVERT"
010200         DISPLAY "REQUISITIONS".
010300     PERFORM CLOSING-PROCEDURE.
010400
010500 PROGRAM-EXIT.
010600     EXIT PROGRAM.
010700
010800 PROGRAM-DONE.
010900     STOP RUN.
011000
011100 OPENING-PROCEDURE.
011200     OPEN I-O OPERATOR-FILE.
011300     OPEN I-O REQUISITION-FILE.
011400     OPEN I-O PO-FILE.
011500     OPEN I-O VENDOR-FILE.
011600     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
011700
011800 CLOSING-PROCEDURE.
011900     CLOSE OPERATOR-FILE.
012000     CLOSE REQUISITION-FILE.
012100     CLOSE PO-FILE.
012200     CLOSE VENDOR-FILE.
012300
012400 MAIN-PROCESS.
012500     PERFORM GET-CONVERT-VENDOR.
012600     PERFORM CONVERT-FOR-VENDOR
012700         UNTIL CONVERT-VENDOR = ZEROES.
012800     DISPLAY "REQUISITIONS CONVERTED: " CONVERTED-COUNT.
012900
013000 CONVERT-FOR-VENDOR.
013100     PERFORM PICK-REQUISITIONS.
013200     IF PICK-COUNT = ZEROES
013300         DISPLAY "NO REQUISITIONS PICKED FOR THIS VENDOR"
013400     ELSE
013500         PERFORM BUILD-THE-PO.
013600     PERFORM GET-CONVERT-VENDOR.
013700
013800*---------------------------------
013900* The PO vendor must be on file
014000* and not inactive.
014100*---------------------------------
014200 GET-CONVERT-VENDOR.
014300     PERFORM ACCEPT-CONVERT-VENDOR.
014400     PERFORM RE-ACCEPT-CONVERT-VENDOR
014500         UNTIL CONVERT-VENDOR = ZEROES
014600            OR VENDOR-RECORD-FOUND = "Y".
014700
014800 ACCEPT-CONVERT-VENDOR.
014900     DISPLAY " ".
015000     DISPLAY "ENTER VENDOR FOR THE NEW PO (0 TO EXIT)".
015100     ACCEPT VENDOR-FIELD.
015200     MOVE VENDOR-FIELD TO CONVERT-VENDOR.
015300     MOVE "N" TO VENDOR-RECORD-FOUND.
015400     IF CONVERT-VENDOR NOT = ZEROES
015500         PERFORM LOOK-UP-CONVERT-VENDOR.
015600
015700 LOOK-UP-CONVERT-VENDOR.
015800     MOVE CONVERT-VENDOR TO VENDOR-NUMBER.
015900     MOVE "Y" TO VENDOR-RECORD-FOUND.
016000     READ VENDOR-FILE RECORD
016100         INVALID KEY
016200         MOVE "N" TO VENDOR-RECORD-FOUND.
016300     IF VENDOR-RECORD-FOUND = "Y"
016400        AND VENDOR-IS-INACTIVE
016500         MOVE "N" TO VENDOR-RECORD-FOUND
016600         DISPLAY "VENDOR " VENDOR-NAME " IS INACTIVE"
016700     ELSE
016800     IF VENDOR-RECORD-FOUND = "Y"
016900         DISPLAY "VENDOR: " VENDOR-NAME.
017000
017100 RE-ACCEPT-CONVERT-VENDOR.
017200     DISPLAY "ENTER A VENDOR ON FILE OR 0".
017300     PERFORM ACCEPT-CONVERT-VENDOR.
017400
017500*---------------------------------
017600* Offer each approved
017700* requisition for this vendor
017800* or for no vendor. Q at any
017900* prompt stops offering and
018000* goes on with those picked.
018100*---------------------------------
018200 PICK-REQUISITIONS.
018300     MOVE ZEROES TO PICK-COUNT
018400                    PICK-CATEGORY
018500                    PICK-TOTAL.
018600     MOVE SPACES TO PICK-DESCRIPTION.
018700     PERFORM READ-FIRST-REQUISITION.
018800     PERFORM PICK-NEXT-REQUISITION
018900         UNTIL REQN-FILE-AT-END = "Y".
019000
019100 PICK-NEXT-REQUISITION.
019200     IF REQN-IS-APPROVED
019300        AND (REQN-VENDOR = CONVERT-VENDOR
019400          OR REQN-VENDOR = ZEROES)
019500         PERFORM OFFER-THIS-REQUISITION.
019600     IF REQN-FILE-AT-END NOT = "Y"
019700         PERFORM READ-NEXT-REQN-RECORD.
019800
019900 OFFER-THIS-REQUISITION.
020000     PERFORM DISPLAY-REQN-FOR-PICK.
020100     IF PICK-COUNT NOT = ZEROES
020200        AND REQN-CATEGORY NOT = PICK-CATEGORY
020300         DISPLAY "CATEGORY " REQN-CATEGORY
020400                 " DIFFERS FROM THIS PO - LEAVE FOR ANOTHER PO"
020500     ELSE
020600     IF PICK-COUNT = 50
020700         DISPLAY "THIS PO IS FULL - LEAVE FOR ANOTHER PO"
020800     ELSE
020900         PERFORM ASK-PICK-THIS-ONE.
021000
021100 DISPLAY-REQN-FOR-PICK.
021200     DISPLAY " ".
021300     MOVE REQN-AMOUNT TO AMOUNT-DISPLAY.
021400     DISPLAY "REQUISITION " REQN-NUMBER
021500             "  STORE " REQN-STORE
021600             "  DEPT " REQN-DEPARTMENT
021700             "  CATEGORY " REQN-CATEGORY.
021800     MOVE REQN-NEED-DATE TO DATE-CCYYMMDD.
021900     PERFORM CONVERT-TO-MMDDCCYY.
022000     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
022100     DISPLAY "  " REQN-DESCRIPTION
022200             " " AMOUNT-DISPLAY
022300             "  NEEDED " DATE-DISPLAY.
022400
022500 ASK-PICK-THIS-ONE.
022600     MOVE "ADD THIS REQUISITION TO THE PO?"
022700         TO CONFIRM-PROMPT.
022800     PERFORM GET-CONFIRMATION.
022900     IF CONFIRM-IS-YES
023000         PERFORM PICK-THIS-REQUISITION
023100     ELSE
023200     IF CONFIRM-IS-QUIT
023300         MOVE "Y" TO REQN-FILE-AT-END.
023400
023500 PICK-THIS-REQUISITION.
023600     ADD 1 TO PICK-COUNT.
023700     MOVE REQN-NUMBER TO PICK-REQN (PICK-COUNT).
023800     ADD REQN-AMOUNT TO PICK-TOTAL.
023900     IF PICK-COUNT = 1
024000         MOVE REQN-CATEGORY TO PICK-CATEGORY
024100         MOVE REQN-DESCRIPTION TO PICK-DESCRIPTION.
024200
024300*---------------------------------
024400* The new PO takes a number not
024500* already on file; a blank
024600* number abandons it and leaves
024700* the requisitions approved.
024800*---------------------------------
024900 BUILD-THE-PO.
025000     MOVE PICK-TOTAL TO AMOUNT-DISPLAY.
025100     DISPLAY " ".
025200     DISPLAY PICK-COUNT " REQUISITIONS PICKED, TOTAL "
025300             AMOUNT-DISPLAY.
025400     PERFORM ENTER-NEW-PO-NUMBER.
025500     IF PO-NUMBER = SPACES
025600         DISPLAY "NO PO CREATED"
025700     ELSE
025800         PERFORM CONFIRM-AND-WRITE-PO.
025900
026000 CONFIRM-AND-WRITE-PO.
026100     PERFORM ENTER-NEW-PO-DESCRIPTION.
026200     MOVE "CREATE THIS PO?" TO CONFIRM-PROMPT.
026300     PERFORM GET-CONFIRMATION.
026400     IF CONFIRM-IS-YES
026500         PERFORM WRITE-THE-PO
026600     ELSE
026700         DISPLAY "NO PO CREATED".
026800
026900 ENTER-NEW-PO-NUMBER.
027000     PERFORM ACCEPT-NEW-PO-NUMBER.
027100     PERFORM RE-ACCEPT-NEW-PO-NUMBER
027200         UNTIL PO-NUMBER = SPACES
027300            OR PO-RECORD-FOUND = "N".
027400
027500 ACCEPT-NEW-PO-NUMBER.
027600     DISPLAY "ENTER NEW PO NUMBER (BLANK TO ABANDON)".
027700     MOVE SPACES TO PO-NUMBER.
027800     ACCEPT PO-NUMBER.
027900     INSPECT PO-NUMBER
028000         CONVERTING LOWER-ALPHA
028100         TO         UPPER-ALPHA.
028200     MOVE "N" TO PO-RECORD-FOUND.
028300     IF PO-NUMBER NOT = SPACES
028400         PERFORM READ-PO-RECORD.
028500
028600 RE-ACCEPT-NEW-PO-NUMBER.
028700     DISPLAY "THAT PO NUMBER IS ALREADY ON FILE".
028800     PERFORM ACCEPT-NEW-PO-NUMBER.
028900
029000 ENTER-NEW-PO-DESCRIPTION.
029100     DISPLAY "ENTER PO DESCRIPTION".
029200     DISPLAY "(BLANK = " PICK-DESCRIPTION ")".
029300     MOVE SPACES TO PO-DESCRIPTION.
029400     ACCEPT PO-DESCRIPTION.
029500     IF PO-DESCRIPTION = SPACES
029600         MOVE PICK-DESCRIPTION TO PO-DESCRIPTION.
029700
029800 WRITE-THE-PO.
030000     MOVE CONVERT-VENDOR TO PO-VENDOR.
030100     MOVE PICK-TOTAL TO PO-AMOUNT.
030200     MOVE ZEROES TO PO-RELIEVED-AMOUNT.
030300     MOVE "O" TO PO-STATUS.
030400     MOVE PICK-CATEGORY TO PO-CATEGORY.
030500     MOVE SPACES TO PO-PROJECT.
030600     MOVE "Y" TO PO-WRITE-OK.
030700     WRITE PO-RECORD
030800         INVALID KEY
030900         MOVE "N" TO PO-WRITE-OK.
031000     IF PO-WRITE-OK = "N"
031100         DISPLAY "ERROR WRITING PO " PO-NUMBER
031200     ELSE
031300         PERFORM CONVERT-ONE-REQUISITION
031400             VARYING PICK-SUB FROM 1 BY 1
031500               UNTIL PICK-SUB > PICK-COUNT
031600         DISPLAY "PO " PO-NUMBER " CREATED".
031700
031800 CONVERT-ONE-REQUISITION.
031900     MOVE PICK-REQN (PICK-SUB) TO REQN-NUMBER.
032000     PERFORM READ-REQN-RECORD.
032100     IF REQN-RECORD-FOUND = "Y"
032200         MOVE "C" TO REQN-STATUS
032300         MOVE CONVERT-VENDOR TO REQN-VENDOR
032400         MOVE PO-NUMBER TO REQN-PO-NUMBER
032500         MOVE AUDIT-EVENT-OPERATOR-ID TO REQN-CONVERTED-BY
032600         MOVE TODAY-DATE TO REQN-CONVERTED-DATE
032700         PERFORM REWRITE-REQN-RECORD
032800         ADD 1 TO CONVERTED-COUNT.
032900
033000*---------------------------------
033100* File I-O routines.
033200*---------------------------------
033300 READ-FIRST-REQUISITION.
033400     MOVE "N" TO REQN-FILE-AT-END.
033500     MOVE ZEROES TO REQN-NUMBER.
033600     START REQUISITION-FILE KEY NOT < REQN-NUMBER
033700         INVALID KEY
033800         MOVE "Y" TO REQN-FILE-AT-END.
033900     IF REQN-FILE-AT-END NOT = "Y"
034000         PERFORM READ-NEXT-REQN-RECORD.
034100
034200 READ-NEXT-REQN-RECORD.
034300     READ REQUISITION-FILE NEXT RECORD
034400         AT END
034500         MOVE "Y" TO REQN-FILE-AT-END.
034600
034700 READ-REQN-RECORD.
034800     MOVE "Y" TO REQN-RECORD-FOUND.
034900     READ REQUISITION-FILE RECORD
035000         INVALID KEY
035100         MOVE "N" TO REQN-RECORD-FOUND.
035200
035300 REWRITE-REQN-RECORD.
035400     REWRITE REQUISITION-RECORD
035500         INVALID KEY
035600         DISPLAY "ERROR REWRITING REQUISITION".
035700
035800 READ-PO-RECORD.
035900     MOVE "Y" TO PO-RECORD-FOUND.
036000     READ PO-FILE RECORD
036100         INVALID KEY
036200         MOVE "N" TO PO-RECORD-FOUND.
036300
036400*---------------------------------
036500* Utility routines.
036600*---------------------------------
036700     COPY "PLDATE01.CBL".
036800     COPY "PLSIGN01.CBL".
036900     COPY "PLCONF01.CBL".
