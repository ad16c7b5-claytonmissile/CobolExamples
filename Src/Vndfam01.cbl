000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VNDFAM01.
000300*---------------------------------
000400* Vendor family open balances.
000500*
000600* Key any vendor in a family -
000700* a branch, a division or the
000800* parent itself - and the
000900* screen climbs to the head of
001000* the family and shows what is
001100* owed to every member, one
001200* line each, with the family
001300* total. Credit memos show as
001400* minus balances, so the total
001500* is the net position with the
001600* whole supplier. The layout
001700* follows VNDACT01, and the
001800* same name look-up through
001900* VNINNM03 is one keystroke
002000* away.
002100*---------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500
002600     COPY "SLVOUCH.CBL".
002700
002800     COPY "SLVND02.CBL".
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200
003300     COPY "FDVOUCH.CBL".
003400
003500     COPY "FDVND04.CBL".
003600
003700 WORKING-STORAGE SECTION.
003800
003900 77  VOUCHER-FILE-AT-END     PIC X.
004000 77  VENDOR-RECORD-FOUND     PIC X.
004100 77  A-DUMMY                 PIC X.
004200
004300 77  INQUIRY-VENDOR          PIC 9(5).
004400 77  INQUIRY-HEAD            PIC 9(5).
004500 77  INQUIRY-HEAD-NETS       PIC X.
004600 77  VENDOR-NUMBER-FIELD     PIC Z(5).
004700 77  LOOK-UP-BY-NAME         PIC X.
004800
004900 77  OPEN-AMOUNT             PIC S9(6)V99.
005000 77  FAMILY-OPEN-COUNT       PIC 9(5).
005100 77  FAMILY-OPEN-TOTAL       PIC S9(9)V99.
005200
005300 77  LINK-SCAN-SUB           PIC 9(4).
005400 77  MEMBER-SUB              PIC 9(3).
005500 77  MEMBER-COUNT            PIC 9(3).
005600 77  MEMBER-FOUND            PIC X.
005700 77  MEMBERS-FULL            PIC X.
005800
005900 77  SCREEN-LINE-COUNT       PIC 9(2).
006000 77  SCREEN-PAGE-SIZE        PIC 9(2)  VALUE 15.
006100
006200*---------------------------------
006300* The head is always the first
006400* member; the rest follow in
006500* vendor number order.
006600*---------------------------------
006700 01  MEMBER-TABLE.
006800     05  MEMBER-ENTRY        OCCURS 200 TIMES.
006900         10  MEMBER-VENDOR   PIC 9(5).
007000         10  MEMBER-ITEMS    PIC 9(4).
007100         10  MEMBER-OWED     PIC S9(8)V99.
007200
007300 01  MEMBER-DETAIL-LINE.
007400     05  MEM-VENDOR-NO       PIC Z(4)9.
007500     05  FILLER              PIC X(2)  VALUE SPACE.
007600     05  MEM-NAME            PIC X(30).
007700     05  FILLER              PIC X(2)  VALUE SPACE.
007800     05  MEM-ITEMS           PIC ZZZ9.
007900     05  FILLER              PIC X(2)  VALUE SPACE.
008000     05  MEM-OWED            PIC ZZ,ZZZ,ZZ9.99-.
008100
008200 01  FAMILY-TOTAL-LINE.
008300     05  FILLER              PIC X(14)
008400         VALUE "FAMILY OWED:".
008500     05  FAM-OPEN-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.
008600     05  FILLER              PIC X(9)  VALUE "  ITEMS:".
008700     05  FAM-OPEN-COUNT      PIC ZZZZ9.
008800
008900     COPY "WSFAM01.CBL".
009000
009100     COPY "WSCASE01.CBL".
009200
009300 PROCEDURE DIVISION.
009400 PROGRAM-BEGIN.
009500     PERFORM OPENING-PROCEDURE.
009600     PERFORM MAIN-PROCESS.
009700     PERFORM CLOSING-PROCEDURE.
009800
009900 PROGRAM-EXIT.
010000     EXIT PROGRAM.
010100
010200 PROGRAM-DONE.
010300     ACCEPT OMITTED. STOP RUN.
010400
010500 OPENING-PROCEDURE.
010600     OPEN I-O VOUCHER-FILE.
010700     OPEN I-O VENDOR-FILE.
010800
010900 CLOSING-PROCEDURE.
011000     CLOSE VOUCHER-FILE.
011100     CLOSE VENDOR-FILE.
011200
011300 MAIN-PROCESS.
011400     PERFORM GET-INQUIRY-VENDOR.
011500     PERFORM SHOW-FAMILY-BALANCES
011600         UNTIL INQUIRY-VENDOR = ZEROES.
011700
011800*---------------------------------
011900* Pick the vendor by number, or
012000* jump to the name inquiry the
012100* way VNDACT01 does.
012200*---------------------------------
012300 GET-INQUIRY-VENDOR.
012400     PERFORM ASK-LOOK-UP-BY-NAME.
012500     IF LOOK-UP-BY-NAME = "Y"
012600         PERFORM INQUIRE-BY-NAME.
012700     PERFORM ACCEPT-INQUIRY-VENDOR.
012800     PERFORM RE-ACCEPT-INQUIRY-VENDOR
012900         UNTIL VENDOR-RECORD-FOUND = "Y"
013000            OR INQUIRY-VENDOR = ZEROES.
013100
013200 ASK-LOOK-UP-BY-NAME.
013300     DISPLAY "LOOK THE VENDOR UP BY NAME FIRST (Y/N)?".
013400     ACCEPT LOOK-UP-BY-NAME.
013500     INSPECT LOOK-UP-BY-NAME
013600       CONVERTING LOWER-ALPHA
013700       TO         UPPER-ALPHA.
013800
013900 INQUIRE-BY-NAME.
014000     PERFORM CLOSING-PROCEDURE.
014100     CALL "VNINNM03".
014200     PERFORM OPENING-PROCEDURE.
014300
014400 ACCEPT-INQUIRY-VENDOR.
014500     DISPLAY "ENTER ANY VENDOR IN THE FAMILY (0 TO EXIT)".
014600     ACCEPT VENDOR-NUMBER-FIELD.
014700     MOVE VENDOR-NUMBER-FIELD TO INQUIRY-VENDOR.
014800     MOVE "N" TO VENDOR-RECORD-FOUND.
014900     IF INQUIRY-VENDOR NOT = ZEROES
015000         MOVE INQUIRY-VENDOR TO VENDOR-NUMBER
015100         PERFORM READ-VENDOR-RECORD.
015200
015300 RE-ACCEPT-INQUIRY-VENDOR.
015400     DISPLAY "NO VENDOR ON FILE WITH THAT NUMBER".
015500     PERFORM ACCEPT-INQUIRY-VENDOR.
015600
015700*---------------------------------
015800* The family table is loaded
015900* fresh for each inquiry so a
016000* parent just keyed in vendor
016100* maintenance shows at once.
016200*---------------------------------
016300 SHOW-FAMILY-BALANCES.
016400     PERFORM LOAD-FAMILY-TABLE.
016500     MOVE INQUIRY-VENDOR TO FAMILY-VENDOR.
016600     PERFORM FIND-FAMILY-HEAD.
016700     MOVE FAMILY-HEAD TO INQUIRY-HEAD.
016800     MOVE FAMILY-HEAD-NETS TO INQUIRY-HEAD-NETS.
016900     PERFORM BUILD-MEMBER-TABLE.
017000     PERFORM TALLY-MEMBER-BALANCES.
017100     PERFORM DISPLAY-FAMILY-BALANCES.
017200     PERFORM GET-INQUIRY-VENDOR.
017300
017400 BUILD-MEMBER-TABLE.
017500     MOVE "N" TO MEMBERS-FULL.
017600     MOVE 1 TO MEMBER-COUNT.
017700     MOVE INQUIRY-HEAD TO MEMBER-VENDOR (1).
017800     MOVE ZEROES TO MEMBER-ITEMS (1)
017900                    MEMBER-OWED (1).
018000     MOVE 1 TO LINK-SCAN-SUB.
018100     PERFORM CHECK-ONE-FAMILY-LINK
018200         UNTIL LINK-SCAN-SUB > FAMILY-LINK-COUNT.
018300
018400 CHECK-ONE-FAMILY-LINK.
018500     IF FAMILY-LINK-VENDOR (LINK-SCAN-SUB) NOT = INQUIRY-HEAD
018600         MOVE FAMILY-LINK-VENDOR (LINK-SCAN-SUB)
018700           TO FAMILY-VENDOR
018800         PERFORM FIND-FAMILY-HEAD
018900         IF FAMILY-HEAD = INQUIRY-HEAD
019000             PERFORM ADD-FAMILY-MEMBER.
019100     ADD 1 TO LINK-SCAN-SUB.
019200
019300 ADD-FAMILY-MEMBER.
019400     IF MEMBER-COUNT < 200
019500         ADD 1 TO MEMBER-COUNT
019600         MOVE FAMILY-LINK-VENDOR (LINK-SCAN-SUB)
019700           TO MEMBER-VENDOR (MEMBER-COUNT)
019800         MOVE ZEROES TO MEMBER-ITEMS (MEMBER-COUNT)
019900                        MEMBER-OWED (MEMBER-COUNT)
020000     ELSE
020100         MOVE "Y" TO MEMBERS-FULL.
020200
020300*---------------------------------
020400* One pass of the voucher file
020500* picks up the open items of
020600* every member at once.
020700*---------------------------------
020800 TALLY-MEMBER-BALANCES.
020900     MOVE ZEROES TO FAMILY-OPEN-COUNT
021000                    FAMILY-OPEN-TOTAL.
021100     PERFORM READ-FIRST-VOUCHER.
021200     PERFORM TALLY-NEXT-VOUCHER
021300         UNTIL VOUCHER-FILE-AT-END = "Y".
021400
021500 TALLY-NEXT-VOUCHER.
021600     IF VOUCHER-PAID-AMOUNT NOT = VOUCHER-BASE-AMOUNT
021700         PERFORM FIND-VOUCHER-MEMBER
021800         IF MEMBER-FOUND = "Y"
021900             PERFORM TALLY-THIS-VOUCHER.
022000     PERFORM READ-NEXT-VOUCHER-RECORD.
022100
022200 TALLY-THIS-VOUCHER.
022300     COMPUTE OPEN-AMOUNT =
022400         VOUCHER-BASE-AMOUNT - VOUCHER-PAID-AMOUNT.
022500     ADD 1 TO MEMBER-ITEMS (MEMBER-SUB).
022600     ADD OPEN-AMOUNT TO MEMBER-OWED (MEMBER-SUB).
022700     ADD 1 TO FAMILY-OPEN-COUNT.
022800     ADD OPEN-AMOUNT TO FAMILY-OPEN-TOTAL.
022900
023000 FIND-VOUCHER-MEMBER.
023100     MOVE "N" TO MEMBER-FOUND.
023200     MOVE 1 TO MEMBER-SUB.
023300     PERFORM BUMP-MEMBER-SUB
023400         UNTIL MEMBER-SUB > MEMBER-COUNT
023500            OR MEMBER-VENDOR (MEMBER-SUB) = VOUCHER-VENDOR.
023600     IF MEMBER-SUB NOT > MEMBER-COUNT
023700         MOVE "Y" TO MEMBER-FOUND.
023800
023900 BUMP-MEMBER-SUB.
024000     ADD 1 TO MEMBER-SUB.
024100
024200 DISPLAY-FAMILY-BALANCES.
024300     DISPLAY " ".
024400     MOVE INQUIRY-HEAD TO VENDOR-NUMBER.
024500     PERFORM READ-VENDOR-RECORD.
024600     IF VENDOR-RECORD-FOUND NOT = "Y"
024700         MOVE "*NOT ON FILE*" TO VENDOR-NAME.
024800     DISPLAY "FAMILY HEAD: " INQUIRY-HEAD " " VENDOR-NAME.
024900     IF INQUIRY-HEAD-NETS = "Y"
025000         DISPLAY "CROSS-NETTING IN THE CHECK RUN: YES"
025100     ELSE
025200         DISPLAY "CROSS-NETTING IN THE CHECK RUN: NO".
025300     IF FAMILY-TABLE-FULL = "Y"
025400        OR MEMBERS-FULL = "Y"
025500         DISPLAY "FAMILY TOO LARGE - SOME MEMBERS NOT SHOWN".
025600     DISPLAY " ".
025700     DISPLAY "VENDOR  NAME                            ITEMS"
025800             "            OWED".
025900     MOVE ZEROES TO SCREEN-LINE-COUNT.
026000     MOVE 1 TO MEMBER-SUB.
026100     PERFORM DISPLAY-ONE-MEMBER
026200         UNTIL MEMBER-SUB > MEMBER-COUNT.
026300     MOVE FAMILY-OPEN-TOTAL TO FAM-OPEN-TOTAL.
026400     MOVE FAMILY-OPEN-COUNT TO FAM-OPEN-COUNT.
026500     DISPLAY FAMILY-TOTAL-LINE.
026600     MOVE "Y" TO VENDOR-RECORD-FOUND.
026700
026800 DISPLAY-ONE-MEMBER.
026900     MOVE MEMBER-VENDOR (MEMBER-SUB) TO VENDOR-NUMBER.
027000     PERFORM READ-VENDOR-RECORD.
027100     IF VENDOR-RECORD-FOUND NOT = "Y"
027200         MOVE "*NOT ON FILE*" TO VENDOR-NAME.
027300     MOVE MEMBER-VENDOR (MEMBER-SUB) TO MEM-VENDOR-NO.
027400     MOVE VENDOR-NAME TO MEM-NAME.
027500     MOVE MEMBER-ITEMS (MEMBER-SUB) TO MEM-ITEMS.
027600     MOVE MEMBER-OWED (MEMBER-SUB) TO MEM-OWED.
027700     DISPLAY MEMBER-DETAIL-LINE.
027800     PERFORM PAUSE-THE-SCREEN.
027900     ADD 1 TO MEMBER-SUB.
028000
028100 PAUSE-THE-SCREEN.
028200     ADD 1 TO SCREEN-LINE-COUNT.
028300     IF SCREEN-LINE-COUNT NOT < SCREEN-PAGE-SIZE
028400         MOVE ZEROES TO SCREEN-LINE-COUNT
028500         DISPLAY "PRESS ENTER TO CONTINUE"
028600         ACCEPT A-DUMMY.
028700
028800*---------------------------------
028900* Voucher file read routines.
029000*---------------------------------
029100 READ-FIRST-VOUCHER.
029200     MOVE "N" TO VOUCHER-FILE-AT-END.
029300     MOVE ZEROES TO VOUCHER-NUMBER.
029400     START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
029500         INVALID KEY
029600         MOVE "Y" TO VOUCHER-FILE-AT-END.
029700     IF VOUCHER-FILE-AT-END NOT = "Y"
029800         PERFORM READ-NEXT-VOUCHER-RECORD.
029900
030000 READ-NEXT-VOUCHER-RECORD.
030100     READ VOUCHER-FILE NEXT RECORD
030200         AT END
030300         MOVE "Y" TO VOUCHER-FILE-AT-END.
030400
030500*---------------------------------
030600* Other file I-O routines.
030700*---------------------------------
030800 READ-VENDOR-RECORD.
030900     MOVE "Y" TO VENDOR-RECORD-FOUND.
031000     READ VENDOR-FILE RECORD
031100         INVALID KEY
031200         MOVE "N" TO VENDOR-RECORD-FOUND.
031300
031400*---------------------------------
031500* Utility routines.
031600*---------------------------------
031700     COPY "PLFAM01.CBL".
