000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPNITM01.
000300*---------------------------------
000400* Nightly open-item build.
000500*
000600* Walks the voucher file once
000700* and writes every open
000800* voucher - paid short of its
000900* base amount - to the
001000* Open-Item File with its open
001100* balance, the vendor's name
001200* and status, days past due
001300* and the early-payment
001400* discount still on offer, so
001500* the bills, aging, cash and
001600* finance-charge programs that
001700* run after it stop scanning
001800* the voucher and vendor
001900* masters for the same items.
002000*
002100* A control trailer goes last:
002200* the build date and time, the
002300* item count and open total,
002400* the highest voucher number
002500* on file, and how far the
002600* Update Journal had got. Each
002700* reader proves the file
002800* against the trailer before
002900* trusting it (PLOPNI01).
003000*
003100* Run as a leg of the nightly
003200* batch once the check run has
003300* posted; may be rerun at any
003400* time to refresh the file.
003500* No operator input is taken.
003600*---------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000
004100     COPY "SLVOUCH.CBL".
004200
004300     COPY "SLVND02.CBL".
004400
004500     COPY "SLOPNI.CBL".
004600
004700     COPY "SLUPDJ.CBL".
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100
005200     COPY "FDVOUCH.CBL".
005300
005400     COPY "FDVND04.CBL".
005500
005600     COPY "FDOPNI.CBL".
005700
005800     COPY "FDUPDJ.CBL".
005900
006000 WORKING-STORAGE SECTION.
006100
006200 77  VOUCHER-FILE-AT-END     PIC X.
006300 77  BUILD-DATE              PIC 9(8).
006400 77  BUILD-TIME              PIC 9(6).
006500 77  HIGH-VOUCHER            PIC 9(5) VALUE ZEROES.
006600 77  ITEM-COUNT              PIC 9(7) VALUE ZEROES.
006700 77  OPEN-TOTAL              PIC S9(9)V99 VALUE ZEROES.
006800
006900 01  DISPLAY-OPEN-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.
007000
007100     COPY "WSOPNI01.CBL".
007200
007300 LINKAGE SECTION.
007400
007500*---------------------------------
007600* Set on exit to the items
007700* written and their open total,
007800* for the nightly batch
007900* driver's control report and
008000* run history. Unused when run
008100* stand-alone.
008200*---------------------------------
008300 01  OPEN-ITEM-RESULTS.
008400     05  RETURN-ITEM-COUNT      PIC 9(7).
008500     05  RETURN-OPEN-TOTAL      PIC S9(9)V99.
008600
008700 PROCEDURE DIVISION USING OPEN-ITEM-RESULTS.
008800 PROGRAM-BEGIN.
008900     PERFORM OPENING-PROCEDURE.
009000     PERFORM MAIN-PROCESS.
009100     PERFORM CLOSING-PROCEDURE.
009200     MOVE ITEM-COUNT TO RETURN-ITEM-COUNT.
009300     MOVE OPEN-TOTAL TO RETURN-OPEN-TOTAL.
009400
009500 PROGRAM-EXIT.
009600     EXIT PROGRAM.
009700
009800 PROGRAM-DONE.
009900     STOP RUN.
010000
010100*---------------------------------
010200* The journal is counted before
010300* the build starts; anything
010400* journaled from here on makes
010500* the file stale.
010600*---------------------------------
010700 OPENING-PROCEDURE.
010800     MOVE FUNCTION CURRENT-DATE(1:8) TO BUILD-DATE.
010900     MOVE FUNCTION CURRENT-DATE(9:6) TO BUILD-TIME.
011000     PERFORM COUNT-UPDATE-JOURNAL.
011100     OPEN I-O VOUCHER-FILE.
011200     OPEN I-O VENDOR-FILE.
011300     OPEN OUTPUT OPEN-ITEM-FILE.
011400
011500 CLOSING-PROCEDURE.
011600     CLOSE VOUCHER-FILE.
011700     CLOSE VENDOR-FILE.
011800     CLOSE OPEN-ITEM-FILE.
011900
012000 MAIN-PROCESS.
012100     MOVE "N" TO VOUCHER-FILE-AT-END.
012200     PERFORM READ-NEXT-VOUCHER.
012300     PERFORM BUILD-ONE-VOUCHER
012400         UNTIL VOUCHER-FILE-AT-END = "Y".
012500     PERFORM WRITE-OPEN-ITEM-TRAILER.
012600     MOVE OPEN-TOTAL TO DISPLAY-OPEN-TOTAL.
012700     DISPLAY "OPEN ITEMS WRITTEN: " ITEM-COUNT
012800             "  OPEN TOTAL: " DISPLAY-OPEN-TOTAL.
012900
013000*---------------------------------
013100* The file is read in voucher
013200* number order, so the last
013300* voucher read is the highest
013400* on file, paid or not.
013500*---------------------------------
013600 BUILD-ONE-VOUCHER.
013700     MOVE VOUCHER-NUMBER TO HIGH-VOUCHER.
013800     IF VOUCHER-PAID-AMOUNT NOT = VOUCHER-BASE-AMOUNT
013900         PERFORM WRITE-OPEN-ITEM.
014000     PERFORM READ-NEXT-VOUCHER.
014100
014200 WRITE-OPEN-ITEM.
014300     MOVE SPACE TO OPEN-ITEM-RECORD.
014400     MOVE "D" TO OPNI-RECORD-TYPE.
014500     MOVE VOUCHER-RECORD TO OPNI-VOUCHER-IMAGE.
014600     COMPUTE OPNI-OPEN-AMOUNT =
014700         VOUCHER-BASE-AMOUNT - VOUCHER-PAID-AMOUNT.
014800     PERFORM LOOK-UP-ITEM-VENDOR.
014900     PERFORM COMPUTE-ITEM-PAST-DUE.
015000     PERFORM COMPUTE-ITEM-DISCOUNT.
015100     WRITE OPEN-ITEM-RECORD.
015200     ADD 1 TO ITEM-COUNT.
015300     ADD OPNI-OPEN-AMOUNT TO OPEN-TOTAL.
015400
015500 LOOK-UP-ITEM-VENDOR.
015600     MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
015700     MOVE "Y" TO OPNI-VENDOR-FOUND.
015800     READ VENDOR-FILE RECORD
015900         INVALID KEY
016000         MOVE "N" TO OPNI-VENDOR-FOUND.
016100     IF OPNI-VENDOR-ON-FILE
016200         MOVE VENDOR-NAME TO OPNI-VENDOR-NAME
016300         MOVE VENDOR-STATUS TO OPNI-VENDOR-STATUS.
016400
016500 COMPUTE-ITEM-PAST-DUE.
016600     MOVE ZEROES TO OPNI-DAYS-PAST-DUE.
016700     IF VOUCHER-DUE NOT = ZEROES
016800         COMPUTE OPNI-DAYS-PAST-DUE =
016900             FUNCTION INTEGER-OF-DATE(BUILD-DATE)
017000             - FUNCTION INTEGER-OF-DATE(VOUCHER-DUE).
017100
017200*---------------------------------
017300* The discount is on offer
017400* while the window is open and
017500* nothing has been paid yet,
017600* worked out on the base
017700* amount the way the check run
017800* takes it.
017900*---------------------------------
018000 COMPUTE-ITEM-DISCOUNT.
018100     MOVE ZEROES TO OPNI-DISC-DAYS-LEFT
018200                    OPNI-DISC-AVAILABLE.
018300     IF VOUCHER-DISC-PERCENT NOT = ZEROES
018400        AND VOUCHER-DISC-DATE NOT = ZEROES
018500         COMPUTE OPNI-DISC-DAYS-LEFT =
018600             FUNCTION INTEGER-OF-DATE(VOUCHER-DISC-DATE)
018700             - FUNCTION INTEGER-OF-DATE(BUILD-DATE).
018800     IF VOUCHER-DISC-PERCENT NOT = ZEROES
018900        AND VOUCHER-DISC-DATE NOT < BUILD-DATE
019000        AND VOUCHER-PAID-AMOUNT = ZEROES
019100         COMPUTE OPNI-DISC-AVAILABLE ROUNDED =
019200             VOUCHER-BASE-AMOUNT *
019300             (VOUCHER-DISC-PERCENT / 100).
019400
019500 WRITE-OPEN-ITEM-TRAILER.
019600     MOVE SPACE TO OPEN-ITEM-TRAILER.
019700     MOVE "T" TO OPNT-RECORD-TYPE.
019800     MOVE BUILD-DATE TO OPNT-BUILD-DATE.
019900     MOVE BUILD-TIME TO OPNT-BUILD-TIME.
020000     MOVE ITEM-COUNT TO OPNT-ITEM-COUNT.
020100     MOVE OPEN-TOTAL TO OPNT-OPEN-TOTAL.
020200     MOVE HIGH-VOUCHER TO OPNT-HIGH-VOUCHER.
020300     MOVE UPDATE-JOURNAL-COUNT TO OPNT-JOURNAL-COUNT.
020400     MOVE UPDATE-JOURNAL-LAST-DATE TO OPNT-JOURNAL-DATE.
020500     MOVE UPDATE-JOURNAL-LAST-TIME TO OPNT-JOURNAL-TIME.
020600     WRITE OPEN-ITEM-TRAILER.
020700
020800 READ-NEXT-VOUCHER.
020900     READ VOUCHER-FILE NEXT RECORD
021000         AT END
021100         MOVE "Y" TO VOUCHER-FILE-AT-END.
021200
021300     COPY "PLOPNI01.CBL".
