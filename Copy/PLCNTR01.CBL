000100*---------------------------------
000200* PLCNTR01 USAGE:
000300*  MOVE contract number TO CONTRACT-TO-CHECK.
000400*  MOVE vendor number TO CONTRACT-VENDOR-CHECK.
000500*  PERFORM CHECK-CONTRACT-CHARGE.
000600* RETURNS:
000700*  CONTRACT-IS-VALID "Y" when the
000800*  contract may be billed - blank
000900*  (no contract) or on the
001000*  contract master for that
001100*  vendor - otherwise "N", with
001200*  the reason displayed. The
001300*  contract is left in the
001400*  CONTRACT-RECORD buffer.
001500*
001600*  (contract in CONTRACT-RECORD)
001700*  MOVE voucher number TO CONTRACT-SKIP-VOUCHER.
001800*  PERFORM SUM-CONTRACT-SPEND.
001900* RETURNS:
002000*  CONTRACT-SPENT-TO-DATE - the
002100*  base-currency total of the
002200*  live and archived vouchers
002300*  billed under the contract,
002400*  cancelled vouchers and the
002500*  skipped voucher left out -
002510*  and CONTRACT-VOUCHER-COUNT, how
002520*  many vouchers carry it at all.
002600*  The VOUCHER-RECORD buffer is
002700*  preserved.
002800*
002900*  (voucher in VOUCHER-RECORD,
003000*   contract in CONTRACT-RECORD)
003100*  PERFORM WARN-CONTRACT-LIMITS.
003200* Displays a warning when the
003300* voucher date falls outside the
003400* contract term, its category is
003500* not one the contract covers,
003600* or it would take spend to
003700* date over the not-to-exceed
003800* amount. Nothing is refused.
003900*
004000* Requires CONTRACT-FILE,
004100* VOUCHER-FILE and ARCHIVE-FILE
004200* already be OPEN in the
004300* calling program, and
004400* WSCNTR01.CBL in WORKING-STORAGE.
004500*---------------------------------
004600 CHECK-CONTRACT-CHARGE.
004700     MOVE "Y" TO CONTRACT-IS-VALID.
004800     IF CONTRACT-TO-CHECK = SPACES
004900         NEXT SENTENCE
005000     ELSE
005100         PERFORM LOOK-UP-CONTRACT-RECORD.
005200
005300 LOOK-UP-CONTRACT-RECORD.
005400     MOVE CONTRACT-TO-CHECK TO CNTR-NUMBER.
005500     READ CONTRACT-FILE RECORD
005600         INVALID KEY
005700         MOVE "N" TO CONTRACT-IS-VALID.
005800     IF CONTRACT-IS-VALID = "N"
005900         DISPLAY "NO CONTRACT ON FILE WITH THAT NUMBER"
006000     ELSE
006100     IF CNTR-VENDOR NOT = CONTRACT-VENDOR-CHECK
006200         MOVE "N" TO CONTRACT-IS-VALID
006300         DISPLAY "CONTRACT " CNTR-NUMBER " IS WITH VENDOR "
006400                 CNTR-VENDOR
006500     ELSE
006600         DISPLAY "CONTRACT: " CNTR-DESCRIPTION.
006700
006800*---------------------------------
006900* The live file is read down the
007000* vendor key, as a contract has
007100* only the one vendor; the
007200* archive has no such key and is
007300* swept.
007400*---------------------------------
007500 SUM-CONTRACT-SPEND.
007600     MOVE VOUCHER-RECORD TO CONTRACT-HOLD-VOUCHER.
007700     MOVE ZEROES TO CONTRACT-SPENT-TO-DATE
007750                    CONTRACT-VOUCHER-COUNT.
007800     MOVE CNTR-VENDOR TO VOUCHER-VENDOR.
007900     MOVE "N" TO CONTRACT-SCAN-AT-END.
008000     START VOUCHER-FILE KEY NOT < VOUCHER-VENDOR
008100         INVALID KEY
008200         MOVE "Y" TO CONTRACT-SCAN-AT-END.
008300     PERFORM SUM-NEXT-CONTRACT-VOUCHER
008400         UNTIL CONTRACT-SCAN-AT-END = "Y".
008500     MOVE ZEROES TO ARCH-NUMBER.
008600     MOVE "N" TO CONTRACT-SCAN-AT-END.
008700     START ARCHIVE-FILE KEY NOT < ARCH-NUMBER
008800         INVALID KEY
008900         MOVE "Y" TO CONTRACT-SCAN-AT-END.
009000     PERFORM SUM-NEXT-CONTRACT-ARCHIVE
009100         UNTIL CONTRACT-SCAN-AT-END = "Y".
009200     MOVE CONTRACT-HOLD-VOUCHER TO VOUCHER-RECORD.
009300
009400 SUM-NEXT-CONTRACT-VOUCHER.
009500     READ VOUCHER-FILE NEXT RECORD
009600         AT END MOVE "Y" TO CONTRACT-SCAN-AT-END.
009700     IF CONTRACT-SCAN-AT-END NOT = "Y"
009800        AND VOUCHER-VENDOR NOT = CNTR-VENDOR
009900         MOVE "Y" TO CONTRACT-SCAN-AT-END.
010000     IF CONTRACT-SCAN-AT-END NOT = "Y"
010100        AND VOUCHER-CONTRACT = CNTR-NUMBER
010200        AND VOUCHER-NUMBER NOT = CONTRACT-SKIP-VOUCHER
010300         ADD 1 TO CONTRACT-VOUCHER-COUNT
010350         IF NOT VOUCHER-IS-CANCELLED
010400             ADD VOUCHER-BASE-AMOUNT
010450                 TO CONTRACT-SPENT-TO-DATE.
010500
010600 SUM-NEXT-CONTRACT-ARCHIVE.
010700     READ ARCHIVE-FILE NEXT RECORD
010800         AT END MOVE "Y" TO CONTRACT-SCAN-AT-END.
010900     IF CONTRACT-SCAN-AT-END NOT = "Y"
011000        AND ARCH-CONTRACT = CNTR-NUMBER
011100        AND ARCH-NUMBER NOT = CONTRACT-SKIP-VOUCHER
011200         ADD 1 TO CONTRACT-VOUCHER-COUNT
011250         IF ARCH-CANCEL-FLAG NOT = "C"
011300             ADD ARCH-BASE-AMOUNT TO CONTRACT-SPENT-TO-DATE.
011400
011500 WARN-CONTRACT-LIMITS.
011600     IF VOUCHER-DATE < CNTR-START-DATE
011700        OR (CNTR-END-DATE NOT = ZEROES
011800            AND VOUCHER-DATE > CNTR-END-DATE)
011900         DISPLAY "*** WARNING: INVOICE DATE IS OUTSIDE THE"
012000         DISPLAY "*** TERM OF CONTRACT " CNTR-NUMBER.
012100     PERFORM CHECK-CONTRACT-CATEGORY.
012200     IF CONTRACT-CATG-COVERED = "N"
012300         DISPLAY "*** WARNING: CONTRACT " CNTR-NUMBER
012400                 " DOES NOT COVER CATEGORY "
012500                 VOUCHER-CATEGORY.
012600     MOVE VOUCHER-NUMBER TO CONTRACT-SKIP-VOUCHER.
012700     PERFORM SUM-CONTRACT-SPEND.
012800     COMPUTE CONTRACT-SPENT-AFTER =
012900         CONTRACT-SPENT-TO-DATE + VOUCHER-BASE-AMOUNT.
013000     IF CNTR-LIMIT-AMOUNT NOT = ZEROES
013100        AND CONTRACT-SPENT-AFTER > CNTR-LIMIT-AMOUNT
013200         MOVE CNTR-LIMIT-AMOUNT TO CONTRACT-AMOUNT-DISPLAY
013300         DISPLAY "*** WARNING: THIS VOUCHER TAKES CONTRACT "
013400                 CNTR-NUMBER
013500         DISPLAY "*** OVER ITS NOT-TO-EXCEED OF "
013600                 CONTRACT-AMOUNT-DISPLAY
013700         MOVE CONTRACT-SPENT-AFTER TO CONTRACT-AMOUNT-DISPLAY
013800         DISPLAY "*** SPEND WITH THIS VOUCHER: "
013900                 CONTRACT-AMOUNT-DISPLAY.
014000
014100 CHECK-CONTRACT-CATEGORY.
014200     MOVE "Y" TO CONTRACT-CATG-COVERED.
014300     IF CNTR-CATEGORY (1) NOT = ZEROES
014400         MOVE "N" TO CONTRACT-CATG-COVERED
014500         PERFORM CHECK-ONE-CONTRACT-CATEGORY
014600             VARYING CONTRACT-CATG-SUB FROM 1 BY 1
014700               UNTIL CONTRACT-CATG-SUB > 5.
014800
014900 CHECK-ONE-CONTRACT-CATEGORY.
015000     IF CNTR-CATEGORY (CONTRACT-CATG-SUB) NOT = ZEROES
015100        AND CNTR-CATEGORY (CONTRACT-CATG-SUB)
015200            = VOUCHER-CATEGORY
015300         MOVE "Y" TO CONTRACT-CATG-COVERED.
