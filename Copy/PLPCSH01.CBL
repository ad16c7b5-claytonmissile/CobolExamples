000100*---------------------------------
000200* PLPCSH01 USAGE:
000300*  Read the fund into
000400*  PETTY-CASH-FUND-RECORD.
000500*  PERFORM SUM-FUND-POSITION.
000600* RETURNS:
000700*  FUND-SLIPS-ON-HAND - slips
000800*  still in the box
000900*  FUND-IN-TRANSIT - slips on a
001000*  replenishment voucher not yet
001100*  paid
001200*  FUND-EXPECTED-CASH - the fund
001300*  amount less both, the cash
001400*  that should be in the box
001500*
001600*  With a slip in
001700*  PETTY-CASH-SLIP-RECORD,
001800*  PERFORM CLASSIFY-FUND-SLIP.
001900* RETURNS:
002000*  FUND-SLIP-STATE "H" on hand,
002100*  "T" in transit, "S" settled
002200*  or void. A slip whose
002300*  replenishment voucher was
002400*  cancelled is back on hand,
002500*  to be billed again.
002600*
002700* Requires PETTY-CASH-SLIP-FILE
002800* and VOUCHER-FILE already be
002900* OPEN (I-O or INPUT) in the
003000* calling program, and
003100* WSPCSH01.CBL in
003200* WORKING-STORAGE. The slip and
003300* voucher record buffers are
003400* overwritten.
003500*---------------------------------
003600 SUM-FUND-POSITION.
003700     MOVE ZEROES TO FUND-SLIPS-ON-HAND
003800                    FUND-IN-TRANSIT.
003900     MOVE "N" TO FUND-SLIP-AT-END.
004000     MOVE PCF-STORE TO PCS-STORE.
004100     MOVE ZEROES TO PCS-SLIP-NO.
004200     START PETTY-CASH-SLIP-FILE KEY NOT < PCS-KEY
004300         INVALID KEY
004400         MOVE "Y" TO FUND-SLIP-AT-END.
004500     PERFORM ADD-NEXT-FUND-SLIP
004600         UNTIL FUND-SLIP-AT-END = "Y".
004700     COMPUTE FUND-EXPECTED-CASH =
004800         PCF-FUND-AMOUNT - FUND-SLIPS-ON-HAND - FUND-IN-TRANSIT.
004900
005000 ADD-NEXT-FUND-SLIP.
005100     READ PETTY-CASH-SLIP-FILE NEXT RECORD
005200         AT END MOVE "Y" TO FUND-SLIP-AT-END.
005300     IF FUND-SLIP-AT-END NOT = "Y"
005400        AND PCS-STORE NOT = PCF-STORE
005500         MOVE "Y" TO FUND-SLIP-AT-END.
005600     IF FUND-SLIP-AT-END NOT = "Y"
005700         PERFORM CLASSIFY-FUND-SLIP
005800         IF FUND-SLIP-ON-HAND
005900             ADD PCS-AMOUNT TO FUND-SLIPS-ON-HAND
006000         ELSE
006100         IF FUND-SLIP-IN-TRANSIT
006200             ADD PCS-AMOUNT TO FUND-IN-TRANSIT.
006300
006400*---------------------------------
006500* A replenishment voucher no
006600* longer on the live file has
006700* been paid and archived.
006800*---------------------------------
006900 CLASSIFY-FUND-SLIP.
007000     MOVE "S" TO FUND-SLIP-STATE.
007100     IF PCS-IS-ON-HAND
007200         MOVE "H" TO FUND-SLIP-STATE
007300     ELSE
007400     IF PCS-IS-REPLENISHED
007500         PERFORM CHECK-FUND-SLIP-VOUCHER.
007600
007700 CHECK-FUND-SLIP-VOUCHER.
007800     MOVE PCS-VOUCHER-NO TO VOUCHER-NUMBER.
007900     MOVE "T" TO FUND-SLIP-STATE.
008000     READ VOUCHER-FILE RECORD
008100         INVALID KEY
008200         MOVE "S" TO FUND-SLIP-STATE.
008300     IF FUND-SLIP-IN-TRANSIT
008400         IF VOUCHER-IS-CANCELLED
008500             MOVE "H" TO FUND-SLIP-STATE
008600         ELSE
008700         IF VOUCHER-PAID-DATE NOT = ZEROES
008800             MOVE "S" TO FUND-SLIP-STATE.
