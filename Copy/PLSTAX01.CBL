000100*---------------------------------
000200* PLSTAX01 USAGE:
000300*  With an aggregate in
000400*  AGGREGATE-RECORD,
000500*  PERFORM COMPUTE-AGGREGATE-TAX.
000600* RETURNS:
000700*  STAX-JURISDICTION - the
000800*  store's jurisdiction, zero
000900*  when it has none on file
001000*  STAX-RATE and
001100*  STAX-LIABILITY-ACCOUNT - from
001200*  the jurisdiction
001300*  STAX-TAXABLE, STAX-EXEMPT -
001400*  the aggregate's net sales as
001500*  one or the other
001600*  STAX-TAX - tax on the taxable
001700*  amount, rounded to the cent
001800*
001900*  Sales of a category flagged
002000*  exempt, or of a store with no
002100*  jurisdiction, are exempt. Tax
002200*  is worked per aggregate so
002300*  the nightly journal, the
002400*  monthly report and the
002500*  filing all add up the same
002600*  cents.
002700*
002800*  MOVE CCYYMM TO STAX-PERIOD.
002900*  PERFORM LOAD-MONTH-SALES-TAX.
003000* RETURNS:
003100*  STAX-STORE-TOTALS - the
003200*  month's taxable and exempt
003300*  sales and tax for each
003400*  store, with the store's
003500*  jurisdiction
003600*
003700* Requires AGGREGATE-FILE,
003800* STORE-FILE, CATEGORY-FILE and
003900* TAX-JURISDICTION-FILE already
004000* be OPEN (I-O or INPUT) in the
004100* calling program, and
004200* WSSTAX01.CBL in
004300* WORKING-STORAGE. Their record
004400* buffers are overwritten.
004500*---------------------------------
004600 COMPUTE-AGGREGATE-TAX.
004700     MOVE ZEROES TO STAX-JURISDICTION
004800                    STAX-RATE
004900                    STAX-LIABILITY-ACCOUNT
005000                    STAX-TAXABLE
005100                    STAX-EXEMPT
005200                    STAX-TAX.
005300     MOVE AGG-STORE TO STORE-CODE.
005400     MOVE "Y" TO STAX-RECORD-FOUND.
005500     READ STORE-FILE RECORD
005600         INVALID KEY
005700         MOVE "N" TO STAX-RECORD-FOUND.
005800     IF STAX-RECORD-FOUND = "Y"
005900         MOVE STORE-TAX-JURISDICTION TO STAX-JURISDICTION.
006000     IF STAX-JURISDICTION NOT = ZEROES
006100         MOVE STAX-JURISDICTION TO TAXJ-CODE
006200         MOVE "Y" TO STAX-RECORD-FOUND
006300         READ TAX-JURISDICTION-FILE RECORD
006400             INVALID KEY
006500             MOVE "N" TO STAX-RECORD-FOUND.
006600     IF STAX-JURISDICTION NOT = ZEROES
006700         IF STAX-RECORD-FOUND = "Y"
006800             MOVE TAXJ-RATE TO STAX-RATE
006900             MOVE TAXJ-LIABILITY-ACCOUNT
007000                 TO STAX-LIABILITY-ACCOUNT
007100         ELSE
007200             MOVE ZEROES TO STAX-JURISDICTION.
007300     MOVE AGG-CATEGORY TO CATG-CODE.
007400     READ CATEGORY-FILE RECORD
007500         INVALID KEY
007600         MOVE "T" TO CATG-TAX-STATUS.
007700     IF STAX-JURISDICTION = ZEROES
007800        OR CATG-IS-TAX-EXEMPT
007900         MOVE AGG-AMOUNT TO STAX-EXEMPT
008000     ELSE
008100         MOVE AGG-AMOUNT TO STAX-TAXABLE
008200         COMPUTE STAX-TAX ROUNDED =
008300             AGG-AMOUNT * STAX-RATE / 100.
008400
008500 LOAD-MONTH-SALES-TAX.
008600     PERFORM CLEAR-STORE-SALES-TAX
008700         VARYING STAX-STORE-SUB FROM 1 BY 1
008800         UNTIL STAX-STORE-SUB > 99.
008900     MOVE "N" TO STAX-AGG-AT-END.
009000     MOVE ZEROES TO AGG-KEY.
009100     START AGGREGATE-FILE KEY NOT < AGG-KEY
009200         INVALID KEY
009300         MOVE "Y" TO STAX-AGG-AT-END.
009400     PERFORM ADD-NEXT-AGGREGATE-TAX
009500         UNTIL STAX-AGG-AT-END = "Y".
009600
009700 CLEAR-STORE-SALES-TAX.
009800     MOVE ZEROES TO STAX-STORE-JURISDICTION (STAX-STORE-SUB)
009900                    STAX-STORE-TAXABLE (STAX-STORE-SUB)
010000                    STAX-STORE-EXEMPT (STAX-STORE-SUB)
010100                    STAX-STORE-TAX (STAX-STORE-SUB).
010200
010300 ADD-NEXT-AGGREGATE-TAX.
010400     READ AGGREGATE-FILE NEXT RECORD
010500         AT END MOVE "Y" TO STAX-AGG-AT-END.
010600     IF STAX-AGG-AT-END NOT = "Y"
010700        AND AGG-DATE (1:6) = STAX-PERIOD
010800        AND AGG-STORE NOT = ZEROES
010900         PERFORM COMPUTE-AGGREGATE-TAX
011000         MOVE AGG-STORE TO STAX-STORE-SUB
011100         MOVE STAX-JURISDICTION
011200             TO STAX-STORE-JURISDICTION (STAX-STORE-SUB)
011300         ADD STAX-TAXABLE TO STAX-STORE-TAXABLE (STAX-STORE-SUB)
011400         ADD STAX-EXEMPT TO STAX-STORE-EXEMPT (STAX-STORE-SUB)
011500         ADD STAX-TAX TO STAX-STORE-TAX (STAX-STORE-SUB).
