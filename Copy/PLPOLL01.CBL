000100*---------------------------------
000200* PLPOLL01 USAGE:
000300*  MOVE the business day
000400*    TO POLL-CHECK-DATE.
000500*  PERFORM CHECK-POLLING-DAY.
000600* RETURNS:
000700*  POLL-DAY-IS-COMPLETE = "Y"
000800*  when every store expected
000900*  that day has its register
001000*  file in and balanced, or has
001100*  been waived. Otherwise "N",
001200*  with the number of stores
001300*  still outstanding in
001400*  POLL-UNRESOLVED-COUNT and the
001500*  first of them in
001600*  POLL-FIRST-UNRESOLVED.
001700*
001800* A store is expected on a day
001900* when it is active, opened on
002000* or before the day, and has no
002100* close date or closes after
002200* it. A store with no polling
002300* entry for the day at all has
002400* not been heard from.
002500*
002600* CHECK-STORE-EXPECTED sets
002700* POLL-STORE-EXPECTED for the
002800* store record in the buffer
002900* against POLL-CHECK-DATE, for a
003000* caller building the day's
003100* entries. READ-POLL-RECORD
003200* reads the entry whose key is
003300* in POLL-KEY and sets
003400* POLL-RECORD-FOUND;
003500* INIT-POLL-RECORD clears the
003600* buffer to an expected entry
003700* for that key.
003800*
003900* Requires STORE-FILE and
004000* POLL-CONTROL-FILE already be
004100* OPEN (INPUT or I-O), and
004200* WSPOLL01.CBL in
004300* WORKING-STORAGE. The store
004400* file is read from the top, so
004500* a caller part way through a
004600* store browse must position it
004700* again afterwards.
004800*---------------------------------
004900 CHECK-POLLING-DAY.
005000     MOVE "Y" TO POLL-DAY-IS-COMPLETE.
005100     MOVE ZEROES TO POLL-UNRESOLVED-COUNT
005200                    POLL-FIRST-UNRESOLVED.
005300     MOVE "N" TO POLL-STORE-AT-END.
005400     MOVE ZEROES TO STORE-CODE.
005500     START STORE-FILE KEY NOT < STORE-CODE
005600         INVALID KEY
005700         MOVE "Y" TO POLL-STORE-AT-END.
005800     PERFORM CHECK-NEXT-POLLED-STORE
005900         UNTIL POLL-STORE-AT-END = "Y".
006000
006100 CHECK-NEXT-POLLED-STORE.
006200     READ STORE-FILE NEXT RECORD
006300         AT END
006400         MOVE "Y" TO POLL-STORE-AT-END.
006500     IF POLL-STORE-AT-END NOT = "Y"
006600         PERFORM CHECK-STORE-EXPECTED
006700         IF POLL-STORE-EXPECTED = "Y"
006800             PERFORM CHECK-STORE-RESOLVED.
006900
007000 CHECK-STORE-EXPECTED.
007100     MOVE "N" TO POLL-STORE-EXPECTED.
007200     IF STORE-IS-ACTIVE
007300        AND STORE-OPEN-DATE NOT > POLL-CHECK-DATE
007400         IF STORE-CLOSE-DATE = ZEROES
007500          OR STORE-CLOSE-DATE > POLL-CHECK-DATE
007600             MOVE "Y" TO POLL-STORE-EXPECTED.
007700
007800*---------------------------------
007900* An entry still expected, or a
008000* file that did not balance to
008100* its trailer or never sent
008200* one, holds the day. A waiver
008300* releases either.
008400*---------------------------------
008500 CHECK-STORE-RESOLVED.
008600     MOVE STORE-CODE TO POLL-STORE.
008700     MOVE POLL-CHECK-DATE TO POLL-DATE.
008800     PERFORM READ-POLL-RECORD.
008900     MOVE "Y" TO POLL-STORE-RESOLVED.
009000     IF POLL-RECORD-FOUND = "N"
009100         MOVE "N" TO POLL-STORE-RESOLVED
009200     ELSE
009300     IF POLL-IS-EXPECTED
009400         MOVE "N" TO POLL-STORE-RESOLVED
009500     ELSE
009600     IF POLL-IS-ARRIVED
009700        AND POLL-IS-OUT-OF-BALANCE
009800         MOVE "N" TO POLL-STORE-RESOLVED.
009900     IF POLL-STORE-RESOLVED = "N"
010000         PERFORM NOTE-UNRESOLVED-STORE.
010100
010200 NOTE-UNRESOLVED-STORE.
010300     MOVE "N" TO POLL-DAY-IS-COMPLETE.
010400     IF POLL-UNRESOLVED-COUNT = ZEROES
010500         MOVE STORE-CODE TO POLL-FIRST-UNRESOLVED.
010600     ADD 1 TO POLL-UNRESOLVED-COUNT.
010700
010800 READ-POLL-RECORD.
010900     MOVE "Y" TO POLL-RECORD-FOUND.
011000     READ POLL-CONTROL-FILE RECORD
011100         INVALID KEY
011200         MOVE "N" TO POLL-RECORD-FOUND.
011300
011400 INIT-POLL-RECORD.
011500     MOVE POLL-KEY TO POLL-KEY-HOLD.
011600     MOVE SPACE TO POLL-RECORD.
011700     MOVE POLL-KEY-HOLD TO POLL-KEY.
011800     MOVE "E" TO POLL-STATUS.
011900     MOVE ZEROES TO POLL-SEQUENCE
012000                    POLL-ARRIVED-DATE
012100                    POLL-ARRIVED-TIME
012200                    POLL-LINES-RECEIVED
012300                    POLL-AMOUNT-RECEIVED
012400                    POLL-TRAILER-LINES
012500                    POLL-TRAILER-AMOUNT
012600                    POLL-DUPLICATE-COUNT
012700                    POLL-EXPECTED-SEQUENCE
012800                    POLL-WAIVED-DATE.
012900     MOVE "N" TO POLL-SEQUENCE-GAP
013000                 POLL-NEW-EXCEPTION.
