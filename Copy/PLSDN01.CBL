000100*---------------------------------
000200* PLSDN01 USAGE:
000300*  With the vendor in
000400*  VENDOR-RECORD, MOVE the
000500*  program name to
000600*  SCREEN-FOUND-BY.
000700*  PERFORM SCREEN-THIS-VENDOR.
000800* RETURNS:
000900*  SCREEN-NEW-HITS - possible
001000*  matches first found by this
001100*  screening, written to the
001200*  review queue as open.
001300*  SCREEN-OPEN-HITS - the
001400*  vendor's open and confirmed
001500*  matches, new or old.
001600*  VENDOR-SANCTION-HOLD is set
001700*  "Y" while SCREEN-OPEN-HITS is
001800*  not zero, "N" otherwise, and
001900*  VENDOR-SCREEN-DATE to today.
002000*  The vendor record is not
002100*  written - the caller writes
002200*  or rewrites it.
002300*
002400*  PERFORM SET-VENDOR-SANCTION-HOLD
002500*  alone recounts the vendor's
002600*  matches and resets the hold
002700*  after a review, without
002800*  screening again.
002900*
003000*  PERFORM NORMALIZE-SCREEN-TEXT
003100*  squeezes SCREEN-NORM-INPUT
003200*  into SCREEN-NORM-OUTPUT and
003300*  SCREEN-NORM-LENGTH - the form
003400*  the list is loaded in.
003500*
003600* Requires SANCTION-FILE be OPEN
003700* INPUT, SANCTION-HIT-FILE OPEN
003800* I-O and STATE-FILE OPEN in the
003900* calling program, and
004000* WSSDN01.CBL and WSCASE01.CBL in
004100* WORKING-STORAGE. The sanctions,
004200* hit and state record buffers
004300* are overwritten.
004400*
004500* Each listed party is scored:
004600*   6 NAME the name or an alias
004700*          equals the vendor name,
004800*   4 NAM~ one contains the
004900*          other (8 characters or
005000*          more),
005100*   3 ADDR a listed address is
005200*          the vendor's address,
005300*   3 RMIT or its remit-to
005400*          address,
005500*   1 CTRY a listed address is in
005600*          the vendor's or remit-to
005700*          country.
005800* A score of SCREEN-HIT-THRESHOLD
005900* or more is a possible match.
006000* A match already reviewed keeps
006100* its review; an open one is
006200* refreshed.
006300*---------------------------------
006400 SCREEN-THIS-VENDOR.
006500     MOVE FUNCTION CURRENT-DATE(1:8) TO SCREEN-TODAY.
006600     MOVE ZEROES TO SCREEN-NEW-HITS.
006700     MOVE VENDOR-NAME TO SCREEN-NORM-INPUT.
006800     PERFORM NORMALIZE-SCREEN-TEXT.
006900     MOVE SCREEN-NORM-OUTPUT TO SCREEN-VENDOR-NAME.
007000     MOVE SCREEN-NORM-LENGTH TO SCREEN-VENDOR-NAME-LENGTH.
007100     MOVE VENDOR-ADDRESS-1 TO SCREEN-NORM-INPUT.
007200     PERFORM NORMALIZE-SCREEN-TEXT.
007300     MOVE SCREEN-NORM-OUTPUT TO SCREEN-VENDOR-ADDR.
007400     MOVE SCREEN-NORM-LENGTH TO SCREEN-VENDOR-ADDR-LENGTH.
007500     MOVE SPACE TO SCREEN-REMIT-ADDR
007600                   SCREEN-REMIT-CTRY.
007700     MOVE ZEROES TO SCREEN-REMIT-ADDR-LENGTH.
007800     IF VENDOR-HAS-REMIT-TO
007900         PERFORM SCREEN-REMIT-TO-ADDRESS.
008000     MOVE VENDOR-STATE TO STATE-CODE.
008100     PERFORM LOOK-UP-SCREEN-COUNTRY.
008200     MOVE SCREEN-COUNTRY TO SCREEN-VENDOR-CTRY.
008300     MOVE ZEROES TO SCREEN-ENTRY-NO.
008400     MOVE "N" TO SCREEN-SDN-AT-END.
008500     MOVE LOW-VALUES TO SDN-KEY.
008600     START SANCTION-FILE KEY NOT < SDN-KEY
008700         INVALID KEY
008800         MOVE "Y" TO SCREEN-SDN-AT-END.
008900     PERFORM SCREEN-NEXT-SDN-RECORD
009000         UNTIL SCREEN-SDN-AT-END = "Y".
009100     PERFORM SCORE-SCREEN-ENTRY.
009200     PERFORM SET-VENDOR-SANCTION-HOLD.
009300     MOVE SCREEN-TODAY TO VENDOR-SCREEN-DATE.
009400
009500 SCREEN-REMIT-TO-ADDRESS.
009600     MOVE VENDOR-REMIT-ADDRESS-1 TO SCREEN-NORM-INPUT.
009700     PERFORM NORMALIZE-SCREEN-TEXT.
009800     MOVE SCREEN-NORM-OUTPUT TO SCREEN-REMIT-ADDR.
009900     MOVE SCREEN-NORM-LENGTH TO SCREEN-REMIT-ADDR-LENGTH.
010000     MOVE VENDOR-REMIT-STATE TO STATE-CODE.
010100     PERFORM LOOK-UP-SCREEN-COUNTRY.
010200     MOVE SCREEN-COUNTRY TO SCREEN-REMIT-CTRY.
010300
010400*---------------------------------
010500* A state on file with no
010600* country code is taken as US,
010700* as state maintenance does.
010800*---------------------------------
010900 LOOK-UP-SCREEN-COUNTRY.
011000     MOVE SPACE TO SCREEN-COUNTRY.
011100     MOVE "N" TO SCREEN-STATE-FOUND.
011200     IF STATE-CODE NOT = SPACE
011300         MOVE "Y" TO SCREEN-STATE-FOUND
011400         READ STATE-FILE RECORD
011500             INVALID KEY
011600             MOVE "N" TO SCREEN-STATE-FOUND.
011700     IF SCREEN-STATE-FOUND = "N"
011800         MOVE SPACE TO SCREEN-COUNTRY
011900     ELSE
012000     IF STATE-COUNTRY-CODE = SPACE
012100         MOVE "US" TO SCREEN-COUNTRY
012200     ELSE
012300         MOVE STATE-COUNTRY-CODE TO SCREEN-COUNTRY.
012400
012500 SCREEN-NEXT-SDN-RECORD.
012600     READ SANCTION-FILE NEXT RECORD
012700         AT END MOVE "Y" TO SCREEN-SDN-AT-END.
012800     IF SCREEN-SDN-AT-END = "N"
012900         PERFORM SCREEN-THIS-SDN-RECORD.
013000
013100*---------------------------------
013200* The file is in entry order, so
013300* a change of entry number ends
013400* the party before it. Aliases
013500* sort ahead of the name, so the
013600* name replaces an alias as the
013700* party's name once it is read.
013800*---------------------------------
013900 SCREEN-THIS-SDN-RECORD.
014000     IF SDN-ENTRY-NO NOT = SCREEN-ENTRY-NO
014100         PERFORM SCORE-SCREEN-ENTRY
014200         PERFORM START-SCREEN-ENTRY.
014300     IF SDN-IS-NAME
014400         MOVE SDN-TEXT TO SCREEN-ENTRY-NAME
014500         MOVE SDN-PROGRAM TO SCREEN-ENTRY-PROGRAM.
014600     IF SDN-IS-ALIAS AND SCREEN-ENTRY-NAME = SPACE
014700         MOVE SDN-TEXT TO SCREEN-ENTRY-NAME.
014800     IF SDN-IS-NAME OR SDN-IS-ALIAS
014900         PERFORM COMPARE-SCREEN-NAME.
015000     IF SDN-IS-ADDRESS
015100         PERFORM COMPARE-SCREEN-ADDRESS.
015200
015300 START-SCREEN-ENTRY.
015400     MOVE SDN-ENTRY-NO TO SCREEN-ENTRY-NO.
015500     MOVE SPACE TO SCREEN-ENTRY-NAME
015600                   SCREEN-ENTRY-PROGRAM.
015700     MOVE "N" TO SCREEN-NAME-EXACT
015800                 SCREEN-NAME-PARTIAL
015900                 SCREEN-ADDR-MATCH
016000                 SCREEN-RMIT-MATCH
016100                 SCREEN-CTRY-MATCH.
016200
016300 COMPARE-SCREEN-NAME.
016400     IF SDN-NORM-LENGTH > ZEROES
016500        AND SCREEN-VENDOR-NAME-LENGTH > ZEROES
016600         PERFORM COMPARE-SCREEN-NAME-TEXT.
016700
016800 COMPARE-SCREEN-NAME-TEXT.
016900     MOVE ZEROES TO SCREEN-TALLY.
017000     IF SDN-NORM-TEXT = SCREEN-VENDOR-NAME
017100         MOVE "Y" TO SCREEN-NAME-EXACT
017200     ELSE
017300     IF SCREEN-VENDOR-NAME-LENGTH NOT < 8
017400        AND SCREEN-VENDOR-NAME-LENGTH < SDN-NORM-LENGTH
017500         INSPECT SDN-NORM-TEXT (1:SDN-NORM-LENGTH)
017600             TALLYING SCREEN-TALLY FOR ALL
017700             SCREEN-VENDOR-NAME (1:SCREEN-VENDOR-NAME-LENGTH)
017800     ELSE
017900     IF SDN-NORM-LENGTH NOT < 8
018000        AND SDN-NORM-LENGTH < SCREEN-VENDOR-NAME-LENGTH
018100         INSPECT SCREEN-VENDOR-NAME
018200                     (1:SCREEN-VENDOR-NAME-LENGTH)
018300             TALLYING SCREEN-TALLY FOR ALL
018400             SDN-NORM-TEXT (1:SDN-NORM-LENGTH).
018500     IF SCREEN-TALLY > ZEROES
018600         MOVE "Y" TO SCREEN-NAME-PARTIAL.
018700
018800*---------------------------------
018900* The vendor's street line is
019000* held to 30 characters, so a
019100* listed address that begins
019200* with it counts as the same.
019300*---------------------------------
019400 COMPARE-SCREEN-ADDRESS.
019500     IF SCREEN-VENDOR-ADDR-LENGTH NOT < 6
019600        AND SDN-NORM-LENGTH NOT < SCREEN-VENDOR-ADDR-LENGTH
019700        AND SDN-NORM-TEXT (1:SCREEN-VENDOR-ADDR-LENGTH) =
019800            SCREEN-VENDOR-ADDR (1:SCREEN-VENDOR-ADDR-LENGTH)
019900         MOVE "Y" TO SCREEN-ADDR-MATCH.
020000     IF SCREEN-REMIT-ADDR-LENGTH NOT < 6
020100        AND SDN-NORM-LENGTH NOT < SCREEN-REMIT-ADDR-LENGTH
020200        AND SDN-NORM-TEXT (1:SCREEN-REMIT-ADDR-LENGTH) =
020300            SCREEN-REMIT-ADDR (1:SCREEN-REMIT-ADDR-LENGTH)
020400         MOVE "Y" TO SCREEN-RMIT-MATCH.
020500     IF SDN-COUNTRY-CODE NOT = SPACE
020600        AND (SDN-COUNTRY-CODE = SCREEN-VENDOR-CTRY
020700          OR SDN-COUNTRY-CODE = SCREEN-REMIT-CTRY)
020800         MOVE "Y" TO SCREEN-CTRY-MATCH.
020900
021000 SCORE-SCREEN-ENTRY.
021100     IF SCREEN-ENTRY-NO NOT = ZEROES
021200         PERFORM SCORE-THIS-SCREEN-ENTRY.
021300
021400 SCORE-THIS-SCREEN-ENTRY.
021500     MOVE ZEROES TO SCREEN-ENTRY-SCORE.
021600     MOVE SPACE TO SCREEN-ENTRY-REASONS.
021700     IF SCREEN-NAME-EXACT = "Y"
021800         ADD 6 TO SCREEN-ENTRY-SCORE
021900         MOVE "NAME" TO SCREEN-ENTRY-REASONS (1:4)
022000     ELSE
022100     IF SCREEN-NAME-PARTIAL = "Y"
022200         ADD 4 TO SCREEN-ENTRY-SCORE
022300         MOVE "NAM~" TO SCREEN-ENTRY-REASONS (1:4).
022400     IF SCREEN-ADDR-MATCH = "Y"
022500         ADD 3 TO SCREEN-ENTRY-SCORE
022600         MOVE "ADDR" TO SCREEN-ENTRY-REASONS (6:4).
022700     IF SCREEN-RMIT-MATCH = "Y"
022800         ADD 3 TO SCREEN-ENTRY-SCORE
022900         MOVE "RMIT" TO SCREEN-ENTRY-REASONS (11:4).
023000     IF SCREEN-CTRY-MATCH = "Y"
023100         ADD 1 TO SCREEN-ENTRY-SCORE
023200         MOVE "CTRY" TO SCREEN-ENTRY-REASONS (16:4).
023300     IF SCREEN-ENTRY-SCORE NOT < SCREEN-HIT-THRESHOLD
023400         PERFORM RECORD-SCREEN-HIT.
023500
023600 RECORD-SCREEN-HIT.
023700     MOVE VENDOR-NUMBER TO SDNH-VENDOR.
023800     MOVE SCREEN-ENTRY-NO TO SDNH-ENTRY-NO.
023900     MOVE "Y" TO SCREEN-HIT-FOUND.
024000     READ SANCTION-HIT-FILE RECORD
024100         INVALID KEY
024200         MOVE "N" TO SCREEN-HIT-FOUND.
024300     IF SCREEN-HIT-FOUND = "N"
024400         PERFORM WRITE-NEW-SCREEN-HIT
024500     ELSE
024600     IF SDNH-IS-OPEN
024700         PERFORM REFRESH-OPEN-SCREEN-HIT.
024800
024900 WRITE-NEW-SCREEN-HIT.
025000     MOVE SPACE TO SANCTION-HIT-RECORD.
025100     MOVE VENDOR-NUMBER TO SDNH-VENDOR.
025200     MOVE SCREEN-ENTRY-NO TO SDNH-ENTRY-NO.
025300     MOVE SCREEN-ENTRY-SCORE TO SDNH-SCORE.
025400     MOVE SCREEN-ENTRY-REASONS TO SDNH-REASONS.
025500     MOVE SCREEN-ENTRY-NAME TO SDNH-SDN-NAME.
025600     MOVE SCREEN-ENTRY-PROGRAM TO SDNH-SDN-PROGRAM.
025700     MOVE SCREEN-TODAY TO SDNH-FOUND-DATE.
025800     MOVE SCREEN-FOUND-BY TO SDNH-FOUND-BY.
025900     MOVE "O" TO SDNH-STATUS.
026000     MOVE ZEROES TO SDNH-REVIEWED-DATE.
026100     WRITE SANCTION-HIT-RECORD
026200         INVALID KEY
026300         DISPLAY "ERROR WRITING SANCTIONS MATCH "
026400                 VENDOR-NUMBER " " SCREEN-ENTRY-NO.
026500     ADD 1 TO SCREEN-NEW-HITS.
026600
026700 REFRESH-OPEN-SCREEN-HIT.
026800     MOVE SCREEN-ENTRY-SCORE TO SDNH-SCORE.
026900     MOVE SCREEN-ENTRY-REASONS TO SDNH-REASONS.
027000     MOVE SCREEN-ENTRY-NAME TO SDNH-SDN-NAME.
027100     MOVE SCREEN-ENTRY-PROGRAM TO SDNH-SDN-PROGRAM.
027200     REWRITE SANCTION-HIT-RECORD
027300         INVALID KEY
027400         DISPLAY "ERROR REWRITING SANCTIONS MATCH "
027500                 VENDOR-NUMBER " " SCREEN-ENTRY-NO.
027600
027700*---------------------------------
027800* Open and confirmed matches
027900* both hold the vendor; only a
028000* cleared match releases it.
028100*---------------------------------
028200 SET-VENDOR-SANCTION-HOLD.
028300     MOVE ZEROES TO SCREEN-OPEN-HITS.
028400     MOVE VENDOR-NUMBER TO SDNH-VENDOR.
028500     MOVE ZEROES TO SDNH-ENTRY-NO.
028600     MOVE "N" TO SCREEN-HIT-AT-END.
028700     START SANCTION-HIT-FILE KEY NOT < SDNH-KEY
028800         INVALID KEY
028900         MOVE "Y" TO SCREEN-HIT-AT-END.
029000     PERFORM COUNT-NEXT-VENDOR-HIT
029100         UNTIL SCREEN-HIT-AT-END = "Y".
029200     IF SCREEN-OPEN-HITS > ZEROES
029300         MOVE "Y" TO VENDOR-SANCTION-HOLD
029400     ELSE
029500         MOVE "N" TO VENDOR-SANCTION-HOLD.
029600
029700 COUNT-NEXT-VENDOR-HIT.
029800     READ SANCTION-HIT-FILE NEXT RECORD
029900         AT END MOVE "Y" TO SCREEN-HIT-AT-END.
030000     IF SCREEN-HIT-AT-END = "N"
030100        AND SDNH-VENDOR NOT = VENDOR-NUMBER
030200         MOVE "Y" TO SCREEN-HIT-AT-END.
030300     IF SCREEN-HIT-AT-END = "N"
030400        AND SDNH-HOLDS-VENDOR
030500         ADD 1 TO SCREEN-OPEN-HITS.
030600
030700*---------------------------------
030800* The text compressed to its
030900* letters and digits (case
031000* folded, punctuation gone),
031100* then the trailing legal
031200* suffix stripped, as vendor
031300* duplicate checking does.
031400*---------------------------------
031500 NORMALIZE-SCREEN-TEXT.
031600     INSPECT SCREEN-NORM-INPUT
031700         CONVERTING LOWER-ALPHA
031800         TO         UPPER-ALPHA.
031900     MOVE SPACE TO SCREEN-NORM-OUTPUT.
032000     MOVE ZEROES TO SCREEN-OUT-SUB.
032100     PERFORM KEEP-ONE-SCREEN-CHAR
032200         VARYING SCREEN-SCAN-SUB FROM 1 BY 1
032300         UNTIL SCREEN-SCAN-SUB > 60.
032400     MOVE SCREEN-OUT-SUB TO SCREEN-NORM-LENGTH.
032500     PERFORM STRIP-SCREEN-SUFFIX.
032600
032700 KEEP-ONE-SCREEN-CHAR.
032800     MOVE SCREEN-NORM-INPUT (SCREEN-SCAN-SUB:1) TO SCREEN-CHAR.
032900     IF SCREEN-CHAR NUMERIC
033000        OR (SCREEN-CHAR NOT < "A" AND SCREEN-CHAR NOT > "Z")
033100         ADD 1 TO SCREEN-OUT-SUB
033200         MOVE SCREEN-CHAR
033300             TO SCREEN-NORM-OUTPUT (SCREEN-OUT-SUB:1).
033400
033500 STRIP-SCREEN-SUFFIX.
033600     IF SCREEN-NORM-LENGTH > 4
033700        AND SCREEN-NORM-OUTPUT (SCREEN-NORM-LENGTH - 3:4) = "CORP"
033800         MOVE SPACE
033900             TO SCREEN-NORM-OUTPUT (SCREEN-NORM-LENGTH - 3:4)
034000         SUBTRACT 4 FROM SCREEN-NORM-LENGTH
034100     ELSE
034200     IF SCREEN-NORM-LENGTH > 3
034300        AND (SCREEN-NORM-OUTPUT (SCREEN-NORM-LENGTH - 2:3) = "INC"
034400          OR SCREEN-NORM-OUTPUT (SCREEN-NORM-LENGTH - 2:3)
034500                 = "LLC")
034600         MOVE SPACE
034700             TO SCREEN-NORM-OUTPUT (SCREEN-NORM-LENGTH - 2:3)
034800         SUBTRACT 3 FROM SCREEN-NORM-LENGTH
034900     ELSE
035000     IF SCREEN-NORM-LENGTH > 2
035100        AND SCREEN-NORM-OUTPUT (SCREEN-NORM-LENGTH - 1:2) = "CO"
035200         MOVE SPACE
035300             TO SCREEN-NORM-OUTPUT (SCREEN-NORM-LENGTH - 1:2)
035400         SUBTRACT 2 FROM SCREEN-NORM-LENGTH.
