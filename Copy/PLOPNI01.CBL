000100*---------------------------------
000200* PLOPNI01 USAGE:
000300*  PERFORM CHECK-OPEN-ITEMS-CURRENT.
000400*  OPEN-ITEMS-IN-USE is "Y" when
000500*  the open-item file was built
000600*  today or last night, every
000700*  detail is there and adds up
000800*  to the trailer, and nothing
000900*  has been journaled against
001000*  the masters since the build.
001100*  Otherwise it is "N", the
001200*  reason is displayed, and the
001300*  caller scans the masters the
001400*  way it always has.
001500*  The highest voucher number
001600*  is in OPEN-ITEM-HIGH-VOUCHER.
001700*
001800*  OPEN INPUT OPEN-ITEM-FILE.
001900*  PERFORM READ-FIRST-OPEN-ITEM.
002000*  (then READ-NEXT-OPEN-ITEM)
002100*  until OPEN-ITEM-FILE-AT-END
002200*  = "Y" - only details are
002300*  returned, the trailer ends
002400*  the file.
002500*
002600*  PERFORM COUNT-UPDATE-JOURNAL.
002700*  Counts the Update Journal and
002800*  keeps its last date and time.
002900*
003000* Requires SLOPNI/FDOPNI and
003100* SLUPDJ/FDUPDJ, and both files
003200* closed when checking.
003300*---------------------------------
003400 CHECK-OPEN-ITEMS-CURRENT.
003500     MOVE "N" TO OPEN-ITEMS-IN-USE.
003600     MOVE SPACE TO OPEN-ITEM-STALE-REASON.
003700     PERFORM VERIFY-OPEN-ITEM-FILE.
003800     PERFORM COUNT-UPDATE-JOURNAL.
003900     PERFORM JUDGE-OPEN-ITEMS.
004000     IF OPEN-ITEMS-IN-USE = "Y"
004100         DISPLAY "READING OPEN ITEMS BUILT "
004200                 OPEN-ITEM-BUILD-DATE " "
004300                 OPEN-ITEM-BUILD-TIME
004400     ELSE
004500         DISPLAY "OPEN-ITEM FILE NOT USED - "
004600                 OPEN-ITEM-STALE-REASON
004700         DISPLAY "READING THE MASTER FILES".
004800
004900 VERIFY-OPEN-ITEM-FILE.
005000     MOVE "N" TO OPEN-ITEM-TRAILER-FOUND.
005100     MOVE ZEROES TO OPEN-ITEM-COUNTED
005200                    OPEN-ITEM-COUNTED-TOTAL.
005300     MOVE "N" TO OPEN-ITEM-FILE-AT-END.
005400     OPEN INPUT OPEN-ITEM-FILE.
005500     PERFORM VERIFY-ONE-OPEN-ITEM
005600         UNTIL OPEN-ITEM-FILE-AT-END = "Y".
005700     CLOSE OPEN-ITEM-FILE.
005800
005900 VERIFY-ONE-OPEN-ITEM.
006000     READ OPEN-ITEM-FILE NEXT RECORD
006100         AT END
006200         MOVE "Y" TO OPEN-ITEM-FILE-AT-END.
006300     IF OPEN-ITEM-FILE-AT-END = "Y"
006400         NEXT SENTENCE
006500     ELSE
006600     IF OPNI-IS-DETAIL
006700         ADD 1 TO OPEN-ITEM-COUNTED
006800         ADD OPNI-OPEN-AMOUNT TO OPEN-ITEM-COUNTED-TOTAL
006900     ELSE
007000     IF OPNI-IS-TRAILER
007100         PERFORM SAVE-OPEN-ITEM-TRAILER.
007200
007300 SAVE-OPEN-ITEM-TRAILER.
007400     MOVE "Y" TO OPEN-ITEM-TRAILER-FOUND.
007500     MOVE OPNT-BUILD-DATE TO OPEN-ITEM-BUILD-DATE.
007600     MOVE OPNT-BUILD-TIME TO OPEN-ITEM-BUILD-TIME.
007700     MOVE OPNT-ITEM-COUNT TO OPEN-ITEM-TRAILER-COUNT.
007800     MOVE OPNT-OPEN-TOTAL TO OPEN-ITEM-TRAILER-TOTAL.
007900     MOVE OPNT-HIGH-VOUCHER TO OPEN-ITEM-HIGH-VOUCHER.
008000     MOVE OPNT-JOURNAL-COUNT TO OPEN-ITEM-JOURNAL-COUNT.
008100     MOVE OPNT-JOURNAL-DATE TO OPEN-ITEM-JOURNAL-DATE.
008200     MOVE OPNT-JOURNAL-TIME TO OPEN-ITEM-JOURNAL-TIME.
008300
008400*---------------------------------
008500* Built today, or last night
008600* for a run that has crossed
008700* midnight - anything older
008800* is a left-over copy.
008900*---------------------------------
009000 JUDGE-OPEN-ITEMS.
009100     MOVE FUNCTION CURRENT-DATE(1:8) TO OPEN-ITEM-TODAY.
009200     IF OPEN-ITEM-TRAILER-FOUND = "Y"
009300         COMPUTE OPEN-ITEM-AGE-DAYS =
009400             FUNCTION INTEGER-OF-DATE(OPEN-ITEM-TODAY)
009500             - FUNCTION INTEGER-OF-DATE(OPEN-ITEM-BUILD-DATE).
009600     IF OPEN-ITEM-TRAILER-FOUND NOT = "Y"
009700         MOVE "NO CONTROL TRAILER"
009800           TO OPEN-ITEM-STALE-REASON
009900     ELSE
010000     IF OPEN-ITEM-COUNTED NOT = OPEN-ITEM-TRAILER-COUNT
010100        OR OPEN-ITEM-COUNTED-TOTAL NOT =
010200           OPEN-ITEM-TRAILER-TOTAL
010300         MOVE "ITEMS DO NOT AGREE WITH TRAILER"
010400           TO OPEN-ITEM-STALE-REASON
010500     ELSE
010600     IF OPEN-ITEM-AGE-DAYS < 0
010700        OR OPEN-ITEM-AGE-DAYS > 1
010800         MOVE "NOT BUILT FOR TONIGHT'S RUN"
010900           TO OPEN-ITEM-STALE-REASON
011000     ELSE
011100     IF UPDATE-JOURNAL-COUNT NOT = OPEN-ITEM-JOURNAL-COUNT
011200        OR UPDATE-JOURNAL-LAST-DATE NOT =
011300           OPEN-ITEM-JOURNAL-DATE
011400        OR UPDATE-JOURNAL-LAST-TIME NOT =
011500           OPEN-ITEM-JOURNAL-TIME
011600         MOVE "MASTERS UPDATED SINCE THE BUILD"
011700           TO OPEN-ITEM-STALE-REASON
011800     ELSE
011900         MOVE "Y" TO OPEN-ITEMS-IN-USE.
012000
012100 COUNT-UPDATE-JOURNAL.
012200     MOVE ZEROES TO UPDATE-JOURNAL-COUNT
012300                    UPDATE-JOURNAL-LAST-DATE
012400                    UPDATE-JOURNAL-LAST-TIME.
012500     MOVE "N" TO UPDATE-JOURNAL-AT-END.
012600     OPEN INPUT UPDATE-JOURNAL-FILE.
012700     PERFORM COUNT-ONE-JOURNAL-RECORD
012800         UNTIL UPDATE-JOURNAL-AT-END = "Y".
012900     CLOSE UPDATE-JOURNAL-FILE.
013000
013100 COUNT-ONE-JOURNAL-RECORD.
013200     READ UPDATE-JOURNAL-FILE NEXT RECORD
013300         AT END
013400         MOVE "Y" TO UPDATE-JOURNAL-AT-END.
013500     IF UPDATE-JOURNAL-AT-END NOT = "Y"
013600         ADD 1 TO UPDATE-JOURNAL-COUNT
013700         MOVE UPDJ-DATE TO UPDATE-JOURNAL-LAST-DATE
013800         MOVE UPDJ-TIME TO UPDATE-JOURNAL-LAST-TIME.
013900
014000 READ-FIRST-OPEN-ITEM.
014100     MOVE "N" TO OPEN-ITEM-FILE-AT-END.
014200     PERFORM READ-NEXT-OPEN-ITEM.
014300
014400 READ-NEXT-OPEN-ITEM.
014500     READ OPEN-ITEM-FILE NEXT RECORD
014600         AT END
014700         MOVE "Y" TO OPEN-ITEM-FILE-AT-END.
014800     IF OPEN-ITEM-FILE-AT-END NOT = "Y"
014900        AND NOT OPNI-IS-DETAIL
015000         MOVE "Y" TO OPEN-ITEM-FILE-AT-END.
