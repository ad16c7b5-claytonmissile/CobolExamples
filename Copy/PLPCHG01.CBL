000100*---------------------------------
000200* PLPCHG01 USAGE:
000300*  MOVE SPACE TO PENDING-CHANGE-RECORD.
000400*  MOVE the vendor number, the
000500*  kind, the old and new values
000600*  and the operator keying it
000700*  into PENDING-CHANGE-RECORD.
000800*  PERFORM QUEUE-VENDOR-CHANGE.
000900* RETURNS:
001000*  PCHG-WAS-QUEUED "Y" when the
001100*  change was written as pending
001200*  under the vendor's next
001300*  sequence. "N" when a change
001400*  of the same kind is already
001500*  pending for the vendor - it
001600*  must be approved or rejected
001700*  first - and nothing is
001800*  written.
001900*
002000*  MOVE vendor number TO PCHG-SCAN-VENDOR.
002100*  PERFORM SCAN-VENDOR-CHANGES.
002200* RETURNS:
002300*  PCHG-REMIT-PENDING,
002400*  PCHG-TAX-PENDING and
002500*  PCHG-BANK-PENDING "Y" for
002600*  each kind waiting approval,
002700*  and PCHG-LAST-SEQUENCE the
002800*  vendor's highest sequence.
002900*
003000* Requires PENDING-CHANGE-FILE
003100* be OPEN I-O (INPUT for the
003200* scan alone) in the calling
003300* program, and WSPCHG01.CBL in
003400* WORKING-STORAGE. The pending
003500* change record buffer is
003600* overwritten by the scan.
003700*---------------------------------
003800 QUEUE-VENDOR-CHANGE.
003900     MOVE PENDING-CHANGE-RECORD TO PCHG-HOLD-RECORD.
004000     MOVE PCHG-KIND TO PCHG-HOLD-KIND.
004100     MOVE PCHG-VENDOR TO PCHG-SCAN-VENDOR.
004200     PERFORM SCAN-VENDOR-CHANGES.
004300     MOVE "Y" TO PCHG-WAS-QUEUED.
004400     IF PCHG-HOLD-KIND = "R" AND PCHG-REMIT-PENDING = "Y"
004500         MOVE "N" TO PCHG-WAS-QUEUED
004600     ELSE
004700     IF PCHG-HOLD-KIND = "T" AND PCHG-TAX-PENDING = "Y"
004800         MOVE "N" TO PCHG-WAS-QUEUED
004900     ELSE
005000     IF PCHG-HOLD-KIND = "B" AND PCHG-BANK-PENDING = "Y"
005100         MOVE "N" TO PCHG-WAS-QUEUED.
005200     IF PCHG-WAS-QUEUED = "Y"
005300         PERFORM WRITE-QUEUED-CHANGE.
005400
005500 WRITE-QUEUED-CHANGE.
005600     MOVE PCHG-HOLD-RECORD TO PENDING-CHANGE-RECORD.
005700     ADD 1 TO PCHG-LAST-SEQUENCE.
005800     MOVE PCHG-LAST-SEQUENCE TO PCHG-SEQUENCE.
005900     MOVE "P" TO PCHG-STATUS.
006000     MOVE FUNCTION CURRENT-DATE(1:8) TO PCHG-KEYED-DATE.
006100     MOVE FUNCTION CURRENT-DATE(9:6) TO PCHG-KEYED-TIME.
006200     MOVE ZEROES TO PCHG-DECIDED-DATE.
006300     WRITE PENDING-CHANGE-RECORD
006400         INVALID KEY
006500         MOVE "N" TO PCHG-WAS-QUEUED.
006600
006700 SCAN-VENDOR-CHANGES.
006800     MOVE "N" TO PCHG-REMIT-PENDING
006900                 PCHG-TAX-PENDING
007000                 PCHG-BANK-PENDING
007100                 PCHG-FILE-AT-END.
007200     MOVE ZEROES TO PCHG-LAST-SEQUENCE.
007300     MOVE PCHG-SCAN-VENDOR TO PCHG-VENDOR.
007400     MOVE ZEROES TO PCHG-SEQUENCE.
007500     START PENDING-CHANGE-FILE KEY NOT < PCHG-KEY
007600         INVALID KEY
007700         MOVE "Y" TO PCHG-FILE-AT-END.
007800     PERFORM SCAN-NEXT-VENDOR-CHANGE
007900         UNTIL PCHG-FILE-AT-END = "Y".
008000
008100 SCAN-NEXT-VENDOR-CHANGE.
008200     READ PENDING-CHANGE-FILE NEXT RECORD
008300         AT END
008400         MOVE "Y" TO PCHG-FILE-AT-END.
008500     IF PCHG-FILE-AT-END NOT = "Y"
008600         IF PCHG-VENDOR NOT = PCHG-SCAN-VENDOR
008700             MOVE "Y" TO PCHG-FILE-AT-END
008800         ELSE
008900             PERFORM NOTE-VENDOR-CHANGE.
009000
009100 NOTE-VENDOR-CHANGE.
009200     MOVE PCHG-SEQUENCE TO PCHG-LAST-SEQUENCE.
009300     IF PCHG-IS-PENDING
009400         IF PCHG-IS-REMIT-TO
009500             MOVE "Y" TO PCHG-REMIT-PENDING
009600         ELSE
009700         IF PCHG-IS-TAX-ID
009800             MOVE "Y" TO PCHG-TAX-PENDING
009900         ELSE
010000         IF PCHG-IS-BANK-ACCOUNT
010100             MOVE "Y" TO PCHG-BANK-PENDING.
