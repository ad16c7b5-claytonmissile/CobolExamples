000100*---------------------------------
000200* PLXFER01 USAGE:
000300*  MOVE the transfer to
000400*  NEW-XFER-DATE,
000500*  NEW-XFER-FROM-ACCT,
000600*  NEW-XFER-TO-ACCT,
000700*  NEW-XFER-AMOUNT (positive),
000800*  NEW-XFER-TYPE ("M" keyed,
000900*  "S" sweep, "F" funding),
001000*  NEW-XFER-DESC and
001100*  NEW-XFER-ENTERED-BY.
001200*  PERFORM POST-A-TRANSFER.
001300* RETURNS:
001400*  NEW-XFER-NUMBER - the
001500*  transfer number assigned,
001600*  carried as the reference on
001700*  both cash ledger lines: the
001800*  from account's line
001900*  negative, the to account's
002000*  positive, both type T and
002100*  both dated the transfer
002200*  date, so the two sides can
002300*  never disagree.
002400*
002500* Requires TRANSFER-FILE already
002600* be OPEN I-O and CASH-LEDGER-FILE
002700* and XFER-CTL-FILE be closed in
002800* the calling program, and
002900* WSXFER01.CBL in
003000* WORKING-STORAGE. The transfer
003100* and cash ledger record buffers
003200* are overwritten.
003300*---------------------------------
003400 POST-A-TRANSFER.
003500     PERFORM GET-NEXT-TRANSFER-NUMBER.
003600     MOVE SPACE TO TRANSFER-RECORD.
003700     MOVE NEW-XFER-NUMBER TO XFER-NUMBER.
003800     MOVE NEW-XFER-DATE TO XFER-DATE.
003900     MOVE NEW-XFER-FROM-ACCT TO XFER-FROM-ACCT.
004000     MOVE NEW-XFER-TO-ACCT TO XFER-TO-ACCT.
004100     MOVE NEW-XFER-AMOUNT TO XFER-AMOUNT.
004200     MOVE NEW-XFER-TYPE TO XFER-TYPE.
004300     MOVE NEW-XFER-DESC TO XFER-DESC.
004400     MOVE NEW-XFER-ENTERED-BY TO XFER-ENTERED-BY.
004500     MOVE ZEROES TO XFER-JOURNAL-BATCH
004600                    XFER-FROM-SEEN-DATE
004700                    XFER-TO-SEEN-DATE.
004800     WRITE TRANSFER-RECORD
004900         INVALID KEY
005000         DISPLAY "ERROR WRITING TRANSFER " NEW-XFER-NUMBER.
005100     OPEN EXTEND CASH-LEDGER-FILE.
005200     MOVE SPACE TO CASH-LEDGER-RECORD.
005300     MOVE NEW-XFER-FROM-ACCT TO CASHL-BANK-ACCT.
005400     MOVE NEW-XFER-DATE TO CASHL-DATE.
005500     MOVE "T" TO CASHL-TYPE.
005600     MOVE NEW-XFER-NUMBER TO CASHL-REF.
005700     COMPUTE CASHL-AMOUNT = 0 - NEW-XFER-AMOUNT.
005800     STRING "TRANSFER TO ACCT " DELIMITED BY SIZE
005900            NEW-XFER-TO-ACCT DELIMITED BY SIZE
006000         INTO CASHL-DESC.
006100     WRITE CASH-LEDGER-RECORD.
006200     MOVE SPACE TO CASH-LEDGER-RECORD.
006300     MOVE NEW-XFER-TO-ACCT TO CASHL-BANK-ACCT.
006400     MOVE NEW-XFER-DATE TO CASHL-DATE.
006500     MOVE "T" TO CASHL-TYPE.
006600     MOVE NEW-XFER-NUMBER TO CASHL-REF.
006700     MOVE NEW-XFER-AMOUNT TO CASHL-AMOUNT.
006800     STRING "TRANSFER FROM " DELIMITED BY SIZE
006900            NEW-XFER-FROM-ACCT DELIMITED BY SIZE
007000         INTO CASHL-DESC.
007100     WRITE CASH-LEDGER-RECORD.
007200     CLOSE CASH-LEDGER-FILE.
007300
007400*---------------------------------
007500* The control file says where to
007600* start; a number already on the
007700* transfer file (a control file
007800* restored from an old backup)
007900* is stepped past. The series
008000* wraps past 999999 back to 1.
008100*---------------------------------
008200 GET-NEXT-TRANSFER-NUMBER.
008300     OPEN INPUT XFER-CTL-FILE.
008400     MOVE "N" TO XFER-CTL-AT-END.
008500     READ XFER-CTL-FILE
008600         AT END MOVE "Y" TO XFER-CTL-AT-END.
008700     CLOSE XFER-CTL-FILE.
008800     IF XFER-CTL-AT-END = "Y"
008900        OR XFCTL-NEXT-NUMBER = ZEROES
009000         MOVE 1 TO XFCTL-NEXT-NUMBER.
009100     MOVE XFCTL-NEXT-NUMBER TO NEW-XFER-NUMBER.
009200     MOVE "Y" TO NEW-XFER-NUMBER-USED.
009300     PERFORM CHECK-TRANSFER-NUMBER
009400         UNTIL NEW-XFER-NUMBER-USED = "N".
009500     IF NEW-XFER-NUMBER = 999999
009600         MOVE 1 TO XFCTL-NEXT-NUMBER
009700     ELSE
009800         COMPUTE XFCTL-NEXT-NUMBER = NEW-XFER-NUMBER + 1.
009900     OPEN OUTPUT XFER-CTL-FILE.
010000     WRITE XFER-CTL-RECORD.
010100     CLOSE XFER-CTL-FILE.
010200
010300 CHECK-TRANSFER-NUMBER.
010400     MOVE NEW-XFER-NUMBER TO XFER-NUMBER.
010500     MOVE "Y" TO NEW-XFER-NUMBER-USED.
010600     READ TRANSFER-FILE RECORD
010700         INVALID KEY
010800         MOVE "N" TO NEW-XFER-NUMBER-USED.
010900     IF NEW-XFER-NUMBER-USED = "Y"
011000         IF NEW-XFER-NUMBER = 999999
011100             MOVE 1 TO NEW-XFER-NUMBER
011200         ELSE
011300             ADD 1 TO NEW-XFER-NUMBER.
