000100*---------------------------------
000200* PLANPRM01 USAGE:
000300*  PERFORM LOAD-ANALYTICS-PARMS.
000400* RETURNS:
000500*  ANALYTICS-PARM-RECORD - the
000600*  saved thresholds, or the
000700*  standard ones when nothing
000800*  has been saved yet;
000900*  ANPR-FROM-DEFAULTS - "Y" when
001000*  the standard thresholds were
001100*  used.
001200*
001300* The standard thresholds: split
001400* invoices within 7 days, each
001500* at least 50 percent of the
001600* approval threshold, 2 or more;
001700* round amounts of 1,000.00 and
001800* up in multiples of 100.00;
001900* leading digits judged for
002000* vendors with 50 or more
002100* invoices, 10.0 points off
002200* flagged; one-operator vouchers
002300* of any amount; a bank account
002400* shared by 2 or more vendors;
002500* the first 20 characters of the
002600* street compared.
002700*
002800* Requires ANALYTICS-PARM-FILE be
002900* closed in the calling program,
003000* and WSANPRM01.CBL in
003100* WORKING-STORAGE.
003200*---------------------------------
003300 LOAD-ANALYTICS-PARMS.
003400     OPEN INPUT ANALYTICS-PARM-FILE.
003500     MOVE "N" TO ANPR-FILE-AT-END.
003600     READ ANALYTICS-PARM-FILE
003700         AT END MOVE "Y" TO ANPR-FILE-AT-END.
003800     CLOSE ANALYTICS-PARM-FILE.
003900     MOVE ANPR-FILE-AT-END TO ANPR-FROM-DEFAULTS.
004000     IF ANPR-FILE-AT-END = "Y"
004100         PERFORM SET-ANALYTICS-DEFAULTS.
004200
004300 SET-ANALYTICS-DEFAULTS.
004400     MOVE 7 TO ANPR-SPLIT-WINDOW-DAYS.
004500     MOVE 50 TO ANPR-SPLIT-FLOOR-PCT.
004600     MOVE 2 TO ANPR-SPLIT-MIN-COUNT.
004700     MOVE 1000.00 TO ANPR-ROUND-MIN-AMOUNT.
004800     MOVE 100.00 TO ANPR-ROUND-MULTIPLE.
004900     MOVE 50 TO ANPR-BENFORD-MIN-COUNT.
005000     MOVE 10.0 TO ANPR-BENFORD-MAX-DEV.
005100     MOVE ZEROES TO ANPR-SAMEOP-MIN-AMOUNT.
005200     MOVE 2 TO ANPR-BANK-MIN-VENDORS.
005300     MOVE 20 TO ANPR-ADDRESS-COMPARE.
