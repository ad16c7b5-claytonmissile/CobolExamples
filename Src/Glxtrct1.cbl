002500*    day, the exact reversing
002600*    entry, from the void stamp
002700*    on the check register
002705*  - for each voucher cancelled
002710*    that day, the reverse of
002715*    the entry it was journaled
002720*    with
002725*  - for each distribution
002730*    correction keyed that day
002735*    to a voucher already
002740*    journaled, the expense
002745*    moved against accounts
002750*    payable (source AP-COR)
002800*
002900* The caller (the nightly AP
003000* batch driver) receives the
004500     COPY "SLCHKREG.CBL".
004600
004700     COPY "SLWHLD.CBL".
004720
004740     COPY "SLFWHLD.CBL".
004800
004900     COPY "SLGLJRN.CBL".
005000
005700     COPY "SLSONLOG.CBL".
005800
005900     COPY "SLSESS.CBL".
005920
005940     COPY "SLVADJ.CBL".
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006800     COPY "FDCHKREG.CBL".
006900
007000     COPY "FDWHLD.CBL".
007020
007040     COPY "FDFWHLD.CBL".
007100
007200     COPY "FDGLJRN.CBL".
007300
008000     COPY "FDSONLOG.CBL".
008100
008200     COPY "FDSESS.CBL".
008220
008240     COPY "FDVADJ.CBL".
008300
008400 WORKING-STORAGE SECTION.
008500
010000 77  INTERCO-ACCOUNT-NUMBER  PIC 9(5).
010100 77  CHECK-FX-AMOUNT         PIC S9(7)V99.
010200 77  WHLD-RECORD-FOUND       PIC X.
010250 77  FWHLD-RECORD-FOUND      PIC X.
010300 77  CHECK-DISC-AMOUNT       PIC S9(7)V99.
010400 77  CHECK-RETAIN-AMOUNT     PIC S9(7)V99.
010500 77  CHECK-WHLD-AMOUNT       PIC S9(7)V99.
010600 77  GROSS-AP-RELIEF         PIC S9(8)V99.
010610 77  VOUCHER-JOURNAL-AMOUNT  PIC S9(6)V99.
010620 77  CANCELLED-SAME-DAY      PIC X.
010630 77  REVERSE-THE-ENTRY       PIC X     VALUE "N".
010640 77  SWAP-AMOUNT             PIC S9(7)V99.
010650 77  VOUCHER-ADJ-AT-END      PIC X.
010660 77  ADJ-EXPENSE-ACCOUNT     PIC 9(5).
010700
010800*---------------------------------
010900* Discount and retainage taken
019400     OPEN I-O DISTRIBUTION-FILE.
019500     OPEN I-O CHECK-REG-FILE.
019600     OPEN I-O WITHHELD-FILE.
019650     OPEN I-O FOREIGN-WHLD-FILE.
019700
019800 CLOSING-PROCEDURE.
019900     CLOSE OPERATOR-FILE.
020100     CLOSE DISTRIBUTION-FILE.
020200     CLOSE CHECK-REG-FILE.
020300     CLOSE WITHHELD-FILE.
020350     CLOSE FOREIGN-WHLD-FILE.
020400     IF JOURNAL-IS-OPEN = "Y"
020500         CLOSE JOURNAL-FILE.
020600
023400     IF COMP-TABLE-FULL = "Y"
023500         PERFORM STOP-INCOMPLETE-EXTRACT
023600     ELSE
023650         PERFORM EXTRACT-ALL-ADJUSTMENTS
023700         PERFORM EXTRACT-ALL-CHECKS
023800         PERFORM POST-JOURNAL-TO-HISTORY.
023900
032000         UNTIL VOUCHER-FILE-AT-END = "Y".
032100
032200 EXTRACT-NEXT-VOUCHER.
032220     PERFORM SET-VOUCHER-JOURNAL-AMOUNT.
032240     IF VOUCHER-DATE = JOURNAL-DATE
032260        AND CANCELLED-SAME-DAY = "N"
032280         PERFORM JOURNALIZE-NEW-VOUCHER.
032300     IF VOUCHER-IS-CANCELLED
032320        AND VOUCHER-CANCEL-DATE = JOURNAL-DATE
032340        AND CANCELLED-SAME-DAY = "N"
032360         PERFORM JOURNALIZE-CANCEL-REVERSAL.
032500     IF VOUCHER-PAID-DATE = JOURNAL-DATE
032600        AND VOUCHER-CHECK-NO NOT = ZEROES
032700         PERFORM TALLY-CHECK-COMPONENTS.
032800     PERFORM READ-NEXT-VOUCHER-RECORD.
032802
032804*---------------------------------
032806* A cancelled voucher carries
032808* zero; its entry is journaled
032810* for the amount it carried
032812* when cancelled. One cancelled
032814* the day it was keyed never
032816* reached the ledger and gets
032818* neither entry.
032820*---------------------------------
032822 SET-VOUCHER-JOURNAL-AMOUNT.
032824     MOVE "N" TO CANCELLED-SAME-DAY.
032826     IF VOUCHER-IS-CANCELLED
032828         MOVE VOUCHER-CANCEL-AMOUNT TO VOUCHER-JOURNAL-AMOUNT
032830         IF VOUCHER-CANCEL-DATE NOT > VOUCHER-DATE
032832             MOVE "Y" TO CANCELLED-SAME-DAY
032834         ELSE
032836             NEXT SENTENCE
032838     ELSE
032840         MOVE VOUCHER-AMOUNT TO VOUCHER-JOURNAL-AMOUNT.
032900
033000*---------------------------------
033100* Remember what each of today's
038100     PERFORM INIT-JOURNAL-RECORD.
038200     MOVE AP-ACCOUNT-NUMBER TO JRNL-ACCOUNT.
038300     MOVE "AP-NEW" TO JRNL-SOURCE.
038400     MOVE VOUCHER-JOURNAL-AMOUNT TO JRNL-CREDIT.
038500     PERFORM WRITE-JOURNAL-RECORD.
038505
038510*---------------------------------
038515* A voucher cancelled after the
038520* day it was journaled has its
038525* AP-NEW entry reversed on the
038530* day of the cancellation, for
038535* the amount it carried.
038540*---------------------------------
038545 JOURNALIZE-CANCEL-REVERSAL.
038550     MOVE "Y" TO REVERSE-THE-ENTRY.
038555     PERFORM JOURNALIZE-NEW-VOUCHER.
038560     MOVE "N" TO REVERSE-THE-ENTRY.
038600
038700 WRITE-DISTRIBUTION-DEBITS.
038800     MOVE "N" TO VOUCHER-HAS-DIST-LINES.
045400     PERFORM INIT-JOURNAL-RECORD.
045500     MOVE SUSPENSE-ACCOUNT-NUMBER TO JRNL-ACCOUNT.
045600     MOVE "AP-NEW" TO JRNL-SOURCE.
045700     MOVE VOUCHER-JOURNAL-AMOUNT TO JRNL-DEBIT.
045800     PERFORM WRITE-JOURNAL-RECORD.
045900
046000*---------------------------------
057200*---------------------------------
057300* The discount and retainage
057400* come from the voucher pass;
057450* the withholding - backup and
057500* non-resident alike, both owed
057550* to the IRS - comes off the
057600* withholding files by check
057650* number.
057800*---------------------------------
057900 GET-CHECK-COMPONENTS.
058000     MOVE ZEROES TO CHECK-DISC-AMOUNT
059100         MOVE "N" TO WHLD-RECORD-FOUND.
059200     IF WHLD-RECORD-FOUND = "Y"
059300         MOVE WHLD-AMOUNT TO CHECK-WHLD-AMOUNT.
059310     MOVE CHECK-REG-NO TO FWHLD-CHECK-NO.
059320     MOVE "Y" TO FWHLD-RECORD-FOUND.
059330     READ FOREIGN-WHLD-FILE RECORD
059340         INVALID KEY
059350         MOVE "N" TO FWHLD-RECORD-FOUND.
059360     IF FWHLD-RECORD-FOUND = "Y"
059370         ADD FWHLD-AMOUNT TO CHECK-WHLD-AMOUNT.
059400
059500 LOOK-UP-COMP-SLOT.
059600     IF COMP-CHECK-NO (COMP-SUB) = CHECK-REG-NO
066800     MOVE ZEROES TO JRNL-VOUCHER-NO.
066900     MOVE CHECK-REG-NO TO JRNL-CHECK-NO.
067000     MOVE ZEROES TO JRNL-COMPANY.
067001
067002*---------------------------------
067003* Corrections keyed on the
067004* journal date to the G/L
067005* distribution of vouchers
067006* already journaled. Each line
067007* moves expense (or the
067008* suspense a voucher with no
067009* lines went to) against
067010* accounts payable; a line
067011* taken off carries a negative
067012* amount. Cross-company lines
067013* get the intercompany pair
067014* the way a new voucher's do.
067015*---------------------------------
067016 EXTRACT-ALL-ADJUSTMENTS.
067017     OPEN INPUT VOUCHER-ADJ-FILE.
067018     MOVE "N" TO VOUCHER-ADJ-AT-END.
067019     PERFORM EXTRACT-NEXT-ADJUSTMENT
067020         UNTIL VOUCHER-ADJ-AT-END = "Y".
067021     CLOSE VOUCHER-ADJ-FILE.
067022
067023 EXTRACT-NEXT-ADJUSTMENT.
067024     READ VOUCHER-ADJ-FILE
067025         AT END MOVE "Y" TO VOUCHER-ADJ-AT-END.
067026     IF VOUCHER-ADJ-AT-END NOT = "Y"
067027        AND VADJ-DATE = JOURNAL-DATE
067028         PERFORM JOURNALIZE-ADJUSTMENT.
067029
067030 JOURNALIZE-ADJUSTMENT.
067031     IF VADJ-ACCOUNT = ZEROES
067032         MOVE SUSPENSE-ACCOUNT-NUMBER TO ADJ-EXPENSE-ACCOUNT
067033     ELSE
067034         MOVE VADJ-ACCOUNT TO ADJ-EXPENSE-ACCOUNT.
067035     IF VADJ-DIST-COMPANY = ZEROES
067036        OR VADJ-DIST-COMPANY = VADJ-COMPANY
067037         PERFORM INIT-ADJ-JOURNAL-RECORD
067038         MOVE ADJ-EXPENSE-ACCOUNT TO JRNL-ACCOUNT
067039         MOVE "AP-COR" TO JRNL-SOURCE
067040         MOVE VADJ-AMOUNT TO JRNL-DEBIT
067041         PERFORM WRITE-JOURNAL-RECORD
067042     ELSE
067043         PERFORM JOURNALIZE-ADJ-CROSS-COMPANY.
067044     PERFORM INIT-ADJ-JOURNAL-RECORD.
067045     MOVE AP-ACCOUNT-NUMBER TO JRNL-ACCOUNT.
067046     MOVE "AP-COR" TO JRNL-SOURCE.
067047     MOVE VADJ-AMOUNT TO JRNL-CREDIT.
067048     PERFORM WRITE-JOURNAL-RECORD.
067049
067050 JOURNALIZE-ADJ-CROSS-COMPANY.
067051     PERFORM INIT-ADJ-JOURNAL-RECORD.
067052     MOVE ADJ-EXPENSE-ACCOUNT TO JRNL-ACCOUNT.
067053     MOVE "AP-ICO" TO JRNL-SOURCE.
067054     MOVE VADJ-AMOUNT TO JRNL-DEBIT.
067055     MOVE VADJ-DIST-COMPANY TO JRNL-COMPANY.
067056     PERFORM WRITE-JOURNAL-RECORD.
067057     PERFORM INIT-ADJ-JOURNAL-RECORD.
067058     MOVE INTERCO-ACCOUNT-NUMBER TO JRNL-ACCOUNT.
067059     MOVE "AP-ICO" TO JRNL-SOURCE.
067060     MOVE VADJ-AMOUNT TO JRNL-CREDIT.
067061     MOVE VADJ-DIST-COMPANY TO JRNL-COMPANY.
067062     PERFORM WRITE-JOURNAL-RECORD.
067063     PERFORM INIT-ADJ-JOURNAL-RECORD.
067064     MOVE INTERCO-ACCOUNT-NUMBER TO JRNL-ACCOUNT.
067065     MOVE "AP-ICO" TO JRNL-SOURCE.
067066     MOVE VADJ-AMOUNT TO JRNL-DEBIT.
067067     PERFORM WRITE-JOURNAL-RECORD.
067068
067069 INIT-ADJ-JOURNAL-RECORD.
067070     PERFORM INIT-JOURNAL-RECORD.
067071     MOVE VADJ-VOUCHER-NO TO JRNL-VOUCHER-NO.
067072     MOVE VADJ-COMPANY TO JRNL-COMPANY.
067100
067200*---------------------------------
067300* Journal record routines.
068100     MOVE VOUCHER-COMPANY TO JRNL-COMPANY.
068200
068300 WRITE-JOURNAL-RECORD.
068320     IF REVERSE-THE-ENTRY = "Y"
068340         PERFORM SWAP-DEBIT-AND-CREDIT.
068400     WRITE JOURNAL-RECORD.
068500     ADD 1 TO JOURNAL-RECORD-COUNT.
068600     ADD JRNL-DEBIT TO JOURNAL-DEBIT-TOTAL.
068700     ADD JRNL-CREDIT TO JOURNAL-CREDIT-TOTAL.
068705
068710*---------------------------------
068715* A cancelled voucher's
068720* reversal is its new-voucher
068725* entry with the sides turned.
068730*---------------------------------
068735 SWAP-DEBIT-AND-CREDIT.
068740     MOVE JRNL-DEBIT TO SWAP-AMOUNT.
068745     MOVE JRNL-CREDIT TO JRNL-DEBIT.
068750     MOVE SWAP-AMOUNT TO JRNL-CREDIT.
068800
068900*---------------------------------
069000* Voucher file read routines.
