000100*---------------------------------
000200* FDDWHS - Record layouts for
000300* the data warehouse extract
000400* set.
000500*
000600* Every record starts with its
000700* record type - D for a row, T
000800* for the control record that
000900* ends each file - and a row
001000* carries a change code:
001100*   A  add this row, or replace
001200*      the one held under the
001300*      same key
001400*   X  delete the row held under
001500*      this key
001600* A full load sends every row as
001700* A and the warehouse replaces
001800* the whole table. After that
001900* only rows added or changed
002000* since the last extract are
002100* sent. The small reference
002200* tables - store, division,
002300* department, category, account
002400* and calendar - keep no change
002500* log and are sent whole every
002600* night.
002700*
002800* Keys:
002900*   DWSTORE   store
003000*   DWDIVSN   division
003100*   DWDEPT    department
003200*   DWCATG    category
003300*   DWVENDR   vendor
003400*   DWACCT    account
003500*   DWCALNDR  date
003600*   DWSALES   store, division,
003700*             department,
003800*             category, date
003900*   DWVOUCH   voucher
004000*   DWDIST    voucher, line; an
004100*             X with line zero
004200*             drops every line
004300*             held for the
004400*             voucher, and the
004500*             voucher's current
004600*             lines follow it
004700*   DWPAYMT   check or EFT number
004800*   DWJRNL    none - journal lines
004900*             are only ever added
005000*
005100* The control record layout is
005200* in WSDWHS01. Amounts carry a
005300* leading sign and a decimal
005400* point; dates are CCYYMMDD,
005500* zero when none applies. Every
005600* record is at least as long as
005700* the control record.
005800*---------------------------------
005900 FD  DW-STORE-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  DW-STORE-RECORD.
006200     05  DWST-RECORD-TYPE     PIC X(01).
006300     05  DWST-CHANGE          PIC X(01).
006400     05  DWST-STORE           PIC 9(02).
006500     05  DWST-NAME            PIC X(20).
006600     05  DWST-STATUS          PIC X(01).
006700     05  DWST-OPEN-DATE       PIC 9(08).
006800     05  DWST-CLOSE-DATE      PIC 9(08).
006900     05  DWST-TAX-JURISDICTION
007000                              PIC 9(03).
007100     05  DWST-STATE           PIC X(02).
007200     05  DWST-SQUARE-FEET     PIC 9(07).
007300
007400 FD  DW-DIVISION-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  DW-DIVISION-RECORD.
007700     05  DWDV-RECORD-TYPE     PIC X(01).
007800     05  DWDV-CHANGE          PIC X(01).
007900     05  DWDV-DIVISION        PIC 9(02).
008000     05  DWDV-NAME            PIC X(20).
008100     05  FILLER               PIC X(26).
008200
008300 FD  DW-DEPARTMENT-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  DW-DEPARTMENT-RECORD.
008600     05  DWDP-RECORD-TYPE     PIC X(01).
008700     05  DWDP-CHANGE          PIC X(01).
008800     05  DWDP-DEPARTMENT      PIC 9(02).
008900     05  DWDP-NAME            PIC X(20).
009000     05  FILLER               PIC X(26).
009100
009200 FD  DW-CATEGORY-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  DW-CATEGORY-RECORD.
009500     05  DWCG-RECORD-TYPE     PIC X(01).
009600     05  DWCG-CHANGE          PIC X(01).
009700     05  DWCG-CATEGORY        PIC 9(02).
009800     05  DWCG-NAME            PIC X(20).
009900     05  DWCG-TAX-STATUS      PIC X(01).
010000     05  DWCG-MARGIN-LOW      PIC 99.9.
010100     05  DWCG-MARGIN-HIGH     PIC 99.9.
010200     05  FILLER               PIC X(17).
010300
010400 FD  DW-VENDOR-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  DW-VENDOR-RECORD.
010700     05  DWVN-RECORD-TYPE     PIC X(01).
010800     05  DWVN-CHANGE          PIC X(01).
010900     05  DWVN-VENDOR          PIC 9(05).
011000     05  DWVN-NAME            PIC X(30).
011100     05  DWVN-CITY            PIC X(20).
011200     05  DWVN-STATE           PIC X(02).
011300     05  DWVN-ZIP             PIC X(10).
011400     05  DWVN-STATUS          PIC X(01).
011500     05  DWVN-1099-FLAG       PIC X(01).
011600     05  DWVN-DIVERSITY       PIC X(01).
011700     05  DWVN-COMPANY         PIC 9(02).
011800     05  DWVN-PARENT          PIC 9(05).
011900     05  DWVN-ERS-FLAG        PIC X(01).
012000     05  DWVN-YTD-PAID        PIC -9(07).99.
012100
012200 FD  DW-ACCOUNT-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  DW-ACCOUNT-RECORD.
012500     05  DWAC-RECORD-TYPE     PIC X(01).
012600     05  DWAC-CHANGE          PIC X(01).
012700     05  DWAC-ACCOUNT         PIC 9(05).
012800     05  DWAC-NAME            PIC X(30).
012900     05  DWAC-TYPE            PIC X(01).
013000     05  DWAC-STATUS          PIC X(01).
013100     05  FILLER               PIC X(11).
013200
013300 FD  DW-CALENDAR-FILE
013400     LABEL RECORDS ARE STANDARD.
013500 01  DW-CALENDAR-RECORD.
013600     05  DWCL-RECORD-TYPE     PIC X(01).
013700     05  DWCL-CHANGE          PIC X(01).
013800     05  DWCL-DATE            PIC 9(08).
013900     05  DWCL-FISC-YEAR       PIC 9(04).
014000     05  DWCL-FISC-PERIOD     PIC 9(02).
014100     05  DWCL-FISC-WEEK       PIC 9(02).
014200     05  FILLER               PIC X(32).
014300
014400 FD  DW-SALES-FILE
014500     LABEL RECORDS ARE STANDARD.
014600 01  DW-SALES-RECORD.
014700     05  DWSL-RECORD-TYPE     PIC X(01).
014800     05  DWSL-CHANGE          PIC X(01).
014900     05  DWSL-STORE           PIC 9(02).
015000     05  DWSL-DIVISION        PIC 9(02).
015100     05  DWSL-DEPARTMENT      PIC 9(02).
015200     05  DWSL-CATEGORY        PIC 9(02).
015300     05  DWSL-DATE            PIC 9(08).
015400     05  DWSL-NET-SALES       PIC -9(06).99.
015500     05  DWSL-RETURNS         PIC -9(06).99.
015600     05  DWSL-VOIDS           PIC -9(06).99.
015700     05  DWSL-COST            PIC -9(06).99.
015800
015900 FD  DW-VOUCHER-FILE
016000     LABEL RECORDS ARE STANDARD.
016100 01  DW-VOUCHER-RECORD.
016200     05  DWVC-RECORD-TYPE     PIC X(01).
016300     05  DWVC-CHANGE          PIC X(01).
016400     05  DWVC-VOUCHER         PIC 9(05).
016500     05  DWVC-SOURCE          PIC X(01).
016600         88  DWVC-IS-LIVE         VALUE "L".
016700         88  DWVC-IS-ARCHIVED     VALUE "A".
016800     05  DWVC-VENDOR          PIC 9(05).
016900     05  DWVC-INVOICE         PIC X(15).
017000     05  DWVC-INVOICE-DATE    PIC 9(08).
017100     05  DWVC-DUE-DATE        PIC 9(08).
017200     05  DWVC-ENTERED-DATE    PIC 9(08).
017300     05  DWVC-COMPANY         PIC 9(02).
017400     05  DWVC-CATEGORY        PIC 9(02).
017500     05  DWVC-PO-NUMBER       PIC X(10).
017600     05  DWVC-CURRENCY-CODE   PIC X(03).
017700     05  DWVC-AMOUNT          PIC -9(06).99.
017800     05  DWVC-BASE-AMOUNT     PIC -9(06).99.
017900     05  DWVC-PAID-AMOUNT     PIC -9(06).99.
018000     05  DWVC-PAID-DATE       PIC 9(08).
018100     05  DWVC-CHECK-NO        PIC 9(06).
018200     05  DWVC-DISC-TAKEN      PIC -9(04).99.
018300     05  DWVC-RETAINED        PIC -9(06).99.
018400     05  DWVC-USE-TAX         PIC -9(05).99.
018500     05  DWVC-APPROVAL        PIC X(01).
018600     05  DWVC-HOLD-FLAG       PIC X(01).
018700     05  DWVC-HOLD-REASON     PIC X(02).
018800     05  DWVC-CANCEL-FLAG     PIC X(01).
018900     05  DWVC-CANCEL-DATE     PIC 9(08).
019000     05  DWVC-PAYEE-TYPE      PIC X(01).
019100     05  DWVC-EMPLOYEE        PIC 9(05).
019200
019300 FD  DW-DIST-FILE
019400     LABEL RECORDS ARE STANDARD.
019500 01  DW-DIST-RECORD.
019600     05  DWDS-RECORD-TYPE     PIC X(01).
019700     05  DWDS-CHANGE          PIC X(01).
019800     05  DWDS-VOUCHER         PIC 9(05).
019900     05  DWDS-LINE            PIC 9(02).
020000     05  DWDS-ACCOUNT         PIC 9(05).
020100     05  DWDS-AMOUNT          PIC -9(06).99.
020200     05  DWDS-COMPANY         PIC 9(02).
020300     05  DWDS-STORE           PIC 9(02).
020400     05  DWDS-PROJECT         PIC X(06).
020500     05  FILLER               PIC X(16).
020600
020700 FD  DW-PAYMENT-FILE
020800     LABEL RECORDS ARE STANDARD.
020900 01  DW-PAYMENT-RECORD.
021000     05  DWPY-RECORD-TYPE     PIC X(01).
021100     05  DWPY-CHANGE          PIC X(01).
021200     05  DWPY-CHECK-NO        PIC 9(06).
021300     05  DWPY-DATE            PIC 9(08).
021400     05  DWPY-VENDOR          PIC 9(05).
021500     05  DWPY-AMOUNT          PIC -9(07).99.
021600     05  DWPY-BANK-ACCT       PIC 9(02).
021700     05  DWPY-STATUS          PIC X(01).
021800     05  DWPY-PAY-METHOD      PIC X(01).
021900     05  DWPY-VOID-DATE       PIC 9(08).
022000     05  DWPY-PAYEE-TYPE      PIC X(01).
022100     05  DWPY-EMPLOYEE        PIC 9(05).
022200     05  DWPY-ESCHEAT-DATE    PIC 9(08).
022300
022400 FD  DW-JOURNAL-FILE
022500     LABEL RECORDS ARE STANDARD.
022600 01  DW-JOURNAL-RECORD.
022700     05  DWJR-RECORD-TYPE     PIC X(01).
022800     05  DWJR-CHANGE          PIC X(01).
022900     05  DWJR-BATCH-NO        PIC 9(06).
023000     05  DWJR-EXTRACT-DATE    PIC 9(08).
023100     05  DWJR-DATE            PIC 9(08).
023200     05  DWJR-ACCOUNT         PIC 9(05).
023300     05  DWJR-VOUCHER-NO      PIC 9(05).
023400     05  DWJR-CHECK-NO        PIC 9(06).
023500     05  DWJR-SOURCE          PIC X(08).
023600     05  DWJR-DEBIT           PIC -9(07).99.
023700     05  DWJR-CREDIT          PIC -9(07).99.
023800     05  DWJR-COMPANY         PIC 9(02).
