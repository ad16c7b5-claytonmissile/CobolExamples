002500*---------------------------------
002600     05  STORE-OPEN-DATE       PIC 9(08).
002700     05  STORE-CLOSE-DATE      PIC 9(08).
002800*---------------------------------
002900* The sales tax jurisdiction
003000* the store collects for - see
003100* FDTAXJ. Zero means the store
003200* collects no sales tax.
003300*---------------------------------
003400     05  STORE-TAX-JURISDICTION PIC 9(03).
003500*---------------------------------
003600* The state the store trades
003700* in, on the State Codes File.
003800* Its gift cards fall under
003900* that state's dormancy rules.
004000*---------------------------------
004100     05  STORE-STATE            PIC X(02).
004200*---------------------------------
004300* Selling floor area in square
004400* feet. Shared costs allocated
004500* on floor area are spread by
004600* it. Zero means not measured.
004700*---------------------------------
004800     05  STORE-SQUARE-FEET      PIC 9(07).
004900*---------------------------------
005000* The bank account the store's
005100* takings are deposited to, for
005200* the cash flow forecast. Zero
005300* means not assigned.
005400*---------------------------------
005500     05  STORE-BANK-ACCT        PIC 9(02).
005600*---------------------------------
005700* The district the store reports
005800* to, for the district roll-up
005900* of the weekly store packet.
006000* Zero means not in a district.
006100*---------------------------------
006200     05  STORE-DISTRICT         PIC 9(02).
