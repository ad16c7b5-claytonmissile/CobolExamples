005800*---------------------------------
005900     05  APCTL-SIGNATURE-THRESHOLD
006000                                  PIC 9(6)V99.
006100*---------------------------------
006200* The G/L account travel
006300* advances are carried in until
006400* an expense report nets them;
006500* zero means advances cannot
006600* be recorded.
006700*---------------------------------
006800     05  APCTL-ADVANCE-ACCOUNT    PIC 9(05).
006900*---------------------------------
007000* The card issuer vendor the
007100* monthly purchasing card
007200* voucher is raised to, and the
007300* suspense account a card line
007400* not yet signed off is charged
007500* to when the statement is
007600* billed. A zero issuer means no
007700* card voucher can be built; a
007800* zero suspense account holds
007900* the build until every line on
008000* the statement is signed off.
008100*---------------------------------
008200     05  APCTL-PCARD-VENDOR       PIC 9(05).
008300     05  APCTL-PCARD-SUSPENSE     PIC 9(05).
008400*---------------------------------
008500* How many days after a vendor's
008600* remit-to, tax id or bank
008700* account change is approved the
008800* check register lists the
008900* vendor when a check pays it;
009000* zero turns the list off.
009100*---------------------------------
009200     05  APCTL-CHANGE-WATCH-DAYS  PIC 9(03).
009300*---------------------------------
009400* Requisition approval tiers.
009500* A requisition falls in the
009600* first tier whose ceiling its
009700* estimate does not pass. A
009800* zero ceiling leaves its tier
009900* open-ended; an estimate over
010000* all three is tier 4. All zero
010100* puts every one in tier 1.
010200*---------------------------------
010300     05  APCTL-REQN-CEILING       PIC 9(7)V99
010400                                  OCCURS 3 TIMES.
