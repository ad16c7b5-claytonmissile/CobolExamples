002196         88  VENDOR-TIN-UNCHECKED  VALUES "N" " ".
002197     05  VENDOR-TIN-MATCH-DATE
002198                              PIC 9(08).
002200*---------------------------------
002210* Sanctions screening: set when
002220* the vendor has a possible OFAC
002230* list match that has not been
002240* cleared (SDNREV01). Payments
002250* are held while it is set.
002260* Kept apart from the status
002270* hold so clearing a match
002280* never releases a manual hold.
002290*---------------------------------
002300     05  VENDOR-SANCTION-HOLD PIC X(01).
002310         88  VENDOR-IS-SANCTION-HELD VALUE "Y".
002320     05  VENDOR-SCREEN-DATE   PIC 9(08).
002420*---------------------------------
002520* Non-resident withholding for
002620* an overseas supplier or
002720* licensor: the W-8 form on
002820* file (B = W-8BEN, E =
002920* W-8BEN-E, C = W-8ECI, X =
003020* W-8EXP, I = W-8IMY, space =
003120* none), the treaty country and
003220* the treaty rate it claims, the
003320* date the form lapses, and the
003420* 1042-S income code of what we
003520* buy from the vendor - zero for
003620* goods and other payments that
003720* are not US-source income, which
003820* are never withheld on. The
003920* W-8 hold is set by VNDW8X01
004020* when the form lapses and forces
004120* the statutory rate until a new
004220* form is entered.
004320*---------------------------------
004420     05  VENDOR-W8-FORM       PIC X(01).
004520         88  VENDOR-HAS-W8         VALUES "B" "E" "C" "X" "I".
004620         88  VENDOR-W8-IS-ECI      VALUE "C".
004720     05  VENDOR-TREATY-COUNTRY
004820                              PIC X(02).
004920     05  VENDOR-TREATY-RATE   PIC 9(2)V99.
005020     05  VENDOR-W8-EXPIRY     PIC 9(08).
005120     05  VENDOR-INCOME-CODE   PIC 9(02).
005220     05  VENDOR-W8-HOLD       PIC X(01).
005320         88  VENDOR-IS-W8-HELD     VALUE "Y".
005420*---------------------------------
005520* Evaluated receipt settlement:
005620* "Y" means the vendor does not
005720* invoice us - ERSRUN01 vouchers
005820* its receipts each night at the
005920* PO terms and sends it a
006020* self-billing notice instead.
006120*---------------------------------
006220     05  VENDOR-ERS-FLAG      PIC X(01).
006320         88  VENDOR-IS-ERS         VALUE "Y".
006420*---------------------------------
006520* Vendor family: the parent this
006620* vendor number rolls up to, or
006720* zero when it heads its own
006820* family. Cross-netting is set
006920* on the family head and lets
007020* the check run take one
007120* member's credit memos against
007220* another member's invoices.
007320*---------------------------------
007420     05  VENDOR-PARENT        PIC 9(05).
007520     05  VENDOR-FAMILY-NETTING
007620                              PIC X(01).
007720         88  VENDOR-NETS-FAMILY    VALUE "Y".
007820*---------------------------------
007920* Supplier portal PIN: with the
008020* vendor number it keys the
008120* nightly payment-status extract
008220* VNDPTL01 sends to the portal.
008320* Blank keeps the vendor off the
008420* portal altogether.
008520*---------------------------------
008620     05  VENDOR-PORTAL-PIN    PIC X(06).
