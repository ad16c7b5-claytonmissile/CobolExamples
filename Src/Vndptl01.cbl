000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VNDPTL01.
000300*---------------------------------
000400* Nightly supplier portal
000500* extract.
000600*
000700* For every vendor with a portal
000800* PIN on the master, writes the
000900* status of each invoice we
001000* hold - the invoices logged in
001100* the mailroom and not yet
001200* vouchered, every voucher on
001300* the live file, and archived
001400* vouchers paid within the last
001500* year - so the vendor can see
001600* for itself what VNDACT01 shows
001700* an AP clerk on the phone:
001800* received, awaiting approval,
001900* on dispute hold and why,
002000* scheduled for the due date,
002100* selected for the next run, or
002200* paid, with the check or EFT
002300* number, the date, and the net
002400* after discount, retainage and
002500* withholding.
002600*
002700* Only what the vendor may see
002800* goes out: no notes, approvers,
002900* accounts or internal codes.
003000* Cancelled vouchers and
003100* employee reimbursements are
003200* left off. The layout is in
003300* FDPRTL, with a control trailer
003400* last the way the unload
003500* programs write theirs.
003600*
003700* Run as a leg of the nightly
003800* batch after the check run has
003900* posted; may be rerun at any
004000* time to refresh the file.
004100* No operator input is taken.
004200*---------------------------------
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600
004700     COPY "SLVND02.CBL".
004800
004900     COPY "SLVOUCH.CBL".
005000
005100     COPY "SLVCHARC.CBL".
005200
005300     COPY "SLINVL.CBL".
005400
005500     COPY "SLCHKREG.CBL".
005600
005700     COPY "SLWHLD.CBL".
005800
005900     COPY "SLFWHLD.CBL".
006000
006100     COPY "SLHRSN.CBL".
006200
006300     COPY "SLPRTL.CBL".
006400
006500     SELECT PORTAL-SORT-FILE
006600         ASSIGN TO "SORT".
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000
007100     COPY "FDVND04.CBL".
007200
007300     COPY "FDVOUCH.CBL".
007400
007500     COPY "FDVCHARC.CBL".
007600
007700     COPY "FDINVL.CBL".
007800
007900     COPY "FDCHKREG.CBL".
008000
008100     COPY "FDWHLD.CBL".
008200
008300     COPY "FDFWHLD.CBL".
008400
008500     COPY "FDHRSN.CBL".
008600
008700     COPY "FDPRTL.CBL".
008800
008900*---------------------------------
009000* The portal record with the
009100* keys it is sorted on: vendor,
009200* then invoice, then voucher.
009300*---------------------------------
009400 SD  PORTAL-SORT-FILE.
009500
009600 01  PORTAL-SORT-RECORD.
009700     05  FILLER                PIC X(01).
009800     05  PSRT-VENDOR           PIC 9(05).
009900     05  FILLER                PIC X(06).
010000     05  PSRT-INVOICE          PIC X(15).
010100     05  PSRT-VOUCHER          PIC 9(05).
010200     05  FILLER                PIC X(150).
010300
010400 WORKING-STORAGE SECTION.
010500
010600 77  VENDOR-RECORD-FOUND     PIC X.
010700 77  VOUCHER-FILE-AT-END     PIC X.
010800 77  ARCHIVE-FILE-AT-END     PIC X.
010900 77  INVOICE-LOG-AT-END      PIC X.
011000 77  SORT-FILE-AT-END        PIC X.
011100 77  CHECK-RECORD-FOUND      PIC X.
011200 77  WHLD-RECORD-FOUND       PIC X.
011300 77  FWHLD-RECORD-FOUND      PIC X.
011400
011500*---------------------------------
011600* How far back archived
011700* vouchers are still sent - the
011800* archive run moves paid items
011900* off the live file, and a
012000* vendor reconciling last
012100* year's statement still wants
012200* to see them.
012300*---------------------------------
012400 77  ARCHIVE-KEEP-DAYS       PIC 9(3)  VALUE 365.
012500 77  RUN-TODAY               PIC 9(8).
012600 77  CUTOFF-ANSI             PIC 9(7).
012700 77  ARCHIVE-CUTOFF-DATE     PIC 9(8).
012800
012900 77  THIS-VENDOR             PIC 9(5).
013000 77  LAST-PIN-VENDOR         PIC 9(5)  VALUE ZEROES.
013100 77  LAST-PIN                PIC X(6)  VALUE SPACE.
013200 77  LAST-VENDOR-WRITTEN     PIC 9(5)  VALUE ZEROES.
013300
013400 77  RECORD-COUNT            PIC 9(7)  VALUE ZEROES.
013500 77  INVOICE-COUNT           PIC 9(7)  VALUE ZEROES.
013600 77  VENDOR-COUNT            PIC 9(5)  VALUE ZEROES.
013700 77  AMOUNT-HASH             PIC S9(11)V99 VALUE ZEROES.
013800
013900 77  VOUCHER-BEFORE-WHLD     PIC S9(7)V99.
014000 77  CHECK-WITHHELD          PIC S9(7)V99.
014100 77  CHECK-BEFORE-WHLD       PIC S9(9)V99.
014200 77  VOUCHER-WITHHELD        PIC S9(7)V99.
014300 77  VOUCHER-NET-PAID        PIC S9(7)V99.
014400
014500     COPY "WSHRSN01.CBL".
014600
014700 LINKAGE SECTION.
014800
014900*---------------------------------
015000* Set on exit to the invoices
015100* written and their amount
015200* hash, for the nightly batch
015300* driver's control report and
015400* run history. Unused when run
015500* stand-alone.
015600*---------------------------------
015700 01  PORTAL-RESULTS.
015800     05  RETURN-INVOICE-COUNT   PIC 9(7).
015900     05  RETURN-AMOUNT-HASH     PIC S9(11)V99.
016000
016100 PROCEDURE DIVISION USING PORTAL-RESULTS.
016200 PROGRAM-BEGIN.
016300     PERFORM OPENING-PROCEDURE.
016400     PERFORM MAIN-PROCESS.
016500     PERFORM CLOSING-PROCEDURE.
016600     MOVE INVOICE-COUNT TO RETURN-INVOICE-COUNT.
016700     MOVE AMOUNT-HASH TO RETURN-AMOUNT-HASH.
016800
016900 PROGRAM-EXIT.
017000     EXIT PROGRAM.
017100
017200 PROGRAM-DONE.
017300     STOP RUN.
017400
017500 OPENING-PROCEDURE.
017600     OPEN INPUT VENDOR-FILE.
017700     OPEN INPUT VOUCHER-FILE.
017800     OPEN INPUT ARCHIVE-FILE.
017900     OPEN INPUT INVOICE-LOG-FILE.
018000     OPEN INPUT CHECK-REG-FILE.
018100     OPEN INPUT WITHHELD-FILE.
018200     OPEN INPUT FOREIGN-WHLD-FILE.
018300     OPEN INPUT HOLD-REASON-FILE.
018400     OPEN OUTPUT PORTAL-FILE.
018500
018600 CLOSING-PROCEDURE.
018700     CLOSE VENDOR-FILE.
018800     CLOSE VOUCHER-FILE.
018900     CLOSE ARCHIVE-FILE.
019000     CLOSE INVOICE-LOG-FILE.
019100     CLOSE CHECK-REG-FILE.
019200     CLOSE WITHHELD-FILE.
019300     CLOSE FOREIGN-WHLD-FILE.
019400     CLOSE HOLD-REASON-FILE.
019500     CLOSE PORTAL-FILE.
019600
019700 MAIN-PROCESS.
019800     PERFORM COMPUTE-ARCHIVE-CUTOFF.
019900     SORT PORTAL-SORT-FILE
020000         ON ASCENDING KEY PSRT-VENDOR
020100                          PSRT-INVOICE
020200                          PSRT-VOUCHER
020300          INPUT PROCEDURE IS RELEASE-PORTAL-ITEMS
020400          OUTPUT PROCEDURE IS WRITE-PORTAL-FILE.
020500     PERFORM WRITE-PORTAL-TRAILER.
020600     DISPLAY "PORTAL EXTRACT: " VENDOR-COUNT " VENDORS, "
020700             INVOICE-COUNT " INVOICES".
020800
020900 COMPUTE-ARCHIVE-CUTOFF.
021000     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-TODAY.
021100     COMPUTE CUTOFF-ANSI =
021200         FUNCTION INTEGER-OF-DATE(RUN-TODAY)
021300         - ARCHIVE-KEEP-DAYS.
021400     COMPUTE ARCHIVE-CUTOFF-DATE =
021500         FUNCTION DATE-OF-INTEGER(CUTOFF-ANSI).
021600
021700*---------------------------------
021800* Invoices logged but not yet
021900* vouchered, then the live
022000* vouchers, then the recent
022100* archive - each released only
022200* when its vendor is on the
022300* portal.
022400*---------------------------------
022500 RELEASE-PORTAL-ITEMS.
022600     MOVE "N" TO INVOICE-LOG-AT-END.
022700     MOVE ZEROES TO INVL-NUMBER.
022800     START INVOICE-LOG-FILE KEY NOT < INVL-NUMBER
022900         INVALID KEY
023000         MOVE "Y" TO INVOICE-LOG-AT-END.
023100     PERFORM RELEASE-NEXT-LOGGED-INVOICE
023200         UNTIL INVOICE-LOG-AT-END = "Y".
023300     MOVE "N" TO VOUCHER-FILE-AT-END.
023400     MOVE ZEROES TO VOUCHER-NUMBER.
023500     START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
023600         INVALID KEY
023700         MOVE "Y" TO VOUCHER-FILE-AT-END.
023800     PERFORM RELEASE-NEXT-VOUCHER
023900         UNTIL VOUCHER-FILE-AT-END = "Y".
024000     MOVE "N" TO ARCHIVE-FILE-AT-END.
024100     MOVE ZEROES TO ARCH-NUMBER.
024200     START ARCHIVE-FILE KEY NOT < ARCH-NUMBER
024300         INVALID KEY
024400         MOVE "Y" TO ARCHIVE-FILE-AT-END.
024500     PERFORM RELEASE-NEXT-ARCHIVE
024600         UNTIL ARCHIVE-FILE-AT-END = "Y".
024700
024800 RELEASE-NEXT-LOGGED-INVOICE.
024900     READ INVOICE-LOG-FILE NEXT RECORD
025000         AT END MOVE "Y" TO INVOICE-LOG-AT-END.
025100     IF INVOICE-LOG-AT-END NOT = "Y"
025200        AND INVL-IS-OPEN
025300         MOVE INVL-VENDOR TO THIS-VENDOR
025400         PERFORM LOOK-UP-VENDOR-PIN
025500         IF LAST-PIN NOT = SPACE
025600             PERFORM RELEASE-LOGGED-INVOICE.
025700
025800 RELEASE-LOGGED-INVOICE.
025900     PERFORM INIT-PORTAL-ITEM.
026000     MOVE INVL-INVOICE TO PRTL-INVOICE.
026100     MOVE INVL-INVOICE-DATE TO PRTL-INVOICE-DATE.
026200     MOVE INVL-RECEIVED-DATE TO PRTL-RECEIVED-DATE.
026300     MOVE INVL-AMOUNT TO PRTL-INVOICE-AMOUNT.
026400     ADD INVL-AMOUNT TO AMOUNT-HASH.
026500     MOVE "RC" TO PRTL-STATUS.
026600     PERFORM RELEASE-PORTAL-ITEM.
026700
026800 RELEASE-NEXT-VOUCHER.
026900     READ VOUCHER-FILE NEXT RECORD
027000         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
027100     IF VOUCHER-FILE-AT-END NOT = "Y"
027200         PERFORM CHECK-VOUCHER-FOR-PORTAL.
027300
027400 RELEASE-NEXT-ARCHIVE.
027500     READ ARCHIVE-FILE NEXT RECORD
027600         AT END MOVE "Y" TO ARCHIVE-FILE-AT-END.
027700     IF ARCHIVE-FILE-AT-END NOT = "Y"
027800        AND ARCH-PAID-DATE NOT < ARCHIVE-CUTOFF-DATE
027900         MOVE ARCHIVE-RECORD TO VOUCHER-RECORD
028000         PERFORM CHECK-VOUCHER-FOR-PORTAL.
028100
028200 CHECK-VOUCHER-FOR-PORTAL.
028300     IF NOT VOUCHER-PAYS-EMPLOYEE
028400        AND NOT VOUCHER-IS-CANCELLED
028500        AND VOUCHER-VENDOR NOT = ZEROES
028600         MOVE VOUCHER-VENDOR TO THIS-VENDOR
028700         PERFORM LOOK-UP-VENDOR-PIN
028800         IF LAST-PIN NOT = SPACE
028900             PERFORM RELEASE-VOUCHER.
029000
029100 RELEASE-VOUCHER.
029200     PERFORM INIT-PORTAL-ITEM.
029300     MOVE VOUCHER-INVOICE TO PRTL-INVOICE.
029400     MOVE VOUCHER-NUMBER TO PRTL-VOUCHER.
029500     MOVE VOUCHER-DATE TO PRTL-INVOICE-DATE.
029600     MOVE VOUCHER-ENTERED-DATE TO PRTL-RECEIVED-DATE.
029700     MOVE VOUCHER-BASE-AMOUNT TO PRTL-INVOICE-AMOUNT.
029800     ADD VOUCHER-BASE-AMOUNT TO AMOUNT-HASH.
029900     MOVE VOUCHER-DUE TO PRTL-DUE-DATE.
030000     PERFORM SET-VOUCHER-STATUS.
030100     IF PRTL-IS-PAID
030200        OR PRTL-IS-PART-PAID
030300         PERFORM FILL-PAYMENT-DETAIL.
030400     PERFORM RELEASE-PORTAL-ITEM.
030500
030600*---------------------------------
030700* Paid shows first, then what
030800* the next run will pay; an
030900* open voucher on hold or not
031000* yet approved will not be paid
031100* on its due date, so those
031200* come before scheduled.
031300*---------------------------------
031400 SET-VOUCHER-STATUS.
031500     IF VOUCHER-PAID-AMOUNT NOT = ZEROES
031600        AND VOUCHER-PAID-AMOUNT = VOUCHER-BASE-AMOUNT
031700         MOVE "PD" TO PRTL-STATUS
031800     ELSE
031900     IF VOUCHER-SELECTED = "Y"
032000         MOVE "SL" TO PRTL-STATUS
032100     ELSE
032200     IF VOUCHER-IS-HELD
032300         MOVE "HD" TO PRTL-STATUS
032400         MOVE VOUCHER-HOLD-REASON TO HOLD-REASON-LOOKUP
032500         PERFORM LOOK-UP-HOLD-REASON
032600         MOVE HOLD-REASON-NAME TO PRTL-HOLD-REASON
032700     ELSE
032800     IF VOUCHER-IS-AWAITING
032900        OR VOUCHER-IS-REJECTED
033000         MOVE "AW" TO PRTL-STATUS
033100     ELSE
033200     IF VOUCHER-PAID-AMOUNT NOT = ZEROES
033300         MOVE "PP" TO PRTL-STATUS
033400     ELSE
033500         MOVE "SC" TO PRTL-STATUS.
033600
033700*---------------------------------
033800* The last payment on the
033900* voucher. Withholding is kept
034000* per check, so a check that
034100* paid several vouchers has its
034200* withholding shared out in
034300* proportion to what each
034400* voucher put on the check.
034500*---------------------------------
034600 FILL-PAYMENT-DETAIL.
034700     MOVE VOUCHER-CHECK-NO TO PRTL-PAYMENT-NUMBER.
034800     MOVE VOUCHER-PAID-DATE TO PRTL-PAID-DATE.
034900     MOVE VOUCHER-PAID-AMOUNT TO PRTL-GROSS-PAID.
035000     MOVE VOUCHER-DISC-TAKEN TO PRTL-DISCOUNT.
035100     MOVE VOUCHER-RETAINED-AMOUNT TO PRTL-RETAINED.
035200     COMPUTE VOUCHER-BEFORE-WHLD =
035300         VOUCHER-PAID-AMOUNT - VOUCHER-DISC-TAKEN
035400         - VOUCHER-RETAINED-AMOUNT.
035500     MOVE "C" TO PRTL-PAY-METHOD.
035600     MOVE ZEROES TO CHECK-WITHHELD
035700                    VOUCHER-WITHHELD.
035800     MOVE VOUCHER-CHECK-NO TO CHECK-REG-NO.
035900     PERFORM READ-CHECK-REG-RECORD.
036000     IF CHECK-RECORD-FOUND = "Y"
036100         PERFORM FIGURE-CHECK-WITHHOLDING.
036200     COMPUTE VOUCHER-NET-PAID =
036300         VOUCHER-BEFORE-WHLD - VOUCHER-WITHHELD.
036400     MOVE VOUCHER-WITHHELD TO PRTL-WITHHELD.
036500     MOVE VOUCHER-NET-PAID TO PRTL-NET-PAID.
036600
036700 FIGURE-CHECK-WITHHOLDING.
036800     IF CHECK-WAS-EFT
036900         MOVE "E" TO PRTL-PAY-METHOD.
037000     IF CHECK-WAS-WIRE
037100         MOVE "W" TO PRTL-PAY-METHOD.
037200     MOVE CHECK-REG-NO TO WHLD-CHECK-NO.
037300     PERFORM READ-WITHHELD-RECORD.
037400     IF WHLD-RECORD-FOUND = "Y"
037500         ADD WHLD-AMOUNT TO CHECK-WITHHELD.
037600     MOVE CHECK-REG-NO TO FWHLD-CHECK-NO.
037700     PERFORM READ-FOREIGN-WHLD-RECORD.
037800     IF FWHLD-RECORD-FOUND = "Y"
037900         ADD FWHLD-AMOUNT TO CHECK-WITHHELD.
038000     COMPUTE CHECK-BEFORE-WHLD =
038100         CHECK-REG-AMOUNT + CHECK-WITHHELD.
038200     IF CHECK-WITHHELD NOT = ZEROES
038300        AND CHECK-BEFORE-WHLD > ZEROES
038400         COMPUTE VOUCHER-WITHHELD ROUNDED =
038500             CHECK-WITHHELD * VOUCHER-BEFORE-WHLD
038600             / CHECK-BEFORE-WHLD.
038700     IF VOUCHER-WITHHELD > CHECK-WITHHELD
038800         MOVE CHECK-WITHHELD TO VOUCHER-WITHHELD.
038900
039000 INIT-PORTAL-ITEM.
039100     MOVE SPACE TO PORTAL-RECORD.
039200     MOVE "I" TO PRTL-RECORD-TYPE.
039300     MOVE THIS-VENDOR TO PRTL-VENDOR.
039400     MOVE LAST-PIN TO PRTL-PIN.
039500     MOVE ZEROES TO PRTL-VOUCHER
039600                    PRTL-INVOICE-DATE
039700                    PRTL-RECEIVED-DATE
039800                    PRTL-INVOICE-AMOUNT
039900                    PRTL-DUE-DATE
040000                    PRTL-PAYMENT-NUMBER
040100                    PRTL-PAID-DATE
040200                    PRTL-GROSS-PAID
040300                    PRTL-DISCOUNT
040400                    PRTL-RETAINED
040500                    PRTL-WITHHELD
040600                    PRTL-NET-PAID.
040700
040800 RELEASE-PORTAL-ITEM.
040900     MOVE PORTAL-RECORD TO PORTAL-SORT-RECORD.
041000     RELEASE PORTAL-SORT-RECORD.
041100     ADD 1 TO INVOICE-COUNT.
041200
041300*---------------------------------
041400* The vendor's PIN, read once
041500* per run of the same vendor -
041600* the invoice log and voucher
041700* files come mostly in vendor
041800* order anyway.
041900*---------------------------------
042000 LOOK-UP-VENDOR-PIN.
042100     IF THIS-VENDOR NOT = LAST-PIN-VENDOR
042200         MOVE THIS-VENDOR TO LAST-PIN-VENDOR
042300         MOVE SPACE TO LAST-PIN
042400         MOVE THIS-VENDOR TO VENDOR-NUMBER
042500         PERFORM READ-VENDOR-RECORD
042600         IF VENDOR-RECORD-FOUND = "Y"
042700             MOVE VENDOR-PORTAL-PIN TO LAST-PIN.
042800
042900*---------------------------------
043000* Sorted by vendor: a vendor
043100* record heads each vendor's
043200* invoices.
043300*---------------------------------
043400 WRITE-PORTAL-FILE.
043500     MOVE "N" TO SORT-FILE-AT-END.
043600     PERFORM RETURN-NEXT-PORTAL-ITEM.
043700     PERFORM WRITE-NEXT-PORTAL-ITEM
043800         UNTIL SORT-FILE-AT-END = "Y".
043900
044000 WRITE-NEXT-PORTAL-ITEM.
044100     IF PSRT-VENDOR NOT = LAST-VENDOR-WRITTEN
044200         PERFORM WRITE-VENDOR-HEADER.
044300     MOVE PORTAL-SORT-RECORD TO PORTAL-RECORD.
044400     PERFORM WRITE-PORTAL-RECORD.
044500     PERFORM RETURN-NEXT-PORTAL-ITEM.
044600
044700 RETURN-NEXT-PORTAL-ITEM.
044800     RETURN PORTAL-SORT-FILE
044900         AT END MOVE "Y" TO SORT-FILE-AT-END.
045000
045100 WRITE-VENDOR-HEADER.
045200     MOVE PSRT-VENDOR TO LAST-VENDOR-WRITTEN.
045300     MOVE PSRT-VENDOR TO VENDOR-NUMBER.
045400     PERFORM READ-VENDOR-RECORD.
045500     MOVE SPACE TO PORTAL-RECORD.
045600     MOVE "V" TO PRTL-RECORD-TYPE.
045700     MOVE VENDOR-NUMBER TO PRTL-VENDOR.
045800     MOVE VENDOR-PORTAL-PIN TO PRTL-PIN.
045900     MOVE VENDOR-NAME TO PRTL-VENDOR-NAME.
046000     MOVE RUN-TODAY TO PRTL-AS-OF-DATE.
046100     PERFORM WRITE-PORTAL-RECORD.
046200     ADD 1 TO VENDOR-COUNT.
046300
046400 WRITE-PORTAL-RECORD.
046500     WRITE PORTAL-RECORD.
046600     ADD 1 TO RECORD-COUNT.
046700
046800*---------------------------------
046900* The control figures the web
047000* team's load proves the file
047100* against before replacing
047200* yesterday's.
047300*---------------------------------
047400 WRITE-PORTAL-TRAILER.
047500     MOVE SPACE TO PORTAL-TRAILER.
047600     MOVE "T" TO PRTT-RECORD-TYPE.
047700     MOVE RUN-TODAY TO PRTT-AS-OF-DATE.
047800     MOVE RECORD-COUNT TO PRTT-RECORD-COUNT.
047900     MOVE AMOUNT-HASH TO PRTT-AMOUNT-HASH.
048000     WRITE PORTAL-TRAILER.
048100
048200*---------------------------------
048300* File I-O routines.
048400*---------------------------------
048500 READ-VENDOR-RECORD.
048600     MOVE "Y" TO VENDOR-RECORD-FOUND.
048700     READ VENDOR-FILE RECORD
048800         INVALID KEY
048900         MOVE "N" TO VENDOR-RECORD-FOUND.
049000
049100 READ-CHECK-REG-RECORD.
049200     MOVE "Y" TO CHECK-RECORD-FOUND.
049300     READ CHECK-REG-FILE RECORD
049400         INVALID KEY
049500         MOVE "N" TO CHECK-RECORD-FOUND.
049600
049700 READ-WITHHELD-RECORD.
049800     MOVE "Y" TO WHLD-RECORD-FOUND.
049900     READ WITHHELD-FILE RECORD
050000         INVALID KEY
050100         MOVE "N" TO WHLD-RECORD-FOUND.
050200
050300 READ-FOREIGN-WHLD-RECORD.
050400     MOVE "Y" TO FWHLD-RECORD-FOUND.
050500     READ FOREIGN-WHLD-FILE RECORD
050600         INVALID KEY
050700         MOVE "N" TO FWHLD-RECORD-FOUND.
050800
050900*---------------------------------
051000* Utility routines.
051100*---------------------------------
051200     COPY "PLHRSN01.CBL".
