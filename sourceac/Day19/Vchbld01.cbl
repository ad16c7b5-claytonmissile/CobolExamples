005500     COPY "SLVNOCTL.CBL".
005600
005700     COPY "SLVLINE.CBL".
005750
005760     COPY "SLPPD.CBL".
005773
005786     COPY "SLPROJ.CBL".
005790
005795     COPY "SLCNTR.CBL".
005796
005797     COPY "SLINVL.CBL".
005800
005900 DATA DIVISION.
006000 FILE SECTION.
010600     COPY "FDVNOCTL.CBL".
010700
010800     COPY "FDVLINE.CBL".
010850
010860     COPY "FDPPD.CBL".
010873
010886     COPY "FDPROJ.CBL".
010890
010895     COPY "FDCNTR.CBL".
010896
010897     COPY "FDINVL.CBL".
010900
011000 WORKING-STORAGE SECTION.
011100
014900         10  LI-PRICE         PIC 9(5)V99.
015000         10  LI-EXTENSION     PIC S9(6)V99.
015100 77  DOC-ID-ENTRY                         PIC X(20).
015150 77  LOGGED-DOCUMENT-ID                   PIC X(20).
015200 01  USE-TAX-DISPLAY                      PIC ZZ,ZZ9.99-.
015300 01  RATE-DEFAULT-DISPLAY                 PIC ZZ9.9999.
015400
017500 01  RECEIVED-DISPLAY                     PIC ZZ,ZZZ,ZZ9.99-.
017600 77  PO-IS-ACCEPTABLE                     PIC X.
017700 77  PO-REMAINING-AMOUNT                  PIC S9(8)V99.
017710 77  ERS-INVOICE-OK                       PIC X.
017720 77  ERS-SETTLED-COUNT                    PIC 9(3).
017730 77  ERS-SETTLED-TOTAL                    PIC S9(9)V99.
017800 77  SESSION-ENTERED-COUNT                PIC 9(5).
017900 77  SESSION-ENTERED-TOTAL                PIC S9(8)V99.
018000 77  BATCH-CONTROLLED                     PIC X.
019900 01  DIST-REMAINING-DISPLAY               PIC ZZZ,ZZ9.99-.
020000 01  DIST-AMOUNT-ENTRY                    PIC 9(8).
020100 77  DIST-AMOUNT-IN-RANGE                 PIC X.
020110
020112*---------------------------------
020114* A line booked to an asset
020116* account may be a prepaid
020118* expense - the schedule keyed
020120* with it spreads the amount
020122* to an expense account month
020124* by month.
020126*---------------------------------
020128 77  PREPAID-ANSWER                       PIC X.
020130 77  PREPAID-START-IS-VALID               PIC X.
020132 77  PREPAID-MONTHS-ENTRY                 PIC 9(3).
020134 77  VOUCHER-PERIOD                       PIC 9(6).
020136 01  PREPAID-SLICE-DISPLAY                PIC ZZZ,ZZ9.99-.
020200
020300*---------------------------------
020400* Duplicate invoice check - the
021400 77  HOLD-INVOICE-NUMBER                  PIC X(15).
021500 77  NOTE-SCAN-AT-END                     PIC X.
021600 77  DFLT-RECORD-FOUND                    PIC X.
021633 77  DEFAULT-DIST-PROJECT                 PIC X(6).
021666 77  DIST-PROJECT-ENTRY                   PIC X(6).
021683 77  DEFAULT-DIST-STORE                   PIC 9(2).
021700 77  DEFAULT-DUE-DATE                     PIC 9(8).
021800 01  HOLD-VOUCHER-RECORD                  PIC X(300).
021900
022000*---------------------------------
022100* Early-payment discount entry -
024000     COPY "WSSIGN01.CBL".
024100
024200     COPY "WSCOMP01.CBL".
024210
024220     COPY "WSPPD01.CBL".
024246
024273     COPY "WSPROJ01.CBL".
024282
024291     COPY "WSCNTR01.CBL".
024293
024295     COPY "WSINVL01.CBL".
024300
024400 PROCEDURE DIVISION.
024500 PROGRAM-BEGIN.
026200     OPEN I-O DOC-REF-FILE.
026300     OPEN I-O ARCHIVE-FILE.
026400     OPEN I-O LINE-ITEM-FILE.
026450     OPEN I-O PREPAID-FILE.
026475     OPEN I-O PROJECT-FILE.
026487     OPEN I-O CONTRACT-FILE.
026493     OPEN I-O INVOICE-LOG-FILE.
026500     MOVE ZEROES TO SESSION-ENTERED-COUNT
026600                    SESSION-ENTERED-TOTAL.
026700     OPEN I-O CATEGORY-FILE.
028500     CLOSE PERIOD-FILE.
028600     CLOSE OPERATOR-FILE.
028700     CLOSE CATEGORY-FILE.
028750     CLOSE PROJECT-FILE.
028775     CLOSE CONTRACT-FILE.
028800     CLOSE AUDIT-FILE.
028900     PERFORM POST-SESSION-TOTALS.
029000     CLOSE PO-FILE.
029600     CLOSE RECEIPT-FILE.
029700     CLOSE DOC-REF-FILE.
029800     CLOSE ARCHIVE-FILE.
029850     CLOSE PREPAID-FILE.
029900     CLOSE LINE-ITEM-FILE.
029950     CLOSE INVOICE-LOG-FILE.
030000
030100*---------------------------------
030200* The approval threshold comes
045300                    VOUCHER-USE-TAX
045400                    VOUCHER-RETAINAGE-PCT
045500                    VOUCHER-RETAINED-AMOUNT
045600                    VOUCHER-FX-GAIN-LOSS
045620                    VOUCHER-CANCEL-DATE
045640                    VOUCHER-CANCEL-AMOUNT
045660                    VOUCHER-EMPLOYEE
045670                    VOUCHER-SERVICE-FROM
045680                    VOUCHER-SERVICE-TO.
045690     MOVE FUNCTION CURRENT-DATE(1:8) TO
045695         VOUCHER-ENTERED-DATE.
045700     MOVE "N" TO VOUCHER-TAXABLE.
045800     MOVE "A" TO VOUCHER-APPROVAL.
045900     MOVE "N" TO VOUCHER-HOLD-FLAG.
058000             TO SESSION-ENTERED-TOTAL
058100         PERFORM RELIEVE-PO-IF-PRESENT
058200         PERFORM ENTER-DISTRIBUTION-LINES
058250         PERFORM MATCH-VOUCHER-TO-LOG
058300         PERFORM ENTER-DOCUMENT-REFS
058400         PERFORM OFFER-LINE-ITEM-DETAIL.
058500     PERFORM GET-NEW-VOUCHER-NUMBER.
059900         DISPLAY "IT CAN BE SELECTED FOR PAYMENT"
060000     ELSE
060100         MOVE "A" TO VOUCHER-APPROVAL.
060110
060120*---------------------------------
060130* Close out the receipt log
060140* entry this invoice came in
060150* on, and keep its scan so it
060160* becomes the voucher's image.
060170*---------------------------------
060180 MATCH-VOUCHER-TO-LOG.
060185     MOVE SPACES TO LOGGED-DOCUMENT-ID.
060190     IF VOUCHER-INVOICE NOT = SPACES
060192         MOVE VOUCHER-VENDOR TO INVL-MATCH-VENDOR
060194         MOVE VOUCHER-INVOICE TO INVL-MATCH-INVOICE
060196         MOVE VOUCHER-NUMBER TO INVL-MATCH-VOUCHER
060197         PERFORM MATCH-INVOICE-LOG
060198         IF INVL-LOG-FOUND = "Y"
060199             MOVE INVL-DOCUMENT-ID TO LOGGED-DOCUMENT-ID.
060200
060300*---------------------------------
060400* The session's figures go to
075400
075500 ENTER-DOCUMENT-REFS.
075600     MOVE ZEROES TO DOC-REF-SEQ.
075650     IF LOGGED-DOCUMENT-ID NOT = SPACES
075670         PERFORM TAKE-LOGGED-DOCUMENT-REF.
075700     PERFORM ENTER-ONE-DOCUMENT-REF.
075800     PERFORM TAKE-ONE-DOCUMENT-REF
075900         UNTIL DOC-ID-ENTRY = SPACES.
077500         DISPLAY "THAT REFERENCE IS ALREADY ON FILE".
077600     PERFORM ENTER-ONE-DOCUMENT-REF.
077700
077710*---------------------------------
077720* The scan the mailroom logged
077730* with the invoice is its image;
077740* it goes on without rekeying.
077750*---------------------------------
077753 TAKE-LOGGED-DOCUMENT-REF.
077756     ADD 1 TO DOC-REF-SEQ.
077759     MOVE SPACE TO DOC-REF-RECORD.
077762     MOVE VOUCHER-NUMBER TO VDOC-VOUCHER-NO.
077765     MOVE DOC-REF-SEQ TO VDOC-SEQ.
077768     MOVE LOGGED-DOCUMENT-ID TO VDOC-DOCUMENT-ID.
077771     MOVE "I" TO VDOC-TYPE.
077774     MOVE FUNCTION CURRENT-DATE(1:8) TO VDOC-DATE.
077777     WRITE DOC-REF-RECORD
077780         INVALID KEY
077783         DISPLAY "THAT REFERENCE IS ALREADY ON FILE".
077786     DISPLAY "INVOICE IMAGE " LOGGED-DOCUMENT-ID
077789             " ATTACHED FROM THE RECEIPT LOG".
077792
077800 ENTER-DOC-REF-TYPE.
077900     PERFORM ACCEPT-DOC-REF-TYPE.
078000     PERFORM RE-ACCEPT-DOC-REF-TYPE
081200         MOVE "W" TO UPDJ-ACTION
081300         MOVE VOUCHER-RECORD TO UPDJ-IMAGE
081400         PERFORM WRITE-UPDATE-JOURNAL.
081504*---------------------------------
081508* The entry goes on the voucher
081512* audit trail under the keying
081516* operator, so the analytics run
081520* can tell who entered a voucher
081524* from who approved it.
081528*---------------------------------
081532     IF VOUCHER-WRITE-OK = "Y"
081536         PERFORM LOG-VOUCHER-ENTRY.
081540
081544 LOG-VOUCHER-ENTRY.
081548     MOVE VOUCHER-NUMBER TO AUDIT-EVENT-VOUCHER-NO.
081552     MOVE VOUCHER-VENDOR TO AUDIT-EVENT-VENDOR-NO.
081556     MOVE "ENTERED" TO AUDIT-EVENT-ACTION.
081560     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-EVENT-DATE.
081564     MOVE VOUCHER-AMOUNT TO AUDIT-EVENT-AMOUNT.
081568     MOVE SPACE TO AUDIT-EVENT-OLD-VALUE.
081572     MOVE VOUCHER-APPROVAL TO AUDIT-EVENT-NEW-VALUE.
081576     PERFORM WRITE-AUDIT-RECORD.
081580
081600 ENTER-REMAINING-FIELDS.
081700     PERFORM ENTER-VOUCHER-VENDOR.
081800     PERFORM ENTER-VOUCHER-INVOICE.
082200     PERFORM ENTER-VOUCHER-CURRENCY.
082300     PERFORM ENTER-VOUCHER-DATE.
082400     PERFORM ENTER-VOUCHER-DUE.
082450     PERFORM ENTER-VOUCHER-SERVICE-PERIOD.
082500     PERFORM ENTER-VOUCHER-DEDUCTIBLE.
082600     PERFORM ENTER-VOUCHER-CATEGORY.
082700     PERFORM ENTER-VOUCHER-DISCOUNT.
082800     PERFORM ENTER-VOUCHER-TAXABLE.
082900     PERFORM ENTER-VOUCHER-RETAINAGE.
082950     PERFORM ENTER-VOUCHER-CONTRACT.
083000
083100*---------------------------------
083200* The vendor on the voucher must
091700     PERFORM ACCEPT-VOUCHER-INVOICE.
091800     PERFORM ACCEPT-VOUCHER-INVOICE
091900         UNTIL INVOICE-IS-ACCEPTED = "Y".
091920     IF VOUCHER-INVOICE NOT = SPACES
091940         PERFORM SHOW-INVOICE-LOG-ENTRY.
091960
091962*---------------------------------
091964* Tell the operator when the
091966* paper arrived, or that it
091968* never went through the
091970* receipt log.
091972*---------------------------------
091974 SHOW-INVOICE-LOG-ENTRY.
091976     MOVE VOUCHER-VENDOR TO INVL-MATCH-VENDOR.
091978     MOVE VOUCHER-INVOICE TO INVL-MATCH-INVOICE.
091980     PERFORM FIND-INVOICE-LOG.
091982     IF INVL-LOG-FOUND = "Y"
091984         MOVE INVL-RECEIVED-DATE TO DATE-CCYYMMDD
091986         PERFORM CONVERT-TO-MMDDCCYY
091988         MOVE DATE-MMDDCCYY TO INVL-DATE-DISPLAY
091990         DISPLAY "LOGGED AS " INVL-NUMBER
091992                 " RECEIVED " INVL-DATE-DISPLAY
091994     ELSE
091996         DISPLAY "NOTE - INVOICE IS NOT ON THE RECEIPT LOG".
092000
092100 ACCEPT-VOUCHER-INVOICE.
092200     DISPLAY "ENTER INVOICE NUMBER".
101200     IF PO-IS-CLOSED
101300         DISPLAY "THAT PO IS CLOSED"
101400     ELSE
101500         PERFORM CHECK-ERS-SETTLEMENT.
101501
101502*---------------------------------
101503* A vendor settled by ERS is
101504* paid from its receipts each
101505* night and should not invoice
101506* at all. An invoice against a
101507* PO whose receipts have already
101508* been settled is almost surely
101509* a duplicate of that payment.
101510*---------------------------------
101511 CHECK-ERS-SETTLEMENT.
101512     MOVE "Y" TO ERS-INVOICE-OK.
101513     IF VENDOR-IS-ERS
101514         PERFORM SUM-PO-ERS-SETTLED
101515         IF ERS-SETTLED-COUNT NOT = ZEROES
101516             PERFORM CONFIRM-ERS-DUPLICATE.
101517     IF ERS-INVOICE-OK = "Y"
101518         PERFORM CHECK-PO-BALANCE.
101519
101520 CONFIRM-ERS-DUPLICATE.
101521     MOVE ERS-SETTLED-TOTAL TO RECEIVED-DISPLAY.
101522     DISPLAY "*** THIS VENDOR IS SETTLED FROM RECEIPTS (ERS) ***".
101523     DISPLAY ERS-SETTLED-COUNT " RECEIPTS ON THIS PO ALREADY"
101524             " SETTLED FOR " RECEIVED-DISPLAY.
101525     DISPLAY "THIS INVOICE IS PROBABLY A DUPLICATE".
101526     MOVE "KEY THE DUPLICATE ANYWAY (Y/N/Q)?"
101527         TO CONFIRM-PROMPT.
101528     PERFORM GET-CONFIRMATION.
101529     IF CONFIRM-IS-YES
101530         NEXT SENTENCE
101531     ELSE
101532         MOVE "N" TO ERS-INVOICE-OK.
101533
101534 SUM-PO-ERS-SETTLED.
101535     MOVE ZEROES TO ERS-SETTLED-COUNT
101536                    ERS-SETTLED-TOTAL.
101537     MOVE PO-NUMBER TO RCPT-PO-NUMBER.
101538     MOVE ZEROES TO RCPT-SEQ.
101539     MOVE "N" TO RECEIPT-FILE-AT-END.
101540     START RECEIPT-FILE KEY NOT < RCPT-KEY
101541         INVALID KEY
101542         MOVE "Y" TO RECEIPT-FILE-AT-END.
101543     PERFORM SUM-NEXT-ERS-RECEIPT
101544         UNTIL RECEIPT-FILE-AT-END = "Y".
101545
101546 SUM-NEXT-ERS-RECEIPT.
101547     READ RECEIPT-FILE NEXT RECORD
101548         AT END MOVE "Y" TO RECEIPT-FILE-AT-END.
101549     IF RECEIPT-FILE-AT-END NOT = "Y"
101550        AND RCPT-PO-NUMBER NOT = PO-NUMBER
101551         MOVE "Y" TO RECEIPT-FILE-AT-END.
101552     IF RECEIPT-FILE-AT-END NOT = "Y"
101553        AND RCPT-VOUCHER NOT = ZEROES
101554         ADD 1 TO ERS-SETTLED-COUNT
101555         ADD RCPT-AMOUNT TO ERS-SETTLED-TOTAL
101556         DISPLAY "RECEIPT " RCPT-SEQ " SETTLED BY VOUCHER "
101557                 RCPT-VOUCHER.
101600
101700 CHECK-PO-BALANCE.
101800     COMPUTE PO-REMAINING-AMOUNT =
128100     ELSE
128200         MOVE DATE-CCYYMMDD TO VOUCHER-DUE.
128300
128303*---------------------------------
128306* A bill for goods or services
128309* received over a period other
128312* than its invoice date carries
128315* that period; zero means none.
128318*---------------------------------
128321 ENTER-VOUCHER-SERVICE-PERIOD.
128324     DISPLAY "ENTER 0 IF THERE IS NO SEPARATE SERVICE PERIOD".
128327     MOVE "Y" TO ZERO-DATE-IS-OK.
128330     MOVE "SERVICE PERIOD FROM (MM/DD/CCYY)" TO DATE-PROMPT.
128333     PERFORM GET-A-DATE.
128336     MOVE DATE-CCYYMMDD TO VOUCHER-SERVICE-FROM.
128339     MOVE ZEROES TO VOUCHER-SERVICE-TO.
128342     IF VOUCHER-SERVICE-FROM NOT = ZEROES
128345         PERFORM ENTER-VOUCHER-SERVICE-TO.
128348
128351 ENTER-VOUCHER-SERVICE-TO.
128354     PERFORM ACCEPT-VOUCHER-SERVICE-TO.
128357     PERFORM RE-ACCEPT-VOUCHER-SERVICE-TO
128360         UNTIL VOUCHER-SERVICE-TO NOT < VOUCHER-SERVICE-FROM.
128363
128366 ACCEPT-VOUCHER-SERVICE-TO.
128369     MOVE "N" TO ZERO-DATE-IS-OK.
128372     MOVE "SERVICE PERIOD TO (MM/DD/CCYY)" TO DATE-PROMPT.
128375     PERFORM GET-A-DATE.
128378     MOVE DATE-CCYYMMDD TO VOUCHER-SERVICE-TO.
128381
128384 RE-ACCEPT-VOUCHER-SERVICE-TO.
128387     DISPLAY "SERVICE PERIOD CANNOT END BEFORE IT BEGINS".
128390     PERFORM ACCEPT-VOUCHER-SERVICE-TO.

128400 ENTER-VOUCHER-DEDUCTIBLE.
128500     PERFORM ACCEPT-VOUCHER-DEDUCTIBLE.
145200         MOVE VOUCHER-USE-TAX TO USE-TAX-DISPLAY
145300         DISPLAY "USE TAX ACCRUED: " USE-TAX-DISPLAY.
145400
145403*---------------------------------
145406* A service contract the invoice
145410* is billed under - blank for
145413* none. It must be the vendor's
145416* own contract. Billing outside
145420* the term, outside the covered
145423* categories or past the not-to-
145426* exceed amount is warned of,
145430* not refused.
145433*---------------------------------
145436 ENTER-VOUCHER-CONTRACT.
145440     PERFORM ACCEPT-VOUCHER-CONTRACT.
145443     PERFORM RE-ACCEPT-VOUCHER-CONTRACT
145446         UNTIL CONTRACT-IS-VALID = "Y".
145450     IF VOUCHER-CONTRACT NOT = SPACES
145453         PERFORM WARN-CONTRACT-LIMITS.
145456
145460 ACCEPT-VOUCHER-CONTRACT.
145463     DISPLAY "ENTER CONTRACT NUMBER (BLANK = NONE)".
145466     ACCEPT VOUCHER-CONTRACT.
145470     INSPECT VOUCHER-CONTRACT
145473         CONVERTING LOWER-ALPHA
145476         TO         UPPER-ALPHA.
145480     MOVE VOUCHER-CONTRACT TO CONTRACT-TO-CHECK.
145483     MOVE VOUCHER-VENDOR TO CONTRACT-VENDOR-CHECK.
145486     PERFORM CHECK-CONTRACT-CHARGE.
145490
145493 RE-ACCEPT-VOUCHER-CONTRACT.
145496     PERFORM ACCEPT-VOUCHER-CONTRACT.
145498
145500*---------------------------------
145600* Retainage percent for
145700* construction and contract
148000     MOVE ZEROES TO DIST-TOTAL.
148100     MOVE VOUCHER-NUMBER TO DIST-VOUCHER-NO.
148200     MOVE ZEROES TO DIST-LINE-NO.
148250     PERFORM LOAD-DIST-DEFAULTS.
148300     PERFORM ENTER-ONE-DIST-LINE
148400         UNTIL DIST-TOTAL = VOUCHER-AMOUNT.
148500
149100     PERFORM ENTER-DIST-ACCOUNT.
149200     PERFORM ENTER-DIST-AMOUNT.
149300     PERFORM ENTER-DIST-COMPANY.
149306     PERFORM ENTER-DIST-PROJECT.
149313     MOVE DEFAULT-DIST-STORE TO DIST-STORE.
149320     MOVE "N" TO PREPAID-ANSWER.
149340     IF ACCOUNT-IS-ASSET
149360        AND DIST-AMOUNT > ZEROES
149380         PERFORM ENTER-PREPAID-SCHEDULE.
149400     ADD 1 TO DIST-LINE-NO.
149500     PERFORM WRITE-DISTRIBUTION-RECORD.
149550     IF PREPAID-ANSWER = "Y"
149560         PERFORM WRITE-PREPAID-RECORD.
149600     ADD DIST-AMOUNT TO DIST-TOTAL.
149700
149702*---------------------------------
149704* Line defaults: the store comes
149706* from the vendor defaults and
149708* the project from the voucher's
149710* PO. A closed project takes no
149712* new charges.
149714*---------------------------------
149716 LOAD-DIST-DEFAULTS.
149718     MOVE ZEROES TO DEFAULT-DIST-STORE.
149720     IF DFLT-RECORD-FOUND = "Y"
149722        AND DFLT-STORE NUMERIC
149725         MOVE DFLT-STORE TO DEFAULT-DIST-STORE.
149727     MOVE SPACES TO DEFAULT-DIST-PROJECT.
149729     IF VOUCHER-PO-NUMBER NOT = SPACES
149731         MOVE VOUCHER-PO-NUMBER TO PO-NUMBER
149733         PERFORM READ-PO-RECORD
149735         IF PO-RECORD-FOUND = "Y"
149737             MOVE PO-PROJECT TO DEFAULT-DIST-PROJECT.
149739
149741 ENTER-DIST-PROJECT.
149743     PERFORM ACCEPT-DIST-PROJECT.
149745     PERFORM RE-ACCEPT-DIST-PROJECT
149747         UNTIL PROJECT-IS-VALID = "Y".
149750
149752 ACCEPT-DIST-PROJECT.
149754     IF DEFAULT-DIST-PROJECT = SPACES
149756         DISPLAY "ENTER PROJECT FOR THIS LINE (BLANK = NONE)"
149758     ELSE
149760         DISPLAY "ENTER PROJECT FOR THIS LINE (DEFAULT "
149762                 DEFAULT-DIST-PROJECT ")"
149764         DISPLAY "(0 = NO PROJECT)".
149766     ACCEPT DIST-PROJECT-ENTRY.
149768     INSPECT DIST-PROJECT-ENTRY
149770         CONVERTING LOWER-ALPHA
149772         TO         UPPER-ALPHA.
149775     IF DIST-PROJECT-ENTRY = SPACES
149777         MOVE DEFAULT-DIST-PROJECT TO DIST-PROJECT
149779     ELSE
149781     IF DIST-PROJECT-ENTRY = "0"
149783         MOVE SPACES TO DIST-PROJECT
149785     ELSE
149787         MOVE DIST-PROJECT-ENTRY TO DIST-PROJECT.
149789     MOVE DIST-PROJECT TO PROJECT-TO-CHECK.
149791     PERFORM CHECK-PROJECT-CHARGE.
149793
149795 RE-ACCEPT-DIST-PROJECT.
149797     PERFORM ACCEPT-DIST-PROJECT.
149799
149800*---------------------------------
149900* A cross-company split: the
150000* line's expense may belong
158600         INVALID KEY
158700         DISPLAY "DISTRIBUTION LINE ALREADY ON FILE".
158800
158802*---------------------------------
158804* Prepaid expense schedule. The
158806* asset account keyed on the
158808* line carries the amount
158810* until the month-end run
158812* moves each month's slice to
158814* the expense account keyed
158816* here, starting in the month
158818* given (never before the
158820* voucher's own month).
158822*---------------------------------
158824 ENTER-PREPAID-SCHEDULE.
158826     PERFORM ACCEPT-PREPAID-ANSWER.
158828     PERFORM RE-ACCEPT-PREPAID-ANSWER
158830         UNTIL PREPAID-ANSWER = "Y" OR "N".
158832     IF PREPAID-ANSWER = "Y"
158834         MOVE SPACE TO PREPAID-RECORD
158836         PERFORM ENTER-PPD-EXPENSE-ACCOUNT
158838         PERFORM ENTER-PPD-START-PERIOD
158840         PERFORM ENTER-PPD-MONTHS
158842         PERFORM SHOW-PREPAID-SLICE.
158844
158846 ACCEPT-PREPAID-ANSWER.
158848     DISPLAY "IS THIS LINE A PREPAID EXPENSE TO".
158850     DISPLAY "AMORTIZE (Y/N)?".
158852     ACCEPT PREPAID-ANSWER.
158854     INSPECT PREPAID-ANSWER
158856       CONVERTING LOWER-ALPHA
158858       TO         UPPER-ALPHA.
158860
158862 RE-ACCEPT-PREPAID-ANSWER.
158864     DISPLAY "YOU MUST ENTER YES OR NO".
158866     PERFORM ACCEPT-PREPAID-ANSWER.
158868
158870 ENTER-PPD-EXPENSE-ACCOUNT.
158872     PERFORM ACCEPT-PPD-EXPENSE-ACCOUNT.
158874     PERFORM RE-ACCEPT-PPD-EXPENSE-ACCOUNT
158876         UNTIL ACCOUNT-RECORD-FOUND = "Y"
158878           AND ACCOUNT-IS-ACTIVE
158880           AND ACCOUNT-IS-EXPENSE.
158882
158884 ACCEPT-PPD-EXPENSE-ACCOUNT.
158886     DISPLAY "ENTER EXPENSE ACCOUNT TO AMORTIZE TO".
158888     ACCEPT PPD-EXPENSE-ACCOUNT.
158890     MOVE PPD-EXPENSE-ACCOUNT TO ACCOUNT-NUMBER.
158892     PERFORM READ-ACCOUNT-RECORD.
158894
158896 RE-ACCEPT-PPD-EXPENSE-ACCOUNT.
158898     IF ACCOUNT-RECORD-FOUND = "N"
158900         DISPLAY "NO ACCOUNT ON FILE WITH THAT NUMBER"
158902     ELSE
158904     IF NOT ACCOUNT-IS-ACTIVE
158906         DISPLAY "THAT ACCOUNT IS INACTIVE"
158908     ELSE
158910         DISPLAY "THAT IS NOT AN EXPENSE ACCOUNT".
158912     PERFORM ACCEPT-PPD-EXPENSE-ACCOUNT.
158914
158916 ENTER-PPD-START-PERIOD.
158918     COMPUTE VOUCHER-PERIOD = VOUCHER-DATE / 100.
158920     PERFORM ACCEPT-PPD-START-PERIOD.
158922     PERFORM RE-ACCEPT-PPD-START-PERIOD
158924         UNTIL PREPAID-START-IS-VALID = "Y".
158926     MOVE PREPAID-PERIOD TO PPD-START-PERIOD.
158928
158930 ACCEPT-PPD-START-PERIOD.
158932     DISPLAY "ENTER FIRST MONTH TO EXPENSE (CCYYMM)".
158934     DISPLAY "(0 = THE VOUCHER'S OWN MONTH)".
158936     ACCEPT PREPAID-PERIOD.
158938     IF PREPAID-PERIOD = ZEROES
158940         MOVE VOUCHER-PERIOD TO PREPAID-PERIOD.
158942     MOVE "N" TO PREPAID-START-IS-VALID.
158944     IF PREPAID-MONTH-IS-VALID
158946        AND PREPAID-PERIOD NOT < VOUCHER-PERIOD
158948         MOVE "Y" TO PREPAID-START-IS-VALID.
158950
158952 RE-ACCEPT-PPD-START-PERIOD.
158954     DISPLAY "THAT IS NOT A CCYYMM MONTH ON OR AFTER".
158956     DISPLAY "THE VOUCHER'S OWN MONTH".
158958     PERFORM ACCEPT-PPD-START-PERIOD.
158960
158962 ENTER-PPD-MONTHS.
158964     PERFORM ACCEPT-PPD-MONTHS.
158966     PERFORM RE-ACCEPT-PPD-MONTHS
158968         UNTIL PREPAID-MONTHS-ENTRY > ZEROES
158970           AND PREPAID-MONTHS-ENTRY NOT > 120.
158972     MOVE PREPAID-MONTHS-ENTRY TO PPD-MONTHS.
158974
158976 ACCEPT-PPD-MONTHS.
158978     DISPLAY "ENTER NUMBER OF MONTHS TO SPREAD IT OVER".
158980     ACCEPT PREPAID-MONTHS-ENTRY.
158982
158984 RE-ACCEPT-PPD-MONTHS.
158986     DISPLAY "MONTHS MUST BE 1 THROUGH 120".
158988     PERFORM ACCEPT-PPD-MONTHS.
158990
158991 SHOW-PREPAID-SLICE.
158992     MOVE DIST-AMOUNT TO PPD-AMOUNT.
158993     MOVE PPD-START-PERIOD TO PREPAID-PERIOD.
158994     PERFORM FIND-PREPAID-SLICE.
158995     MOVE PREPAID-SLICE TO PREPAID-SLICE-DISPLAY.
158996     DISPLAY "MONTHLY EXPENSE: " PREPAID-SLICE-DISPLAY.
158997
158998*---------------------------------
158999* Written behind the line it
159000* belongs to, under the same
159001* key. The company is the one
159002* the line's asset was booked
159003* in.
159004*---------------------------------
159005 WRITE-PREPAID-RECORD.
159006     MOVE DIST-VOUCHER-NO TO PPD-VOUCHER-NO.
159007     MOVE DIST-LINE-NO TO PPD-LINE-NO.
159008     MOVE DIST-ACCOUNT TO PPD-PREPAID-ACCOUNT.
159009     IF DIST-COMPANY = ZEROES
159010         MOVE VOUCHER-COMPANY TO PPD-COMPANY
159011     ELSE
159012         MOVE DIST-COMPANY TO PPD-COMPANY.
159013     MOVE VOUCHER-CATEGORY TO PPD-CATEGORY.
159014     MOVE VOUCHER-VENDOR TO PPD-VENDOR.
159015     MOVE VOUCHER-DATE TO PPD-VOUCHER-DATE.
159016     MOVE DIST-AMOUNT TO PPD-AMOUNT.
159017     COMPUTE PPD-BASE-AMOUNT ROUNDED =
159018             DIST-AMOUNT * VOUCHER-FX-RATE.
159019     MOVE ZEROES TO PPD-MONTHS-POSTED
159020                    PPD-AMORTIZED
159021                    PPD-CLOSED-DATE.
159022     MOVE "A" TO PPD-STATUS.
159023     MOVE AUDIT-EVENT-OPERATOR-ID TO PPD-ENTERED-BY.
159024     WRITE PREPAID-RECORD
159025         INVALID KEY
159026         DISPLAY "PREPAID SCHEDULE ALREADY ON FILE".
159027
159028*---------------------------------
159029* Utility routines.
159100*---------------------------------
159200     COPY "PLDATE01.CBL".
159300     COPY "PLCONF01.CBL".
159700     COPY "PLCOMP01.CBL".
159800     COPY "PLAUDIT01.CBL".
159900     COPY "PLDCTL01.CBL".
160000     COPY "PLPPD01.CBL".
160100     COPY "PLPROJ01.CBL".
160200     COPY "PLCNTR01.CBL".
160300     COPY "PLINVL01.CBL".
