000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VNDCNF01.
000300*---------------------------------
000400* Vendor balance confirmations
000500* for the auditors.
000600*
000700* The letter run picks vendors
000800* by open balance, by activity
000900* in a date range, or from a
001000* keyed list, and prints one
001100* confirmation letter each on
001200* the company letterhead, to the
001300* remit-to address: the balance
001400* our records show open as of a
001500* date, with the open vouchers
001600* that make it up. Each letter
001700* is recorded on the vendor
001800* confirmation file; running
001900* the same date again re-mails
002000* the vendors who have not
002100* answered as a second request.
002200*
002300* The vendor's reply is keyed
002400* against the letter - the
002500* balance they confirmed and
002600* the difference from ours - and
002700* a difference is followed up
002800* until it is cleared. The
002900* reconciling-items report lists
003000* every difference still open
003100* and every letter not answered.
003200*---------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600
003700     COPY "SLVCNF.CBL".
003800
003900     COPY "SLVOUCH.CBL".
004000
004100     COPY "SLVCHARC.CBL".
004200
004300     COPY "SLVND02.CBL".
004400
004500     COPY "SLCOMP.CBL".
004600
004700     COPY "SLOPER.CBL".
004800
004900     COPY "SLSONLOG.CBL".
005000
005100     COPY "SLSESS.CBL".
005200
005300     SELECT OPEN-ITEM-WORK-FILE
005400         ASSIGN TO "CNFOPNWK"
005500         ORGANIZATION IS SEQUENTIAL.
005600
005700     SELECT OPEN-ITEM-SORT-FILE
005800         ASSIGN TO "SORT".
005900
006000     SELECT PRINTER-FILE
006100         ASSIGN TO PRINTER
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600
006700     COPY "FDVCNF.CBL".
006800
006900     COPY "FDVOUCH.CBL".
007000
007100     COPY "FDVCHARC.CBL".
007200
007300     COPY "FDVND04.CBL".
007400
007500     COPY "FDCOMP.CBL".
007600
007700     COPY "FDOPER.CBL".
007800
007900     COPY "FDSONLOG.CBL".
008000
008100     COPY "FDSESS.CBL".
008200
008300*---------------------------------
008400* One line per voucher that was
008500* open on the as-of date or had
008600* activity in the range, by
008700* vendor. A keyed-list vendor
008800* with nothing on file still
008900* gets a line (voucher zero) so
009000* it gets a letter.
009100*---------------------------------
009200 FD  OPEN-ITEM-WORK-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  OPEN-ITEM-WORK-RECORD.
009500     05  OWRK-VENDOR           PIC 9(5).
009600     05  OWRK-VOUCHER          PIC 9(5).
009700     05  OWRK-INVOICE          PIC X(15).
009800     05  OWRK-DATE             PIC 9(8).
009900     05  OWRK-DUE              PIC 9(8).
010000     05  OWRK-OPEN-AMOUNT      PIC S9(7)V99.
010100     05  OWRK-ACTIVITY-AMOUNT  PIC S9(7)V99.
010200
010300 SD  OPEN-ITEM-SORT-FILE.
010400
010500 01  OPEN-ITEM-SORT-RECORD.
010600     05  OSRT-VENDOR           PIC 9(5).
010700     05  OSRT-VOUCHER          PIC 9(5).
010800     05  OSRT-INVOICE          PIC X(15).
010900     05  OSRT-DATE             PIC 9(8).
011000     05  OSRT-DUE              PIC 9(8).
011100     05  OSRT-OPEN-AMOUNT      PIC S9(7)V99.
011200     05  OSRT-ACTIVITY-AMOUNT  PIC S9(7)V99.
011300
011400 FD  PRINTER-FILE
011500     LABEL RECORDS ARE OMITTED.
011600 01  PRINTER-RECORD             PIC X(80).
011700
011800 WORKING-STORAGE SECTION.
011900
012000 77  MENU-PICK               PIC 9.
012100     88  MENU-PICK-IS-VALID      VALUES 0 THRU 4.
012200
012300 77  VOUCHER-FILE-AT-END     PIC X.
012400 77  ARCHIVE-FILE-AT-END     PIC X.
012500 77  WORK-FILE-AT-END        PIC X.
012600 77  CONF-FILE-AT-END        PIC X.
012700 77  VENDOR-RECORD-FOUND     PIC X.
012800 77  CONF-RECORD-FOUND       PIC X.
012900 77  RUN-TODAY               PIC 9(8).
013000 77  AMOUNT-ENTRY            PIC 9(9).
013100 77  ENTERED-AMOUNT          PIC 9(7)V99.
013200 77  ENTRY-VENDOR            PIC 9(5).
013300 77  ENTRY-NOTE              PIC X(40).
013400 77  DAYS-OUTSTANDING        PIC S9(5).
013500
013600*---------------------------------
013700* How the letter run picks its
013800* vendors.
013900*---------------------------------
014000 01  CONFIRM-AS-OF-DATE      PIC 9(8).
014100 01  SELECT-METHOD           PIC X.
014200     88  SELECT-BY-BALANCE       VALUE "B".
014300     88  SELECT-BY-ACTIVITY      VALUE "A".
014400     88  SELECT-BY-KEYED-LIST    VALUE "K".
014500     88  SELECT-METHOD-IS-VALID  VALUES "B" "A" "K".
014600 01  SELECT-MINIMUM          PIC S9(9)V99.
014700 01  ACTIVITY-FROM-DATE      PIC 9(8).
014800 01  ACTIVITY-TO-DATE        PIC 9(8).
014900
015000 01  KEYED-VENDOR-TABLE.
015100     05  KEYED-VENDOR        PIC 9(5) OCCURS 100 TIMES.
015200 77  KEYED-COUNT             PIC 9(3)  VALUE ZERO.
015300 77  KEYED-SUB               PIC 9(3).
015400 77  KEYED-VENDOR-FOUND      PIC X.
015500
015600*---------------------------------
015700* The vendors the first pass of
015800* the work file picked, in
015900* vendor order, with the balance
016000* each letter will show.
016100*---------------------------------
016200 01  LETTER-VENDOR-TABLE.
016300     05  LETTER-ENTRY OCCURS 1000 TIMES.
016400         10  LETTER-VENDOR       PIC 9(5).
016500         10  LETTER-BALANCE      PIC S9(9)V99.
016600         10  LETTER-OPEN-COUNT   PIC 9(5).
016700 77  LETTER-COUNT            PIC 9(4)  VALUE ZERO.
016800 77  LETTER-SUB              PIC 9(4).
016900 77  LETTERS-PRINTED         PIC 9(4).
017000 77  LETTERS-SKIPPED         PIC 9(4).
017100
017200 77  WORK-VENDOR             PIC 9(5).
017300 77  VENDOR-OPEN-TOTAL       PIC S9(9)V99.
017400 77  VENDOR-ACTIVITY-TOTAL   PIC S9(9)V99.
017500 77  VENDOR-OPEN-COUNT       PIC 9(5).
017600 77  VENDOR-IS-PICKED        PIC X.
017700 77  OPEN-AT-AS-OF           PIC S9(7)V99.
017800 77  SECOND-REQUEST          PIC X.
017900
018000 01  REPORT-AS-OF-DATE       PIC 9(8).
018100 77  REPORT-COUNT            PIC 9(5).
018200 77  REPORT-DIFFERENCE-TOTAL PIC S9(11)V99.
018300 77  REPORT-UNANSWERED-TOTAL PIC S9(11)V99.
018400
018500 77  LINE-COUNT              PIC 999   VALUE ZERO.
018600 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
018700 77  MAXIMUM-LINES           PIC 999   VALUE 55.
018800 77  LETTER-MAXIMUM-LINES    PIC 999   VALUE 40.
018900
019000 01  AMOUNT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99-.
019100 01  DATE-DISPLAY            PIC Z9/99/9999.
019200
019300 01  LETTER-ITEM-COLUMNS.
019400     05  FILLER         PIC X(6)  VALUE SPACE.
019500     05  FILLER         PIC X(17) VALUE "INVOICE".
019600     05  FILLER         PIC X(12) VALUE "DATED".
019700     05  FILLER         PIC X(12) VALUE "DUE".
019800     05  FILLER         PIC X(15) VALUE "         AMOUNT".
019900
020000 01  LETTER-ITEM-LINE.
020100     05  FILLER              PIC X(6)  VALUE SPACE.
020200     05  PRINT-ITEM-INVOICE  PIC X(15).
020300     05  FILLER              PIC X(2)  VALUE SPACE.
020400     05  PRINT-ITEM-DATE     PIC Z9/99/9999.
020500     05  FILLER              PIC X(2)  VALUE SPACE.
020600     05  PRINT-ITEM-DUE      PIC Z9/99/9999.
020700     05  FILLER              PIC X(2)  VALUE SPACE.
020800     05  PRINT-ITEM-AMOUNT   PIC ZZ,ZZZ,ZZ9.99-.
020900
021000 01  LETTER-TOTAL-LINE.
021100     05  FILLER              PIC X(6)  VALUE SPACE.
021200     05  FILLER              PIC X(41)
021300         VALUE "TOTAL OPEN BALANCE PER OUR RECORDS".
021400     05  PRINT-LETTER-TOTAL  PIC ZZ,ZZZ,ZZ9.99-.
021500
021600 01  TITLE-LINE.
021700     05  FILLER              PIC X(18) VALUE SPACE.
021800     05  FILLER              PIC X(37)
021900         VALUE "VENDOR CONFIRMATION RECONCILING ITEMS".
022000     05  FILLER              PIC X(6)  VALUE SPACE.
022100     05  FILLER              PIC X(5)  VALUE "PAGE:".
022200     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
022300
022400 01  AS-OF-LINE.
022500     05  FILLER              PIC X(25)
022600         VALUE "BALANCES CONFIRMED AS OF ".
022700     05  PRINT-REPORT-AS-OF  PIC Z9/99/9999.
022800
022900 01  COLUMN-LINE.
023000     05  FILLER         PIC X(6)  VALUE "VENDOR".
023100     05  FILLER         PIC X(21) VALUE " NAME".
023200     05  FILLER         PIC X(12) VALUE "   OUR BAL".
023300     05  FILLER         PIC X(12) VALUE "  THEIR BAL".
023400     05  FILLER         PIC X(12) VALUE " DIFFERENCE".
023500     05  FILLER         PIC X(9)  VALUE " STATUS".
023600     05  FILLER         PIC X(4)  VALUE "DAYS".
023700
023800 01  DETAIL-LINE.
023900     05  PRINT-VENDOR        PIC Z(4)9.
024000     05  FILLER              PIC X(1)  VALUE SPACE.
024100     05  PRINT-VENDOR-NAME   PIC X(20).
024200     05  PRINT-OUR-BALANCE   PIC ZZZZ,ZZ9.99-.
024300     05  PRINT-THEIR-BALANCE PIC ZZZZ,ZZ9.99-.
024400     05  PRINT-DIFFERENCE    PIC ZZZZ,ZZ9.99-.
024500     05  FILLER              PIC X(1)  VALUE SPACE.
024600     05  PRINT-STATUS        PIC X(8).
024700     05  PRINT-DAYS          PIC ZZZ9.
024800
024900 01  NOTE-LINE.
025000     05  FILLER              PIC X(8)  VALUE SPACE.
025100     05  FILLER              PIC X(7)  VALUE "NOTE: ".
025200     05  PRINT-NOTE          PIC X(40).
025300
025400 01  COUNT-TOTAL-LINE.
025500     05  FILLER              PIC X(30)
025600         VALUE "ITEMS OUTSTANDING".
025700     05  PRINT-TOTAL-COUNT   PIC ZZZZ9.
025800
025900 01  AMOUNT-TOTAL-LINE.
026000     05  PRINT-TOTAL-LABEL   PIC X(30).
026100     05  PRINT-TOTAL-AMOUNT  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
026200
026300     COPY "WSCASE01.CBL".
026400
026500     COPY "WSDATE01.CBL".
026600
026700     COPY "WSCONF01.CBL".
026800
026900     COPY "WSAUDIT01.CBL".
027000
027100     COPY "WSSIGN01.CBL".
027200
027300     COPY "WSCOMP01.CBL".
027400
027500 PROCEDURE DIVISION.
027600 PROGRAM-BEGIN.
027700     PERFORM OPENING-PROCEDURE.
027800     MOVE "VNDCNF01" TO SIGN-ON-PROGRAM.
027900     PERFORM GET-OPERATOR-SIGN-ON.
028000     IF OPERATOR-IS-SIGNED-ON
028100        AND SIGN-ON-CAN-UTILITY = "Y"
028200         PERFORM GET-COMPANY-CODE
028300         PERFORM MAIN-PROCESS
028400     ELSE
028500     IF OPERATOR-IS-SIGNED-ON
028600         DISPLAY "YOU ARE NOT AUTHORIZED FOR UTILITIES".
028700     PERFORM CLOSING-PROCEDURE.
028800
028900 PROGRAM-EXIT.
029000     EXIT PROGRAM.
029100
029200 PROGRAM-DONE.
029300     STOP RUN.
029400
029500 OPENING-PROCEDURE.
029600     OPEN I-O OPERATOR-FILE.
029700     OPEN I-O CONFIRMATION-FILE.
029800     OPEN INPUT VOUCHER-FILE.
029900     OPEN INPUT ARCHIVE-FILE.
030000     OPEN INPUT VENDOR-FILE.
030100     OPEN INPUT COMPANY-FILE.
030200     OPEN OUTPUT PRINTER-FILE.
030300     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-TODAY.
030400
030500 CLOSING-PROCEDURE.
030600     CLOSE OPERATOR-FILE.
030700     CLOSE CONFIRMATION-FILE.
030800     CLOSE VOUCHER-FILE.
030900     CLOSE ARCHIVE-FILE.
031000     CLOSE VENDOR-FILE.
031100     CLOSE COMPANY-FILE.
031200     PERFORM FORM-FEED.
031300     CLOSE PRINTER-FILE.
031400
031500 MAIN-PROCESS.
031600     PERFORM GET-MENU-PICK.
031700     PERFORM WORK-THE-MENU
031800         UNTIL MENU-PICK = 0.
031900
032000*---------------------------------
032100* MENU
032200*---------------------------------
032300 GET-MENU-PICK.
032400     PERFORM DISPLAY-THE-MENU.
032500     PERFORM ACCEPT-MENU-PICK.
032600     PERFORM RE-ACCEPT-MENU-PICK
032700         UNTIL MENU-PICK-IS-VALID.
032800
032900 DISPLAY-THE-MENU.
033000     DISPLAY "    VENDOR CONFIRMATIONS - PLEASE SELECT:".
033100     DISPLAY " ".
033200     DISPLAY "          1.  CONFIRMATION LETTER RUN".
033300     DISPLAY "          2.  RECORD A VENDOR REPLY".
033400     DISPLAY "          3.  FOLLOW UP A DIFFERENCE".
033500     DISPLAY "          4.  RECONCILING-ITEMS REPORT".
033600     DISPLAY " ".
033700     DISPLAY "          0.  EXIT".
033800
033900 ACCEPT-MENU-PICK.
034000     DISPLAY "YOUR CHOICE (0-4)?".
034100     ACCEPT MENU-PICK.
034200
034300 RE-ACCEPT-MENU-PICK.
034400     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
034500     PERFORM ACCEPT-MENU-PICK.
034600
034700 WORK-THE-MENU.
034800     IF MENU-PICK = 1
034900         PERFORM RUN-LETTER-PASS
035000     ELSE
035100     IF MENU-PICK = 2
035200         PERFORM RECORD-A-REPLY
035300     ELSE
035400     IF MENU-PICK = 3
035500         PERFORM FOLLOW-UP-A-DIFFERENCE
035600     ELSE
035700     IF MENU-PICK = 4
035800         PERFORM PRINT-RECONCILING-ITEMS.
035900     PERFORM GET-MENU-PICK.
036000
036100*---------------------------------
036200* LETTER RUN
036300*---------------------------------
036400 RUN-LETTER-PASS.
036500     PERFORM GET-LETTER-PARAMETERS.
036600     PERFORM SORT-OPEN-ITEMS.
036700     PERFORM PICK-LETTER-VENDORS.
036800     IF LETTER-COUNT = ZEROES
036900         DISPLAY "NO VENDOR MEETS THE SELECTION - NO LETTERS"
037000     ELSE
037100         PERFORM PRINT-THE-LETTERS
037200         DISPLAY "CONFIRMATION LETTERS PRINTED: "
037300                 LETTERS-PRINTED
037400         DISPLAY "ALREADY ANSWERED, NOT RE-MAILED: "
037500                 LETTERS-SKIPPED.
037600
037700 GET-LETTER-PARAMETERS.
037800     MOVE "CONFIRM BALANCES AS OF (MM/DD/CCYY)?"
037900         TO DATE-PROMPT.
038000     MOVE "N" TO ZERO-DATE-IS-OK.
038100     PERFORM GET-A-DATE.
038200     MOVE DATE-CCYYMMDD TO CONFIRM-AS-OF-DATE.
038300     PERFORM GET-SELECT-METHOD.
038400     MOVE ZEROES TO SELECT-MINIMUM
038500                    ACTIVITY-FROM-DATE
038600                    ACTIVITY-TO-DATE
038700                    KEYED-COUNT.
038800     IF SELECT-BY-BALANCE
038900         DISPLAY "SMALLEST OPEN BALANCE TO CONFIRM"
039000         PERFORM GET-AN-AMOUNT
039100         MOVE ENTERED-AMOUNT TO SELECT-MINIMUM
039200     ELSE
039300     IF SELECT-BY-ACTIVITY
039400         PERFORM GET-ACTIVITY-RANGE
039500         DISPLAY "SMALLEST TOTAL INVOICED IN THE RANGE"
039600         PERFORM GET-AN-AMOUNT
039700         MOVE ENTERED-AMOUNT TO SELECT-MINIMUM
039800     ELSE
039900         PERFORM GET-KEYED-VENDORS.
040000
040100 GET-SELECT-METHOD.
040200     PERFORM ACCEPT-SELECT-METHOD.
040300     PERFORM RE-ACCEPT-SELECT-METHOD
040400         UNTIL SELECT-METHOD-IS-VALID.
040500
040600 ACCEPT-SELECT-METHOD.
040700     DISPLAY "PICK VENDORS BY B OPEN BALANCE,".
040800     DISPLAY "A ACTIVITY OR K A KEYED LIST?".
040900     ACCEPT SELECT-METHOD.
041000     INSPECT SELECT-METHOD
041100         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
041200
041300 RE-ACCEPT-SELECT-METHOD.
041400     DISPLAY "YOU MUST ENTER B, A OR K".
041500     PERFORM ACCEPT-SELECT-METHOD.
041600
041700*---------------------------------
041800* Amounts are keyed with no
041900* decimal point.
042000*---------------------------------
042100 GET-AN-AMOUNT.
042200     DISPLAY "ENTER THE AMOUNT WITH NO DECIMAL POINT".
042300     DISPLAY "EXAMPLE: 1000000 MEANS 10,000.00".
042400     ACCEPT AMOUNT-ENTRY.
042500     COMPUTE ENTERED-AMOUNT = AMOUNT-ENTRY / 100.
042600
042700 GET-ACTIVITY-RANGE.
042800     MOVE "FIRST INVOICE DATE (MM/DD/CCYY)"
042900         TO RANGE-START-PROMPT.
043000     MOVE "LAST INVOICE DATE (MM/DD/CCYY)"
043100         TO RANGE-END-PROMPT.
043200     PERFORM GET-A-DATE-RANGE.
043300     MOVE RANGE-START-DATE TO ACTIVITY-FROM-DATE.
043400     MOVE RANGE-END-DATE TO ACTIVITY-TO-DATE.
043500
043600 GET-KEYED-VENDORS.
043700     PERFORM ACCEPT-KEYED-VENDOR.
043800     PERFORM ADD-KEYED-VENDOR
043900         UNTIL ENTRY-VENDOR = ZEROES
044000            OR KEYED-COUNT = 100.
044100
044200 ACCEPT-KEYED-VENDOR.
044300     DISPLAY "ENTER VENDOR NUMBER TO CONFIRM (0 WHEN DONE)".
044400     ACCEPT ENTRY-VENDOR.
044500
044600 ADD-KEYED-VENDOR.
044700     MOVE ENTRY-VENDOR TO VENDOR-NUMBER.
044800     PERFORM READ-VENDOR-RECORD.
044900     IF VENDOR-RECORD-FOUND = "N"
045000         DISPLAY "NO VENDOR ON FILE WITH THAT NUMBER"
045100     ELSE
045200     IF VENDOR-COMPANY NOT = ZEROES
045300        AND VENDOR-COMPANY NOT = SIGN-ON-COMPANY
045400         DISPLAY "THAT VENDOR BELONGS TO COMPANY "
045500                 VENDOR-COMPANY
045600     ELSE
045700         ADD 1 TO KEYED-COUNT
045800         MOVE ENTRY-VENDOR TO KEYED-VENDOR (KEYED-COUNT).
045900     IF KEYED-COUNT < 100
046000         PERFORM ACCEPT-KEYED-VENDOR
046100     ELSE
046200         DISPLAY "KEYED LIST FULL AT 100 VENDORS".
046300
046400*---------------------------------
046500* Every voucher, live or
046600* archived, for the company,
046700* with what it had open on the
046800* as-of date and what it
046900* invoiced in the activity
047000* range, by vendor.
047100*---------------------------------
047200 SORT-OPEN-ITEMS.
047300     SORT OPEN-ITEM-SORT-FILE
047400         ON ASCENDING KEY OSRT-VENDOR
047500                          OSRT-VOUCHER
047600          INPUT PROCEDURE IS EXTRACT-OPEN-ITEMS
047700          GIVING OPEN-ITEM-WORK-FILE.
047800
047900 EXTRACT-OPEN-ITEMS.
048000     MOVE "N" TO VOUCHER-FILE-AT-END.
048100     MOVE ZEROES TO VOUCHER-NUMBER.
048200     START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
048300         INVALID KEY
048400         MOVE "Y" TO VOUCHER-FILE-AT-END.
048500     PERFORM RELEASE-NEXT-VOUCHER
048600         UNTIL VOUCHER-FILE-AT-END = "Y".
048700     MOVE "N" TO ARCHIVE-FILE-AT-END.
048800     MOVE ZEROES TO ARCH-NUMBER.
048900     START ARCHIVE-FILE KEY NOT < ARCH-NUMBER
049000         INVALID KEY
049100         MOVE "Y" TO ARCHIVE-FILE-AT-END.
049200     PERFORM RELEASE-NEXT-ARCHIVE
049300         UNTIL ARCHIVE-FILE-AT-END = "Y".
049400     IF SELECT-BY-KEYED-LIST
049500         PERFORM RELEASE-KEYED-VENDOR
049600             VARYING KEYED-SUB FROM 1 BY 1
049700             UNTIL KEYED-SUB > KEYED-COUNT.
049800
049900 RELEASE-NEXT-VOUCHER.
050000     READ VOUCHER-FILE NEXT RECORD
050100         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
050200     IF VOUCHER-FILE-AT-END NOT = "Y"
050300         PERFORM RELEASE-THIS-VOUCHER.
050400
050500 RELEASE-NEXT-ARCHIVE.
050600     READ ARCHIVE-FILE NEXT RECORD
050700         AT END MOVE "Y" TO ARCHIVE-FILE-AT-END.
050800     IF ARCHIVE-FILE-AT-END NOT = "Y"
050900         MOVE ARCHIVE-RECORD TO VOUCHER-RECORD
051000         PERFORM RELEASE-THIS-VOUCHER.
051100
051200 RELEASE-THIS-VOUCHER.
051300     IF NOT VOUCHER-PAYS-EMPLOYEE
051400        AND (VOUCHER-COMPANY = ZEROES
051500          OR VOUCHER-COMPANY = SIGN-ON-COMPANY)
051600         PERFORM FIGURE-OPEN-AT-AS-OF
051700         MOVE ZEROES TO OSRT-ACTIVITY-AMOUNT
051800         IF SELECT-BY-ACTIVITY
051900            AND VOUCHER-DATE NOT < ACTIVITY-FROM-DATE
052000            AND VOUCHER-DATE NOT > ACTIVITY-TO-DATE
052100            AND NOT VOUCHER-IS-CANCELLED
052200             MOVE VOUCHER-BASE-AMOUNT TO OSRT-ACTIVITY-AMOUNT.
052300     IF NOT VOUCHER-PAYS-EMPLOYEE
052400        AND (VOUCHER-COMPANY = ZEROES
052500          OR VOUCHER-COMPANY = SIGN-ON-COMPANY)
052600        AND (OPEN-AT-AS-OF NOT = ZEROES
052700          OR OSRT-ACTIVITY-AMOUNT NOT = ZEROES)
052800         MOVE VOUCHER-VENDOR TO OSRT-VENDOR
052900         MOVE VOUCHER-NUMBER TO OSRT-VOUCHER
053000         MOVE VOUCHER-INVOICE TO OSRT-INVOICE
053100         MOVE VOUCHER-DATE TO OSRT-DATE
053200         MOVE VOUCHER-DUE TO OSRT-DUE
053300         MOVE OPEN-AT-AS-OF TO OSRT-OPEN-AMOUNT
053400         RELEASE OPEN-ITEM-SORT-RECORD.
053500
053600*---------------------------------
053700* What the voucher had open on
053800* the as-of date: nothing if it
053900* was dated later or cancelled
054000* by then; the amount it carried
054100* if it was cancelled or paid
054200* after; else what is still
054300* unpaid today.
054400*---------------------------------
054500 FIGURE-OPEN-AT-AS-OF.
054600     MOVE ZEROES TO OPEN-AT-AS-OF.
054700     IF VOUCHER-DATE > CONFIRM-AS-OF-DATE
054800         NEXT SENTENCE
054900     ELSE
055000     IF VOUCHER-IS-CANCELLED
055100        AND VOUCHER-CANCEL-DATE > CONFIRM-AS-OF-DATE
055200         MOVE VOUCHER-CANCEL-AMOUNT TO OPEN-AT-AS-OF
055300     ELSE
055400     IF VOUCHER-IS-CANCELLED
055500         NEXT SENTENCE
055600     ELSE
055700     IF VOUCHER-PAID-DATE > CONFIRM-AS-OF-DATE
055800         MOVE VOUCHER-BASE-AMOUNT TO OPEN-AT-AS-OF
055900     ELSE
056000         COMPUTE OPEN-AT-AS-OF =
056100             VOUCHER-BASE-AMOUNT - VOUCHER-PAID-AMOUNT.
056200
056300 RELEASE-KEYED-VENDOR.
056400     MOVE SPACE TO OPEN-ITEM-SORT-RECORD.
056500     MOVE KEYED-VENDOR (KEYED-SUB) TO OSRT-VENDOR.
056600     MOVE ZEROES TO OSRT-VOUCHER
056700                    OSRT-DATE
056800                    OSRT-DUE
056900                    OSRT-OPEN-AMOUNT
057000                    OSRT-ACTIVITY-AMOUNT.
057100     RELEASE OPEN-ITEM-SORT-RECORD.
057200
057300*---------------------------------
057400* First pass of the work file:
057500* total each vendor and keep the
057600* ones the selection asks for.
057700*---------------------------------
057800 PICK-LETTER-VENDORS.
057900     MOVE ZEROES TO LETTER-COUNT.
058000     OPEN INPUT OPEN-ITEM-WORK-FILE.
058100     MOVE "N" TO WORK-FILE-AT-END.
058200     PERFORM READ-OPEN-ITEM-WORK.
058300     PERFORM PICK-ONE-VENDOR
058400         UNTIL WORK-FILE-AT-END = "Y".
058500     CLOSE OPEN-ITEM-WORK-FILE.
058600
058700 PICK-ONE-VENDOR.
058800     MOVE OWRK-VENDOR TO WORK-VENDOR.
058900     MOVE ZEROES TO VENDOR-OPEN-TOTAL
059000                    VENDOR-ACTIVITY-TOTAL
059100                    VENDOR-OPEN-COUNT.
059200     PERFORM TOTAL-VENDOR-ITEM
059300         UNTIL WORK-FILE-AT-END = "Y"
059400            OR OWRK-VENDOR NOT = WORK-VENDOR.
059500     PERFORM DECIDE-ON-VENDOR.
059600     IF VENDOR-IS-PICKED = "Y"
059700         PERFORM ADD-LETTER-VENDOR.
059800
059900 TOTAL-VENDOR-ITEM.
060000     ADD OWRK-OPEN-AMOUNT TO VENDOR-OPEN-TOTAL.
060100     ADD OWRK-ACTIVITY-AMOUNT TO VENDOR-ACTIVITY-TOTAL.
060200     IF OWRK-OPEN-AMOUNT NOT = ZEROES
060300         ADD 1 TO VENDOR-OPEN-COUNT.
060400     PERFORM READ-OPEN-ITEM-WORK.
060500
060600 DECIDE-ON-VENDOR.
060700     MOVE "N" TO VENDOR-IS-PICKED.
060800     IF SELECT-BY-BALANCE
060900        AND VENDOR-OPEN-TOTAL NOT = ZEROES
061000        AND VENDOR-OPEN-TOTAL NOT < SELECT-MINIMUM
061100         MOVE "Y" TO VENDOR-IS-PICKED.
061200     IF SELECT-BY-ACTIVITY
061300        AND VENDOR-ACTIVITY-TOTAL > ZEROES
061400        AND VENDOR-ACTIVITY-TOTAL NOT < SELECT-MINIMUM
061500         MOVE "Y" TO VENDOR-IS-PICKED.
061600     IF SELECT-BY-KEYED-LIST
061700         PERFORM LOOK-FOR-KEYED-VENDOR
061800         MOVE KEYED-VENDOR-FOUND TO VENDOR-IS-PICKED.
061900     IF VENDOR-IS-PICKED = "Y"
062000         MOVE WORK-VENDOR TO VENDOR-NUMBER
062100         PERFORM READ-VENDOR-RECORD
062200         IF VENDOR-RECORD-FOUND = "N"
062300             DISPLAY "VENDOR " WORK-VENDOR
062400                     " NOT ON FILE - NO LETTER"
062500             MOVE "N" TO VENDOR-IS-PICKED.
062600
062700 LOOK-FOR-KEYED-VENDOR.
062800     MOVE "N" TO KEYED-VENDOR-FOUND.
062900     PERFORM TEST-ONE-KEYED-VENDOR
063000         VARYING KEYED-SUB FROM 1 BY 1
063100         UNTIL KEYED-SUB > KEYED-COUNT
063200            OR KEYED-VENDOR-FOUND = "Y".
063300
063400 TEST-ONE-KEYED-VENDOR.
063500     IF KEYED-VENDOR (KEYED-SUB) = WORK-VENDOR
063600         MOVE "Y" TO KEYED-VENDOR-FOUND.
063700
063800 ADD-LETTER-VENDOR.
063900     IF LETTER-COUNT < 1000
064000         ADD 1 TO LETTER-COUNT
064100         MOVE WORK-VENDOR TO LETTER-VENDOR (LETTER-COUNT)
064200         MOVE VENDOR-OPEN-TOTAL TO LETTER-BALANCE (LETTER-COUNT)
064300         MOVE VENDOR-OPEN-COUNT
064400             TO LETTER-OPEN-COUNT (LETTER-COUNT)
064500     ELSE
064600         DISPLAY "MORE THAN 1000 VENDORS PICKED - VENDOR "
064700                 WORK-VENDOR " AND LATER LEFT OUT".
064800
064900 READ-OPEN-ITEM-WORK.
065000     READ OPEN-ITEM-WORK-FILE
065100         AT END MOVE "Y" TO WORK-FILE-AT-END.
065200
065300*---------------------------------
065400* Second pass: one letter per
065500* vendor picked, listing its
065600* open vouchers from the work
065700* file. A vendor who has already
065800* answered for this date is not
065900* mailed again.
066000*---------------------------------
066100 PRINT-THE-LETTERS.
066200     MOVE ZEROES TO LETTERS-PRINTED
066300                    LETTERS-SKIPPED.
066400     OPEN INPUT OPEN-ITEM-WORK-FILE.
066500     MOVE "N" TO WORK-FILE-AT-END.
066600     PERFORM READ-OPEN-ITEM-WORK.
066700     PERFORM LETTER-ONE-VENDOR
066800         VARYING LETTER-SUB FROM 1 BY 1
066900         UNTIL LETTER-SUB > LETTER-COUNT.
067000     CLOSE OPEN-ITEM-WORK-FILE.
067100
067200 LETTER-ONE-VENDOR.
067300     PERFORM SKIP-EARLIER-WORK-ITEM
067400         UNTIL WORK-FILE-AT-END = "Y"
067500            OR OWRK-VENDOR NOT < LETTER-VENDOR (LETTER-SUB).
067600     MOVE CONFIRM-AS-OF-DATE TO CONF-AS-OF-DATE.
067700     MOVE LETTER-VENDOR (LETTER-SUB) TO CONF-VENDOR.
067800     PERFORM READ-CONFIRMATION-RECORD.
067900     IF CONF-RECORD-FOUND = "Y"
068000        AND NOT CONF-AWAITING-REPLY
068100         ADD 1 TO LETTERS-SKIPPED
068200     ELSE
068300         PERFORM PRINT-ONE-LETTER
068400         PERFORM RECORD-THE-LETTER
068500         ADD 1 TO LETTERS-PRINTED.
068600
068700 SKIP-EARLIER-WORK-ITEM.
068800     PERFORM READ-OPEN-ITEM-WORK.
068900
069000 PRINT-ONE-LETTER.
069100     MOVE CONF-RECORD-FOUND TO SECOND-REQUEST.
069200     MOVE LETTER-VENDOR (LETTER-SUB) TO VENDOR-NUMBER.
069300     PERFORM READ-VENDOR-RECORD.
069400     MOVE ZERO TO LINE-COUNT.
069500     PERFORM PRINT-LETTERHEAD.
069600     PERFORM PRINT-LETTER-ADDRESS.
069700     PERFORM PRINT-LETTER-REQUEST.
069800     PERFORM PRINT-LETTER-ITEMS.
069900     PERFORM PRINT-LETTER-REPLY-FORM.
070000     PERFORM FORM-FEED.
070100
070200 PRINT-LETTERHEAD.
070300     MOVE SPACE TO PRINTER-RECORD.
070400     MOVE COMP-NAME TO PRINTER-RECORD(26:30).
070500     PERFORM WRITE-TO-PRINTER.
070600     MOVE SPACE TO PRINTER-RECORD.
070700     MOVE COMP-ADDRESS-1 TO PRINTER-RECORD(26:30).
070800     PERFORM WRITE-TO-PRINTER.
070900     MOVE SPACE TO PRINTER-RECORD.
071000     STRING FUNCTION TRIM(COMP-CITY) DELIMITED BY SIZE
071100            ", "                     DELIMITED BY SIZE
071200            COMP-STATE               DELIMITED BY SIZE
071300            " "                      DELIMITED BY SIZE
071400            COMP-ZIP                 DELIMITED BY SIZE
071500         INTO PRINTER-RECORD(26:40).
071600     PERFORM WRITE-TO-PRINTER.
071700     PERFORM LINE-FEED.
071800     PERFORM LINE-FEED.
071900     MOVE RUN-TODAY TO DATE-CCYYMMDD.
072000     PERFORM FORMAT-THE-DATE.
072100     MOVE FORMATTED-DATE TO DATE-DISPLAY.
072200     MOVE SPACE TO PRINTER-RECORD.
072300     STRING "DATE: " DELIMITED BY SIZE
072400            DATE-DISPLAY DELIMITED BY SIZE
072500         INTO PRINTER-RECORD.
072600     PERFORM WRITE-TO-PRINTER.
072700     PERFORM LINE-FEED.
072800     IF SECOND-REQUEST = "Y"
072900         MOVE "*** SECOND REQUEST ***" TO PRINTER-RECORD
073000         PERFORM WRITE-TO-PRINTER
073100         PERFORM LINE-FEED.
073200
073300*---------------------------------
073400* Mailed to the remit-to address
073500* when the vendor has one.
073600*---------------------------------
073700 PRINT-LETTER-ADDRESS.
073800     MOVE VENDOR-NAME TO PRINTER-RECORD.
073900     PERFORM WRITE-TO-PRINTER.
074000     IF VENDOR-HAS-REMIT-TO
074100         PERFORM PRINT-REMIT-TO-ADDRESS
074200     ELSE
074300         PERFORM PRINT-VENDOR-ADDRESS.
074400     PERFORM LINE-FEED.
074500     IF VENDOR-CONTACT NOT = SPACE
074600         MOVE SPACE TO PRINTER-RECORD
074700         STRING "ATTENTION: " DELIMITED BY SIZE
074800                VENDOR-CONTACT DELIMITED BY SIZE
074900             INTO PRINTER-RECORD
075000         PERFORM WRITE-TO-PRINTER
075100         PERFORM LINE-FEED.
075200
075300 PRINT-REMIT-TO-ADDRESS.
075400     MOVE VENDOR-REMIT-ADDRESS-1 TO PRINTER-RECORD.
075500     PERFORM WRITE-TO-PRINTER.
075600     IF VENDOR-REMIT-ADDRESS-2 NOT = SPACE
075700         MOVE VENDOR-REMIT-ADDRESS-2 TO PRINTER-RECORD
075800         PERFORM WRITE-TO-PRINTER.
075900     MOVE SPACE TO PRINTER-RECORD.
076000     STRING FUNCTION TRIM(VENDOR-REMIT-CITY) DELIMITED BY SIZE
076100            ", "                     DELIMITED BY SIZE
076200            VENDOR-REMIT-STATE       DELIMITED BY SIZE
076300            " "                      DELIMITED BY SIZE
076400            VENDOR-REMIT-ZIP         DELIMITED BY SIZE
076500         INTO PRINTER-RECORD.
076600     PERFORM WRITE-TO-PRINTER.
076700
076800 PRINT-VENDOR-ADDRESS.
076900     MOVE VENDOR-ADDRESS-1 TO PRINTER-RECORD.
077000     PERFORM WRITE-TO-PRINTER.
077100     IF VENDOR-ADDRESS-2 NOT = SPACE
077200         MOVE VENDOR-ADDRESS-2 TO PRINTER-RECORD
077300         PERFORM WRITE-TO-PRINTER.
077400     MOVE SPACE TO PRINTER-RECORD.
077500     STRING FUNCTION TRIM(VENDOR-CITY) DELIMITED BY SIZE
077600            ", "                     DELIMITED BY SIZE
077700            VENDOR-STATE             DELIMITED BY SIZE
077800            " "                      DELIMITED BY SIZE
077900            VENDOR-ZIP               DELIMITED BY SIZE
078000         INTO PRINTER-RECORD.
078100     PERFORM WRITE-TO-PRINTER.
078200
078300 PRINT-LETTER-REQUEST.
078400     MOVE SPACE TO PRINTER-RECORD.
078500     STRING "RE: CONFIRMATION OF ACCOUNT BALANCE - OUR VENDOR "
078600                DELIMITED BY SIZE
078700            VENDOR-NUMBER DELIMITED BY SIZE
078800         INTO PRINTER-RECORD.
078900     PERFORM WRITE-TO-PRINTER.
079000     PERFORM LINE-FEED.
079100     MOVE CONFIRM-AS-OF-DATE TO DATE-CCYYMMDD.
079200     PERFORM FORMAT-THE-DATE.
079300     MOVE FORMATTED-DATE TO DATE-DISPLAY.
079400     MOVE LETTER-BALANCE (LETTER-SUB) TO AMOUNT-DISPLAY.
079500     MOVE "OUR AUDITORS ARE EXAMINING OUR FINANCIAL STATEMENTS."
079600         TO PRINTER-RECORD.
079700     PERFORM WRITE-TO-PRINTER.
079800     MOVE SPACE TO PRINTER-RECORD.
079900     STRING "PLEASE CONFIRM THE BALANCE WE OWED YOU AS OF "
080000                DELIMITED BY SIZE
080100            DATE-DISPLAY DELIMITED BY SIZE
080200            "."          DELIMITED BY SIZE
080300         INTO PRINTER-RECORD.
080400     PERFORM WRITE-TO-PRINTER.
080500     MOVE SPACE TO PRINTER-RECORD.
080600     STRING "OUR RECORDS SHOW A BALANCE OF "
080700                DELIMITED BY SIZE
080800            FUNCTION TRIM(AMOUNT-DISPLAY) DELIMITED BY SIZE
080900            ", MADE UP OF THE"  DELIMITED BY SIZE
081000         INTO PRINTER-RECORD.
081100     PERFORM WRITE-TO-PRINTER.
081200     MOVE "OPEN ITEMS LISTED BELOW. THIS IS NOT A REQUEST FOR"
081300         TO PRINTER-RECORD.
081400     PERFORM WRITE-TO-PRINTER.
081500     MOVE "PAYMENT." TO PRINTER-RECORD.
081600     PERFORM WRITE-TO-PRINTER.
081700     PERFORM LINE-FEED.
081800
081900 PRINT-LETTER-ITEMS.
082000     IF LETTER-OPEN-COUNT (LETTER-SUB) = ZEROES
082100         MOVE "      NO OPEN ITEMS ON OUR RECORDS"
082200             TO PRINTER-RECORD
082300         PERFORM WRITE-TO-PRINTER
082400     ELSE
082500         MOVE LETTER-ITEM-COLUMNS TO PRINTER-RECORD
082600         PERFORM WRITE-TO-PRINTER
082700         PERFORM PRINT-NEXT-LETTER-ITEM
082800             UNTIL WORK-FILE-AT-END = "Y"
082900                OR OWRK-VENDOR NOT = LETTER-VENDOR (LETTER-SUB).
083000     MOVE LETTER-BALANCE (LETTER-SUB) TO PRINT-LETTER-TOTAL.
083100     MOVE LETTER-TOTAL-LINE TO PRINTER-RECORD.
083200     PERFORM WRITE-TO-PRINTER.
083300     PERFORM LINE-FEED.
083400
083500 PRINT-NEXT-LETTER-ITEM.
083600     IF OWRK-OPEN-AMOUNT NOT = ZEROES
083700         PERFORM PRINT-THIS-LETTER-ITEM.
083800     PERFORM READ-OPEN-ITEM-WORK.
083900
084000 PRINT-THIS-LETTER-ITEM.
084100     IF LINE-COUNT > LETTER-MAXIMUM-LINES
084200         PERFORM START-LETTER-CONTINUATION.
084300     MOVE SPACE TO LETTER-ITEM-LINE.
084400     MOVE OWRK-INVOICE TO PRINT-ITEM-INVOICE.
084500     MOVE OWRK-DATE TO DATE-CCYYMMDD.
084600     PERFORM FORMAT-THE-DATE.
084700     MOVE FORMATTED-DATE TO PRINT-ITEM-DATE.
084800     MOVE OWRK-DUE TO DATE-CCYYMMDD.
084900     PERFORM FORMAT-THE-DATE.
085000     MOVE FORMATTED-DATE TO PRINT-ITEM-DUE.
085100     MOVE OWRK-OPEN-AMOUNT TO PRINT-ITEM-AMOUNT.
085200     MOVE LETTER-ITEM-LINE TO PRINTER-RECORD.
085300     PERFORM WRITE-TO-PRINTER.
085400
085500 START-LETTER-CONTINUATION.
085600     PERFORM FORM-FEED.
085700     MOVE ZERO TO LINE-COUNT.
085800     MOVE SPACE TO PRINTER-RECORD.
085900     STRING VENDOR-NAME DELIMITED BY SIZE
086000            " - BALANCE CONFIRMATION (CONTINUED)"
086100                DELIMITED BY SIZE
086200         INTO PRINTER-RECORD.
086300     PERFORM WRITE-TO-PRINTER.
086400     PERFORM LINE-FEED.
086500     MOVE LETTER-ITEM-COLUMNS TO PRINTER-RECORD.
086600     PERFORM WRITE-TO-PRINTER.
086700
086800 PRINT-LETTER-REPLY-FORM.
086900     MOVE "IF YOUR RECORDS AGREE, PLEASE SIGN BELOW. IF NOT,"
087000         TO PRINTER-RECORD.
087100     PERFORM WRITE-TO-PRINTER.
087200     MOVE "PLEASE SHOW THE BALANCE YOUR RECORDS SHOW AND LIST"
087300         TO PRINTER-RECORD.
087400     PERFORM WRITE-TO-PRINTER.
087500     MOVE "THE ITEMS THAT MAKE UP THE DIFFERENCE. RETURN THIS"
087600         TO PRINTER-RECORD.
087700     PERFORM WRITE-TO-PRINTER.
087800     MOVE "LETTER DIRECTLY TO OUR AUDITORS IN THE ENCLOSED"
087900         TO PRINTER-RECORD.
088000     PERFORM WRITE-TO-PRINTER.
088100     MOVE "ENVELOPE." TO PRINTER-RECORD.
088200     PERFORM WRITE-TO-PRINTER.
088300     PERFORM LINE-FEED.
088400     MOVE "[ ] THE BALANCE ABOVE AGREES WITH OUR RECORDS"
088500         TO PRINTER-RECORD.
088600     PERFORM WRITE-TO-PRINTER.
088700     PERFORM LINE-FEED.
088800     MOVE "[ ] OUR RECORDS SHOW A BALANCE OF $_______________"
088900         TO PRINTER-RECORD.
089000     PERFORM WRITE-TO-PRINTER.
089100     PERFORM LINE-FEED.
089200     PERFORM LINE-FEED.
089300     MOVE "SIGNED ____________________  TITLE _______________"
089400         TO PRINTER-RECORD.
089500     PERFORM WRITE-TO-PRINTER.
089600     PERFORM LINE-FEED.
089700     MOVE "DATE __________" TO PRINTER-RECORD.
089800     PERFORM WRITE-TO-PRINTER.
089900
090000*---------------------------------
090100* The letter goes on the
090200* confirmation file; a second
090300* request carries the balance
090400* forward as recalculated.
090500*---------------------------------
090600 RECORD-THE-LETTER.
090700     IF CONF-RECORD-FOUND = "N"
090800         MOVE SPACE TO CONFIRMATION-RECORD
090900         MOVE CONFIRM-AS-OF-DATE TO CONF-AS-OF-DATE
091000         MOVE LETTER-VENDOR (LETTER-SUB) TO CONF-VENDOR
091100         MOVE RUN-TODAY TO CONF-FIRST-SENT
091200         MOVE ZEROES TO CONF-LETTERS-SENT
091300                        CONF-REPLY-DATE
091400                        CONF-CONFIRMED-AMOUNT
091500                        CONF-DIFFERENCE
091600                        CONF-CLEARED-DATE.
091700     MOVE SIGN-ON-COMPANY TO CONF-COMPANY.
091800     MOVE SELECT-METHOD TO CONF-SELECTED-BY.
091900     MOVE LETTER-BALANCE (LETTER-SUB) TO CONF-RECORDED-BALANCE.
092000     MOVE LETTER-OPEN-COUNT (LETTER-SUB) TO CONF-OPEN-COUNT.
092100     MOVE RUN-TODAY TO CONF-LAST-SENT.
092200     ADD 1 TO CONF-LETTERS-SENT.
092300     MOVE "S" TO CONF-STATUS.
092400     MOVE AUDIT-EVENT-OPERATOR-ID TO CONF-OPERATOR.
092500     IF CONF-RECORD-FOUND = "Y"
092600         PERFORM REWRITE-CONFIRMATION-RECORD
092700     ELSE
092800         WRITE CONFIRMATION-RECORD
092900             INVALID KEY
093000             DISPLAY "ERROR WRITING CONFIRMATION RECORD".
093100
093200*---------------------------------
093300* A REPLY - what the vendor's
093400* records show. A difference
093500* stays open for follow-up.
093600*---------------------------------
093700 RECORD-A-REPLY.
093800     PERFORM GET-CONFIRMATION-KEY.
093900     IF CONF-RECORD-FOUND = "N"
094000         DISPLAY "NO LETTER WAS SENT FOR THAT DATE AND VENDOR"
094100     ELSE
094200     IF NOT CONF-AWAITING-REPLY
094300         DISPLAY "A REPLY IS ALREADY RECORDED - USE FOLLOW UP"
094400     ELSE
094500         PERFORM ENTER-THE-REPLY.
094600
094700 ENTER-THE-REPLY.
094800     MOVE CONF-RECORDED-BALANCE TO AMOUNT-DISPLAY.
094900     DISPLAY "OUR RECORDED BALANCE: " AMOUNT-DISPLAY.
095000     DISPLAY "ENTER THE BALANCE THE VENDOR CONFIRMED".
095100     PERFORM GET-AN-AMOUNT.
095200     MOVE ENTERED-AMOUNT TO CONF-CONFIRMED-AMOUNT.
095300     MOVE RUN-TODAY TO CONF-REPLY-DATE.
095400     COMPUTE CONF-DIFFERENCE =
095500         CONF-CONFIRMED-AMOUNT - CONF-RECORDED-BALANCE.
095600     IF CONF-DIFFERENCE = ZEROES
095700         MOVE "A" TO CONF-STATUS
095800         MOVE RUN-TODAY TO CONF-CLEARED-DATE
095900         DISPLAY "VENDOR AGREES WITH OUR BALANCE"
096000     ELSE
096100         MOVE "D" TO CONF-STATUS
096200         MOVE CONF-DIFFERENCE TO AMOUNT-DISPLAY
096300         DISPLAY "DIFFERENCE: " AMOUNT-DISPLAY
096400         PERFORM GET-FOLLOW-UP-NOTE.
096500     MOVE AUDIT-EVENT-OPERATOR-ID TO CONF-OPERATOR.
096600     PERFORM REWRITE-CONFIRMATION-RECORD.
096700
096800*---------------------------------
096900* FOLLOW UP - a note on what was
097000* found, and whether the
097100* difference is now cleared.
097200*---------------------------------
097300 FOLLOW-UP-A-DIFFERENCE.
097400     PERFORM GET-CONFIRMATION-KEY.
097500     IF CONF-RECORD-FOUND = "N"
097600         DISPLAY "NO LETTER WAS SENT FOR THAT DATE AND VENDOR"
097700     ELSE
097800     IF NOT CONF-HAS-DIFFERENCE
097900         DISPLAY "THERE IS NO OPEN DIFFERENCE TO FOLLOW UP"
098000     ELSE
098100         PERFORM ENTER-THE-FOLLOW-UP.
098200
098300 ENTER-THE-FOLLOW-UP.
098400     MOVE CONF-DIFFERENCE TO AMOUNT-DISPLAY.
098500     DISPLAY "DIFFERENCE: " AMOUNT-DISPLAY.
098600     DISPLAY "NOTE: " CONF-FOLLOW-UP-NOTE.
098700     PERFORM GET-FOLLOW-UP-NOTE.
098800     MOVE "IS THE DIFFERENCE CLEARED (Y/N)?"
098900         TO CONFIRM-PROMPT.
099000     PERFORM GET-CONFIRMATION.
099100     IF CONFIRM-IS-YES
099200         MOVE "C" TO CONF-STATUS
099300         MOVE RUN-TODAY TO CONF-CLEARED-DATE.
099400     IF NOT CONFIRM-IS-QUIT
099500         MOVE AUDIT-EVENT-OPERATOR-ID TO CONF-OPERATOR
099600         PERFORM REWRITE-CONFIRMATION-RECORD.
099700
099800 GET-FOLLOW-UP-NOTE.
099900     DISPLAY "ENTER A FOLLOW-UP NOTE (BLANK KEEPS THE OLD ONE)".
100000     MOVE SPACE TO ENTRY-NOTE.
100100     ACCEPT ENTRY-NOTE.
100200     INSPECT ENTRY-NOTE
100300         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
100400     IF ENTRY-NOTE NOT = SPACE
100500         MOVE ENTRY-NOTE TO CONF-FOLLOW-UP-NOTE.
100600
100700 GET-CONFIRMATION-KEY.
100800     MOVE "LETTER AS-OF DATE (MM/DD/CCYY)?" TO DATE-PROMPT.
100900     MOVE "N" TO ZERO-DATE-IS-OK.
101000     PERFORM GET-A-DATE.
101100     MOVE DATE-CCYYMMDD TO CONF-AS-OF-DATE.
101200     DISPLAY "ENTER VENDOR NUMBER".
101300     ACCEPT ENTRY-VENDOR.
101400     MOVE ENTRY-VENDOR TO CONF-VENDOR.
101500     PERFORM READ-CONFIRMATION-RECORD.
101600     IF CONF-RECORD-FOUND = "Y"
101700        AND CONF-COMPANY NOT = SIGN-ON-COMPANY
101800         DISPLAY "THAT LETTER WAS SENT FOR COMPANY "
101900                 CONF-COMPANY
102000         MOVE "N" TO CONF-RECORD-FOUND.
102100     IF CONF-RECORD-FOUND = "Y"
102200         MOVE CONF-VENDOR TO VENDOR-NUMBER
102300         PERFORM READ-VENDOR-RECORD
102400         DISPLAY "VENDOR: " VENDOR-NAME.
102500
102600*---------------------------------
102700* RECONCILING ITEMS - every
102800* letter for an as-of date still
102900* unanswered or with a
103000* difference not yet cleared.
103100*---------------------------------
103200 PRINT-RECONCILING-ITEMS.
103300     MOVE "BALANCES CONFIRMED AS OF (MM/DD/CCYY)?"
103400         TO DATE-PROMPT.
103500     MOVE "N" TO ZERO-DATE-IS-OK.
103600     PERFORM GET-A-DATE.
103700     MOVE DATE-CCYYMMDD TO REPORT-AS-OF-DATE.
103800     MOVE ZEROES TO REPORT-COUNT
103900                    REPORT-DIFFERENCE-TOTAL
104000                    REPORT-UNANSWERED-TOTAL.
104100     PERFORM START-NEW-PAGE.
104200     MOVE "N" TO CONF-FILE-AT-END.
104300     MOVE REPORT-AS-OF-DATE TO CONF-AS-OF-DATE.
104400     MOVE ZEROES TO CONF-VENDOR.
104500     START CONFIRMATION-FILE KEY NOT < CONF-KEY
104600         INVALID KEY
104700         MOVE "Y" TO CONF-FILE-AT-END.
104800     PERFORM REPORT-NEXT-CONFIRMATION
104900         UNTIL CONF-FILE-AT-END = "Y".
105000     PERFORM PRINT-REPORT-TOTALS.
105100     PERFORM FORM-FEED.
105200     DISPLAY "RECONCILING ITEMS PRINTED: " REPORT-COUNT.
105300
105400 REPORT-NEXT-CONFIRMATION.
105500     READ CONFIRMATION-FILE NEXT RECORD
105600         AT END MOVE "Y" TO CONF-FILE-AT-END.
105700     IF CONF-FILE-AT-END NOT = "Y"
105800        AND CONF-AS-OF-DATE NOT = REPORT-AS-OF-DATE
105900         MOVE "Y" TO CONF-FILE-AT-END.
106000     IF CONF-FILE-AT-END NOT = "Y"
106100        AND CONF-IS-OUTSTANDING
106200        AND CONF-COMPANY = SIGN-ON-COMPANY
106300         PERFORM REPORT-THIS-CONFIRMATION.
106400
106500 REPORT-THIS-CONFIRMATION.
106600     IF LINE-COUNT > MAXIMUM-LINES
106700         PERFORM START-NEXT-PAGE.
106800     MOVE SPACE TO DETAIL-LINE.
106900     MOVE CONF-VENDOR TO PRINT-VENDOR
107000                         VENDOR-NUMBER.
107100     PERFORM READ-VENDOR-RECORD.
107200     IF VENDOR-RECORD-FOUND = "Y"
107300         MOVE VENDOR-NAME TO PRINT-VENDOR-NAME
107400     ELSE
107500         MOVE "*NOT ON FILE*" TO PRINT-VENDOR-NAME.
107600     MOVE CONF-RECORDED-BALANCE TO PRINT-OUR-BALANCE.
107700     IF CONF-AWAITING-REPLY
107800         MOVE "NO REPLY" TO PRINT-STATUS
107900         COMPUTE DAYS-OUTSTANDING =
108000             FUNCTION INTEGER-OF-DATE(RUN-TODAY) -
108100             FUNCTION INTEGER-OF-DATE(CONF-LAST-SENT)
108200         ADD CONF-RECORDED-BALANCE TO REPORT-UNANSWERED-TOTAL
108300     ELSE
108400         MOVE CONF-CONFIRMED-AMOUNT TO PRINT-THEIR-BALANCE
108500         MOVE CONF-DIFFERENCE TO PRINT-DIFFERENCE
108600         MOVE "OPEN" TO PRINT-STATUS
108700         COMPUTE DAYS-OUTSTANDING =
108800             FUNCTION INTEGER-OF-DATE(RUN-TODAY) -
108900             FUNCTION INTEGER-OF-DATE(CONF-REPLY-DATE)
109000         ADD CONF-DIFFERENCE TO REPORT-DIFFERENCE-TOTAL.
109100     MOVE DAYS-OUTSTANDING TO PRINT-DAYS.
109200     MOVE DETAIL-LINE TO PRINTER-RECORD.
109300     PERFORM WRITE-TO-PRINTER.
109400     IF CONF-FOLLOW-UP-NOTE NOT = SPACE
109500         MOVE CONF-FOLLOW-UP-NOTE TO PRINT-NOTE
109600         MOVE NOTE-LINE TO PRINTER-RECORD
109700         PERFORM WRITE-TO-PRINTER.
109800     ADD 1 TO REPORT-COUNT.
109900
110000 PRINT-REPORT-TOTALS.
110100     PERFORM LINE-FEED.
110200     IF REPORT-COUNT = ZEROES
110300         MOVE "EVERY CONFIRMATION IS AGREED OR CLEARED"
110400             TO PRINTER-RECORD
110500         PERFORM WRITE-TO-PRINTER
110600     ELSE
110700         MOVE REPORT-COUNT TO PRINT-TOTAL-COUNT
110800         MOVE COUNT-TOTAL-LINE TO PRINTER-RECORD
110900         PERFORM WRITE-TO-PRINTER
111000         MOVE "OPEN DIFFERENCES" TO PRINT-TOTAL-LABEL
111100         MOVE REPORT-DIFFERENCE-TOTAL TO PRINT-TOTAL-AMOUNT
111200         MOVE AMOUNT-TOTAL-LINE TO PRINTER-RECORD
111300         PERFORM WRITE-TO-PRINTER
111400         MOVE "BALANCES NOT YET ANSWERED" TO PRINT-TOTAL-LABEL
111500         MOVE REPORT-UNANSWERED-TOTAL TO PRINT-TOTAL-AMOUNT
111600         MOVE AMOUNT-TOTAL-LINE TO PRINTER-RECORD
111700         PERFORM WRITE-TO-PRINTER.
111800
111900*---------------------------------
112000* Shared routines.
112100*---------------------------------
112200 READ-VENDOR-RECORD.
112300     MOVE "Y" TO VENDOR-RECORD-FOUND.
112400     READ VENDOR-FILE RECORD
112500         INVALID KEY
112600         MOVE "N" TO VENDOR-RECORD-FOUND.
112700
112800 READ-CONFIRMATION-RECORD.
112900     MOVE "Y" TO CONF-RECORD-FOUND.
113000     READ CONFIRMATION-FILE RECORD
113100         INVALID KEY
113200         MOVE "N" TO CONF-RECORD-FOUND.
113300
113400 REWRITE-CONFIRMATION-RECORD.
113500     REWRITE CONFIRMATION-RECORD
113600         INVALID KEY
113700         DISPLAY "ERROR REWRITING CONFIRMATION RECORD".
113800
113900 WRITE-TO-PRINTER.
114000     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
114100     ADD 1 TO LINE-COUNT.
114200
114300 LINE-FEED.
114400     MOVE SPACE TO PRINTER-RECORD.
114500     PERFORM WRITE-TO-PRINTER.
114600
114700 START-NEXT-PAGE.
114800     PERFORM FORM-FEED.
114900     PERFORM START-NEW-PAGE.
115000
115100 START-NEW-PAGE.
115200     MOVE ZERO TO LINE-COUNT.
115300     ADD 1 TO PAGE-NUMBER.
115400     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
115500     MOVE TITLE-LINE TO PRINTER-RECORD.
115600     PERFORM WRITE-TO-PRINTER.
115700     MOVE REPORT-AS-OF-DATE TO DATE-CCYYMMDD.
115800     PERFORM FORMAT-THE-DATE.
115900     MOVE FORMATTED-DATE TO PRINT-REPORT-AS-OF.
116000     MOVE AS-OF-LINE TO PRINTER-RECORD.
116100     PERFORM WRITE-TO-PRINTER.
116200     PERFORM LINE-FEED.
116300     MOVE COLUMN-LINE TO PRINTER-RECORD.
116400     PERFORM WRITE-TO-PRINTER.
116500     PERFORM LINE-FEED.
116600
116700 FORM-FEED.
116800     MOVE SPACE TO PRINTER-RECORD.
116900     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
117000
117100*---------------------------------
117200* Utility routines.
117300*---------------------------------
117400     COPY "PLDATE01.CBL".
117500     COPY "PLCONF01.CBL".
117600     COPY "PLSIGN01.CBL".
117700     COPY "PLCOMP01.CBL".
