000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INVLOG01.
000300*---------------------------------
000400* Invoice Receipt Log.
000500*
000600* The mailroom or scanning clerk
000700* logs each paper invoice the
000800* day it arrives - vendor,
000900* invoice number, amount, the
001000* invoice and received dates,
001100* and the scan system's
001200* document ID - so an invoice
001300* sitting in a tray is visible
001400* before anyone keys it.
001500* Voucher entry marks the log
001600* entry with the voucher it
001700* became. An invoice sent back
001800* to the vendor unkeyed is
001900* marked returned, which takes
002000* entry authority.
002100*---------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500
002600     COPY "SLINVL.CBL".
002700
002800     COPY "SLVND02.CBL".
002900
003000     COPY "SLOPER.CBL".
003100
003200     COPY "SLSONLOG.CBL".
003300
003400     COPY "SLSESS.CBL".
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800
003900     COPY "FDINVL.CBL".
004000
004100     COPY "FDVND04.CBL".
004200
004300     COPY "FDOPER.CBL".
004400
004500     COPY "FDSONLOG.CBL".
004600
004700     COPY "FDSESS.CBL".
004800
004900 WORKING-STORAGE SECTION.
005000
005100 77  MENU-PICK                    PIC 9.
005200     88  MENU-PICK-IS-VALID       VALUES 0 THRU 3.
005300
005400 77  INVL-RECORD-FOUND            PIC X.
005500 77  INVL-FILE-AT-END             PIC X.
005600 77  NEW-INVL-NUMBER              PIC 9(6).
005700 77  INVL-NUMBER-FIELD            PIC Z(6).
005800 77  VENDOR-RECORD-FOUND          PIC X.
005900 77  INVOICE-IS-ACCEPTED          PIC X.
006000 77  DATE-IS-GOOD                 PIC X.
006100 77  TODAY-DATE                   PIC 9(8).
006200 01  AMOUNT-ENTRY                 PIC 9(8).
006300 01  VENDOR-FIELD                 PIC 9(5).
006400 01  AMOUNT-DISPLAY               PIC ZZZ,ZZ9.99-.
006500 01  DATE-DISPLAY                 PIC Z9/99/9999.
006600 01  HOLD-INVL-RECORD             PIC X(120).
006700
006800     COPY "WSCASE01.CBL".
006900
007000     COPY "WSDATE01.CBL".
007100
007200     COPY "WSAUDIT01.CBL".
007300
007400     COPY "WSSIGN01.CBL".
007500
007600     COPY "WSCONF01.CBL".
007700
007800     COPY "WSINVL01.CBL".
007900
008000 PROCEDURE DIVISION.
008100 PROGRAM-BEGIN.
008200     PERFORM OPENING-PROCEDURE.
008300     MOVE "INVLOG01" TO SIGN-ON-PROGRAM.
008400     PERFORM GET-OPERATOR-SIGN-ON.
008500     IF OPERATOR-IS-SIGNED-ON
008600         PERFORM MAIN-PROCESS.
008700     PERFORM CLOSING-PROCEDURE.
008800
008900 PROGRAM-EXIT.
009000     EXIT PROGRAM.
009100
009200 PROGRAM-DONE.
009300     STOP RUN.
009400
009500 OPENING-PROCEDURE.
009600     OPEN I-O OPERATOR-FILE.
009700     OPEN I-O INVOICE-LOG-FILE.
009800     OPEN I-O VENDOR-FILE.
009900     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
010000
010100 CLOSING-PROCEDURE.
010200     CLOSE OPERATOR-FILE.
010300     CLOSE INVOICE-LOG-FILE.
010400     CLOSE VENDOR-FILE.
010500
010600 MAIN-PROCESS.
010700     PERFORM GET-MENU-PICK.
010800     PERFORM MAINTAIN-THE-FILE
010900         UNTIL MENU-PICK = 0.
011000
011100*---------------------------------
011200* MENU
011300*---------------------------------
011400 GET-MENU-PICK.
011500     PERFORM DISPLAY-THE-MENU.
011600     PERFORM ACCEPT-MENU-PICK.
011700     PERFORM RE-ACCEPT-MENU-PICK
011800         UNTIL MENU-PICK-IS-VALID.
011900
012000 DISPLAY-THE-MENU.
012100     DISPLAY "    INVOICE RECEIPT LOG - PLEASE SELECT:".
012200     DISPLAY " ".
012300     DISPLAY "          1.  LOG INCOMING INVOICES".
012400     DISPLAY "          2.  LOOK UP A LOG ENTRY".
012500     DISPLAY "          3.  MARK AN INVOICE RETURNED".
012600     DISPLAY " ".
012700     DISPLAY "          0.  EXIT".
012800
012900 ACCEPT-MENU-PICK.
013000     DISPLAY "YOUR CHOICE (0-3)?".
013100     ACCEPT MENU-PICK.
013200
013300 RE-ACCEPT-MENU-PICK.
013400     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
013500     PERFORM ACCEPT-MENU-PICK.
013600
013700 MAINTAIN-THE-FILE.
013800     PERFORM DO-THE-PICK.
013900     PERFORM GET-MENU-PICK.
014000
014100 DO-THE-PICK.
014200     IF MENU-PICK = 1
014210        AND SIGN-ON-IS-QUIESCED
014220         DISPLAY "INVOICES CANNOT BE LOGGED WHILE THE"
014230         DISPLAY "NIGHTLY BATCH IS RUNNING"
014240     ELSE
014250     IF MENU-PICK = 1
014300         PERFORM LOG-MODE
014400     ELSE
014500     IF MENU-PICK = 2
014600         PERFORM INQUIRE-MODE
014700     ELSE
014800     IF MENU-PICK = 3
014900         IF SIGN-ON-CAN-ENTRY = "Y"
015000             PERFORM RETURN-MODE
015100         ELSE
015200             DISPLAY "YOU ARE NOT AUTHORIZED TO MARK"
015300             DISPLAY "INVOICES RETURNED".
015400
015500*---------------------------------
015600* LOG
015700*---------------------------------
015800 LOG-MODE.
015900     PERFORM INIT-INVL-RECORD.
016000     PERFORM ENTER-INVL-VENDOR.
016100     PERFORM LOG-INVOICES
016200         UNTIL INVL-VENDOR = ZEROES.
016300
016400 LOG-INVOICES.
016500     PERFORM LOG-ONE-INVOICE.
016600     PERFORM INIT-INVL-RECORD.
016700     PERFORM ENTER-INVL-VENDOR.
016800
016900 LOG-ONE-INVOICE.
017000     PERFORM ENTER-INVL-INVOICE.
017100     IF INVL-INVOICE = SPACES
017200         DISPLAY "NOTHING LOGGED"
017300     ELSE
017400         PERFORM LOG-REMAINING-FIELDS.
017500
017600 LOG-REMAINING-FIELDS.
017700     PERFORM ENTER-INVL-AMOUNT.
017800     PERFORM ENTER-INVL-INVOICE-DATE.
017900     PERFORM ENTER-INVL-RECEIVED-DATE.
018000     PERFORM ENTER-INVL-DOCUMENT-ID.
018100     PERFORM DISPLAY-ALL-FIELDS.
018200     MOVE "LOG THIS INVOICE (Y/N/Q)?" TO CONFIRM-PROMPT.
018300     PERFORM GET-CONFIRMATION.
018400     IF CONFIRM-IS-YES
018500         PERFORM SAVE-NEW-LOG-ENTRY
018600     ELSE
018700         DISPLAY "NOTHING LOGGED".
018800
018900*---------------------------------
019000* Numbered one past the highest
019100* on file when it is saved, as
019200* requisitions are.
019300*---------------------------------
019400 SAVE-NEW-LOG-ENTRY.
019500     PERFORM FIND-NEXT-INVL-NUMBER.
019600     MOVE NEW-INVL-NUMBER TO INVL-NUMBER.
019700     MOVE "O" TO INVL-STATUS.
019800     MOVE AUDIT-EVENT-OPERATOR-ID TO INVL-LOGGED-BY.
019900     WRITE INVOICE-LOG-RECORD
020000         INVALID KEY
020100         DISPLAY "ERROR WRITING INVOICE LOG ENTRY".
020200     DISPLAY "LOGGED AS " INVL-NUMBER
020300             " - WRITE THIS ON THE INVOICE".
020400
020500 FIND-NEXT-INVL-NUMBER.
020600     MOVE INVOICE-LOG-RECORD TO HOLD-INVL-RECORD.
020700     MOVE 1 TO NEW-INVL-NUMBER.
020800     MOVE "N" TO INVL-FILE-AT-END.
020900     MOVE ZEROES TO INVL-NUMBER.
021000     START INVOICE-LOG-FILE KEY NOT < INVL-NUMBER
021100         INVALID KEY
021200         MOVE "Y" TO INVL-FILE-AT-END.
021300     PERFORM FIND-HIGHEST-LOG-ENTRY
021400         UNTIL INVL-FILE-AT-END = "Y".
021500     MOVE HOLD-INVL-RECORD TO INVOICE-LOG-RECORD.
021600
021700 FIND-HIGHEST-LOG-ENTRY.
021800     READ INVOICE-LOG-FILE NEXT RECORD
021900         AT END MOVE "Y" TO INVL-FILE-AT-END.
022000     IF INVL-FILE-AT-END NOT = "Y"
022100        AND INVL-NUMBER NOT < NEW-INVL-NUMBER
022200         COMPUTE NEW-INVL-NUMBER = INVL-NUMBER + 1.
022300
022400*---------------------------------
022500* INQUIRE
022600*---------------------------------
022700 INQUIRE-MODE.
022800     PERFORM GET-EXISTING-RECORD.
022900     PERFORM INQUIRE-RECORDS
023000         UNTIL INVL-NUMBER = ZEROES.
023100
023200 INQUIRE-RECORDS.
023300     PERFORM DISPLAY-ALL-FIELDS.
023400     PERFORM DISPLAY-STATUS-FIELDS.
023500     PERFORM GET-EXISTING-RECORD.
023600
023700 GET-EXISTING-RECORD.
023800     PERFORM ACCEPT-EXISTING-KEY.
023900     PERFORM RE-ACCEPT-EXISTING-KEY
024000         UNTIL INVL-RECORD-FOUND = "Y" OR
024100               INVL-NUMBER = ZEROES.
024200
024300 ACCEPT-EXISTING-KEY.
024400     DISPLAY "ENTER LOG NUMBER (0 TO EXIT)".
024500     ACCEPT INVL-NUMBER-FIELD.
024600     MOVE INVL-NUMBER-FIELD TO INVL-NUMBER.
024700     IF INVL-NUMBER NOT = ZEROES
024800         PERFORM READ-INVL-RECORD.
024900
025000 RE-ACCEPT-EXISTING-KEY.
025100     DISPLAY "NO LOG ENTRY WITH THAT NUMBER".
025200     PERFORM ACCEPT-EXISTING-KEY.
025300
025400*---------------------------------
025500* RETURN - an open entry only;
025600* once vouchered the invoice is
025700* the voucher's business.
025800*---------------------------------
025900 RETURN-MODE.
026000     PERFORM GET-EXISTING-RECORD.
026100     PERFORM RETURN-RECORDS
026200         UNTIL INVL-NUMBER = ZEROES.
026300
026400 RETURN-RECORDS.
026500     PERFORM DISPLAY-ALL-FIELDS.
026600     PERFORM DISPLAY-STATUS-FIELDS.
026700     IF NOT INVL-IS-OPEN
026800         DISPLAY "ONLY AN OPEN ENTRY CAN BE RETURNED"
026900     ELSE
027000         PERFORM ASK-RETURN-THIS-ONE.
027100     PERFORM GET-EXISTING-RECORD.
027200
027300 ASK-RETURN-THIS-ONE.
027400     MOVE "MARK THIS INVOICE RETURNED (Y/N/Q)?"
027500         TO CONFIRM-PROMPT.
027600     PERFORM GET-CONFIRMATION.
027700     IF CONFIRM-IS-YES
027800         MOVE "R" TO INVL-STATUS
027900         MOVE TODAY-DATE TO INVL-MATCHED-DATE
028000         PERFORM REWRITE-INVL-RECORD.
028100
028200*---------------------------------
028300* Routines shared by all modes
028400*---------------------------------
028500 INIT-INVL-RECORD.
028600     MOVE SPACE TO INVOICE-LOG-RECORD.
028700     MOVE ZEROES TO INVL-NUMBER
028800                    INVL-VENDOR
028900                    INVL-AMOUNT
029000                    INVL-INVOICE-DATE
029100                    INVL-RECEIVED-DATE
029200                    INVL-VOUCHER
029300                    INVL-MATCHED-DATE.
029400
029500*---------------------------------
029600* The vendor must be on file and
029700* not inactive. Zero ends
029800* logging.
029900*---------------------------------
030000 ENTER-INVL-VENDOR.
030100     PERFORM ACCEPT-INVL-VENDOR.
030200     PERFORM RE-ACCEPT-INVL-VENDOR
030300         UNTIL INVL-VENDOR = ZEROES
030400            OR VENDOR-RECORD-FOUND = "Y".
030500
030600 ACCEPT-INVL-VENDOR.
030700     DISPLAY " ".
030800     DISPLAY "ENTER VENDOR NUMBER (0 TO EXIT)".
030900     ACCEPT VENDOR-FIELD.
031000     MOVE VENDOR-FIELD TO INVL-VENDOR.
031100     MOVE "N" TO VENDOR-RECORD-FOUND.
031200     IF INVL-VENDOR NOT = ZEROES
031300         PERFORM LOOK-UP-INVL-VENDOR.
031400
031500 LOOK-UP-INVL-VENDOR.
031600     MOVE INVL-VENDOR TO VENDOR-NUMBER.
031700     PERFORM READ-VENDOR-RECORD.
031800     IF VENDOR-RECORD-FOUND = "Y"
031900        AND VENDOR-IS-INACTIVE
032000         MOVE "N" TO VENDOR-RECORD-FOUND
032100         DISPLAY "VENDOR " VENDOR-NAME " IS INACTIVE"
032200     ELSE
032300     IF VENDOR-RECORD-FOUND = "Y"
032400         DISPLAY "VENDOR: " VENDOR-NAME.
032500
032600 RE-ACCEPT-INVL-VENDOR.
032700     DISPLAY "ENTER A VENDOR ON FILE OR 0".
032800     PERFORM ACCEPT-INVL-VENDOR.
032900
033000*---------------------------------
033100* The same invoice already
033200* waiting on the log is the
033300* second copy of one piece of
033400* paper - it is refused. Blank
033500* gives up on this invoice.
033600*---------------------------------
033700 ENTER-INVL-INVOICE.
033800     PERFORM ACCEPT-INVL-INVOICE.
033900     PERFORM RE-ACCEPT-INVL-INVOICE
034000         UNTIL INVOICE-IS-ACCEPTED = "Y".
034100
034200 ACCEPT-INVL-INVOICE.
034300     DISPLAY "ENTER INVOICE NUMBER (BLANK TO SKIP)".
034400     MOVE SPACES TO INVL-MATCH-INVOICE.
034500     ACCEPT INVL-MATCH-INVOICE.
034600     MOVE "Y" TO INVOICE-IS-ACCEPTED.
034700     IF INVL-MATCH-INVOICE NOT = SPACES
034800         PERFORM CHECK-ALREADY-LOGGED.
034900     MOVE INVL-MATCH-INVOICE TO INVL-INVOICE.
035000
035100 CHECK-ALREADY-LOGGED.
035200     MOVE INVOICE-LOG-RECORD TO HOLD-INVL-RECORD.
035300     MOVE INVL-VENDOR TO INVL-MATCH-VENDOR.
035400     PERFORM FIND-INVOICE-LOG.
035500     IF INVL-LOG-FOUND = "Y"
035600         MOVE "N" TO INVOICE-IS-ACCEPTED
035700         MOVE INVL-RECEIVED-DATE TO DATE-CCYYMMDD
035800         PERFORM CONVERT-TO-MMDDCCYY
035900         MOVE DATE-MMDDCCYY TO DATE-DISPLAY
036000         DISPLAY "ALREADY LOGGED AS " INVL-NUMBER
036100                 " ON " DATE-DISPLAY.
036200     MOVE HOLD-INVL-RECORD TO INVOICE-LOG-RECORD.
036300
036400 RE-ACCEPT-INVL-INVOICE.
036500     DISPLAY "ENTER ANOTHER INVOICE NUMBER OR BLANK".
036600     PERFORM ACCEPT-INVL-INVOICE.
036700
036800*---------------------------------
036900* A credit memo is logged like
037000* an invoice, at its face
037100* amount.
037200*---------------------------------
037300 ENTER-INVL-AMOUNT.
037400     PERFORM ACCEPT-INVL-AMOUNT.
037500     PERFORM RE-ACCEPT-INVL-AMOUNT
037600         UNTIL INVL-AMOUNT NOT = ZEROES.
037700
037800 ACCEPT-INVL-AMOUNT.
037900     DISPLAY "ENTER INVOICE AMOUNT WITH NO DECIMAL POINT".
038000     ACCEPT AMOUNT-ENTRY.
038100     COMPUTE INVL-AMOUNT = AMOUNT-ENTRY / 100.
038200
038300 RE-ACCEPT-INVL-AMOUNT.
038400     DISPLAY "AN AMOUNT MUST BE ENTERED".
038500     PERFORM ACCEPT-INVL-AMOUNT.
038600
038700 ENTER-INVL-INVOICE-DATE.
038800     PERFORM ACCEPT-INVL-INVOICE-DATE.
038900     PERFORM RE-ACCEPT-INVL-INVOICE-DATE
039000         UNTIL DATE-IS-GOOD = "Y".
039100
039200 ACCEPT-INVL-INVOICE-DATE.
039300     MOVE "N" TO ZERO-DATE-IS-OK.
039400     MOVE "ENTER DATE ON THE INVOICE (MM/DD/CCYY)"
039500         TO DATE-PROMPT.
039600     PERFORM GET-A-DATE.
039700     MOVE DATE-CCYYMMDD TO INVL-INVOICE-DATE.
039800     MOVE "Y" TO DATE-IS-GOOD.
039900     IF INVL-INVOICE-DATE > TODAY-DATE
040000         MOVE "N" TO DATE-IS-GOOD.
040100
040200 RE-ACCEPT-INVL-INVOICE-DATE.
040300     DISPLAY "THE INVOICE DATE CANNOT BE IN THE FUTURE".
040400     PERFORM ACCEPT-INVL-INVOICE-DATE.
040500
040600*---------------------------------
040700* Received defaults to today;
040800* a stack found a few days
040900* late is logged at the date
041000* stamped on it.
041100*---------------------------------
041200 ENTER-INVL-RECEIVED-DATE.
041300     PERFORM ACCEPT-INVL-RECEIVED-DATE.
041400     PERFORM RE-ACCEPT-INVL-RECEIVED-DATE
041500         UNTIL DATE-IS-GOOD = "Y".
041600
041700 ACCEPT-INVL-RECEIVED-DATE.
041800     MOVE "Y" TO ZERO-DATE-IS-OK.
041900     MOVE "ENTER DATE RECEIVED (MM/DD/CCYY, 0 = TODAY)"
042000         TO DATE-PROMPT.
042100     PERFORM GET-A-DATE.
042200     MOVE DATE-CCYYMMDD TO INVL-RECEIVED-DATE.
042300     IF INVL-RECEIVED-DATE = ZEROES
042400         MOVE TODAY-DATE TO INVL-RECEIVED-DATE.
042500     MOVE "Y" TO DATE-IS-GOOD.
042600     IF INVL-RECEIVED-DATE > TODAY-DATE
042700        OR INVL-RECEIVED-DATE < INVL-INVOICE-DATE
042800         MOVE "N" TO DATE-IS-GOOD.
042900
043000 RE-ACCEPT-INVL-RECEIVED-DATE.
043100     DISPLAY "RECEIVED MUST FALL BETWEEN THE INVOICE"
043200     DISPLAY "DATE AND TODAY".
043300     PERFORM ACCEPT-INVL-RECEIVED-DATE.
043400
043500 ENTER-INVL-DOCUMENT-ID.
043600     DISPLAY "ENTER SCAN DOCUMENT ID (BLANK IF NONE)".
043700     ACCEPT INVL-DOCUMENT-ID.
043800
043900 DISPLAY-ALL-FIELDS.
044000     DISPLAY " ".
044100     DISPLAY "LOG NUMBER: " INVL-NUMBER
044200             "  LOGGED BY: " INVL-LOGGED-BY.
044300     MOVE INVL-VENDOR TO VENDOR-NUMBER.
044400     PERFORM READ-VENDOR-RECORD.
044500     IF VENDOR-RECORD-FOUND = "N"
044600         MOVE "*VENDOR NOT ON FILE*" TO VENDOR-NAME.
044700     DISPLAY "VENDOR: " INVL-VENDOR " " VENDOR-NAME.
044800     DISPLAY "INVOICE: " INVL-INVOICE.
044900     MOVE INVL-AMOUNT TO AMOUNT-DISPLAY.
045000     DISPLAY "AMOUNT: " AMOUNT-DISPLAY.
045100     MOVE INVL-INVOICE-DATE TO DATE-CCYYMMDD.
045200     PERFORM CONVERT-TO-MMDDCCYY.
045300     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
045400     DISPLAY "INVOICE DATE: " DATE-DISPLAY.
045500     MOVE INVL-RECEIVED-DATE TO DATE-CCYYMMDD.
045600     PERFORM CONVERT-TO-MMDDCCYY.
045700     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
045800     DISPLAY "RECEIVED: " DATE-DISPLAY.
045900     DISPLAY "DOCUMENT ID: " INVL-DOCUMENT-ID.
046000
046100 DISPLAY-STATUS-FIELDS.
046200     MOVE INVL-MATCHED-DATE TO DATE-CCYYMMDD.
046300     PERFORM CONVERT-TO-MMDDCCYY.
046400     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
046500     IF INVL-IS-OPEN
046600         DISPLAY "STATUS: OPEN - NOT YET VOUCHERED".
046700     IF INVL-IS-VOUCHERED
046800         DISPLAY "STATUS: VOUCHER " INVL-VOUCHER
046900                 " ENTERED " DATE-DISPLAY.
047000     IF INVL-IS-RETURNED
047100         DISPLAY "STATUS: RETURNED TO VENDOR " DATE-DISPLAY.
047200
047300*---------------------------------
047400* File I-O routines.
047500*---------------------------------
047600 READ-INVL-RECORD.
047700     MOVE "Y" TO INVL-RECORD-FOUND.
047800     READ INVOICE-LOG-FILE RECORD
047900         INVALID KEY
048000         MOVE "N" TO INVL-RECORD-FOUND.
048100
048200 REWRITE-INVL-RECORD.
048300     REWRITE INVOICE-LOG-RECORD
048400         INVALID KEY
048500         DISPLAY "ERROR REWRITING INVOICE LOG ENTRY".
048600
048700 READ-VENDOR-RECORD.
048800     MOVE "Y" TO VENDOR-RECORD-FOUND.
048900     READ VENDOR-FILE RECORD
049000         INVALID KEY
049100         MOVE "N" TO VENDOR-RECORD-FOUND.
049200
049300*---------------------------------
049400* Utility routines.
049500*---------------------------------
049600     COPY "PLDATE01.CBL".
049700     COPY "PLSIGN01.CBL".
049800     COPY "PLCONF01.CBL".
049900     COPY "PLINVL01.CBL".
