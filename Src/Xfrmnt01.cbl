000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. XFRMNT01.
000300*---------------------------------
000400* Bank transfer entry.
000500*
000600* Keys a movement of funds
000700* between two of our own bank
000800* accounts - funding the
000900* disbursement account from
001000* operating, or a store
001100* depository swept into
001200* operating - as one
001300* transaction. Both cash ledger
001400* sides are posted together
001500* under one transfer number
001600* (see PLXFER01), so the two
001700* sides can no longer be keyed
001800* differently. The nightly
001900* transfer journal (XFRJRN01)
002000* books both cash accounts.
002100*
002200* A transfer is never changed
002300* or deleted once posted: a
002400* mistake is put right with a
002500* transfer back the other way.
002600*---------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000
003100     COPY "SLXFER.CBL".
003200
003300     COPY "SLXFCTL.CBL".
003400
003500     COPY "SLCASHL.CBL".
003600
003700     COPY "SLBANK.CBL".
003800
003900     COPY "SLOPER.CBL".
004000
004100     COPY "SLSONLOG.CBL".
004200
004300     COPY "SLSESS.CBL".
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700
004800     COPY "FDXFER.CBL".
004900
005000     COPY "FDXFCTL.CBL".
005100
005200     COPY "FDCASHL.CBL".
005300
005400     COPY "FDBANK.CBL".
005500
005600     COPY "FDOPER.CBL".
005700
005800     COPY "FDSONLOG.CBL".
005900
006000     COPY "FDSESS.CBL".
006100
006200 WORKING-STORAGE SECTION.
006300
006400 77  MENU-PICK                    PIC 9.
006500     88  MENU-PICK-IS-VALID       VALUES 0 THRU 2.
006600
006700 77  BANK-RECORD-FOUND            PIC X.
006800 77  XFER-RECORD-FOUND            PIC X.
006900 77  OK-TO-POST                   PIC X.
007000 77  ENTRY-BANK-ACCT              PIC 9(2).
007100 77  FROM-COMPANY                 PIC 9(2).
007200 77  TO-COMPANY                   PIC 9(2).
007300 77  FROM-ACCT-NAME               PIC X(30).
007400 77  TO-ACCT-NAME                 PIC X(30).
007500 77  AMOUNT-ENTRY                 PIC 9(11).
007600 01  AMOUNT-DISPLAY               PIC ZZZ,ZZZ,ZZ9.99.
007700 01  DATE-DISPLAY                 PIC Z9/99/9999.
007800
007900     COPY "WSCASE01.CBL".
008000
008100     COPY "WSDATE01.CBL".
008200
008300     COPY "WSAUDIT01.CBL".
008400
008500     COPY "WSSIGN01.CBL".
008600
008700     COPY "WSXFER01.CBL".
008800
008900 PROCEDURE DIVISION.
009000 PROGRAM-BEGIN.
009100     PERFORM OPENING-PROCEDURE.
009200     MOVE "XFRMNT01" TO SIGN-ON-PROGRAM.
009300     PERFORM GET-OPERATOR-SIGN-ON.
009400     IF OPERATOR-IS-SIGNED-ON
009500        AND SIGN-ON-CAN-PAYMENT = "Y"
009600         PERFORM MAIN-PROCESS
009700     ELSE
009800     IF OPERATOR-IS-SIGNED-ON
009900         DISPLAY "YOU ARE NOT AUTHORIZED FOR BANK"
010000         DISPLAY "TRANSFER ENTRY".
010100     PERFORM CLOSING-PROCEDURE.
010200
010300 PROGRAM-EXIT.
010400     EXIT PROGRAM.
010500
010600 PROGRAM-DONE.
010700     STOP RUN.
010800
010900 OPENING-PROCEDURE.
011000     OPEN I-O OPERATOR-FILE.
011100     OPEN I-O TRANSFER-FILE.
011200     OPEN INPUT BANK-FILE.
011300
011400 CLOSING-PROCEDURE.
011500     CLOSE OPERATOR-FILE.
011600     CLOSE TRANSFER-FILE.
011700     CLOSE BANK-FILE.
011800
011900 MAIN-PROCESS.
012000     PERFORM GET-MENU-PICK.
012100     PERFORM WORK-THE-MENU
012200         UNTIL MENU-PICK = 0.
012300
012400*---------------------------------
012500* MENU
012600*---------------------------------
012700 GET-MENU-PICK.
012800     PERFORM DISPLAY-THE-MENU.
012900     PERFORM ACCEPT-MENU-PICK.
013000     PERFORM RE-ACCEPT-MENU-PICK
013100         UNTIL MENU-PICK-IS-VALID.
013200
013300 DISPLAY-THE-MENU.
013400     DISPLAY "    BANK TRANSFERS - PLEASE SELECT:".
013500     DISPLAY " ".
013600     DISPLAY "          1.  KEY A TRANSFER".
013700     DISPLAY "          2.  LOOK UP A TRANSFER".
013800     DISPLAY " ".
013900     DISPLAY "          0.  EXIT".
014000
014100 ACCEPT-MENU-PICK.
014200     DISPLAY "YOUR CHOICE (0-2)?".
014300     ACCEPT MENU-PICK.
014400
014500 RE-ACCEPT-MENU-PICK.
014600     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
014700     PERFORM ACCEPT-MENU-PICK.
014800
014900 WORK-THE-MENU.
015000     IF MENU-PICK = 1
015100         PERFORM KEY-A-TRANSFER
015200     ELSE
015300     IF MENU-PICK = 2
015400         PERFORM LOOK-UP-TRANSFERS.
015500     PERFORM GET-MENU-PICK.
015600
015700*---------------------------------
015800* One keyed transfer: both
015900* accounts, the date, the amount
016000* and a description, shown back
016100* for confirmation before
016200* anything is posted.
016300*---------------------------------
016400 KEY-A-TRANSFER.
016500     DISPLAY "TRANSFER FROM:".
016600     PERFORM GET-TRANSFER-ACCOUNT.
016700     MOVE ENTRY-BANK-ACCT TO NEW-XFER-FROM-ACCT.
016800     MOVE BANK-COMPANY TO FROM-COMPANY.
016900     MOVE BANK-ACCOUNT-NAME TO FROM-ACCT-NAME.
017000     DISPLAY "TRANSFER TO:".
017100     PERFORM GET-TO-ACCOUNT.
017200     MOVE ENTRY-BANK-ACCT TO NEW-XFER-TO-ACCT.
017300     MOVE BANK-COMPANY TO TO-COMPANY.
017400     MOVE BANK-ACCOUNT-NAME TO TO-ACCT-NAME.
017500     MOVE "N" TO ZERO-DATE-IS-OK.
017600     MOVE "ENTER TRANSFER DATE (MM/DD/CCYY)"
017700         TO DATE-PROMPT.
017800     PERFORM GET-A-DATE.
017900     MOVE DATE-CCYYMMDD TO NEW-XFER-DATE.
018000     PERFORM ENTER-TRANSFER-AMOUNT.
018100     PERFORM ENTER-TRANSFER-DESC.
018200     PERFORM SHOW-THE-TRANSFER.
018300     PERFORM ASK-OK-TO-POST.
018400     IF OK-TO-POST = "Y"
018500         PERFORM POST-THE-TRANSFER
018600     ELSE
018700         DISPLAY "TRANSFER NOT POSTED".
018800
018900 POST-THE-TRANSFER.
019000     MOVE "M" TO NEW-XFER-TYPE.
019100     MOVE AUDIT-EVENT-OPERATOR-ID TO NEW-XFER-ENTERED-BY.
019200     PERFORM POST-A-TRANSFER.
019300     DISPLAY "TRANSFER " NEW-XFER-NUMBER
019400             " POSTED TO BOTH ACCOUNTS".
019500
019600 GET-TO-ACCOUNT.
019700     PERFORM GET-TRANSFER-ACCOUNT.
019800     PERFORM RE-GET-TO-ACCOUNT
019900         UNTIL ENTRY-BANK-ACCT NOT = NEW-XFER-FROM-ACCT.
020000
020100 RE-GET-TO-ACCOUNT.
020200     DISPLAY "CANNOT TRANSFER TO THE SAME ACCOUNT".
020300     PERFORM GET-TRANSFER-ACCOUNT.
020400
020500 GET-TRANSFER-ACCOUNT.
020600     PERFORM ACCEPT-TRANSFER-ACCOUNT.
020700     PERFORM RE-ACCEPT-TRANSFER-ACCOUNT
020800         UNTIL BANK-RECORD-FOUND = "Y".
020900
021000 ACCEPT-TRANSFER-ACCOUNT.
021100     DISPLAY "ENTER BANK ACCOUNT NUMBER".
021200     ACCEPT ENTRY-BANK-ACCT.
021300     MOVE ENTRY-BANK-ACCT TO BANK-ACCOUNT-NO.
021400     MOVE "Y" TO BANK-RECORD-FOUND.
021500     READ BANK-FILE RECORD
021600         INVALID KEY
021700         MOVE "N" TO BANK-RECORD-FOUND.
021800     IF BANK-RECORD-FOUND = "Y"
021900         DISPLAY "ACCOUNT: " BANK-ACCOUNT-NAME.
022000
022100 RE-ACCEPT-TRANSFER-ACCOUNT.
022200     DISPLAY "NO BANK ACCOUNT ON FILE WITH THAT NUMBER".
022300     PERFORM ACCEPT-TRANSFER-ACCOUNT.
022400
022500*---------------------------------
022600* Amount is keyed with no decimal
022700* point, e.g. 12345 = 123.45.
022800*---------------------------------
022900 ENTER-TRANSFER-AMOUNT.
023000     PERFORM ACCEPT-TRANSFER-AMOUNT.
023100     PERFORM RE-ACCEPT-TRANSFER-AMOUNT
023200         UNTIL NEW-XFER-AMOUNT > ZERO.
023300
023400 ACCEPT-TRANSFER-AMOUNT.
023500     DISPLAY "ENTER AMOUNT WITH NO DECIMAL POINT".
023600     DISPLAY "EXAMPLE: 12345 MEANS 123.45".
023700     ACCEPT AMOUNT-ENTRY.
023800     COMPUTE NEW-XFER-AMOUNT = AMOUNT-ENTRY / 100.
023900
024000 RE-ACCEPT-TRANSFER-AMOUNT.
024100     DISPLAY "AMOUNT MUST NOT BE ZERO".
024200     PERFORM ACCEPT-TRANSFER-AMOUNT.
024300
024400 ENTER-TRANSFER-DESC.
024500     PERFORM ACCEPT-TRANSFER-DESC.
024600     PERFORM RE-ACCEPT-TRANSFER-DESC
024700         UNTIL NEW-XFER-DESC NOT = SPACES.
024800
024900 ACCEPT-TRANSFER-DESC.
025000     DISPLAY "ENTER DESCRIPTION".
025100     ACCEPT NEW-XFER-DESC.
025200     INSPECT NEW-XFER-DESC
025300         CONVERTING LOWER-ALPHA
025400         TO         UPPER-ALPHA.
025500
025600 RE-ACCEPT-TRANSFER-DESC.
025700     DISPLAY "DESCRIPTION MUST BE ENTERED".
025800     PERFORM ACCEPT-TRANSFER-DESC.
025900
026000*---------------------------------
026100* Accounts belonging to two
026200* companies make the transfer
026300* intercompany: each company's
026400* books carry the due-to/from
026500* side of it.
026600*---------------------------------
026700 SHOW-THE-TRANSFER.
026800     DISPLAY "FROM ACCOUNT: " NEW-XFER-FROM-ACCT " "
026900             FROM-ACCT-NAME.
027000     DISPLAY "TO ACCOUNT:   " NEW-XFER-TO-ACCT " "
027100             TO-ACCT-NAME.
027200     MOVE NEW-XFER-DATE TO DATE-CCYYMMDD.
027300     PERFORM FORMAT-THE-DATE.
027400     MOVE FORMATTED-DATE TO DATE-DISPLAY.
027500     DISPLAY "DATE:         " DATE-DISPLAY.
027600     MOVE NEW-XFER-AMOUNT TO AMOUNT-DISPLAY.
027700     DISPLAY "AMOUNT:       " AMOUNT-DISPLAY.
027800     DISPLAY "DESCRIPTION:  " NEW-XFER-DESC.
027900     IF FROM-COMPANY NOT = TO-COMPANY
028000         DISPLAY "INTERCOMPANY - COMPANY " FROM-COMPANY
028100                 " TO COMPANY " TO-COMPANY.
028200
028300 ASK-OK-TO-POST.
028400     PERFORM ACCEPT-OK-TO-POST.
028500     PERFORM RE-ACCEPT-OK-TO-POST
028600        UNTIL OK-TO-POST = "Y" OR "N".
028700
028800 ACCEPT-OK-TO-POST.
028900     DISPLAY "POST THIS TRANSFER (Y/N)?".
029000     ACCEPT OK-TO-POST.
029100     INSPECT OK-TO-POST
029200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
029300
029400 RE-ACCEPT-OK-TO-POST.
029500     DISPLAY "YOU MUST ENTER YES OR NO".
029600     PERFORM ACCEPT-OK-TO-POST.
029700
029800*---------------------------------
029900* LOOK UP
030000*---------------------------------
030100 LOOK-UP-TRANSFERS.
030200     PERFORM GET-EXISTING-TRANSFER.
030300     PERFORM LOOK-UP-RECORDS
030400        UNTIL XFER-NUMBER = ZEROES.
030500
030600 LOOK-UP-RECORDS.
030700     PERFORM DISPLAY-ALL-FIELDS.
030800     PERFORM GET-EXISTING-TRANSFER.
030900
031000 GET-EXISTING-TRANSFER.
031100     PERFORM ACCEPT-EXISTING-KEY.
031200     PERFORM RE-ACCEPT-EXISTING-KEY
031300         UNTIL XFER-RECORD-FOUND = "Y" OR
031400               XFER-NUMBER = ZEROES.
031500
031600 ACCEPT-EXISTING-KEY.
031700     DISPLAY "ENTER TRANSFER NUMBER".
031800     DISPLAY "ENTER 0 TO EXIT".
031900     ACCEPT XFER-NUMBER.
032000     IF XFER-NUMBER NOT = ZEROES
032100         PERFORM READ-XFER-RECORD.
032200
032300 RE-ACCEPT-EXISTING-KEY.
032400     DISPLAY "NO TRANSFER FOUND WITH THAT NUMBER".
032500     PERFORM ACCEPT-EXISTING-KEY.
032600
032700 READ-XFER-RECORD.
032800     MOVE "Y" TO XFER-RECORD-FOUND.
032900     READ TRANSFER-FILE RECORD
033000         INVALID KEY
033100         MOVE "N" TO XFER-RECORD-FOUND.
033200
033300 DISPLAY-ALL-FIELDS.
033400     DISPLAY "TRANSFER NUMBER: " XFER-NUMBER.
033500     DISPLAY "FROM ACCOUNT:    " XFER-FROM-ACCT.
033600     DISPLAY "TO ACCOUNT:      " XFER-TO-ACCT.
033700     MOVE XFER-DATE TO DATE-CCYYMMDD.
033800     PERFORM FORMAT-THE-DATE.
033900     MOVE FORMATTED-DATE TO DATE-DISPLAY.
034000     DISPLAY "DATE:            " DATE-DISPLAY.
034100     MOVE XFER-AMOUNT TO AMOUNT-DISPLAY.
034200     DISPLAY "AMOUNT:          " AMOUNT-DISPLAY.
034300     IF XFER-IS-SWEEP
034400         DISPLAY "TYPE:            SWEEP"
034500     ELSE
034600     IF XFER-IS-FUNDING
034700         DISPLAY "TYPE:            CHECK RUN FUNDING"
034800     ELSE
034900         DISPLAY "TYPE:            KEYED".
035000     DISPLAY "DESCRIPTION:     " XFER-DESC.
035100     DISPLAY "ENTERED BY:      " XFER-ENTERED-BY.
035200     IF XFER-JOURNAL-BATCH = ZEROES
035300         DISPLAY "JOURNAL BATCH:   NOT YET JOURNALED"
035400     ELSE
035500         DISPLAY "JOURNAL BATCH:   " XFER-JOURNAL-BATCH.
035600     IF XFER-FROM-SEEN-DATE = ZEROES
035700         DISPLAY "FROM SIDE:       NOT YET ON BANK FILE"
035800     ELSE
035900         MOVE XFER-FROM-SEEN-DATE TO DATE-CCYYMMDD
036000         PERFORM FORMAT-THE-DATE
036100         MOVE FORMATTED-DATE TO DATE-DISPLAY
036200         DISPLAY "FROM SIDE:       SEEN " DATE-DISPLAY.
036300     IF XFER-TO-SEEN-DATE = ZEROES
036400         DISPLAY "TO SIDE:         NOT YET ON BANK FILE"
036500     ELSE
036600         MOVE XFER-TO-SEEN-DATE TO DATE-CCYYMMDD
036700         PERFORM FORMAT-THE-DATE
036800         MOVE FORMATTED-DATE TO DATE-DISPLAY
036900         DISPLAY "TO SIDE:         SEEN " DATE-DISPLAY.
037000
037100*---------------------------------
037200* Utility routines.
037300*---------------------------------
037400     COPY "PLDATE01.CBL".
037500     COPY "PLSIGN01.CBL".
037600     COPY "PLXFER01.CBL".
