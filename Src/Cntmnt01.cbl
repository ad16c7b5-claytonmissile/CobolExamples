000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CNTMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Contract Master File.
000600*
000700* A service contract (cleaning,
000800* security, HVAC maintenance and
000900* the like) is signed with one
001000* vendor for a term and a not-
001100* to-exceed amount, covering
001200* one or more spend categories.
001300* Vouchers carry the contract
001400* number and voucher entry warns
001500* when one would take the spend
001600* over the limit. Inquiry shows
001700* the spend to date. Once a
001800* voucher is billed under a
001900* contract its vendor cannot
002000* change and it cannot be
002100* deleted.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     COPY "SLCNTR.CBL".
002800
002900     COPY "SLVOUCH.CBL".
003000
003100     COPY "SLVCHARC.CBL".
003200
003300     COPY "SLVND02.CBL".
003400
003500     COPY "SLCATG.CBL".
003600
003700     COPY "SLOPER.CBL".
003800
003900     COPY "SLSONLOG.CBL".
004000
004100     COPY "SLSESS.CBL".
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500
004600     COPY "FDCNTR.CBL".
004700
004800     COPY "FDVOUCH.CBL".
004900
005000     COPY "FDVCHARC.CBL".
005100
005200     COPY "FDVND04.CBL".
005300
005400     COPY "FDCATG.CBL".
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
006500     88  MENU-PICK-IS-VALID       VALUES 0 THRU 4.
006600
006700 77  THE-MODE                     PIC X(7).
006800 77  WHICH-FIELD                  PIC 9.
006900 77  OK-TO-DELETE                 PIC X.
007000 77  CNTR-RECORD-FOUND            PIC X.
007100 77  VENDOR-RECORD-FOUND          PIC X.
007200 77  CATG-RECORD-FOUND            PIC X.
007300 77  CNTR-CATG-SUB                PIC 9.
007400 77  CATG-ENTRY-DONE              PIC X.
007500 77  CATEGORY-ENTRY               PIC 9(2).
007600 77  AMOUNT-ENTRY                 PIC 9(9).
007700 77  AMOUNT-DISPLAY               PIC ZZZ,ZZZ,ZZ9.99-.
007800 77  DATE-DISPLAY                 PIC 99/99/9999.
007900
008000     COPY "WSDATE01.CBL".
008100
008200     COPY "WSCASE01.CBL".
008300
008400     COPY "WSAUDIT01.CBL".
008500
008600     COPY "WSSIGN01.CBL".
008700
008800     COPY "WSCNTR01.CBL".
008900
009000 PROCEDURE DIVISION.
009100 PROGRAM-BEGIN.
009200     PERFORM OPENING-PROCEDURE.
009300     MOVE "CNTMNT01" TO SIGN-ON-PROGRAM.
009400     PERFORM GET-OPERATOR-SIGN-ON.
009500     IF OPERATOR-IS-SIGNED-ON
009600        AND SIGN-ON-CAN-MAINT = "Y"
009700         PERFORM MAIN-PROCESS
009800     ELSE
009900     IF OPERATOR-IS-SIGNED-ON
010000         DISPLAY "YOU ARE NOT AUTHORIZED FOR CONTRACT"
010100         DISPLAY "MAINTENANCE".
010200     PERFORM CLOSING-PROCEDURE.
010300
010400 PROGRAM-EXIT.
010500     EXIT PROGRAM.
010600
010700 PROGRAM-DONE.
010800     STOP RUN.
010900
011000 OPENING-PROCEDURE.
011100     OPEN I-O OPERATOR-FILE.
011200     OPEN I-O CONTRACT-FILE.
011300     OPEN I-O VOUCHER-FILE.
011400     OPEN I-O ARCHIVE-FILE.
011500     OPEN I-O VENDOR-FILE.
011600     OPEN I-O CATEGORY-FILE.
011700
011800 CLOSING-PROCEDURE.
011900     CLOSE OPERATOR-FILE.
012000     CLOSE CONTRACT-FILE.
012100     CLOSE VOUCHER-FILE.
012200     CLOSE ARCHIVE-FILE.
012300     CLOSE VENDOR-FILE.
012400     CLOSE CATEGORY-FILE.
012500
012600 MAIN-PROCESS.
012700     PERFORM GET-MENU-PICK.
012800     PERFORM MAINTAIN-THE-FILE
012900         UNTIL MENU-PICK = 0.
013000
013100*---------------------------------
013200* MENU
013300*---------------------------------
013400 GET-MENU-PICK.
013500     PERFORM DISPLAY-THE-MENU.
013600     PERFORM ACCEPT-MENU-PICK.
013700     PERFORM RE-ACCEPT-MENU-PICK
013800         UNTIL MENU-PICK-IS-VALID.
013900
014000 DISPLAY-THE-MENU.
014100     DISPLAY "    CONTRACTS - PLEASE SELECT:".
014200     DISPLAY " ".
014300     DISPLAY "          1.  ADD RECORDS".
014400     DISPLAY "          2.  CHANGE A RECORD".
014500     DISPLAY "          3.  LOOK UP A RECORD".
014600     DISPLAY "          4.  DELETE A RECORD".
014700     DISPLAY " ".
014800     DISPLAY "          0.  EXIT".
014900
015000 ACCEPT-MENU-PICK.
015100     DISPLAY "YOUR CHOICE (0-4)?".
015200     ACCEPT MENU-PICK.
015300
015400 RE-ACCEPT-MENU-PICK.
015500     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
015600     PERFORM ACCEPT-MENU-PICK.
015700
015800 MAINTAIN-THE-FILE.
015900     PERFORM DO-THE-PICK.
016000     PERFORM GET-MENU-PICK.
016100
016200 DO-THE-PICK.
016300     IF MENU-PICK = 1
016400         PERFORM ADD-MODE
016500     ELSE
016600     IF MENU-PICK = 2
016700         PERFORM CHANGE-MODE
016800     ELSE
016900     IF MENU-PICK = 3
017000         PERFORM INQUIRE-MODE
017100     ELSE
017200     IF MENU-PICK = 4
017300         PERFORM DELETE-MODE.
017400
017500*---------------------------------
017600* ADD
017700*---------------------------------
017800 ADD-MODE.
017900     MOVE "ADD" TO THE-MODE.
018000     PERFORM GET-NEW-RECORD-KEY.
018100     PERFORM ADD-RECORDS
018200        UNTIL CNTR-NUMBER = SPACES.
018300
018400 GET-NEW-RECORD-KEY.
018500     PERFORM ACCEPT-NEW-RECORD-KEY.
018600     PERFORM RE-ACCEPT-NEW-RECORD-KEY
018700         UNTIL CNTR-RECORD-FOUND = "N" OR
018800               CNTR-NUMBER = SPACES.
018900
019000 ACCEPT-NEW-RECORD-KEY.
019100     PERFORM INIT-CNTR-RECORD.
019200     PERFORM ENTER-CNTR-NUMBER.
019300     IF CNTR-NUMBER NOT = SPACES
019400         PERFORM READ-CNTR-RECORD.
019500
019600 RE-ACCEPT-NEW-RECORD-KEY.
019700     DISPLAY "RECORD ALREADY ON FILE".
019800     PERFORM ACCEPT-NEW-RECORD-KEY.
019900
020000 ADD-RECORDS.
020100     PERFORM ENTER-REMAINING-FIELDS.
020200     PERFORM WRITE-CNTR-RECORD.
020300     PERFORM GET-NEW-RECORD-KEY.
020400
020500 ENTER-REMAINING-FIELDS.
020600     PERFORM ENTER-CNTR-VENDOR.
020700     PERFORM ENTER-CNTR-DESCRIPTION.
020800     PERFORM ENTER-CNTR-START-DATE.
020900     PERFORM ENTER-CNTR-END-DATE.
021000     PERFORM ENTER-CNTR-LIMIT.
021100     PERFORM ENTER-CNTR-CATEGORIES.
021200     PERFORM ENTER-CNTR-NOTICE-DAYS.
021300
021400*---------------------------------
021500* CHANGE
021600*---------------------------------
021700 CHANGE-MODE.
021800     MOVE "CHANGE" TO THE-MODE.
021900     PERFORM GET-EXISTING-RECORD.
022000     PERFORM CHANGE-RECORDS
022100        UNTIL CNTR-NUMBER = SPACES.
022200
022300 CHANGE-RECORDS.
022400     PERFORM GET-FIELD-TO-CHANGE.
022500     PERFORM CHANGE-ONE-FIELD
022600         UNTIL WHICH-FIELD = ZERO.
022700     PERFORM GET-EXISTING-RECORD.
022800
022900 GET-FIELD-TO-CHANGE.
023000     PERFORM DISPLAY-ALL-FIELDS.
023100     PERFORM ASK-WHICH-FIELD.
023200
023300 ASK-WHICH-FIELD.
023400     PERFORM ACCEPT-WHICH-FIELD.
023500     PERFORM RE-ACCEPT-WHICH-FIELD
023600         UNTIL WHICH-FIELD < 8.
023700
023800 ACCEPT-WHICH-FIELD.
023900     DISPLAY "ENTER THE NUMBER OF THE FIELD".
024000     DISPLAY "TO CHANGE (1-7) OR 0 TO EXIT".
024100     ACCEPT WHICH-FIELD.
024200
024300 RE-ACCEPT-WHICH-FIELD.
024400     DISPLAY "INVALID ENTRY".
024500     PERFORM ACCEPT-WHICH-FIELD.
024600
024700 CHANGE-ONE-FIELD.
024800     PERFORM CHANGE-THIS-FIELD.
024900     PERFORM GET-FIELD-TO-CHANGE.
025000
025100*---------------------------------
025200* The spend to date belongs to
025300* the vendor the vouchers were
025400* billed by, so the vendor is
025500* fixed once there are any.
025600*---------------------------------
025700 CHANGE-THIS-FIELD.
025800     IF WHICH-FIELD = 1
025900         PERFORM SUM-SPEND-ON-CONTRACT
026000         IF CONTRACT-VOUCHER-COUNT NOT = ZEROES
026100             DISPLAY "VOUCHERS ARE BILLED UNDER THIS CONTRACT -"
026200             DISPLAY "THE VENDOR CANNOT BE CHANGED"
026300         ELSE
026400             PERFORM ENTER-CNTR-VENDOR
026500     ELSE
026600     IF WHICH-FIELD = 2
026700         PERFORM ENTER-CNTR-DESCRIPTION
026800     ELSE
026900     IF WHICH-FIELD = 3
027000         PERFORM ENTER-CNTR-START-DATE
027100     ELSE
027200     IF WHICH-FIELD = 4
027300         PERFORM ENTER-CNTR-END-DATE
027400     ELSE
027500     IF WHICH-FIELD = 5
027600         PERFORM ENTER-CNTR-LIMIT
027700     ELSE
027800     IF WHICH-FIELD = 6
027900         PERFORM ENTER-CNTR-CATEGORIES
028000     ELSE
028100     IF WHICH-FIELD = 7
028200         PERFORM ENTER-CNTR-NOTICE-DAYS.
028300
028400     PERFORM REWRITE-CNTR-RECORD.
028500
028600*---------------------------------
028700* INQUIRE
028800*---------------------------------
028900 INQUIRE-MODE.
029000     MOVE "DISPLAY" TO THE-MODE.
029100     PERFORM GET-EXISTING-RECORD.
029200     PERFORM INQUIRE-RECORDS
029300        UNTIL CNTR-NUMBER = SPACES.
029400
029500 INQUIRE-RECORDS.
029600     PERFORM DISPLAY-ALL-FIELDS.
029700     PERFORM SUM-SPEND-ON-CONTRACT.
029800     MOVE CONTRACT-SPENT-TO-DATE TO AMOUNT-DISPLAY.
029900     DISPLAY "   SPENT TO DATE: " AMOUNT-DISPLAY
030000             " ON " CONTRACT-VOUCHER-COUNT " VOUCHERS".
030100     PERFORM GET-EXISTING-RECORD.
030200
030300*---------------------------------
030400* DELETE
030500*---------------------------------
030600 DELETE-MODE.
030700     MOVE "DELETE" TO THE-MODE.
030800     PERFORM GET-EXISTING-RECORD.
030900     PERFORM DELETE-RECORDS
031000        UNTIL CNTR-NUMBER = SPACES.
031100
031200 DELETE-RECORDS.
031300     PERFORM DISPLAY-ALL-FIELDS.
031400     PERFORM SUM-SPEND-ON-CONTRACT.
031500     IF CONTRACT-VOUCHER-COUNT NOT = ZEROES
031600         DISPLAY "VOUCHERS ARE BILLED UNDER THIS CONTRACT -"
031700         DISPLAY "IT CANNOT BE DELETED"
031800     ELSE
031900     PERFORM ASK-OK-TO-DELETE
032000     IF OK-TO-DELETE = "Y"
032100         PERFORM DELETE-CNTR-RECORD.
032200     PERFORM GET-EXISTING-RECORD.
032300
032400 SUM-SPEND-ON-CONTRACT.
032500     MOVE ZEROES TO CONTRACT-SKIP-VOUCHER.
032600     PERFORM SUM-CONTRACT-SPEND.
032700
032800 ASK-OK-TO-DELETE.
032900     PERFORM ACCEPT-OK-TO-DELETE.
033000     PERFORM RE-ACCEPT-OK-TO-DELETE
033100        UNTIL OK-TO-DELETE = "Y" OR "N".
033200
033300 ACCEPT-OK-TO-DELETE.
033400     DISPLAY "DELETE THIS RECORD (Y/N)?".
033500     ACCEPT OK-TO-DELETE.
033600     INSPECT OK-TO-DELETE
033700      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
033800
033900 RE-ACCEPT-OK-TO-DELETE.
034000     DISPLAY "YOU MUST ENTER YES OR NO".
034100     PERFORM ACCEPT-OK-TO-DELETE.
034200
034300*---------------------------------
034400* Routines shared by all modes
034500*---------------------------------
034600 INIT-CNTR-RECORD.
034700     MOVE SPACE TO CONTRACT-RECORD.
034800     MOVE ZEROES TO CNTR-VENDOR
034900                    CNTR-START-DATE
035000                    CNTR-END-DATE
035100                    CNTR-LIMIT-AMOUNT
035200                    CNTR-NOTICE-DAYS.
035300     PERFORM CLEAR-ONE-CNTR-CATEGORY
035400         VARYING CNTR-CATG-SUB FROM 1 BY 1
035500           UNTIL CNTR-CATG-SUB > 5.
035600
035700 CLEAR-ONE-CNTR-CATEGORY.
035800     MOVE ZEROES TO CNTR-CATEGORY (CNTR-CATG-SUB).
035900
036000 ENTER-CNTR-NUMBER.
036100     DISPLAY "ENTER CONTRACT NUMBER (BLANK TO EXIT)".
036200     ACCEPT CNTR-NUMBER.
036300     INSPECT CNTR-NUMBER
036400         CONVERTING LOWER-ALPHA
036500         TO         UPPER-ALPHA.
036600
036700 ENTER-CNTR-VENDOR.
036800     PERFORM ACCEPT-CNTR-VENDOR.
036900     PERFORM RE-ACCEPT-CNTR-VENDOR
037000         UNTIL VENDOR-RECORD-FOUND = "Y".
037100
037200 ACCEPT-CNTR-VENDOR.
037300     DISPLAY "ENTER VENDOR NUMBER".
037400     ACCEPT CNTR-VENDOR.
037500     MOVE CNTR-VENDOR TO VENDOR-NUMBER.
037600     PERFORM READ-VENDOR-RECORD.
037700     IF VENDOR-RECORD-FOUND = "Y"
037800         DISPLAY "VENDOR: " VENDOR-NAME.
037900
038000 RE-ACCEPT-CNTR-VENDOR.
038100     DISPLAY "VENDOR NOT ON FILE".
038200     PERFORM ACCEPT-CNTR-VENDOR.
038300
038400 ENTER-CNTR-DESCRIPTION.
038500     PERFORM ACCEPT-CNTR-DESCRIPTION.
038600     PERFORM RE-ACCEPT-CNTR-DESCRIPTION
038700         UNTIL CNTR-DESCRIPTION NOT = SPACES.
038800
038900 ACCEPT-CNTR-DESCRIPTION.
039000     DISPLAY "ENTER CONTRACT DESCRIPTION".
039100     ACCEPT CNTR-DESCRIPTION.
039200     INSPECT CNTR-DESCRIPTION
039300         CONVERTING LOWER-ALPHA
039400         TO         UPPER-ALPHA.
039500
039600 RE-ACCEPT-CNTR-DESCRIPTION.
039700     DISPLAY "DESCRIPTION MUST NOT BE BLANK".
039800     PERFORM ACCEPT-CNTR-DESCRIPTION.
039900
040000 ENTER-CNTR-START-DATE.
040100     MOVE "N" TO ZERO-DATE-IS-OK.
040200     MOVE "ENTER CONTRACT START DATE (MM/DD/YYYY)"
040300         TO DATE-PROMPT.
040400     PERFORM GET-A-DATE.
040500     MOVE DATE-CCYYMMDD TO CNTR-START-DATE.
040600
040700*---------------------------------
040800* Zero is an evergreen contract
040900* with no end date; it never
041000* comes up for renewal.
041100*---------------------------------
041200 ENTER-CNTR-END-DATE.
041300     PERFORM ACCEPT-CNTR-END-DATE.
041400     PERFORM RE-ACCEPT-CNTR-END-DATE
041500         UNTIL CNTR-END-DATE = ZEROES
041600            OR CNTR-END-DATE NOT < CNTR-START-DATE.
041700
041800 ACCEPT-CNTR-END-DATE.
041900     MOVE "Y" TO ZERO-DATE-IS-OK.
042000     MOVE "ENTER CONTRACT END DATE (0 = NO END)"
042100         TO DATE-PROMPT.
042200     PERFORM GET-A-DATE.
042300     MOVE DATE-CCYYMMDD TO CNTR-END-DATE.
042400
042500 RE-ACCEPT-CNTR-END-DATE.
042600     DISPLAY "END DATE MAY NOT BE BEFORE THE START".
042700     PERFORM ACCEPT-CNTR-END-DATE.
042800
042900*---------------------------------
043000* Zero is no limit.
043100*---------------------------------
043200 ENTER-CNTR-LIMIT.
043300     DISPLAY "ENTER NOT-TO-EXCEED AMOUNT WITH NO".
043400     DISPLAY "DECIMAL POINT (0 = NO LIMIT)".
043500     ACCEPT AMOUNT-ENTRY.
043600     COMPUTE CNTR-LIMIT-AMOUNT = AMOUNT-ENTRY / 100.
043700
043800*---------------------------------
043900* The covered categories are
044000* re-keyed in full: up to five,
044100* a category of zero ending the
044200* list. None at all means the
044300* contract covers any category.
044400*---------------------------------
044500 ENTER-CNTR-CATEGORIES.
044600     PERFORM CLEAR-ONE-CNTR-CATEGORY
044700         VARYING CNTR-CATG-SUB FROM 1 BY 1
044800           UNTIL CNTR-CATG-SUB > 5.
044900     MOVE "N" TO CATG-ENTRY-DONE.
045000     MOVE 1 TO CNTR-CATG-SUB.
045100     PERFORM ENTER-ONE-CNTR-CATEGORY
045200         UNTIL CATG-ENTRY-DONE = "Y"
045300            OR CNTR-CATG-SUB > 5.
045400
045500 ENTER-ONE-CNTR-CATEGORY.
045600     PERFORM ACCEPT-CNTR-CATEGORY.
045700     PERFORM RE-ACCEPT-CNTR-CATEGORY
045800         UNTIL CATG-RECORD-FOUND = "Y".
045900     IF CATEGORY-ENTRY = ZEROES
046000         MOVE "Y" TO CATG-ENTRY-DONE
046100     ELSE
046200         MOVE CATEGORY-ENTRY TO CNTR-CATEGORY (CNTR-CATG-SUB)
046300         ADD 1 TO CNTR-CATG-SUB.
046400
046500 ACCEPT-CNTR-CATEGORY.
046600     DISPLAY "COVERED CATEGORY " CNTR-CATG-SUB
046700             " (0 = DONE, NONE = ANY CATEGORY)".
046800     ACCEPT CATEGORY-ENTRY.
046900     IF CATEGORY-ENTRY = ZEROES
047000         MOVE "Y" TO CATG-RECORD-FOUND
047100     ELSE
047200         MOVE CATEGORY-ENTRY TO CATG-CODE
047300         PERFORM READ-CATG-RECORD
047400         IF CATG-RECORD-FOUND = "Y"
047500             DISPLAY "CATEGORY: " CATG-NAME.
047600
047700 RE-ACCEPT-CNTR-CATEGORY.
047800     DISPLAY "NO CATEGORY ON FILE WITH THAT CODE".
047900     PERFORM ACCEPT-CNTR-CATEGORY.
048000
048100 ENTER-CNTR-NOTICE-DAYS.
048200     DISPLAY "ENTER RENEWAL NOTICE DAYS BEFORE THE END".
048300     DISPLAY "DATE (0 = NO NOTICE)".
048400     ACCEPT CNTR-NOTICE-DAYS.
048500
048600 GET-EXISTING-RECORD.
048700     PERFORM ACCEPT-EXISTING-KEY.
048800     PERFORM RE-ACCEPT-EXISTING-KEY
048900         UNTIL CNTR-RECORD-FOUND = "Y" OR
049000               CNTR-NUMBER = SPACES.
049100
049200 ACCEPT-EXISTING-KEY.
049300     PERFORM INIT-CNTR-RECORD.
049400     PERFORM ENTER-CNTR-NUMBER.
049500     IF CNTR-NUMBER NOT = SPACES
049600         PERFORM READ-CNTR-RECORD.
049700
049800 RE-ACCEPT-EXISTING-KEY.
049900     DISPLAY "NO CONTRACT FOUND WITH THAT NUMBER".
050000     PERFORM ACCEPT-EXISTING-KEY.
050100
050200 DISPLAY-ALL-FIELDS.
050300     DISPLAY "CONTRACT: " CNTR-NUMBER.
050400     MOVE CNTR-VENDOR TO VENDOR-NUMBER.
050500     PERFORM READ-VENDOR-RECORD.
050600     IF VENDOR-RECORD-FOUND NOT = "Y"
050700         MOVE "*VENDOR NOT ON FILE*" TO VENDOR-NAME.
050800     DISPLAY "1. VENDOR: " CNTR-VENDOR " " VENDOR-NAME.
050900     DISPLAY "2. DESCRIPTION: " CNTR-DESCRIPTION.
051000     MOVE CNTR-START-DATE TO DATE-CCYYMMDD.
051100     PERFORM SHOW-CONTRACT-DATE.
051200     DISPLAY "3. START DATE: " DATE-DISPLAY.
051300     MOVE CNTR-END-DATE TO DATE-CCYYMMDD.
051400     PERFORM SHOW-CONTRACT-DATE.
051500     DISPLAY "4. END DATE: " DATE-DISPLAY.
051600     MOVE CNTR-LIMIT-AMOUNT TO AMOUNT-DISPLAY.
051700     DISPLAY "5. NOT TO EXCEED: " AMOUNT-DISPLAY.
051800     DISPLAY "6. CATEGORIES: " CNTR-CATEGORY (1)
051900             " " CNTR-CATEGORY (2) " " CNTR-CATEGORY (3)
052000             " " CNTR-CATEGORY (4) " " CNTR-CATEGORY (5).
052100     DISPLAY "7. RENEWAL NOTICE DAYS: " CNTR-NOTICE-DAYS.
052200
052300 SHOW-CONTRACT-DATE.
052400     IF DATE-CCYYMMDD = ZEROES
052500         MOVE ZEROES TO DATE-DISPLAY
052600     ELSE
052700         PERFORM FORMAT-THE-DATE
052800         MOVE FORMATTED-DATE TO DATE-DISPLAY.
052900
053000 READ-CNTR-RECORD.
053100     MOVE "Y" TO CNTR-RECORD-FOUND.
053200     READ CONTRACT-FILE RECORD
053300         INVALID KEY
053400         MOVE "N" TO CNTR-RECORD-FOUND.
053500
053600 READ-VENDOR-RECORD.
053700     MOVE "Y" TO VENDOR-RECORD-FOUND.
053800     READ VENDOR-FILE RECORD
053900         INVALID KEY
054000         MOVE "N" TO VENDOR-RECORD-FOUND.
054100
054200 READ-CATG-RECORD.
054300     MOVE "Y" TO CATG-RECORD-FOUND.
054400     READ CATEGORY-FILE RECORD
054500         INVALID KEY
054600         MOVE "N" TO CATG-RECORD-FOUND.
054700
054800 WRITE-CNTR-RECORD.
054900     WRITE CONTRACT-RECORD
055000         INVALID KEY
055100         DISPLAY "RECORD ALREADY ON FILE".
055200
055300 REWRITE-CNTR-RECORD.
055400     REWRITE CONTRACT-RECORD
055500         INVALID KEY
055600         DISPLAY "ERROR REWRITING CONTRACT RECORD".
055700
055800 DELETE-CNTR-RECORD.
055900     DELETE CONTRACT-FILE RECORD
056000         INVALID KEY
056100         DISPLAY "ERROR DELETING CONTRACT RECORD".
056200
056300*---------------------------------
056400* Utility routines.
056500*---------------------------------
056600     COPY "PLDATE01.CBL".
056700     COPY "PLSIGN01.CBL".
056800     COPY "PLCNTR01.CBL".
