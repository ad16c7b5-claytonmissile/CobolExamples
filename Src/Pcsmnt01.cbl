000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PCSMNT01.
000300*---------------------------------
000400* Petty cash slips and counts.
000500*
000600* For one store's fund at a
000700* time: enter the slips for cash
000800* paid out of the box, each
000900* coded to a spend category and
001000* an expense account; look up or
001100* void a slip not yet
001200* replenished; and record a
001300* surprise count. A count that
001400* does not agree with the cash
001500* expected in the box is posted
001600* as an over/short slip to the
001700* fund's over/short account, so
001800* the next replenishment brings
001900* the box back to the fund
002000* amount and charges the
002100* difference.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     COPY "SLPCF.CBL".
002800
002900     COPY "SLPCS.CBL".
003000
003100     COPY "SLSTORE.CBL".
003200
003300     COPY "SLEMP.CBL".
003400
003500     COPY "SLVOUCH.CBL".
003600
003700     COPY "SLCATG.CBL".
003800
003900     COPY "SLACCT.CBL".
004000
004100     COPY "SLPERIOD.CBL".
004200
004300     COPY "SLOPER.CBL".
004400
004500     COPY "SLSONLOG.CBL".
004600
004700     COPY "SLSESS.CBL".
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100
005200     COPY "FDPCF.CBL".
005300
005400     COPY "FDPCS.CBL".
005500
005600     COPY "FDSTORE.CBL".
005700
005800     COPY "FDEMP.CBL".
005900
006000     COPY "FDVOUCH.CBL".
006100
006200     COPY "FDCATG.CBL".
006300
006400     COPY "FDACCT.CBL".
006500
006600     COPY "FDPERIOD.CBL".
006700
006800     COPY "FDOPER.CBL".
006900
007000     COPY "FDSONLOG.CBL".
007100
007200     COPY "FDSESS.CBL".
007300
007400 WORKING-STORAGE SECTION.
007500
007600 77  MENU-PICK                PIC 9.
007700     88  MENU-PICK-IS-VALID   VALUES 0 THRU 4.
007800
007900 77  PCF-RECORD-FOUND         PIC X.
008000 77  PCS-RECORD-FOUND         PIC X.
008100 77  STORE-RECORD-FOUND       PIC X.
008200 77  EMP-RECORD-FOUND         PIC X.
008300 77  CATEGORY-IS-GOOD         PIC X.
008400 77  ACCOUNT-IS-GOOD          PIC X.
008500 77  DATE-IS-GOOD             PIC X.
008600 77  OK-TO-VOID               PIC X.
008700 77  OK-TO-POST               PIC X.
008800 77  AMOUNT-ENTRY             PIC 9(7).
008900 77  SLIP-NUMBER-FIELD        PIC Z(5).
009000 77  TODAY-DATE               PIC 9(8).
009100 77  COUNTED-CASH             PIC S9(6)V99.
009200 77  COUNT-DIFFERENCE         PIC S9(6)V99.
009300
009400 01  AMOUNT-DISPLAY           PIC ZZZ,ZZ9.99-.
009500 01  DATE-DISPLAY             PIC Z9/99/9999.
009600
009700     COPY "WSCASE01.CBL".
009800
009900     COPY "WSDATE01.CBL".
010000
010100     COPY "WSPERD01.CBL".
010200
010300     COPY "WSPCSH01.CBL".
010400
010500     COPY "WSAUDIT01.CBL".
010600
010700     COPY "WSSIGN01.CBL".
010800
010900 PROCEDURE DIVISION.
011000 PROGRAM-BEGIN.
011100     PERFORM OPENING-PROCEDURE.
011200     MOVE "PCSMNT01" TO SIGN-ON-PROGRAM.
011300     PERFORM GET-OPERATOR-SIGN-ON.
011400     IF OPERATOR-IS-SIGNED-ON
011500        AND SIGN-ON-CAN-ENTRY = "Y"
011600         PERFORM MAIN-PROCESS
011700     ELSE
011800     IF OPERATOR-IS-SIGNED-ON
011900         DISPLAY "YOU ARE NOT AUTHORIZED TO ENTER PETTY CASH".
012000     PERFORM CLOSING-PROCEDURE.
012100
012200 PROGRAM-EXIT.
012300     EXIT PROGRAM.
012400
012500 PROGRAM-DONE.
012600     ACCEPT OMITTED. STOP RUN.
012700
012800 OPENING-PROCEDURE.
012900     OPEN I-O OPERATOR-FILE.
013000     OPEN I-O PETTY-CASH-FUND-FILE.
013100     OPEN I-O PETTY-CASH-SLIP-FILE.
013200     OPEN I-O STORE-FILE.
013300     OPEN I-O EMPLOYEE-FILE.
013400     OPEN I-O VOUCHER-FILE.
013500     OPEN I-O CATEGORY-FILE.
013600     OPEN I-O ACCOUNT-FILE.
013700     OPEN I-O PERIOD-FILE.
013800     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
013900
014000 CLOSING-PROCEDURE.
014100     CLOSE OPERATOR-FILE.
014200     CLOSE PETTY-CASH-FUND-FILE.
014300     CLOSE PETTY-CASH-SLIP-FILE.
014400     CLOSE STORE-FILE.
014500     CLOSE EMPLOYEE-FILE.
014600     CLOSE VOUCHER-FILE.
014700     CLOSE CATEGORY-FILE.
014800     CLOSE ACCOUNT-FILE.
014900     CLOSE PERIOD-FILE.
015000
015100 MAIN-PROCESS.
015200     PERFORM GET-FUND.
015300     PERFORM WORK-THE-FUND
015400         UNTIL PCF-STORE = ZEROES.
015500
015600*---------------------------------
015700* Only an active fund takes
015800* slips or counts.
015900*---------------------------------
016000 GET-FUND.
016100     PERFORM ACCEPT-FUND.
016200     PERFORM RE-ACCEPT-FUND
016300         UNTIL PCF-STORE = ZEROES
016400            OR (PCF-RECORD-FOUND = "Y" AND PCF-IS-ACTIVE).
016500
016600 ACCEPT-FUND.
016700     DISPLAY "ENTER STORE NUMBER, 0 TO EXIT".
016800     ACCEPT PCF-STORE.
016900     MOVE "N" TO PCF-RECORD-FOUND.
017000     IF PCF-STORE NOT = ZEROES
017100         PERFORM READ-PCF-RECORD.
017200
017300 RE-ACCEPT-FUND.
017400     DISPLAY "NO ACTIVE PETTY CASH FUND FOR THAT STORE".
017500     PERFORM ACCEPT-FUND.
017600
017700 WORK-THE-FUND.
017800     PERFORM DISPLAY-FUND-HEADING.
017900     PERFORM GET-MENU-PICK.
018000     PERFORM WORK-THE-PICK
018100         UNTIL MENU-PICK = 0.
018200     PERFORM GET-FUND.
018300
018400 DISPLAY-FUND-HEADING.
018500     DISPLAY " ".
018600     MOVE PCF-STORE TO STORE-CODE.
018700     MOVE "Y" TO STORE-RECORD-FOUND.
018800     READ STORE-FILE RECORD
018900         INVALID KEY
019000         MOVE "N" TO STORE-RECORD-FOUND.
019100     IF STORE-RECORD-FOUND = "Y"
019200         DISPLAY "STORE: " PCF-STORE " " STORE-NAME
019300     ELSE
019400         DISPLAY "STORE: " PCF-STORE " *STORE NOT ON FILE*".
019500     MOVE PCF-CUSTODIAN TO EMP-NUMBER.
019600     MOVE "Y" TO EMP-RECORD-FOUND.
019700     READ EMPLOYEE-FILE RECORD
019800         INVALID KEY
019900         MOVE "N" TO EMP-RECORD-FOUND.
020000     IF EMP-RECORD-FOUND = "Y"
020100         DISPLAY "CUSTODIAN: " EMP-NAME
020200     ELSE
020300         DISPLAY "CUSTODIAN: *EMPLOYEE NOT ON FILE*".
020400     PERFORM SUM-FUND-POSITION.
020500     MOVE PCF-FUND-AMOUNT TO AMOUNT-DISPLAY.
020600     DISPLAY "FUND AMOUNT:          " AMOUNT-DISPLAY.
020700     MOVE FUND-EXPECTED-CASH TO AMOUNT-DISPLAY.
020800     DISPLAY "CASH EXPECTED IN BOX: " AMOUNT-DISPLAY.
020900
021000*---------------------------------
021100* MENU
021200*---------------------------------
021300 GET-MENU-PICK.
021400     PERFORM DISPLAY-THE-MENU.
021500     PERFORM ACCEPT-MENU-PICK.
021600     PERFORM RE-ACCEPT-MENU-PICK
021700         UNTIL MENU-PICK-IS-VALID.
021800
021900 DISPLAY-THE-MENU.
022000     DISPLAY "    PETTY CASH - PLEASE SELECT:".
022100     DISPLAY " ".
022200     DISPLAY "          1.  ADD SLIPS".
022300     DISPLAY "          2.  LOOK UP A SLIP".
022400     DISPLAY "          3.  VOID A SLIP".
022500     DISPLAY "          4.  RECORD A CASH COUNT".
022600     DISPLAY " ".
022700     DISPLAY "          0.  ANOTHER STORE".
022800
022900 ACCEPT-MENU-PICK.
023000     DISPLAY "YOUR CHOICE (0-4)?".
023100     ACCEPT MENU-PICK.
023200
023300 RE-ACCEPT-MENU-PICK.
023400     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
023500     PERFORM ACCEPT-MENU-PICK.
023600
023700 WORK-THE-PICK.
023800     PERFORM DO-THE-PICK.
023900     PERFORM GET-MENU-PICK.
024000
024100 DO-THE-PICK.
024200     IF MENU-PICK = 1
024300         PERFORM ADD-MODE
024400     ELSE
024500     IF MENU-PICK = 2
024600         PERFORM INQUIRE-MODE
024700     ELSE
024800     IF MENU-PICK = 3
024900         PERFORM VOID-MODE
025000     ELSE
025100     IF MENU-PICK = 4
025200         PERFORM COUNT-MODE.
025300
025400*---------------------------------
025500* ADD
025600*
025700* A slip may not pay out more
025800* than the cash expected in the
025900* box.
026000*---------------------------------
026100 ADD-MODE.
026200     PERFORM SUM-FUND-POSITION.
026300     PERFORM ENTER-PCS-DATE.
026400     PERFORM ADD-SLIPS
026500         UNTIL PCS-DATE = ZEROES.
026600
026700 ADD-SLIPS.
026800     PERFORM ENTER-PCS-PAID-TO.
026900     PERFORM ENTER-PCS-DESCRIPTION.
027000     PERFORM ENTER-PCS-CATEGORY.
027100     PERFORM ENTER-PCS-ACCOUNT.
027200     PERFORM ENTER-PCS-AMOUNT.
027300     MOVE "D" TO PCS-TYPE.
027400     PERFORM WRITE-NEW-SLIP.
027500     SUBTRACT PCS-AMOUNT FROM FUND-EXPECTED-CASH.
027600     PERFORM ENTER-PCS-DATE.
027700
027800 ENTER-PCS-DATE.
027900     PERFORM ACCEPT-PCS-DATE.
028000     PERFORM RE-ACCEPT-PCS-DATE
028100         UNTIL DATE-IS-GOOD = "Y".
028200
028300 ACCEPT-PCS-DATE.
028400     PERFORM INIT-PCS-RECORD.
028500     MOVE "Y" TO ZERO-DATE-IS-OK.
028600     MOVE "ENTER SLIP DATE (MM/DD/CCYY), 0 TO EXIT"
028700         TO DATE-PROMPT.
028800     PERFORM GET-A-DATE.
028900     MOVE DATE-CCYYMMDD TO PCS-DATE.
029000     MOVE "Y" TO DATE-IS-GOOD.
029100     MOVE "Y" TO PERIOD-DATE-IS-OPEN.
029200     IF PCS-DATE NOT = ZEROES
029300         MOVE PCS-DATE TO EDIT-PERIOD-DATE
029400         PERFORM CHECK-PERIOD-OPEN
029500         IF PCS-DATE > TODAY-DATE
029600            OR PERIOD-DATE-IS-OPEN = "N"
029700             MOVE "N" TO DATE-IS-GOOD.
029800
029900 RE-ACCEPT-PCS-DATE.
030000     IF PERIOD-DATE-IS-OPEN = "N"
030100         DISPLAY "THAT DATE IS IN A CLOSED ACCOUNTING PERIOD"
030200     ELSE
030300         DISPLAY "SLIP DATE MAY NOT BE IN THE FUTURE".
030400     PERFORM ACCEPT-PCS-DATE.
030500
030600 ENTER-PCS-PAID-TO.
030700     PERFORM ACCEPT-PCS-PAID-TO.
030800     PERFORM RE-ACCEPT-PCS-PAID-TO
030900         UNTIL PCS-PAID-TO NOT = SPACES.
031000
031100 ACCEPT-PCS-PAID-TO.
031200     DISPLAY "ENTER PAID TO".
031300     ACCEPT PCS-PAID-TO.
031400     INSPECT PCS-PAID-TO
031500         CONVERTING LOWER-ALPHA
031600         TO         UPPER-ALPHA.
031700
031800 RE-ACCEPT-PCS-PAID-TO.
031900     DISPLAY "PAID TO MUST BE ENTERED".
032000     PERFORM ACCEPT-PCS-PAID-TO.
032100
032200 ENTER-PCS-DESCRIPTION.
032300     PERFORM ACCEPT-PCS-DESCRIPTION.
032400     PERFORM RE-ACCEPT-PCS-DESCRIPTION
032500         UNTIL PCS-DESCRIPTION NOT = SPACES.
032600
032700 ACCEPT-PCS-DESCRIPTION.
032800     DISPLAY "ENTER WHAT THE CASH WAS FOR".
032900     ACCEPT PCS-DESCRIPTION.
033000     INSPECT PCS-DESCRIPTION
033100         CONVERTING LOWER-ALPHA
033200         TO         UPPER-ALPHA.
033300
033400 RE-ACCEPT-PCS-DESCRIPTION.
033500     DISPLAY "DESCRIPTION MUST BE ENTERED".
033600     PERFORM ACCEPT-PCS-DESCRIPTION.
033700
033800 ENTER-PCS-CATEGORY.
033900     PERFORM ACCEPT-PCS-CATEGORY.
034000     PERFORM RE-ACCEPT-PCS-CATEGORY
034100         UNTIL CATEGORY-IS-GOOD = "Y".
034200
034300 ACCEPT-PCS-CATEGORY.
034400     DISPLAY "ENTER SPEND CATEGORY NUMBER".
034500     ACCEPT PCS-CATEGORY.
034600     MOVE PCS-CATEGORY TO CATG-CODE.
034700     MOVE "Y" TO CATEGORY-IS-GOOD.
034800     READ CATEGORY-FILE RECORD
034900         INVALID KEY
035000         MOVE "N" TO CATEGORY-IS-GOOD.
035100
035200 RE-ACCEPT-PCS-CATEGORY.
035300     DISPLAY "NO CATEGORY ON FILE WITH THAT CODE".
035400     PERFORM ACCEPT-PCS-CATEGORY.
035500
035600 ENTER-PCS-ACCOUNT.
035700     PERFORM ACCEPT-PCS-ACCOUNT.
035800     PERFORM RE-ACCEPT-PCS-ACCOUNT
035900         UNTIL ACCOUNT-IS-GOOD = "Y".
036000
036100 ACCEPT-PCS-ACCOUNT.
036200     DISPLAY "ENTER G/L EXPENSE ACCOUNT".
036300     ACCEPT PCS-ACCOUNT.
036400     MOVE PCS-ACCOUNT TO ACCOUNT-NUMBER.
036500     MOVE "Y" TO ACCOUNT-IS-GOOD.
036600     READ ACCOUNT-FILE RECORD
036700         INVALID KEY
036800         MOVE "N" TO ACCOUNT-IS-GOOD.
036900     IF ACCOUNT-IS-GOOD = "Y"
037000         IF NOT ACCOUNT-IS-ACTIVE
037100            OR NOT ACCOUNT-IS-EXPENSE
037200             MOVE "N" TO ACCOUNT-IS-GOOD.
037300
037400 RE-ACCEPT-PCS-ACCOUNT.
037500     DISPLAY "ACCOUNT MUST BE AN ACTIVE EXPENSE ACCOUNT".
037600     PERFORM ACCEPT-PCS-ACCOUNT.
037700
037800 ENTER-PCS-AMOUNT.
037900     PERFORM ACCEPT-PCS-AMOUNT.
038000     PERFORM RE-ACCEPT-PCS-AMOUNT
038100         UNTIL PCS-AMOUNT NOT = ZEROES
038200           AND PCS-AMOUNT NOT > FUND-EXPECTED-CASH.
038300
038400 ACCEPT-PCS-AMOUNT.
038500     DISPLAY "ENTER AMOUNT WITH NO DECIMAL POINT".
038600     DISPLAY "EXAMPLE: 12345 MEANS 123.45".
038700     ACCEPT AMOUNT-ENTRY.
038800     COMPUTE PCS-AMOUNT = AMOUNT-ENTRY / 100.
038900
039000 RE-ACCEPT-PCS-AMOUNT.
039100     IF PCS-AMOUNT = ZEROES
039200         DISPLAY "AMOUNT MUST NOT BE ZERO"
039300     ELSE
039400         MOVE FUND-EXPECTED-CASH TO AMOUNT-DISPLAY
039500         DISPLAY "ONLY " AMOUNT-DISPLAY " SHOULD BE IN THE BOX".
039600     PERFORM ACCEPT-PCS-AMOUNT.
039700
039800*---------------------------------
039900* The fund hands out its own
040000* slip numbers.
040100*---------------------------------
040200 WRITE-NEW-SLIP.
040300     ADD 1 TO PCF-LAST-SLIP-NO.
040400     PERFORM REWRITE-PCF-RECORD.
040500     MOVE PCF-STORE TO PCS-STORE.
040600     MOVE PCF-LAST-SLIP-NO TO PCS-SLIP-NO.
040700     MOVE "O" TO PCS-STATUS.
040800     MOVE ZEROES TO PCS-VOUCHER-NO.
040900     MOVE AUDIT-EVENT-OPERATOR-ID TO PCS-ENTERED-BY.
041000     MOVE TODAY-DATE TO PCS-ENTERED-DATE.
041100     WRITE PETTY-CASH-SLIP-RECORD
041200         INVALID KEY
041300         DISPLAY "SLIP ALREADY ON FILE".
041400     DISPLAY "SLIP " PCS-SLIP-NO " ADDED".
041500
041600*---------------------------------
041700* INQUIRE
041800*---------------------------------
041900 INQUIRE-MODE.
042000     PERFORM GET-EXISTING-SLIP.
042100     PERFORM INQUIRE-SLIPS
042200         UNTIL PCS-SLIP-NO = ZEROES.
042300
042400 INQUIRE-SLIPS.
042500     PERFORM DISPLAY-ALL-FIELDS.
042600     PERFORM GET-EXISTING-SLIP.
042700
042800*---------------------------------
042900* VOID
043000*
043100* Only a cash slip still in the
043200* box can be voided; one already
043300* replenished is in the ledger.
043400*---------------------------------
043500 VOID-MODE.
043600     PERFORM GET-EXISTING-SLIP.
043700     PERFORM VOID-SLIPS
043800         UNTIL PCS-SLIP-NO = ZEROES.
043900
044000 VOID-SLIPS.
044100     PERFORM DISPLAY-ALL-FIELDS.
044200     IF NOT PCS-IS-ON-HAND
044300        OR NOT PCS-IS-DISBURSEMENT
044400         DISPLAY "ONLY A CASH SLIP NOT YET REPLENISHED"
044500         DISPLAY "CAN BE VOIDED"
044600     ELSE
044700         PERFORM ASK-OK-TO-VOID
044800         IF OK-TO-VOID = "Y"
044900             MOVE "V" TO PCS-STATUS
045000             PERFORM REWRITE-PCS-RECORD.
045100     PERFORM GET-EXISTING-SLIP.
045200
045300 ASK-OK-TO-VOID.
045400     PERFORM ACCEPT-OK-TO-VOID.
045500     PERFORM RE-ACCEPT-OK-TO-VOID
045600        UNTIL OK-TO-VOID = "Y" OR "N".
045700
045800 ACCEPT-OK-TO-VOID.
045900     DISPLAY "VOID THIS SLIP (Y/N)?".
046000     ACCEPT OK-TO-VOID.
046100     INSPECT OK-TO-VOID
046200      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
046300
046400 RE-ACCEPT-OK-TO-VOID.
046500     DISPLAY "YOU MUST ENTER YES OR NO".
046600     PERFORM ACCEPT-OK-TO-VOID.
046700
046800*---------------------------------
046900* COUNT
047000*
047100* Short is posted positive, as
047200* cash gone from the box; over
047300* is posted negative.
047400*---------------------------------
047500 COUNT-MODE.
047600     PERFORM SUM-FUND-POSITION.
047700     MOVE PCF-FUND-AMOUNT TO AMOUNT-DISPLAY.
047800     DISPLAY "FUND AMOUNT:              " AMOUNT-DISPLAY.
047900     MOVE FUND-SLIPS-ON-HAND TO AMOUNT-DISPLAY.
048000     DISPLAY "LESS SLIPS ON HAND:       " AMOUNT-DISPLAY.
048100     MOVE FUND-IN-TRANSIT TO AMOUNT-DISPLAY.
048200     DISPLAY "LESS REPLENISHMENTS DUE:  " AMOUNT-DISPLAY.
048300     MOVE FUND-EXPECTED-CASH TO AMOUNT-DISPLAY.
048400     DISPLAY "CASH EXPECTED IN BOX:     " AMOUNT-DISPLAY.
048500     DISPLAY "ENTER CASH COUNTED WITH NO DECIMAL POINT".
048600     ACCEPT AMOUNT-ENTRY.
048700     COMPUTE COUNTED-CASH = AMOUNT-ENTRY / 100.
048800     COMPUTE COUNT-DIFFERENCE =
048900         FUND-EXPECTED-CASH - COUNTED-CASH.
049000     IF COUNT-DIFFERENCE = ZEROES
049100         DISPLAY "THE BOX AGREES WITH THE FUND"
049200         PERFORM RECORD-THE-COUNT
049300     ELSE
049400         PERFORM POST-COUNT-DIFFERENCE.
049500
049600 POST-COUNT-DIFFERENCE.
049700     MOVE COUNT-DIFFERENCE TO AMOUNT-DISPLAY.
049800     IF COUNT-DIFFERENCE > ZEROES
049900         DISPLAY "THE BOX IS SHORT " AMOUNT-DISPLAY
050000     ELSE
050100         DISPLAY "THE BOX IS OVER " AMOUNT-DISPLAY.
050200     PERFORM ASK-OK-TO-POST.
050300     IF OK-TO-POST = "Y"
050400         PERFORM WRITE-OVER-SHORT-SLIP
050500         PERFORM RECORD-THE-COUNT.
050600
050700 WRITE-OVER-SHORT-SLIP.
050800     PERFORM INIT-PCS-RECORD.
050900     MOVE TODAY-DATE TO PCS-DATE.
051000     MOVE "A" TO PCS-TYPE.
051100     MOVE "CASH COUNT" TO PCS-PAID-TO.
051200     IF COUNT-DIFFERENCE > ZEROES
051300         MOVE "CASH SHORT ON COUNT" TO PCS-DESCRIPTION
051400     ELSE
051500         MOVE "CASH OVER ON COUNT" TO PCS-DESCRIPTION.
051600     MOVE PCF-OVER-SHORT-ACCOUNT TO PCS-ACCOUNT.
051700     MOVE COUNT-DIFFERENCE TO PCS-AMOUNT.
051800     PERFORM WRITE-NEW-SLIP.
051900
052000 ASK-OK-TO-POST.
052100     PERFORM ACCEPT-OK-TO-POST.
052200     PERFORM RE-ACCEPT-OK-TO-POST
052300        UNTIL OK-TO-POST = "Y" OR "N".
052400
052500 ACCEPT-OK-TO-POST.
052600     DISPLAY "POST THE DIFFERENCE TO OVER/SHORT (Y/N)?".
052700     ACCEPT OK-TO-POST.
052800     INSPECT OK-TO-POST
052900      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
053000
053100 RE-ACCEPT-OK-TO-POST.
053200     DISPLAY "YOU MUST ENTER YES OR NO".
053300     PERFORM ACCEPT-OK-TO-POST.
053400
053500 RECORD-THE-COUNT.
053600     MOVE TODAY-DATE TO PCF-LAST-COUNT-DATE.
053700     MOVE COUNTED-CASH TO PCF-LAST-COUNT-AMOUNT.
053800     PERFORM REWRITE-PCF-RECORD.
053900
054000*---------------------------------
054100* Routines shared by all modes
054200*---------------------------------
054300 INIT-PCS-RECORD.
054400     MOVE SPACE TO PETTY-CASH-SLIP-RECORD.
054500     MOVE PCF-STORE TO PCS-STORE.
054600     MOVE ZEROES TO PCS-SLIP-NO
054700                    PCS-DATE
054800                    PCS-CATEGORY
054900                    PCS-ACCOUNT
055000                    PCS-AMOUNT
055100                    PCS-VOUCHER-NO
055200                    PCS-ENTERED-DATE.
055300
055400 GET-EXISTING-SLIP.
055500     PERFORM ACCEPT-EXISTING-SLIP.
055600     PERFORM RE-ACCEPT-EXISTING-SLIP
055700         UNTIL PCS-RECORD-FOUND = "Y" OR
055800               PCS-SLIP-NO = ZEROES.
055900
056000 ACCEPT-EXISTING-SLIP.
056100     PERFORM INIT-PCS-RECORD.
056200     DISPLAY "ENTER SLIP NUMBER, 0 TO EXIT".
056300     ACCEPT SLIP-NUMBER-FIELD.
056400     MOVE SLIP-NUMBER-FIELD TO PCS-SLIP-NO.
056500     IF PCS-SLIP-NO NOT = ZEROES
056600         PERFORM READ-PCS-RECORD.
056700
056800 RE-ACCEPT-EXISTING-SLIP.
056900     DISPLAY "NO SLIP FOUND WITH THAT NUMBER".
057000     PERFORM ACCEPT-EXISTING-SLIP.
057100
057200 DISPLAY-ALL-FIELDS.
057300     MOVE PCS-DATE TO DATE-CCYYMMDD.
057400     PERFORM CONVERT-TO-MMDDCCYY.
057500     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
057600     DISPLAY "SLIP: " PCS-SLIP-NO "  DATE: " DATE-DISPLAY
057700             "  TYPE: " PCS-TYPE.
057800     DISPLAY "PAID TO: " PCS-PAID-TO.
057900     DISPLAY "FOR: " PCS-DESCRIPTION.
058000     DISPLAY "CATEGORY: " PCS-CATEGORY
058100             "  ACCOUNT: " PCS-ACCOUNT.
058200     MOVE PCS-AMOUNT TO AMOUNT-DISPLAY.
058300     DISPLAY "AMOUNT: " AMOUNT-DISPLAY.
058400     IF PCS-IS-ON-HAND
058500         DISPLAY "STATUS: ON HAND"
058600     ELSE
058700     IF PCS-IS-REPLENISHED
058800         DISPLAY "STATUS: REPLENISHED ON VOUCHER "
058900                 PCS-VOUCHER-NO
059000     ELSE
059100         DISPLAY "STATUS: VOID".
059200
059300*---------------------------------
059400* File I-O routines.
059500*---------------------------------
059600 READ-PCF-RECORD.
059700     MOVE "Y" TO PCF-RECORD-FOUND.
059800     READ PETTY-CASH-FUND-FILE RECORD
059900         INVALID KEY
060000         MOVE "N" TO PCF-RECORD-FOUND.
060100
060200 REWRITE-PCF-RECORD.
060300     REWRITE PETTY-CASH-FUND-RECORD
060400         INVALID KEY
060500         DISPLAY "ERROR REWRITING PETTY CASH FUND".
060600
060700 READ-PCS-RECORD.
060800     MOVE "Y" TO PCS-RECORD-FOUND.
060900     READ PETTY-CASH-SLIP-FILE RECORD
061000         INVALID KEY
061100         MOVE "N" TO PCS-RECORD-FOUND.
061200
061300 REWRITE-PCS-RECORD.
061400     REWRITE PETTY-CASH-SLIP-RECORD
061500         INVALID KEY
061600         DISPLAY "ERROR REWRITING PETTY CASH SLIP".
061700
061800*---------------------------------
061900* Utility routines.
062000*---------------------------------
062100     COPY "PLDATE01.CBL".
062200     COPY "PLPERD01.CBL".
062300     COPY "PLPCSH01.CBL".
062400     COPY "PLSIGN01.CBL".
