000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. XFRSWP01.
000300*---------------------------------
000400* Sweep and check run funding.
000500*
000600* Works the standing sweep
000700* rules (SWPMNT01) against the
000800* cash ledger and proposes the
000900* transfers they call for:
001000*
001100*   a sweep of anything above
001200*   an account's target balance
001300*   to its sweep-to account - a
001400*   store depository swept into
001500*   operating, or emptied to
001600*   zero;
001700*   funding of any shortfall
001800*   below the target from the
001900*   fund-from account, once the
002000*   cash the currently-selected
002100*   vouchers will draw (the
002200*   figure CSHPOS01 reports) is
002300*   taken off - the disbursement
002400*   account topped up from
002500*   operating before the check
002600*   run.
002700*
002800* The selected vouchers draw on
002900* the check run's bank account
003000* from the run parameters; with
003100* none set, on every account
003200* that has a funding rule.
003300*
003400* The proposals are listed and
003500* posted only on the operator's
003600* say-so, each through the same
003700* routine a keyed transfer uses,
003800* and the printed list carries
003900* the transfer numbers to
004000* initiate at the bank.
004100*---------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500
004600     COPY "SLSWRL.CBL".
004700
004800     COPY "SLXFER.CBL".
004900
005000     COPY "SLXFCTL.CBL".
005100
005200     COPY "SLCASHL.CBL".
005300
005400     COPY "SLBANK.CBL".
005500
005600     COPY "SLVOUCH.CBL".
005700
005800     COPY "SLRPRM.CBL".
005900
006000     COPY "SLOPER.CBL".
006100
006200     COPY "SLSONLOG.CBL".
006300
006400     COPY "SLSESS.CBL".
006500
006600     SELECT PRINTER-FILE
006700         ASSIGN TO PRINTER
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200
007300     COPY "FDSWRL.CBL".
007400
007500     COPY "FDXFER.CBL".
007600
007700     COPY "FDXFCTL.CBL".
007800
007900     COPY "FDCASHL.CBL".
008000
008100     COPY "FDBANK.CBL".
008200
008300     COPY "FDVOUCH.CBL".
008400
008500     COPY "FDRPRM.CBL".
008600
008700     COPY "FDOPER.CBL".
008800
008900     COPY "FDSONLOG.CBL".
009000
009100     COPY "FDSESS.CBL".
009200
009300 FD  PRINTER-FILE
009400     LABEL RECORDS ARE OMITTED.
009500 01  PRINTER-RECORD             PIC X(80).
009600
009700 WORKING-STORAGE SECTION.
009800
009900 77  SWRL-FILE-AT-END        PIC X.
010000 77  LEDGER-FILE-AT-END      PIC X.
010100 77  VOUCHER-FILE-AT-END     PIC X.
010200 77  RPRM-FILE-AT-END        PIC X.
010300 77  RPRM-ON-FILE            PIC X.
010400 77  OK-TO-POST              PIC X.
010500
010600 77  CHECK-RUN-ACCT          PIC 9(2).
010700 77  POSITION-BANK-ACCT      PIC 9(2).
010800 77  LEDGER-BALANCE          PIC S9(11)V99.
010900 77  SELECTED-REQUIREMENT    PIC S9(11)V99 VALUE ZEROES.
011000 77  ACCOUNT-REQUIREMENT     PIC S9(11)V99.
011100 77  AVAILABLE-POSITION      PIC S9(11)V99.
011200 77  PROPOSED-AMOUNT         PIC S9(11)V99.
011300 77  VOUCHER-OPEN-BALANCE    PIC S9(7)V99.
011400 77  TRANSFER-DATE           PIC 9(8).
011500
011600*---------------------------------
011700* The transfers the rules call
011800* for - at most a sweep and a
011900* funding per rule.
012000*---------------------------------
012100 77  PROPOSAL-COUNT          PIC 9(3) VALUE ZEROES.
012200 77  PROPOSAL-SUB            PIC 9(3).
012300 77  PROPOSAL-TOTAL          PIC S9(11)V99 VALUE ZEROES.
012400 01  PROPOSAL-TABLE.
012500     05  PROPOSAL-ENTRY      OCCURS 200 TIMES.
012600         10  PROP-TYPE           PIC X.
012700         10  PROP-FROM-ACCT      PIC 9(2).
012800         10  PROP-TO-ACCT        PIC 9(2).
012900         10  PROP-AMOUNT         PIC 9(9)V99.
013000         10  PROP-NUMBER         PIC 9(6).
013100
013200 77  LINE-COUNT              PIC 999   VALUE ZERO.
013300 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
013400 77  MAXIMUM-LINES           PIC 999   VALUE 55.
013500
013600 01  COLUMN-LINE.
013700     05  FILLER         PIC X(10) VALUE "TYPE".
013800     05  FILLER         PIC X(8)  VALUE "FROM".
013900     05  FILLER         PIC X(6)  VALUE "TO".
014000     05  FILLER         PIC X(16) VALUE "          AMOUNT".
014100     05  FILLER         PIC X(4)  VALUE SPACE.
014200     05  FILLER         PIC X(8)  VALUE "TRANSFER".
014300
014400 01  DETAIL-LINE.
014500     05  PRINT-TYPE        PIC X(10).
014600     05  PRINT-FROM-ACCT   PIC Z9.
014700     05  FILLER            PIC X(6)  VALUE SPACE.
014800     05  PRINT-TO-ACCT     PIC Z9.
014900     05  FILLER            PIC X(4)  VALUE SPACE.
015000     05  PRINT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
015100     05  FILLER            PIC X(6)  VALUE SPACE.
015200     05  PRINT-NUMBER      PIC X(10).
015300
015400 01  TOTAL-LINE.
015500     05  FILLER            PIC X(24) VALUE "TOTAL".
015600     05  PRINT-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
015700
015800 01  REQUIREMENT-LINE.
015900     05  FILLER            PIC X(32)
016000         VALUE "CASH SELECTED VOUCHERS REQUIRE:".
016100     05  PRINT-REQUIRED    PIC ZZZ,ZZZ,ZZ9.99-.
016200
016300 01  TITLE-LINE.
016400     05  FILLER              PIC X(20) VALUE SPACE.
016500     05  FILLER              PIC X(30)
016600         VALUE "SWEEP AND FUNDING TRANSFERS".
016700
016800 01  AMOUNT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
016900 01  NUMBER-DISPLAY          PIC Z(5)9.
017000
017100     COPY "WSCASE01.CBL".
017200
017300     COPY "WSDATE01.CBL".
017400
017500     COPY "WSAUDIT01.CBL".
017600
017700     COPY "WSSIGN01.CBL".
017800
017900     COPY "WSXFER01.CBL".
018000
018100 PROCEDURE DIVISION.
018200 PROGRAM-BEGIN.
018300     PERFORM OPENING-PROCEDURE.
018400     MOVE "XFRSWP01" TO SIGN-ON-PROGRAM.
018500     PERFORM GET-OPERATOR-SIGN-ON.
018600     IF OPERATOR-IS-SIGNED-ON
018700        AND SIGN-ON-CAN-PAYMENT = "Y"
018800         PERFORM MAIN-PROCESS
018900     ELSE
019000     IF OPERATOR-IS-SIGNED-ON
019100         DISPLAY "YOU ARE NOT AUTHORIZED FOR BANK"
019200         DISPLAY "TRANSFERS - RUN REFUSED".
019300     PERFORM CLOSING-PROCEDURE.
019400
019500 PROGRAM-EXIT.
019600     EXIT PROGRAM.
019700
019800 PROGRAM-DONE.
019900     STOP RUN.
020000
020100 OPENING-PROCEDURE.
020200     OPEN I-O OPERATOR-FILE.
020300     OPEN I-O SWEEP-RULE-FILE.
020400     OPEN I-O TRANSFER-FILE.
020500     OPEN INPUT BANK-FILE.
020600     OPEN I-O VOUCHER-FILE.
020700     OPEN OUTPUT PRINTER-FILE.
020800
020900 CLOSING-PROCEDURE.
021000     CLOSE OPERATOR-FILE.
021100     CLOSE SWEEP-RULE-FILE.
021200     CLOSE TRANSFER-FILE.
021300     CLOSE BANK-FILE.
021400     CLOSE VOUCHER-FILE.
021500     PERFORM END-LAST-PAGE.
021600     CLOSE PRINTER-FILE.
021700
021800 MAIN-PROCESS.
021900     MOVE "N" TO ZERO-DATE-IS-OK.
022000     MOVE "ENTER TRANSFER DATE (MM/DD/CCYY)"
022100         TO DATE-PROMPT.
022200     PERFORM GET-A-DATE.
022300     MOVE DATE-CCYYMMDD TO TRANSFER-DATE.
022400     PERFORM LOAD-RUN-PARAMETERS.
022500     PERFORM SUM-SELECTED-REQUIREMENT.
022600     PERFORM BUILD-THE-PROPOSALS.
022700     IF PROPOSAL-COUNT = ZEROES
022800         DISPLAY "EVERY RULED ACCOUNT IS AT ITS TARGET -"
022900         DISPLAY "NO TRANSFERS NEEDED"
023000     ELSE
023100         PERFORM SHOW-THE-PROPOSALS
023200         PERFORM ASK-OK-TO-POST
023300         IF OK-TO-POST = "Y"
023400             PERFORM POST-THE-PROPOSALS.
023500     PERFORM PRINT-THE-PROPOSALS.
023600
023700 LOAD-RUN-PARAMETERS.
023800     OPEN INPUT RUN-PARM-FILE.
023900     MOVE "N" TO RPRM-FILE-AT-END.
024000     READ RUN-PARM-FILE
024100         AT END MOVE "Y" TO RPRM-FILE-AT-END.
024200     CLOSE RUN-PARM-FILE.
024300     IF RPRM-FILE-AT-END = "N"
024400         MOVE "Y" TO RPRM-ON-FILE
024500     ELSE
024600         MOVE "N" TO RPRM-ON-FILE.
024700     MOVE ZEROES TO CHECK-RUN-ACCT.
024800     IF RPRM-ON-FILE = "Y"
024900         MOVE RPRM-BANK-ACCOUNT TO CHECK-RUN-ACCT.
025000
025100*---------------------------------
025200* The cash tonight's selected
025300* vouchers would draw, counted
025400* the way CSHPOS01 counts it.
025500*---------------------------------
025600 SUM-SELECTED-REQUIREMENT.
025700     MOVE "N" TO VOUCHER-FILE-AT-END.
025800     MOVE ZEROES TO VOUCHER-NUMBER.
025900     START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
026000         INVALID KEY
026100         MOVE "Y" TO VOUCHER-FILE-AT-END.
026200     PERFORM SUM-NEXT-SELECTED
026300         UNTIL VOUCHER-FILE-AT-END = "Y".
026400
026500 SUM-NEXT-SELECTED.
026600     READ VOUCHER-FILE NEXT RECORD
026700         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
026800     IF VOUCHER-FILE-AT-END NOT = "Y"
026900        AND VOUCHER-SELECTED = "Y"
027000        AND VOUCHER-BASE-AMOUNT > ZEROES
027100        AND VOUCHER-PAID-AMOUNT NOT = VOUCHER-BASE-AMOUNT
027200         PERFORM ADD-THIS-REQUIREMENT.
027300
027400 ADD-THIS-REQUIREMENT.
027500     COMPUTE VOUCHER-OPEN-BALANCE =
027600         VOUCHER-BASE-AMOUNT - VOUCHER-PAID-AMOUNT.
027700     IF VOUCHER-PAY-AMOUNT NOT = ZEROES
027800        AND VOUCHER-PAY-AMOUNT NOT > VOUCHER-OPEN-BALANCE
027900         ADD VOUCHER-PAY-AMOUNT TO SELECTED-REQUIREMENT
028000     ELSE
028100         ADD VOUCHER-OPEN-BALANCE TO SELECTED-REQUIREMENT.
028200
028300*---------------------------------
028400* One pass of the active rules.
028500*---------------------------------
028600 BUILD-THE-PROPOSALS.
028700     MOVE "N" TO SWRL-FILE-AT-END.
028800     MOVE ZEROES TO SWRL-BANK-ACCT.
028900     START SWEEP-RULE-FILE KEY NOT < SWRL-BANK-ACCT
029000         INVALID KEY
029100         MOVE "Y" TO SWRL-FILE-AT-END.
029200     PERFORM BUILD-NEXT-RULE
029300         UNTIL SWRL-FILE-AT-END = "Y".
029400
029500 BUILD-NEXT-RULE.
029600     READ SWEEP-RULE-FILE NEXT RECORD
029700         AT END MOVE "Y" TO SWRL-FILE-AT-END.
029800     IF SWRL-FILE-AT-END NOT = "Y"
029900        AND SWRL-IS-ACTIVE
030000         PERFORM BUILD-THIS-RULE.
030100
030200 BUILD-THIS-RULE.
030300     MOVE SWRL-BANK-ACCT TO POSITION-BANK-ACCT.
030400     PERFORM SUM-ACCOUNT-LEDGER.
030500     MOVE ZEROES TO ACCOUNT-REQUIREMENT.
030600     IF CHECK-RUN-ACCT = SWRL-BANK-ACCT
030700         MOVE SELECTED-REQUIREMENT TO ACCOUNT-REQUIREMENT
030800     ELSE
030900     IF CHECK-RUN-ACCT = ZEROES
031000        AND SWRL-FUND-FROM-ACCT NOT = ZEROES
031100         MOVE SELECTED-REQUIREMENT TO ACCOUNT-REQUIREMENT.
031200     COMPUTE AVAILABLE-POSITION =
031300         LEDGER-BALANCE - ACCOUNT-REQUIREMENT.
031400     IF SWRL-SWEEP-TO-ACCT NOT = ZEROES
031500        AND AVAILABLE-POSITION > SWRL-TARGET-BALANCE
031600         COMPUTE PROPOSED-AMOUNT =
031700             AVAILABLE-POSITION - SWRL-TARGET-BALANCE
031800         PERFORM PROPOSE-A-SWEEP.
031900     IF SWRL-FUND-FROM-ACCT NOT = ZEROES
032000        AND AVAILABLE-POSITION < SWRL-TARGET-BALANCE
032100         COMPUTE PROPOSED-AMOUNT =
032200             SWRL-TARGET-BALANCE - AVAILABLE-POSITION
032300         PERFORM PROPOSE-A-FUNDING.
032400
032500 PROPOSE-A-SWEEP.
032600     IF PROPOSAL-COUNT < 200
032700         ADD 1 TO PROPOSAL-COUNT
032800         MOVE "S" TO PROP-TYPE (PROPOSAL-COUNT)
032900         MOVE SWRL-BANK-ACCT TO PROP-FROM-ACCT (PROPOSAL-COUNT)
033000         MOVE SWRL-SWEEP-TO-ACCT TO PROP-TO-ACCT (PROPOSAL-COUNT)
033100         MOVE PROPOSED-AMOUNT TO PROP-AMOUNT (PROPOSAL-COUNT)
033200         MOVE ZEROES TO PROP-NUMBER (PROPOSAL-COUNT)
033300         ADD PROPOSED-AMOUNT TO PROPOSAL-TOTAL.
033400
033500 PROPOSE-A-FUNDING.
033600     IF PROPOSAL-COUNT < 200
033700         ADD 1 TO PROPOSAL-COUNT
033800         MOVE "F" TO PROP-TYPE (PROPOSAL-COUNT)
033900         MOVE SWRL-FUND-FROM-ACCT
034000             TO PROP-FROM-ACCT (PROPOSAL-COUNT)
034100         MOVE SWRL-BANK-ACCT TO PROP-TO-ACCT (PROPOSAL-COUNT)
034200         MOVE PROPOSED-AMOUNT TO PROP-AMOUNT (PROPOSAL-COUNT)
034300         MOVE ZEROES TO PROP-NUMBER (PROPOSAL-COUNT)
034400         ADD PROPOSED-AMOUNT TO PROPOSAL-TOTAL.
034500
034600 SUM-ACCOUNT-LEDGER.
034700     MOVE ZEROES TO LEDGER-BALANCE.
034800     OPEN INPUT CASH-LEDGER-FILE.
034900     MOVE "N" TO LEDGER-FILE-AT-END.
035000     PERFORM SUM-NEXT-LEDGER-LINE
035100         UNTIL LEDGER-FILE-AT-END = "Y".
035200     CLOSE CASH-LEDGER-FILE.
035300
035400 SUM-NEXT-LEDGER-LINE.
035500     READ CASH-LEDGER-FILE
035600         AT END MOVE "Y" TO LEDGER-FILE-AT-END.
035700     IF LEDGER-FILE-AT-END NOT = "Y"
035800        AND CASHL-BANK-ACCT = POSITION-BANK-ACCT
035900         ADD CASHL-AMOUNT TO LEDGER-BALANCE.
036000
036100*---------------------------------
036200* The proposals on the console
036300* for the go-ahead.
036400*---------------------------------
036500 SHOW-THE-PROPOSALS.
036600     PERFORM SHOW-ONE-PROPOSAL
036700         VARYING PROPOSAL-SUB FROM 1 BY 1
036800           UNTIL PROPOSAL-SUB > PROPOSAL-COUNT.
036900     MOVE PROPOSAL-TOTAL TO AMOUNT-DISPLAY.
037000     DISPLAY PROPOSAL-COUNT " TRANSFERS TOTALLING "
037100             AMOUNT-DISPLAY.
037200
037300 SHOW-ONE-PROPOSAL.
037400     MOVE PROP-AMOUNT (PROPOSAL-SUB) TO AMOUNT-DISPLAY.
037500     IF PROP-TYPE (PROPOSAL-SUB) = "S"
037600         DISPLAY "SWEEP   " PROP-FROM-ACCT (PROPOSAL-SUB)
037700                 " TO " PROP-TO-ACCT (PROPOSAL-SUB)
037800                 " " AMOUNT-DISPLAY
037900     ELSE
038000         DISPLAY "FUNDING " PROP-FROM-ACCT (PROPOSAL-SUB)
038100                 " TO " PROP-TO-ACCT (PROPOSAL-SUB)
038200                 " " AMOUNT-DISPLAY.
038300
038400 ASK-OK-TO-POST.
038500     PERFORM ACCEPT-OK-TO-POST.
038600     PERFORM RE-ACCEPT-OK-TO-POST
038700        UNTIL OK-TO-POST = "Y" OR "N".
038800
038900 ACCEPT-OK-TO-POST.
039000     DISPLAY "POST THESE TRANSFERS (Y/N)?".
039100     ACCEPT OK-TO-POST.
039200     INSPECT OK-TO-POST
039300      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
039400
039500 RE-ACCEPT-OK-TO-POST.
039600     DISPLAY "YOU MUST ENTER YES OR NO".
039700     PERFORM ACCEPT-OK-TO-POST.
039800
039900 POST-THE-PROPOSALS.
040000     PERFORM POST-ONE-PROPOSAL
040100         VARYING PROPOSAL-SUB FROM 1 BY 1
040200           UNTIL PROPOSAL-SUB > PROPOSAL-COUNT.
040300     DISPLAY PROPOSAL-COUNT " TRANSFERS POSTED".
040400
040500 POST-ONE-PROPOSAL.
040600     MOVE TRANSFER-DATE TO NEW-XFER-DATE.
040700     MOVE PROP-FROM-ACCT (PROPOSAL-SUB) TO NEW-XFER-FROM-ACCT.
040800     MOVE PROP-TO-ACCT (PROPOSAL-SUB) TO NEW-XFER-TO-ACCT.
040900     MOVE PROP-AMOUNT (PROPOSAL-SUB) TO NEW-XFER-AMOUNT.
041000     MOVE PROP-TYPE (PROPOSAL-SUB) TO NEW-XFER-TYPE.
041100     IF PROP-TYPE (PROPOSAL-SUB) = "S"
041200         MOVE "STANDING SWEEP" TO NEW-XFER-DESC
041300     ELSE
041400         MOVE "CHECK RUN FUNDING" TO NEW-XFER-DESC.
041500     MOVE AUDIT-EVENT-OPERATOR-ID TO NEW-XFER-ENTERED-BY.
041600     PERFORM POST-A-TRANSFER.
041700     MOVE NEW-XFER-NUMBER TO PROP-NUMBER (PROPOSAL-SUB).
041800
041900*---------------------------------
042000* The printed list: the
042100* transfer numbers to quote
042200* when the transfers are put
042300* through at the bank, or NOT
042400* POSTED.
042500*---------------------------------
042600 PRINT-THE-PROPOSALS.
042700     PERFORM START-NEW-PAGE.
042800     MOVE SELECTED-REQUIREMENT TO PRINT-REQUIRED.
042900     MOVE REQUIREMENT-LINE TO PRINTER-RECORD.
043000     PERFORM WRITE-TO-PRINTER.
043100     PERFORM LINE-FEED.
043200     MOVE COLUMN-LINE TO PRINTER-RECORD.
043300     PERFORM WRITE-TO-PRINTER.
043400     PERFORM LINE-FEED.
043500     PERFORM PRINT-ONE-PROPOSAL
043600         VARYING PROPOSAL-SUB FROM 1 BY 1
043700           UNTIL PROPOSAL-SUB > PROPOSAL-COUNT.
043800     PERFORM LINE-FEED.
043900     IF PROPOSAL-COUNT = ZEROES
044000         MOVE "NO TRANSFERS NEEDED" TO PRINTER-RECORD
044100         PERFORM WRITE-TO-PRINTER
044200     ELSE
044300         MOVE PROPOSAL-TOTAL TO PRINT-TOTAL
044400         MOVE TOTAL-LINE TO PRINTER-RECORD
044500         PERFORM WRITE-TO-PRINTER.
044600
044700 PRINT-ONE-PROPOSAL.
044800     IF LINE-COUNT > MAXIMUM-LINES
044900         PERFORM START-NEXT-PAGE.
045000     MOVE SPACE TO DETAIL-LINE.
045100     IF PROP-TYPE (PROPOSAL-SUB) = "S"
045200         MOVE "SWEEP" TO PRINT-TYPE
045300     ELSE
045400         MOVE "FUNDING" TO PRINT-TYPE.
045500     MOVE PROP-FROM-ACCT (PROPOSAL-SUB) TO PRINT-FROM-ACCT.
045600     MOVE PROP-TO-ACCT (PROPOSAL-SUB) TO PRINT-TO-ACCT.
045700     MOVE PROP-AMOUNT (PROPOSAL-SUB) TO PRINT-AMOUNT.
045800     IF PROP-NUMBER (PROPOSAL-SUB) = ZEROES
045900         MOVE "NOT POSTED" TO PRINT-NUMBER
046000     ELSE
046100         MOVE PROP-NUMBER (PROPOSAL-SUB) TO NUMBER-DISPLAY
046200         MOVE NUMBER-DISPLAY TO PRINT-NUMBER.
046300     MOVE DETAIL-LINE TO PRINTER-RECORD.
046400     PERFORM WRITE-TO-PRINTER.
046500
046600 WRITE-TO-PRINTER.
046700     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
046800     ADD 1 TO LINE-COUNT.
046900
047000 LINE-FEED.
047100     MOVE SPACE TO PRINTER-RECORD.
047200     PERFORM WRITE-TO-PRINTER.
047300
047400 START-NEXT-PAGE.
047500     PERFORM END-LAST-PAGE.
047600     PERFORM START-NEW-PAGE.
047700
047800 START-NEW-PAGE.
047900     ADD 1 TO PAGE-NUMBER.
048000     MOVE TITLE-LINE TO PRINTER-RECORD.
048100     PERFORM WRITE-TO-PRINTER.
048200     PERFORM LINE-FEED.
048300
048400 END-LAST-PAGE.
048500     PERFORM FORM-FEED.
048600     MOVE ZERO TO LINE-COUNT.
048700
048800 FORM-FEED.
048900     MOVE SPACE TO PRINTER-RECORD.
049000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
049100
049200*---------------------------------
049300* Utility routines.
049400*---------------------------------
049500     COPY "PLDATE01.CBL".
049600     COPY "PLSIGN01.CBL".
049700     COPY "PLXFER01.CBL".
