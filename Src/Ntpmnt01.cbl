000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NTPMNT01.
000300*---------------------------------
000400* Add, Change, Inquire and Delete
000500* for the Notes Payable File,
000600* with draws on a note and rate
000700* changes on an indexed one.
000800*
000900* A note is owed to a lender on
001000* the vendor file. The terms
001100* keyed here - original amount,
001200* rate, number of payments,
001300* months between them and the
001400* first due date - give the
001500* level payment, shown as soon
001600* as the terms are in; the
001700* original advance goes on the
001800* note history as its first
001900* borrowing.
002000*
002100* A draw adds to what is owed
002200* and a rate change moves the
002300* rate in force; on a term loan
002400* either spreads the balance
002500* again over the payments left
002600* at a new level payment. Both
002700* go on the note history for
002800* the roll-forward.
002900*
003000* Once a payment has been
003100* vouchered, or a draw or rate
003200* change made, the terms and
003300* the liability account are
003400* fixed and the note cannot be
003500* deleted. New notes are
003600* stamped with the session's
003700* company.
003800*---------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200
004300     COPY "SLNOTE.CBL".
004400
004500     COPY "SLNTH.CBL".
004600
004700     COPY "SLVND02.CBL".
004800
004900     COPY "SLACCT.CBL".
005000
005100     COPY "SLCOMP.CBL".
005200
005300     COPY "SLOPER.CBL".
005400
005500     COPY "SLSONLOG.CBL".
005600
005700     COPY "SLSESS.CBL".
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100
006200     COPY "FDNOTE.CBL".
006300
006400     COPY "FDNTH.CBL".
006500
006600     COPY "FDVND04.CBL".
006700
006800     COPY "FDACCT.CBL".
006900
007000     COPY "FDCOMP.CBL".
007100
007200     COPY "FDOPER.CBL".
007300
007400     COPY "FDSONLOG.CBL".
007500
007600     COPY "FDSESS.CBL".
007700
007800 WORKING-STORAGE SECTION.
007900
008000 77  MENU-PICK                    PIC 9.
008100     88  MENU-PICK-IS-VALID       VALUES 0 THRU 6.
008200
008300 77  THE-MODE                     PIC X(7).
008400 77  WHICH-FIELD                  PIC 99.
008500 77  OK-TO-DELETE                 PIC X.
008600 77  OK-TO-POST                   PIC X.
008700 77  NOTE-RECORD-FOUND            PIC X.
008800 77  VENDOR-RECORD-FOUND          PIC X.
008900 77  HISTORY-RECORD-FOUND         PIC X.
009000 77  ACCOUNT-IS-GOOD              PIC X.
009100 77  TERMS-ARE-FIXED              PIC X.
009200 77  AMOUNT-ENTRY                 PIC 9(9).
009300 77  RATE-ENTRY                   PIC 9(5).
009400 77  TODAY-DATE                   PIC 9(8).
009500 77  DRAW-AMOUNT                  PIC S9(7)V99.
009600 77  MOVEMENT-DATE                PIC 9(8).
009700 77  NEW-INDEX-RATE               PIC 9(2)V999.
009800
009900 01  AMOUNT-DISPLAY               PIC Z,ZZZ,ZZ9.99-.
010000 01  RATE-DISPLAY                 PIC Z9.999.
010100 01  DATE-DISPLAY                 PIC Z9/99/9999.
010200
010300     COPY "WSCASE01.CBL".
010400
010500     COPY "WSDATE01.CBL".
010600
010700     COPY "WSAUDIT01.CBL".
010800
010900     COPY "WSSIGN01.CBL".
011000
011100     COPY "WSCOMP01.CBL".
011200
011300     COPY "WSNOTE01.CBL".
011400
011500 PROCEDURE DIVISION.
011600 PROGRAM-BEGIN.
011700     PERFORM OPENING-PROCEDURE.
011800     MOVE "NTPMNT01" TO SIGN-ON-PROGRAM.
011900     PERFORM GET-OPERATOR-SIGN-ON.
012000     IF OPERATOR-IS-SIGNED-ON
012100        AND SIGN-ON-CAN-MAINT = "Y"
012200         PERFORM MAIN-PROCESS
012300     ELSE
012400     IF OPERATOR-IS-SIGNED-ON
012500         DISPLAY "YOU ARE NOT AUTHORIZED FOR NOTES PAYABLE"
012600         DISPLAY "MAINTENANCE".
012700     PERFORM CLOSING-PROCEDURE.
012800
012900 PROGRAM-EXIT.
013000     EXIT PROGRAM.
013100
013200 PROGRAM-DONE.
013300     STOP RUN.
013400
013500 OPENING-PROCEDURE.
013600     OPEN I-O OPERATOR-FILE.
013700     OPEN I-O COMPANY-FILE.
013800     OPEN I-O NOTE-FILE.
013900     OPEN I-O NOTE-HISTORY-FILE.
014000     OPEN I-O VENDOR-FILE.
014100     OPEN I-O ACCOUNT-FILE.
014200     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
014300
014400 CLOSING-PROCEDURE.
014500     CLOSE OPERATOR-FILE.
014600     CLOSE COMPANY-FILE.
014700     CLOSE NOTE-FILE.
014800     CLOSE NOTE-HISTORY-FILE.
014900     CLOSE VENDOR-FILE.
015000     CLOSE ACCOUNT-FILE.
015100
015200 MAIN-PROCESS.
015300     PERFORM GET-COMPANY-CODE.
015400     PERFORM GET-MENU-PICK.
015500     PERFORM MAINTAIN-THE-FILE
015600         UNTIL MENU-PICK = 0.
015700
015800*---------------------------------
015900* MENU
016000*---------------------------------
016100 GET-MENU-PICK.
016200     PERFORM DISPLAY-THE-MENU.
016300     PERFORM ACCEPT-MENU-PICK.
016400     PERFORM RE-ACCEPT-MENU-PICK
016500         UNTIL MENU-PICK-IS-VALID.
016600
016700 DISPLAY-THE-MENU.
016800     DISPLAY "    NOTES PAYABLE - PLEASE SELECT:".
016900     DISPLAY " ".
017000     DISPLAY "          1.  ADD RECORDS".
017100     DISPLAY "          2.  CHANGE A RECORD".
017200     DISPLAY "          3.  LOOK UP A RECORD".
017300     DISPLAY "          4.  DELETE A RECORD".
017400     DISPLAY "          5.  RECORD A DRAW".
017500     DISPLAY "          6.  CHANGE AN INDEXED RATE".
017600     DISPLAY " ".
017700     DISPLAY "          0.  EXIT".
017800
017900 ACCEPT-MENU-PICK.
018000     DISPLAY "YOUR CHOICE (0-6)?".
018100     ACCEPT MENU-PICK.
018200
018300 RE-ACCEPT-MENU-PICK.
018400     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
018500     PERFORM ACCEPT-MENU-PICK.
018600
018700 MAINTAIN-THE-FILE.
018800     PERFORM DO-THE-PICK.
018900     PERFORM GET-MENU-PICK.
019000
019100 DO-THE-PICK.
019200     IF MENU-PICK = 1
019300         PERFORM ADD-MODE
019400     ELSE
019500     IF MENU-PICK = 2
019600         PERFORM CHANGE-MODE
019700     ELSE
019800     IF MENU-PICK = 3
019900         PERFORM INQUIRE-MODE
020000     ELSE
020100     IF MENU-PICK = 4
020200         PERFORM DELETE-MODE
020300     ELSE
020400     IF MENU-PICK = 5
020500         PERFORM DRAW-MODE
020600     ELSE
020700     IF MENU-PICK = 6
020800         PERFORM RATE-MODE.
020900
021000*---------------------------------
021100* ADD
021200*---------------------------------
021300 ADD-MODE.
021400     MOVE "ADD" TO THE-MODE.
021500     PERFORM GET-NEW-RECORD-KEY.
021600     PERFORM ADD-RECORDS
021700        UNTIL NOTE-NUMBER = ZEROES.
021800
021900 GET-NEW-RECORD-KEY.
022000     PERFORM ACCEPT-NEW-RECORD-KEY.
022100     PERFORM RE-ACCEPT-NEW-RECORD-KEY
022200         UNTIL NOTE-RECORD-FOUND = "N"
022300            OR NOTE-NUMBER = ZEROES.
022400
022500 ACCEPT-NEW-RECORD-KEY.
022600     PERFORM INIT-NOTE-RECORD.
022700     PERFORM ENTER-NOTE-NUMBER.
022800     IF NOTE-NUMBER NOT = ZEROES
022900         PERFORM READ-NOTE-RECORD.
023000
023100 RE-ACCEPT-NEW-RECORD-KEY.
023200     DISPLAY "RECORD ALREADY ON FILE".
023300     PERFORM ACCEPT-NEW-RECORD-KEY.
023400
023500 ADD-RECORDS.
023600     PERFORM ENTER-REMAINING-FIELDS.
023700     MOVE SIGN-ON-COMPANY TO NOTE-COMPANY.
023800     MOVE "A" TO NOTE-STATUS.
023900     MOVE AUDIT-EVENT-OPERATOR-ID TO NOTE-ENTERED-BY.
024000     PERFORM SET-UP-THE-NOTE.
024100     MOVE 1 TO NOTE-LAST-SEQ.
024200     PERFORM WRITE-NOTE-RECORD.
024300     PERFORM BUILD-ORIGINAL-BORROWING.
024400     PERFORM WRITE-HISTORY-RECORD.
024500     PERFORM GET-NEW-RECORD-KEY.
024600
024700 ENTER-REMAINING-FIELDS.
024800     PERFORM ENTER-NOTE-DESCRIPTION.
024900     PERFORM ENTER-NOTE-VENDOR.
025000     PERFORM ENTER-NOTE-TYPE.
025100     PERFORM ENTER-NOTE-RATE.
025200     PERFORM ENTER-NOTE-ORIGINAL-AMOUNT.
025300     PERFORM ENTER-NOTE-ORIGIN-DATE.
025400     PERFORM ENTER-NOTE-TERM-PAYMENTS.
025500     PERFORM ENTER-NOTE-FREQ-MONTHS.
025600     PERFORM ENTER-NOTE-FIRST-PAY-DATE.
025700     PERFORM ENTER-NOTE-INTEREST-ACCOUNT.
025800     PERFORM ENTER-NOTE-LIABILITY-ACCOUNT.
025900
026000*---------------------------------
026100* CHANGE
026200*---------------------------------
026300 CHANGE-MODE.
026400     MOVE "CHANGE" TO THE-MODE.
026500     PERFORM GET-EXISTING-RECORD.
026600     PERFORM CHANGE-RECORDS
026700        UNTIL NOTE-NUMBER = ZEROES.
026800
026900 CHANGE-RECORDS.
027000     PERFORM CHECK-TERMS-FIXED.
027100     PERFORM GET-FIELD-TO-CHANGE.
027200     PERFORM CHANGE-ONE-FIELD
027300         UNTIL WHICH-FIELD = ZERO.
027400     PERFORM GET-EXISTING-RECORD.
027500
027600 GET-FIELD-TO-CHANGE.
027700     PERFORM DISPLAY-ALL-FIELDS.
027800     PERFORM ASK-WHICH-FIELD.
027900
028000 ASK-WHICH-FIELD.
028100     PERFORM ACCEPT-WHICH-FIELD.
028200     PERFORM RE-ACCEPT-WHICH-FIELD
028300         UNTIL WHICH-FIELD < 12.
028400
028500 ACCEPT-WHICH-FIELD.
028600     DISPLAY "ENTER THE NUMBER OF THE FIELD".
028700     DISPLAY "TO CHANGE (1-11) OR 0 TO EXIT".
028800     ACCEPT WHICH-FIELD.
028900
029000 RE-ACCEPT-WHICH-FIELD.
029100     DISPLAY "INVALID ENTRY".
029200     PERFORM ACCEPT-WHICH-FIELD.
029300
029400 CHANGE-ONE-FIELD.
029500     PERFORM CHANGE-THIS-FIELD.
029600     PERFORM GET-FIELD-TO-CHANGE.
029700
029800*---------------------------------
029900* The description, the lender
030000* and the interest account can
030100* always be changed; anything
030200* that moves the payment, or the
030300* liability it was booked to, is
030400* fixed once the note is under
030500* way. A change of terms before
030600* then sets the note up again
030700* and corrects the original
030800* borrowing on the history.
030900*---------------------------------
031000 CHANGE-THIS-FIELD.
031100     IF WHICH-FIELD = 1
031200         PERFORM ENTER-NOTE-DESCRIPTION
031300     ELSE
031400     IF WHICH-FIELD = 2
031500         PERFORM ENTER-NOTE-VENDOR
031600     ELSE
031700     IF WHICH-FIELD = 10
031800         PERFORM ENTER-NOTE-INTEREST-ACCOUNT
031900     ELSE
032000     IF TERMS-ARE-FIXED = "Y"
032100         DISPLAY "THIS NOTE IS UNDER WAY - ITS TERMS AND"
032200         DISPLAY "LIABILITY ACCOUNT ARE FIXED"
032300     ELSE
032400     IF WHICH-FIELD = 3
032500         PERFORM ENTER-NOTE-TYPE
032600     ELSE
032700     IF WHICH-FIELD = 4
032800         PERFORM ENTER-NOTE-RATE
032900     ELSE
033000     IF WHICH-FIELD = 5
033100         PERFORM ENTER-NOTE-ORIGINAL-AMOUNT
033200     ELSE
033300     IF WHICH-FIELD = 6
033400         PERFORM ENTER-NOTE-ORIGIN-DATE
033500     ELSE
033600     IF WHICH-FIELD = 7
033700         PERFORM ENTER-NOTE-TERM-PAYMENTS
033800     ELSE
033900     IF WHICH-FIELD = 8
034000         PERFORM ENTER-NOTE-FREQ-MONTHS
034100     ELSE
034200     IF WHICH-FIELD = 9
034300         PERFORM ENTER-NOTE-FIRST-PAY-DATE
034400     ELSE
034500     IF WHICH-FIELD = 11
034600         PERFORM ENTER-NOTE-LIABILITY-ACCOUNT.
034700
034800     IF TERMS-ARE-FIXED = "N"
034900         PERFORM SET-UP-THE-NOTE.
035000     PERFORM REWRITE-NOTE-RECORD.
035100     IF TERMS-ARE-FIXED = "N"
035200         PERFORM CORRECT-ORIGINAL-BORROWING.
035300
035400*---------------------------------
035500* INQUIRE
035600*---------------------------------
035700 INQUIRE-MODE.
035800     MOVE "DISPLAY" TO THE-MODE.
035900     PERFORM GET-EXISTING-RECORD.
036000     PERFORM INQUIRE-RECORDS
036100        UNTIL NOTE-NUMBER = ZEROES.
036200
036300 INQUIRE-RECORDS.
036400     PERFORM DISPLAY-ALL-FIELDS.
036500     PERFORM GET-EXISTING-RECORD.
036600
036700*---------------------------------
036800* DELETE
036900*---------------------------------
037000 DELETE-MODE.
037100     MOVE "DELETE" TO THE-MODE.
037200     PERFORM GET-EXISTING-RECORD.
037300     PERFORM DELETE-RECORDS
037400        UNTIL NOTE-NUMBER = ZEROES.
037500
037600 DELETE-RECORDS.
037700     PERFORM DISPLAY-ALL-FIELDS.
037800     PERFORM CHECK-TERMS-FIXED.
037900     IF TERMS-ARE-FIXED = "Y"
038000         DISPLAY "THIS NOTE IS UNDER WAY -"
038100         DISPLAY "IT CANNOT BE DELETED"
038200     ELSE
038300         PERFORM ASK-OK-TO-DELETE
038400         IF OK-TO-DELETE = "Y"
038500             PERFORM DELETE-NOTE-RECORD
038600             PERFORM DELETE-ORIGINAL-BORROWING.
038700     PERFORM GET-EXISTING-RECORD.
038800
038900 ASK-OK-TO-DELETE.
039000     PERFORM ACCEPT-OK-TO-DELETE.
039100     PERFORM RE-ACCEPT-OK-TO-DELETE
039200        UNTIL OK-TO-DELETE = "Y" OR "N".
039300
039400 ACCEPT-OK-TO-DELETE.
039500     DISPLAY "DELETE THIS RECORD (Y/N)?".
039600     ACCEPT OK-TO-DELETE.
039700     INSPECT OK-TO-DELETE
039800      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
039900
040000 RE-ACCEPT-OK-TO-DELETE.
040100     DISPLAY "YOU MUST ENTER YES OR NO".
040200     PERFORM ACCEPT-OK-TO-DELETE.
040300
040400*---------------------------------
040500* DRAW
040600* A further advance on a line of
040700* credit, or new money added to
040800* a term loan. A term loan's
040900* payment is worked out again
041000* over the payments left.
041100*---------------------------------
041200 DRAW-MODE.
041300     MOVE "DRAW" TO THE-MODE.
041400     PERFORM GET-EXISTING-RECORD.
041500     PERFORM DRAW-RECORDS
041600        UNTIL NOTE-NUMBER = ZEROES.
041700
041800 DRAW-RECORDS.
041900     PERFORM DISPLAY-ALL-FIELDS.
042000     IF NOT NOTE-IS-ACTIVE
042100         DISPLAY "THIS NOTE IS PAID OFF - NO DRAW CAN BE"
042200         DISPLAY "RECORDED AGAINST IT"
042300     ELSE
042400         PERFORM ENTER-DRAW-AMOUNT
042500         MOVE "ENTER DATE OF THE DRAW (MM/DD/CCYY)"
042600             TO DATE-PROMPT
042700         PERFORM ENTER-MOVEMENT-DATE
042800         PERFORM ASK-OK-TO-POST
042900         IF OK-TO-POST = "Y"
043000             PERFORM POST-THE-DRAW.
043100     PERFORM GET-EXISTING-RECORD.
043200
043300 POST-THE-DRAW.
043400     ADD DRAW-AMOUNT TO NOTE-BALANCE.
043500     PERFORM SPREAD-THE-BALANCE.
043600     ADD 1 TO NOTE-LAST-SEQ.
043700     PERFORM REWRITE-NOTE-RECORD.
043800     PERFORM INIT-HISTORY-RECORD.
043900     MOVE "B" TO NTH-TYPE.
044000     MOVE DRAW-AMOUNT TO NTH-AMOUNT.
044100     PERFORM WRITE-HISTORY-RECORD.
044200     MOVE NOTE-BALANCE TO AMOUNT-DISPLAY.
044300     DISPLAY "DRAW RECORDED - NOW OWED: " AMOUNT-DISPLAY.
044400
044500 ENTER-DRAW-AMOUNT.
044600     PERFORM ACCEPT-DRAW-AMOUNT.
044700     PERFORM RE-ACCEPT-DRAW-AMOUNT
044800         UNTIL DRAW-AMOUNT > ZEROES.
044900
045000 ACCEPT-DRAW-AMOUNT.
045100     DISPLAY "ENTER AMOUNT DRAWN WITH NO DECIMAL POINT".
045200     ACCEPT AMOUNT-ENTRY.
045300     COMPUTE DRAW-AMOUNT = AMOUNT-ENTRY / 100.
045400
045500 RE-ACCEPT-DRAW-AMOUNT.
045600     DISPLAY "AMOUNT MUST BE ENTERED".
045700     PERFORM ACCEPT-DRAW-AMOUNT.
045800
045900*---------------------------------
046000* RATE
046100* The index has moved: the rate
046200* in force becomes the new index
046300* rate plus the note's spread.
046400*---------------------------------
046500 RATE-MODE.
046600     MOVE "RATE" TO THE-MODE.
046700     PERFORM GET-EXISTING-RECORD.
046800     PERFORM RATE-RECORDS
046900        UNTIL NOTE-NUMBER = ZEROES.
047000
047100 RATE-RECORDS.
047200     PERFORM DISPLAY-ALL-FIELDS.
047300     IF NOT NOTE-RATE-IS-INDEXED
047400         DISPLAY "THIS NOTE HAS A FIXED RATE"
047500     ELSE
047600     IF NOT NOTE-IS-ACTIVE
047700         DISPLAY "THIS NOTE IS PAID OFF"
047800     ELSE
047900         PERFORM ENTER-NEW-INDEX-RATE
048000         MOVE "ENTER DATE THE RATE TAKES EFFECT (MM/DD/CCYY)"
048100             TO DATE-PROMPT
048200         PERFORM ENTER-MOVEMENT-DATE
048300         PERFORM ASK-OK-TO-POST
048400         IF OK-TO-POST = "Y"
048500             PERFORM POST-THE-RATE-CHANGE.
048600     PERFORM GET-EXISTING-RECORD.
048700
048800 POST-THE-RATE-CHANGE.
048900     MOVE NEW-INDEX-RATE TO NOTE-INDEX-RATE.
049000     COMPUTE NOTE-RATE = NOTE-INDEX-RATE + NOTE-SPREAD.
049100     PERFORM SPREAD-THE-BALANCE.
049200     ADD 1 TO NOTE-LAST-SEQ.
049300     PERFORM REWRITE-NOTE-RECORD.
049400     PERFORM INIT-HISTORY-RECORD.
049500     MOVE "R" TO NTH-TYPE.
049600     PERFORM WRITE-HISTORY-RECORD.
049700     MOVE NOTE-RATE TO RATE-DISPLAY.
049800     DISPLAY "RATE IN FORCE NOW " RATE-DISPLAY "%".
049900
050000 ENTER-NEW-INDEX-RATE.
050100     DISPLAY "ENTER NEW " NOTE-INDEX-NAME
050200             " RATE IN THOUSANDTHS".
050300     DISPLAY "(05250 = 5.250%)".
050400     ACCEPT RATE-ENTRY.
050500     COMPUTE NEW-INDEX-RATE = RATE-ENTRY / 1000.
050600
050700*---------------------------------
050800* A term loan's balance is spread
050900* again over the payments it has
051000* left at the rate in force.
051100*---------------------------------
051200 SPREAD-THE-BALANCE.
051300     IF NOTE-IS-TERM
051400         MOVE NOTE-BALANCE TO NOTE-CALC-BALANCE
051500         COMPUTE NOTE-CALC-PAYMENTS-LEFT =
051600             NOTE-TERM-PAYMENTS - NOTE-PAYMENTS-MADE
051700         PERFORM COMPUTE-NOTE-PAYMENT
051800         MOVE NOTE-CALC-PAYMENT TO NOTE-PAYMENT
051900         MOVE NOTE-PAYMENT TO AMOUNT-DISPLAY
052000         DISPLAY "PAYMENT NOW: " AMOUNT-DISPLAY.
052100
052200 ENTER-MOVEMENT-DATE.
052300     MOVE "N" TO ZERO-DATE-IS-OK.
052400     PERFORM GET-A-DATE.
052500     MOVE DATE-CCYYMMDD TO MOVEMENT-DATE.
052600
052700 ASK-OK-TO-POST.
052800     PERFORM ACCEPT-OK-TO-POST.
052900     PERFORM RE-ACCEPT-OK-TO-POST
053000        UNTIL OK-TO-POST = "Y" OR "N".
053100
053200 ACCEPT-OK-TO-POST.
053300     DISPLAY "RECORD THIS ON THE NOTE (Y/N)?".
053400     ACCEPT OK-TO-POST.
053500     INSPECT OK-TO-POST
053600      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
053700
053800 RE-ACCEPT-OK-TO-POST.
053900     DISPLAY "YOU MUST ENTER YES OR NO".
054000     PERFORM ACCEPT-OK-TO-POST.
054100
054200*---------------------------------
054300* Routines shared by all modes
054400*---------------------------------
054500 INIT-NOTE-RECORD.
054600     MOVE SPACE TO NOTE-RECORD.
054700     MOVE ZEROES TO NOTE-NUMBER
054800                    NOTE-VENDOR
054900                    NOTE-INDEX-RATE
055000                    NOTE-SPREAD
055100                    NOTE-RATE
055200                    NOTE-ORIGINAL-AMOUNT
055300                    NOTE-ORIGIN-DATE
055400                    NOTE-TERM-PAYMENTS
055500                    NOTE-FREQ-MONTHS
055600                    NOTE-FIRST-PAY-DATE
055700                    NOTE-INTEREST-ACCOUNT
055800                    NOTE-LIABILITY-ACCOUNT
055900                    NOTE-COMPANY
056000                    NOTE-PAYMENT
056100                    NOTE-PAYMENTS-MADE
056200                    NOTE-NEXT-DUE-DATE
056300                    NOTE-BALANCE
056400                    NOTE-LAST-SEQ.
056500
056600 CHECK-TERMS-FIXED.
056700     MOVE "N" TO TERMS-ARE-FIXED.
056800     IF NOTE-PAYMENTS-MADE NOT = ZEROES
056900        OR NOTE-LAST-SEQ > 1
057000         MOVE "Y" TO TERMS-ARE-FIXED.
057100
057200*---------------------------------
057300* Before any payment the whole
057400* original amount is owed and
057500* the first payment is next.
057600*---------------------------------
057700 SET-UP-THE-NOTE.
057800     MOVE NOTE-ORIGINAL-AMOUNT TO NOTE-BALANCE.
057900     MOVE ZEROES TO NOTE-PAYMENTS-MADE.
058000     MOVE NOTE-FIRST-PAY-DATE TO NOTE-NEXT-DUE-DATE.
058100     MOVE NOTE-BALANCE TO NOTE-CALC-BALANCE.
058200     MOVE NOTE-TERM-PAYMENTS TO NOTE-CALC-PAYMENTS-LEFT.
058300     PERFORM COMPUTE-NOTE-PAYMENT.
058400     MOVE NOTE-CALC-PAYMENT TO NOTE-PAYMENT.
058500     IF NOTE-IS-TERM
058600         MOVE NOTE-PAYMENT TO AMOUNT-DISPLAY
058700         DISPLAY "LEVEL PAYMENT: " AMOUNT-DISPLAY
058800     ELSE
058900         DISPLAY "INTEREST ONLY - BALANCE DUE WITH THE LAST".
059000
059100 BUILD-ORIGINAL-BORROWING.
059200     MOVE NOTE-ORIGIN-DATE TO MOVEMENT-DATE.
059300     PERFORM INIT-HISTORY-RECORD.
059400     MOVE 1 TO NTH-SEQ.
059500     MOVE "B" TO NTH-TYPE.
059600     MOVE NOTE-ORIGINAL-AMOUNT TO NTH-AMOUNT.
059700
059800 CORRECT-ORIGINAL-BORROWING.
059900     PERFORM READ-ORIGINAL-BORROWING.
060000     IF HISTORY-RECORD-FOUND = "Y"
060100         PERFORM BUILD-ORIGINAL-BORROWING
060200         PERFORM REWRITE-HISTORY-RECORD.
060300
060400 DELETE-ORIGINAL-BORROWING.
060500     PERFORM READ-ORIGINAL-BORROWING.
060600     IF HISTORY-RECORD-FOUND = "Y"
060700         PERFORM DELETE-HISTORY-RECORD.
060800
060900*---------------------------------
061000* A movement as the note now
061100* stands after it.
061200*---------------------------------
061300 INIT-HISTORY-RECORD.
061400     MOVE SPACE TO NOTE-HISTORY-RECORD.
061500     MOVE NOTE-NUMBER TO NTH-NOTE-NUMBER.
061600     MOVE NOTE-LAST-SEQ TO NTH-SEQ.
061700     MOVE MOVEMENT-DATE TO NTH-DATE.
061800     MOVE ZEROES TO NTH-PAYMENT-NO
061900                    NTH-VOUCHER-NO
062000                    NTH-AMOUNT
062100                    NTH-INTEREST
062200                    NTH-PRINCIPAL.
062300     MOVE NOTE-BALANCE TO NTH-BALANCE.
062400     MOVE NOTE-RATE TO NTH-RATE.
062500     MOVE TODAY-DATE TO NTH-ENTERED-DATE.
062600     MOVE AUDIT-EVENT-OPERATOR-ID TO NTH-ENTERED-BY.
062700
062800 ENTER-NOTE-NUMBER.
062900     DISPLAY "ENTER NOTE NUMBER (1-999), 0 TO EXIT".
063000     ACCEPT NOTE-NUMBER.
063100
063200 ENTER-NOTE-DESCRIPTION.
063300     PERFORM ACCEPT-NOTE-DESCRIPTION.
063400     PERFORM RE-ACCEPT-NOTE-DESCRIPTION
063500         UNTIL NOTE-DESCRIPTION NOT = SPACES.
063600
063700 ACCEPT-NOTE-DESCRIPTION.
063800     DISPLAY "ENTER DESCRIPTION".
063900     ACCEPT NOTE-DESCRIPTION.
064000     INSPECT NOTE-DESCRIPTION
064100         CONVERTING LOWER-ALPHA
064200         TO         UPPER-ALPHA.
064300
064400 RE-ACCEPT-NOTE-DESCRIPTION.
064500     DISPLAY "DESCRIPTION MUST NOT BE BLANK".
064600     PERFORM ACCEPT-NOTE-DESCRIPTION.
064700
064800 ENTER-NOTE-VENDOR.
064900     PERFORM ACCEPT-NOTE-VENDOR.
065000     PERFORM RE-ACCEPT-NOTE-VENDOR
065100         UNTIL VENDOR-RECORD-FOUND = "Y".
065200     DISPLAY "LENDER: " VENDOR-NAME.
065300
065400 ACCEPT-NOTE-VENDOR.
065500     DISPLAY "ENTER VENDOR NUMBER OF THE LENDER".
065600     ACCEPT NOTE-VENDOR.
065700     PERFORM READ-VENDOR-RECORD.
065800
065900 RE-ACCEPT-NOTE-VENDOR.
066000     DISPLAY "LENDER MUST BE AN ACTIVE VENDOR".
066100     PERFORM ACCEPT-NOTE-VENDOR.
066200
066300 ENTER-NOTE-TYPE.
066400     PERFORM ACCEPT-NOTE-TYPE.
066500     PERFORM RE-ACCEPT-NOTE-TYPE
066600         UNTIL NOTE-TYPE-IS-VALID.
066700
066800 ACCEPT-NOTE-TYPE.
066900     DISPLAY "ENTER NOTE TYPE (T = TERM LOAN,".
067000     DISPLAY "L = LINE OF CREDIT)".
067100     ACCEPT NOTE-TYPE.
067200     INSPECT NOTE-TYPE
067300         CONVERTING LOWER-ALPHA
067400         TO         UPPER-ALPHA.
067500
067600 RE-ACCEPT-NOTE-TYPE.
067700     DISPLAY "YOU MUST ENTER T OR L".
067800     PERFORM ACCEPT-NOTE-TYPE.
067900
068000*---------------------------------
068100* Rates are keyed in thousandths
068200* of a percent with no decimal
068300* point - 06500 is 6.5%. An
068400* indexed note takes the index,
068500* its rate today and the spread
068600* over it.
068700*---------------------------------
068800 ENTER-NOTE-RATE.
068900     PERFORM ENTER-NOTE-RATE-TYPE.
069000     IF NOTE-RATE-IS-INDEXED
069100         PERFORM ENTER-NOTE-INDEX-NAME
069200         DISPLAY "ENTER " NOTE-INDEX-NAME
069300                 " RATE TODAY IN THOUSANDTHS"
069400         DISPLAY "(05250 = 5.250%)"
069500         ACCEPT RATE-ENTRY
069600         COMPUTE NOTE-INDEX-RATE = RATE-ENTRY / 1000
069700         DISPLAY "ENTER SPREAD OVER THE INDEX IN THOUSANDTHS"
069800         DISPLAY "(01750 = 1.750%)"
069900         ACCEPT RATE-ENTRY
070000         COMPUTE NOTE-SPREAD = RATE-ENTRY / 1000
070100         COMPUTE NOTE-RATE = NOTE-INDEX-RATE + NOTE-SPREAD
070200     ELSE
070300         MOVE SPACES TO NOTE-INDEX-NAME
070400         MOVE ZEROES TO NOTE-INDEX-RATE
070500                        NOTE-SPREAD
070600         DISPLAY "ENTER ANNUAL RATE IN THOUSANDTHS"
070700         DISPLAY "(06500 = 6.500%)"
070800         ACCEPT RATE-ENTRY
070900         COMPUTE NOTE-RATE = RATE-ENTRY / 1000.
071000
071100 ENTER-NOTE-RATE-TYPE.
071200     PERFORM ACCEPT-NOTE-RATE-TYPE.
071300     PERFORM RE-ACCEPT-NOTE-RATE-TYPE
071400         UNTIL NOTE-RATE-TYPE-IS-VALID.
071500
071600 ACCEPT-NOTE-RATE-TYPE.
071700     DISPLAY "ENTER RATE TYPE (F = FIXED, I = INDEXED)".
071800     ACCEPT NOTE-RATE-TYPE.
071900     INSPECT NOTE-RATE-TYPE
072000         CONVERTING LOWER-ALPHA
072100         TO         UPPER-ALPHA.
072200
072300 RE-ACCEPT-NOTE-RATE-TYPE.
072400     DISPLAY "YOU MUST ENTER F OR I".
072500     PERFORM ACCEPT-NOTE-RATE-TYPE.
072600
072700 ENTER-NOTE-INDEX-NAME.
072800     PERFORM ACCEPT-NOTE-INDEX-NAME.
072900     PERFORM RE-ACCEPT-NOTE-INDEX-NAME
073000         UNTIL NOTE-INDEX-NAME NOT = SPACES.
073100
073200 ACCEPT-NOTE-INDEX-NAME.
073300     DISPLAY "ENTER THE INDEX THE RATE FOLLOWS (E.G. PRIME)".
073400     ACCEPT NOTE-INDEX-NAME.
073500     INSPECT NOTE-INDEX-NAME
073600         CONVERTING LOWER-ALPHA
073700         TO         UPPER-ALPHA.
073800
073900 RE-ACCEPT-NOTE-INDEX-NAME.
074000     DISPLAY "INDEX MUST NOT BE BLANK".
074100     PERFORM ACCEPT-NOTE-INDEX-NAME.
074200
074300 ENTER-NOTE-ORIGINAL-AMOUNT.
074400     PERFORM ACCEPT-NOTE-ORIGINAL-AMOUNT.
074500     PERFORM RE-ACCEPT-NOTE-ORIGINAL-AMOUNT
074600         UNTIL NOTE-ORIGINAL-AMOUNT > ZEROES.
074700
074800 ACCEPT-NOTE-ORIGINAL-AMOUNT.
074900     DISPLAY "ENTER ORIGINAL AMOUNT BORROWED WITH NO".
075000     DISPLAY "DECIMAL POINT".
075100     ACCEPT AMOUNT-ENTRY.
075200     COMPUTE NOTE-ORIGINAL-AMOUNT = AMOUNT-ENTRY / 100.
075300
075400 RE-ACCEPT-NOTE-ORIGINAL-AMOUNT.
075500     DISPLAY "AMOUNT MUST BE ENTERED".
075600     PERFORM ACCEPT-NOTE-ORIGINAL-AMOUNT.
075700
075800 ENTER-NOTE-ORIGIN-DATE.
075900     MOVE "N" TO ZERO-DATE-IS-OK.
076000     MOVE "ENTER DATE THE MONEY WAS LENT (MM/DD/CCYY)"
076100         TO DATE-PROMPT.
076200     PERFORM GET-A-DATE.
076300     MOVE DATE-CCYYMMDD TO NOTE-ORIGIN-DATE.
076400
076500 ENTER-NOTE-TERM-PAYMENTS.
076600     PERFORM ACCEPT-NOTE-TERM-PAYMENTS.
076700     PERFORM RE-ACCEPT-NOTE-TERM-PAYMENTS
076800         UNTIL NOTE-TERM-PAYMENTS > ZEROES
076900           AND NOTE-TERM-PAYMENTS NOT > 360.
077000
077100 ACCEPT-NOTE-TERM-PAYMENTS.
077200     DISPLAY "ENTER NUMBER OF PAYMENTS (1-360)".
077300     ACCEPT NOTE-TERM-PAYMENTS.
077400
077500 RE-ACCEPT-NOTE-TERM-PAYMENTS.
077600     DISPLAY "PAYMENTS MUST BE 1 THROUGH 360".
077700     PERFORM ACCEPT-NOTE-TERM-PAYMENTS.
077800
077900 ENTER-NOTE-FREQ-MONTHS.
078000     PERFORM ACCEPT-NOTE-FREQ-MONTHS.
078100     PERFORM RE-ACCEPT-NOTE-FREQ-MONTHS
078200         UNTIL NOTE-FREQ-IS-VALID.
078300
078400 ACCEPT-NOTE-FREQ-MONTHS.
078500     DISPLAY "ENTER MONTHS BETWEEN PAYMENTS".
078600     DISPLAY "(1 = MONTHLY, 3 = QUARTERLY, 6, 12 = YEARLY)".
078700     ACCEPT NOTE-FREQ-MONTHS.
078800
078900 RE-ACCEPT-NOTE-FREQ-MONTHS.
079000     DISPLAY "YOU MUST ENTER 1, 3, 6 OR 12".
079100     PERFORM ACCEPT-NOTE-FREQ-MONTHS.
079200
079300 ENTER-NOTE-FIRST-PAY-DATE.
079400     PERFORM ACCEPT-NOTE-FIRST-PAY-DATE.
079500     PERFORM RE-ACCEPT-NOTE-FIRST-PAY-DATE
079600         UNTIL NOTE-FIRST-PAY-DATE > NOTE-ORIGIN-DATE.
079700
079800 ACCEPT-NOTE-FIRST-PAY-DATE.
079900     MOVE "N" TO ZERO-DATE-IS-OK.
080000     MOVE "ENTER FIRST PAYMENT DUE DATE (MM/DD/CCYY)"
080100         TO DATE-PROMPT.
080200     PERFORM GET-A-DATE.
080300     MOVE DATE-CCYYMMDD TO NOTE-FIRST-PAY-DATE.
080400
080500 RE-ACCEPT-NOTE-FIRST-PAY-DATE.
080600     DISPLAY "FIRST PAYMENT MUST FALL AFTER THE LOAN DATE".
080700     PERFORM ACCEPT-NOTE-FIRST-PAY-DATE.
080800
080900 ENTER-NOTE-INTEREST-ACCOUNT.
081000     PERFORM ACCEPT-NOTE-INTEREST-ACCOUNT.
081100     PERFORM RE-ACCEPT-NOTE-INTEREST-ACCT
081200         UNTIL ACCOUNT-IS-GOOD = "Y".
081300
081400 ACCEPT-NOTE-INTEREST-ACCOUNT.
081500     DISPLAY "ENTER G/L INTEREST EXPENSE ACCOUNT".
081600     ACCEPT NOTE-INTEREST-ACCOUNT.
081700     MOVE NOTE-INTEREST-ACCOUNT TO ACCOUNT-NUMBER.
081800     PERFORM READ-ACCOUNT-RECORD.
081900     IF ACCOUNT-IS-GOOD = "Y"
082000         IF NOT ACCOUNT-IS-EXPENSE
082100             MOVE "N" TO ACCOUNT-IS-GOOD.
082200
082300 RE-ACCEPT-NOTE-INTEREST-ACCT.
082400     DISPLAY "ACCOUNT MUST BE AN ACTIVE EXPENSE ACCOUNT".
082500     PERFORM ACCEPT-NOTE-INTEREST-ACCOUNT.
082600
082700 ENTER-NOTE-LIABILITY-ACCOUNT.
082800     PERFORM ACCEPT-NOTE-LIABILITY-ACCOUNT.
082900     PERFORM RE-ACCEPT-NOTE-LIABILITY-ACCT
083000         UNTIL ACCOUNT-IS-GOOD = "Y".
083100
083200 ACCEPT-NOTE-LIABILITY-ACCOUNT.
083300     DISPLAY "ENTER G/L NOTE PAYABLE LIABILITY ACCOUNT".
083400     ACCEPT NOTE-LIABILITY-ACCOUNT.
083500     MOVE NOTE-LIABILITY-ACCOUNT TO ACCOUNT-NUMBER.
083600     PERFORM READ-ACCOUNT-RECORD.
083700     IF ACCOUNT-IS-GOOD = "Y"
083800         IF NOT ACCOUNT-IS-LIABILITY
083900             MOVE "N" TO ACCOUNT-IS-GOOD.
084000
084100 RE-ACCEPT-NOTE-LIABILITY-ACCT.
084200     DISPLAY "ACCOUNT MUST BE AN ACTIVE LIABILITY ACCOUNT".
084300     PERFORM ACCEPT-NOTE-LIABILITY-ACCOUNT.
084400
084500 GET-EXISTING-RECORD.
084600     PERFORM ACCEPT-EXISTING-KEY.
084700     PERFORM RE-ACCEPT-EXISTING-KEY
084800         UNTIL NOTE-RECORD-FOUND = "Y" OR
084900               NOTE-NUMBER = ZEROES.
085000
085100 ACCEPT-EXISTING-KEY.
085200     PERFORM INIT-NOTE-RECORD.
085300     PERFORM ENTER-NOTE-NUMBER.
085400     IF NOTE-NUMBER NOT = ZEROES
085500         PERFORM READ-NOTE-RECORD.
085600
085700 RE-ACCEPT-EXISTING-KEY.
085800     DISPLAY "RECORD NOT FOUND".
085900     PERFORM ACCEPT-EXISTING-KEY.
086000
086100 DISPLAY-ALL-FIELDS.
086200     DISPLAY " ".
086300     DISPLAY "NOTE: " NOTE-NUMBER
086400             "  COMPANY: " NOTE-COMPANY
086500             "  STATUS: " NOTE-STATUS.
086600     DISPLAY "1. DESCRIPTION: " NOTE-DESCRIPTION.
086700     PERFORM READ-VENDOR-RECORD.
086800     DISPLAY "2. LENDER: " NOTE-VENDOR " " VENDOR-NAME.
086900     DISPLAY "3. TYPE: " NOTE-TYPE.
087000     MOVE NOTE-RATE TO RATE-DISPLAY.
087100     IF NOTE-RATE-IS-INDEXED
087200         DISPLAY "4. RATE: " RATE-DISPLAY "% INDEXED TO "
087300                 NOTE-INDEX-NAME
087400     ELSE
087500         DISPLAY "4. RATE: " RATE-DISPLAY "% FIXED".
087600     MOVE NOTE-ORIGINAL-AMOUNT TO AMOUNT-DISPLAY.
087700     DISPLAY "5. ORIGINAL AMOUNT: " AMOUNT-DISPLAY.
087800     MOVE NOTE-ORIGIN-DATE TO DATE-CCYYMMDD.
087900     PERFORM CONVERT-TO-MMDDCCYY.
088000     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
088100     DISPLAY "6. LOAN DATE: " DATE-DISPLAY.
088200     DISPLAY "7. PAYMENTS: " NOTE-TERM-PAYMENTS.
088300     DISPLAY "8. MONTHS BETWEEN PAYMENTS: " NOTE-FREQ-MONTHS.
088400     MOVE NOTE-FIRST-PAY-DATE TO DATE-CCYYMMDD.
088500     PERFORM CONVERT-TO-MMDDCCYY.
088600     MOVE DATE-MMDDCCYY TO DATE-DISPLAY.
088700     DISPLAY "9. FIRST PAYMENT DUE: " DATE-DISPLAY.
088800     DISPLAY "10. INTEREST ACCOUNT: " NOTE-INTEREST-ACCOUNT.
088900     DISPLAY "11. LIABILITY ACCOUNT: " NOTE-LIABILITY-ACCOUNT.
089000     MOVE NOTE-PAYMENT TO AMOUNT-DISPLAY.
089100     DISPLAY "LEVEL PAYMENT: " AMOUNT-DISPLAY.
089200     DISPLAY "PAYMENTS MADE: " NOTE-PAYMENTS-MADE.
089300     IF NOTE-IS-ACTIVE
089400         MOVE NOTE-NEXT-DUE-DATE TO DATE-CCYYMMDD
089500         PERFORM CONVERT-TO-MMDDCCYY
089600         MOVE DATE-MMDDCCYY TO DATE-DISPLAY
089700         DISPLAY "NEXT PAYMENT DUE: " DATE-DISPLAY.
089800     MOVE NOTE-BALANCE TO AMOUNT-DISPLAY.
089900     DISPLAY "PRINCIPAL OWED: " AMOUNT-DISPLAY.
090000
090100*---------------------------------
090200* File I-O routines.
090300*---------------------------------
090400 READ-NOTE-RECORD.
090500     MOVE "Y" TO NOTE-RECORD-FOUND.
090600     READ NOTE-FILE RECORD
090700         INVALID KEY
090800         MOVE "N" TO NOTE-RECORD-FOUND.
090900
091000 WRITE-NOTE-RECORD.
091100     WRITE NOTE-RECORD
091200         INVALID KEY
091300         DISPLAY "RECORD ALREADY ON FILE".
091400
091500 REWRITE-NOTE-RECORD.
091600     REWRITE NOTE-RECORD
091700         INVALID KEY
091800         DISPLAY "ERROR REWRITING NOTE".
091900
092000 DELETE-NOTE-RECORD.
092100     DELETE NOTE-FILE RECORD
092200         INVALID KEY
092300         DISPLAY "ERROR DELETING NOTE".
092400
092500 READ-ORIGINAL-BORROWING.
092600     MOVE NOTE-NUMBER TO NTH-NOTE-NUMBER.
092700     MOVE 1 TO NTH-SEQ.
092800     MOVE "Y" TO HISTORY-RECORD-FOUND.
092900     READ NOTE-HISTORY-FILE RECORD
093000         INVALID KEY
093100         MOVE "N" TO HISTORY-RECORD-FOUND.
093200
093300 WRITE-HISTORY-RECORD.
093400     WRITE NOTE-HISTORY-RECORD
093500         INVALID KEY
093600         DISPLAY "ERROR WRITING NOTE HISTORY "
093700                 NTH-NOTE-NUMBER "-" NTH-SEQ.
093800
093900 REWRITE-HISTORY-RECORD.
094000     REWRITE NOTE-HISTORY-RECORD
094100         INVALID KEY
094200         DISPLAY "ERROR REWRITING NOTE HISTORY "
094300                 NTH-NOTE-NUMBER "-" NTH-SEQ.
094400
094500 DELETE-HISTORY-RECORD.
094600     DELETE NOTE-HISTORY-FILE RECORD
094700         INVALID KEY
094800         DISPLAY "ERROR DELETING NOTE HISTORY "
094900                 NTH-NOTE-NUMBER "-" NTH-SEQ.
095000
095100 READ-VENDOR-RECORD.
095200     MOVE NOTE-VENDOR TO VENDOR-NUMBER.
095300     MOVE "Y" TO VENDOR-RECORD-FOUND.
095400     READ VENDOR-FILE RECORD
095500         INVALID KEY
095600         MOVE "N" TO VENDOR-RECORD-FOUND
095700         MOVE SPACES TO VENDOR-NAME.
095800     IF VENDOR-RECORD-FOUND = "Y"
095900         IF VENDOR-IS-INACTIVE
096000             MOVE "N" TO VENDOR-RECORD-FOUND.
096100
096200 READ-ACCOUNT-RECORD.
096300     MOVE "Y" TO ACCOUNT-IS-GOOD.
096400     READ ACCOUNT-FILE RECORD
096500         INVALID KEY
096600         MOVE "N" TO ACCOUNT-IS-GOOD.
096700     IF ACCOUNT-IS-GOOD = "Y"
096800         IF NOT ACCOUNT-IS-ACTIVE
096900             MOVE "N" TO ACCOUNT-IS-GOOD.
097000
097100*---------------------------------
097200* Utility routines.
097300*---------------------------------
097400     COPY "PLDATE01.CBL".
097500     COPY "PLCOMP01.CBL".
097600     COPY "PLSIGN01.CBL".
097700     COPY "PLNOTE01.CBL".
