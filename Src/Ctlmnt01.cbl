003800 WORKING-STORAGE SECTION.
003900
004000 77  APCTL-FILE-AT-END       PIC X.
004100 77  WHICH-FIELD             PIC 99.
004200 01  AMOUNT-ENTRY            PIC 9(8).
004300 01  THRESHOLD-DISPLAY       PIC ZZZ,ZZ9.99.
004400 01  TOLERANCE-ENTRY         PIC 9(5).
004500 01  TOLERANCE-DISPLAY       PIC ZZ9.99.
004510 01  CEILING-ENTRY           PIC 9(9).
004520 01  CEILING-DISPLAY         PIC Z,ZZZ,ZZ9.99.
004530 01  FIELD-NUMBER-DISPLAY    PIC Z9.
004540 77  TIER-SUB                PIC 9.
004600
004700     COPY "WSCASE01.CBL".
004800
008900                    APCTL-STALE-DAYS
009000                    APCTL-PRENOTE-DAYS
009100                    APCTL-BUDGET-TOLERANCE
009200                    APCTL-AUDIT-KEEP-DAYS
009250                    APCTL-ADVANCE-ACCOUNT
009260                    APCTL-PCARD-VENDOR
009270                    APCTL-PCARD-SUSPENSE
009280                    APCTL-CHANGE-WATCH-DAYS
009290                    APCTL-REQN-CEILING (1)
009292                    APCTL-REQN-CEILING (2)
009294                    APCTL-REQN-CEILING (3).
009300     OPEN INPUT APCTL-FILE.
009400     MOVE "N" TO APCTL-FILE-AT-END.
009500     READ APCTL-FILE
010200                        APCTL-STALE-DAYS
010300                        APCTL-PRENOTE-DAYS
010400                        APCTL-BUDGET-TOLERANCE
010500                        APCTL-AUDIT-KEEP-DAYS
010550                        APCTL-ADVANCE-ACCOUNT
010560                        APCTL-PCARD-VENDOR
010570                        APCTL-PCARD-SUSPENSE
010580                        APCTL-CHANGE-WATCH-DAYS
010590                        APCTL-REQN-CEILING (1)
010592                        APCTL-REQN-CEILING (2)
010594                        APCTL-REQN-CEILING (3).
010600
010700 SAVE-CONTROL-RECORD.
010800     OPEN OUTPUT APCTL-FILE.
011700 ASK-WHICH-FIELD.
011800     PERFORM ACCEPT-WHICH-FIELD.
011900     PERFORM RE-ACCEPT-WHICH-FIELD
012000         UNTIL WHICH-FIELD < 14.
012100
012200 ACCEPT-WHICH-FIELD.
012300     DISPLAY "ENTER THE NUMBER OF THE FIELD".
012400     DISPLAY "TO CHANGE (1-13) OR 0 TO SAVE AND EXIT".
012500     ACCEPT WHICH-FIELD.
012600
012700 RE-ACCEPT-WHICH-FIELD.
014500         PERFORM ENTER-AUDIT-KEEP-DAYS
014600     ELSE
014700     IF WHICH-FIELD = 6
014720         PERFORM ENTER-SIGNATURE-THRESHOLD
014740     ELSE
014760     IF WHICH-FIELD = 7
014780         PERFORM ENTER-ADVANCE-ACCOUNT
014790     ELSE
014800     IF WHICH-FIELD = 8
014810         PERFORM ENTER-PCARD-VENDOR
014820     ELSE
014830     IF WHICH-FIELD = 9
014840         PERFORM ENTER-PCARD-SUSPENSE
014850     ELSE
014860     IF WHICH-FIELD = 10
014870         PERFORM ENTER-CHANGE-WATCH-DAYS
014875     ELSE
014880     IF WHICH-FIELD > 10
014885         COMPUTE TIER-SUB = WHICH-FIELD - 10
014890         PERFORM ENTER-REQN-CEILING.
014900     PERFORM GET-FIELD-TO-CHANGE.
015000
015100*---------------------------------
019600     COMPUTE APCTL-SIGNATURE-THRESHOLD =
019700         AMOUNT-ENTRY / 100.
019800
019805*---------------------------------
019810* The chart-of-accounts number
019815* travel advances are charged
019820* to; zero stops advances from
019825* being recorded.
019830*---------------------------------
019835 ENTER-ADVANCE-ACCOUNT.
019840     DISPLAY "ENTER TRAVEL ADVANCE G/L ACCOUNT".
019845     DISPLAY "0 MEANS ADVANCES CANNOT BE RECORDED".
019850     ACCEPT APCTL-ADVANCE-ACCOUNT.
019870
019900 DISPLAY-ALL-FIELDS.
020000     MOVE APCTL-APPROVAL-THRESHOLD TO THRESHOLD-DISPLAY.
020100     DISPLAY "1. APPROVAL THRESHOLD: " THRESHOLD-DISPLAY.
021100         TO THRESHOLD-DISPLAY.
021200     DISPLAY "6. DUAL-SIGNATURE THRESHOLD: "
021300             THRESHOLD-DISPLAY.
021320     DISPLAY "7. TRAVEL ADVANCE ACCOUNT: "
021340             APCTL-ADVANCE-ACCOUNT.
021350     DISPLAY "8. P-CARD ISSUER VENDOR: "
021360             APCTL-PCARD-VENDOR.
021370     DISPLAY "9. P-CARD SUSPENSE ACCOUNT: "
021380             APCTL-PCARD-SUSPENSE.
021385     DISPLAY "10. VENDOR CHANGE WATCH DAYS: "
021390             APCTL-CHANGE-WATCH-DAYS.
021391     PERFORM DISPLAY-REQN-CEILING
021392         VARYING TIER-SUB FROM 1 BY 1
021393           UNTIL TIER-SUB > 3.
021394
021395 DISPLAY-REQN-CEILING.
021396     MOVE APCTL-REQN-CEILING (TIER-SUB) TO CEILING-DISPLAY.
021397     COMPUTE FIELD-NUMBER-DISPLAY = TIER-SUB + 10.
021398     DISPLAY FIELD-NUMBER-DISPLAY ". REQUISITION TIER "
021399             TIER-SUB " CEILING: " CEILING-DISPLAY.
021400
021402*---------------------------------
021404* The card issuer the monthly
021406* purchasing card voucher is
021408* raised to, and the account a
021410* line not yet signed off is
021412* charged to when the statement
021414* must be paid. A zero issuer
021416* stops the voucher build; a
021418* zero suspense account makes
021420* every line wait for sign-off.
021422*---------------------------------
021424 ENTER-PCARD-VENDOR.
021426     DISPLAY "ENTER PURCHASING CARD ISSUER VENDOR".
021428     DISPLAY "0 MEANS NO CARD VOUCHERS CAN BE BUILT".
021430     ACCEPT APCTL-PCARD-VENDOR.
021432
021434 ENTER-PCARD-SUSPENSE.
021436     DISPLAY "ENTER PURCHASING CARD SUSPENSE G/L ACCOUNT".
021438     DISPLAY "0 MEANS EVERY LINE MUST BE SIGNED OFF".
021440     ACCEPT APCTL-PCARD-SUSPENSE.
021441
021442*---------------------------------
021443* A check paying a vendor whose
021444* remit-to, tax id or bank
021445* account change was approved
021446* within this many days is
021447* listed on the check register.
021448*---------------------------------
021449 ENTER-CHANGE-WATCH-DAYS.
021450     DISPLAY "ENTER DAYS A CHECK RUN LISTS VENDORS PAID".
021451     DISPLAY "AFTER AN APPROVED REMIT/TAX/BANK CHANGE".
021452     DISPLAY "0 TURNS THE LIST OFF".
021453     ACCEPT APCTL-CHANGE-WATCH-DAYS.
021455
021457*---------------------------------
021459* Keyed with no decimal point.
021461* A zero ceiling leaves that
021463* tier with no upper limit.
021465*---------------------------------
021467 ENTER-REQN-CEILING.
021469     DISPLAY "ENTER REQUISITION TIER " TIER-SUB
021471             " CEILING WITH NO DECIMAL POINT".
021473     DISPLAY "EXAMPLE: 100000 MEANS 1,000.00 - 0 MEANS".
021475     DISPLAY "NO UPPER LIMIT FOR THE TIER".
021477     ACCEPT CEILING-ENTRY.
021479     COMPUTE APCTL-REQN-CEILING (TIER-SUB) =
021481         CEILING-ENTRY / 100.
021483
021500*---------------------------------
021600* Utility routines.
021700*---------------------------------
