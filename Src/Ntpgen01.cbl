000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NTPGEN01.
000300*---------------------------------
000400* Monthly notes payable payment
000500* voucher generation.
000600*
000700* For an operator-entered month,
000800* writes a voucher to the lender
000900* for every payment falling due
001000* on the session company's
001100* active notes through the end
001200* of that month - a note with a
001300* payment missed in an earlier
001400* month gets that one as well.
001500* Each payment is split by the
001600* shared calculator into
001700* interest and principal, and
001800* written as the voucher's
001900* distribution lines: interest
002000* to the note's interest expense
002100* account, principal to its
002200* liability account. The split
002300* goes on the note history and
002400* the note moves on to its next
002500* payment; after the last it is
002600* marked paid off. A register of
002700* what was generated is printed.
002800*---------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     COPY "SLNOTE.CBL".
003400
003500     COPY "SLNTH.CBL".
003600
003700     COPY "SLVOUCH.CBL".
003800
003900     COPY "SLVCHARC.CBL".
004000
004100     COPY "SLVNOCTL.CBL".
004200
004300     COPY "SLDIST.CBL".
004400
004500     COPY "SLAPCTL.CBL".
004600
004700     COPY "SLDCTL.CBL".
004800
004900     COPY "SLOPER.CBL".
005000
005100     COPY "SLUPDJ.CBL".
005200
005300     COPY "SLCOMP.CBL".
005400
005500     COPY "SLSONLOG.CBL".
005600
005700     COPY "SLSESS.CBL".
005800
005900     SELECT PRINTER-FILE
006000         ASSIGN TO PRINTER
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500
006600     COPY "FDNOTE.CBL".
006700
006800     COPY "FDNTH.CBL".
006900
007000     COPY "FDVOUCH.CBL".
007100
007200     COPY "FDVCHARC.CBL".
007300
007400     COPY "FDVNOCTL.CBL".
007500
007600     COPY "FDDIST.CBL".
007700
007800     COPY "FDAPCTL.CBL".
007900
008000     COPY "FDDCTL.CBL".
008100
008200     COPY "FDOPER.CBL".
008300
008400     COPY "FDUPDJ.CBL".
008500
008600     COPY "FDCOMP.CBL".
008700
008800     COPY "FDSONLOG.CBL".
008900
009000     COPY "FDSESS.CBL".
009100
009200 FD  PRINTER-FILE
009300     LABEL RECORDS ARE OMITTED.
009400 01  PRINTER-RECORD             PIC X(100).
009500
009600 WORKING-STORAGE SECTION.
009700
009800 77  NOTE-FILE-AT-END        PIC X.
009900 77  NOTE-PAYMENTS-DONE      PIC X.
010000 77  APCTL-FILE-AT-END       PIC X.
010100 77  TODAY-DATE              PIC 9(8).
010200 77  NEXT-LINE-NO            PIC 9(2).
010300
010400 77  GENERATION-YEAR         PIC 9(4).
010500 77  GENERATION-MONTH        PIC 9(2).
010600 77  NEXT-VOUCHER-NUMBER     PIC 9(5).
010700 77  PAYMENT-VOUCHER-NO      PIC 9(5).
010800 77  POOL-CANDIDATE          PIC 9(5).
010900 77  POOL-TRY-COUNT          PIC 9(5).
011000 77  VNOCTL-AT-END           PIC X.
011100 77  FREE-NUMBER-FOUND       PIC X.
011200 77  CANDIDATE-IS-TAKEN      PIC X.
011300
011400 01  GENERATION-PERIOD       PIC 9(6).
011500 01  GENERATION-PERIOD-FIELDS REDEFINES GENERATION-PERIOD.
011600     05  GENERATION-PERIOD-YEAR  PIC 9(4).
011700     05  GENERATION-PERIOD-MONTH PIC 9(2).
011800
011900 77  GENERATED-COUNT         PIC 9(4)      VALUE ZEROES.
012000 77  GENERATED-TOTAL         PIC S9(8)V99  VALUE ZEROES.
012100 77  GENERATED-INTEREST      PIC S9(8)V99  VALUE ZEROES.
012200 77  GENERATED-PRINCIPAL     PIC S9(8)V99  VALUE ZEROES.
012300
012400*---------------------------------
012500* The lender sees the note and
012600* payment number as the invoice.
012700*---------------------------------
012800 01  NOTE-INVOICE-REF.
012900     05  FILLER              PIC X(4)  VALUE "NOTE".
013000     05  REF-NOTE-NUMBER     PIC 9(3).
013100     05  FILLER              PIC X(5)  VALUE " PMT ".
013200     05  REF-PAYMENT-NO      PIC 9(3).
013300
013400 77  LINE-COUNT              PIC 999   VALUE ZERO.
013500 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
013600 77  MAXIMUM-LINES           PIC 999   VALUE 55.
013700
013800 01  DETAIL-LINE.
013900     05  PRINT-NOTE-NO     PIC Z(2)9.
014000     05  FILLER            PIC X(2)  VALUE SPACE.
014100     05  PRINT-PAYMENT-NO  PIC Z(2)9.
014200     05  FILLER            PIC X(2)  VALUE SPACE.
014300     05  PRINT-VOUCHER-NO  PIC Z(4)9.
014400     05  FILLER            PIC X(2)  VALUE SPACE.
014500     05  PRINT-VENDOR-NO   PIC Z(4)9.
014600     05  FILLER            PIC X(2)  VALUE SPACE.
014700     05  PRINT-DUE-DATE    PIC Z9/99/9999.
014800     05  FILLER            PIC X(1)  VALUE SPACE.
014900     05  PRINT-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
015000     05  FILLER            PIC X(1)  VALUE SPACE.
015100     05  PRINT-INTEREST    PIC ZZ,ZZZ,ZZ9.99.
015200     05  FILLER            PIC X(1)  VALUE SPACE.
015300     05  PRINT-PRINCIPAL   PIC ZZ,ZZZ,ZZ9.99.
015400     05  FILLER            PIC X(1)  VALUE SPACE.
015500     05  PRINT-BALANCE     PIC ZZ,ZZZ,ZZ9.99.
015600
015700 01  TOTAL-LINE.
015800     05  FILLER            PIC X(20)
015900         VALUE "VOUCHERS GENERATED:".
016000     05  PRINT-GEN-COUNT   PIC ZZZ9.
016100     05  FILLER            PIC X(11) VALUE SPACE.
016200     05  PRINT-GEN-TOTAL   PIC ZZ,ZZZ,ZZ9.99.
016300     05  FILLER            PIC X(1)  VALUE SPACE.
016400     05  PRINT-GEN-INTEREST PIC ZZ,ZZZ,ZZ9.99.
016500     05  FILLER            PIC X(1)  VALUE SPACE.
016600     05  PRINT-GEN-PRINCIPAL PIC ZZ,ZZZ,ZZ9.99.
016700
016800 01  COLUMN-LINE.
016900     05  FILLER         PIC X(5)  VALUE "NOTE".
017000     05  FILLER         PIC X(5)  VALUE "PMT".
017100     05  FILLER         PIC X(7)  VALUE "VOUCHER".
017200     05  FILLER         PIC X(7)  VALUE " VENDOR".
017300     05  FILLER         PIC X(11) VALUE "   DUE DATE".
017400     05  FILLER         PIC X(14) VALUE "       PAYMENT".
017500     05  FILLER         PIC X(14) VALUE "      INTEREST".
017600     05  FILLER         PIC X(14) VALUE "     PRINCIPAL".
017700     05  FILLER         PIC X(14) VALUE "    STILL OWED".
017800
017900*---------------------------------
018000* The legal entity the run was
018100* made for, printed at the
018200* top of every page.
018300*---------------------------------
018400 01  COMPANY-HEAD-LINE.
018500     05  PRINT-COMP-NAME   PIC X(30).
018600     05  FILLER            PIC X(9)
018700         VALUE "  COMPANY".
018800     05  FILLER            PIC X(1)  VALUE SPACE.
018900     05  PRINT-COMP-CODE   PIC Z9.
019000
019100 01  TITLE-LINE.
019200     05  FILLER              PIC X(25) VALUE SPACE.
019300     05  FILLER              PIC X(30)
019400         VALUE "NOTE PAYMENT VOUCHER REGISTER".
019500     05  FILLER              PIC X(5)  VALUE "FOR".
019600     05  PRINT-GEN-PERIOD    PIC 9999/99.
019700     05  FILLER              PIC X(10) VALUE SPACE.
019800     05  FILLER              PIC X(5) VALUE "PAGE:".
019900     05  FILLER              PIC X(1) VALUE SPACE.
020000     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
020100
020200     COPY "WSCASE01.CBL".
020300
020400     COPY "WSDATE01.CBL".
020500
020600     COPY "WSCONF01.CBL".
020700
020800     COPY "WSAUDIT01.CBL".
020900
021000     COPY "WSSIGN01.CBL".
021100
021200     COPY "WSCOMP01.CBL".
021300
021400     COPY "WSNOTE01.CBL".
021500
021600 PROCEDURE DIVISION.
021700 PROGRAM-BEGIN.
021800     PERFORM OPENING-PROCEDURE.
021900     MOVE "NTPGEN01" TO SIGN-ON-PROGRAM.
022000     PERFORM GET-OPERATOR-SIGN-ON.
022100     IF OPERATOR-IS-SIGNED-ON
022200        AND SIGN-ON-CAN-ENTRY = "Y"
022300         PERFORM MAIN-PROCESS
022400     ELSE
022500     IF OPERATOR-IS-SIGNED-ON
022600         DISPLAY "YOU ARE NOT AUTHORIZED FOR VOUCHER"
022700         DISPLAY "ENTRY - GENERATION REFUSED".
022800     PERFORM CLOSING-PROCEDURE.
022900
023000 PROGRAM-EXIT.
023100     EXIT PROGRAM.
023200
023300 PROGRAM-DONE.
023400     STOP RUN.
023500
023600 OPENING-PROCEDURE.
023700     OPEN EXTEND UPDATE-JOURNAL-FILE.
023800     OPEN I-O COMPANY-FILE.
023900     OPEN I-O OPERATOR-FILE.
024000     PERFORM LOAD-CONTROL-RECORD.
024100     OPEN I-O NOTE-FILE.
024200     OPEN I-O NOTE-HISTORY-FILE.
024300     OPEN I-O VOUCHER-FILE.
024400     OPEN I-O ARCHIVE-FILE.
024500     OPEN I-O DISTRIBUTION-FILE.
024600     OPEN OUTPUT PRINTER-FILE.
024700     OPEN EXTEND CONTROL-TOTALS-FILE.
024800     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
024900
025000 CLOSING-PROCEDURE.
025100     CLOSE UPDATE-JOURNAL-FILE.
025200     CLOSE COMPANY-FILE.
025300     CLOSE OPERATOR-FILE.
025400     CLOSE NOTE-FILE.
025500     CLOSE NOTE-HISTORY-FILE.
025600     CLOSE VOUCHER-FILE.
025700     CLOSE ARCHIVE-FILE.
025800     CLOSE DISTRIBUTION-FILE.
025900     PERFORM END-LAST-PAGE.
026000     CLOSE PRINTER-FILE.
026100     PERFORM POST-SESSION-TOTALS.
026200     CLOSE CONTROL-TOTALS-FILE.
026300
026400*---------------------------------
026500* The approval threshold comes
026600* from the AP control file; an
026700* empty file means approvals
026800* are off.
026900*---------------------------------
027000 LOAD-CONTROL-RECORD.
027100     MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD.
027200     OPEN INPUT APCTL-FILE.
027300     MOVE "N" TO APCTL-FILE-AT-END.
027400     READ APCTL-FILE
027500         AT END MOVE "Y" TO APCTL-FILE-AT-END.
027600     CLOSE APCTL-FILE.
027700     IF APCTL-FILE-AT-END = "Y"
027800         MOVE ZEROES TO APCTL-APPROVAL-THRESHOLD.
027900
028000*---------------------------------
028100* The generated amounts go to
028200* the daily control totals file
028300* so the balancing report still
028400* proves the voucher file ties
028500* out.
028600*---------------------------------
028700 POST-SESSION-TOTALS.
028800     IF GENERATED-COUNT NOT = ZEROES
028900         MOVE "NTPGEN01" TO DCTL-PROGRAM
029000         MOVE GENERATED-TOTAL TO DCTL-ENTERED
029100         MOVE ZEROES TO DCTL-PAID DCTL-ADJUSTED
029200         MOVE GENERATED-COUNT TO DCTL-COUNT
029300         PERFORM POST-CONTROL-TOTALS.
029400
029500 MAIN-PROCESS.
029600     PERFORM GET-COMPANY-CODE.
029700     PERFORM GET-GENERATION-MONTH.
029800     MOVE "OK TO GENERATE THIS MONTH (Y/N/Q)?"
029900         TO CONFIRM-PROMPT.
030000     PERFORM GET-CONFIRMATION.
030100     IF CONFIRM-IS-YES
030200         PERFORM START-NEW-PAGE
030300         PERFORM GENERATE-ALL-NOTES
030400         PERFORM PRINT-RUN-TOTALS.
030500
030600 GET-GENERATION-MONTH.
030700     DISPLAY "ENTER GENERATION YEAR (CCYY)".
030800     ACCEPT GENERATION-YEAR.
030900     PERFORM GET-GENERATION-MONTH-NUMBER.
031000     MOVE GENERATION-YEAR TO GENERATION-PERIOD-YEAR.
031100     MOVE GENERATION-MONTH TO GENERATION-PERIOD-MONTH.
031200
031300 GET-GENERATION-MONTH-NUMBER.
031400     PERFORM ACCEPT-GENERATION-MONTH.
031500     PERFORM RE-ACCEPT-GENERATION-MONTH
031600         UNTIL GENERATION-MONTH > 0
031700           AND GENERATION-MONTH < 13.
031800
031900 ACCEPT-GENERATION-MONTH.
032000     DISPLAY "ENTER GENERATION MONTH (1-12)".
032100     ACCEPT GENERATION-MONTH.
032200
032300 RE-ACCEPT-GENERATION-MONTH.
032400     DISPLAY "MONTH MUST BE 1 THROUGH 12".
032500     PERFORM ACCEPT-GENERATION-MONTH.
032600
032700*---------------------------------
032800* The same pool/live/archive
032900* probe the entry screen
033000* assigns with.
033100*---------------------------------
033200 FIND-NEXT-VOUCHER-NUMBER.
033300     PERFORM LOAD-NUMBER-POOL.
033400     MOVE "N" TO FREE-NUMBER-FOUND.
033500     MOVE ZEROES TO POOL-TRY-COUNT.
033600     PERFORM TRY-NEXT-POOL-NUMBER
033700         UNTIL FREE-NUMBER-FOUND = "Y"
033800            OR POOL-TRY-COUNT > 99998.
033900     IF FREE-NUMBER-FOUND = "Y"
034000         MOVE POOL-CANDIDATE TO NEXT-VOUCHER-NUMBER
034100         PERFORM SAVE-NUMBER-POOL.
034200
034300 TRY-NEXT-POOL-NUMBER.
034400     ADD 1 TO POOL-TRY-COUNT.
034500     ADD 1 TO POOL-CANDIDATE.
034600     IF POOL-CANDIDATE > 99998
034700         MOVE 1 TO POOL-CANDIDATE.
034800     MOVE "Y" TO CANDIDATE-IS-TAKEN.
034900     MOVE POOL-CANDIDATE TO VOUCHER-NUMBER.
035000     READ VOUCHER-FILE RECORD
035100         INVALID KEY
035200         MOVE "N" TO CANDIDATE-IS-TAKEN.
035300     IF CANDIDATE-IS-TAKEN = "N"
035400         MOVE POOL-CANDIDATE TO ARCH-NUMBER
035500         MOVE "Y" TO CANDIDATE-IS-TAKEN
035600         READ ARCHIVE-FILE RECORD
035700             INVALID KEY
035800             MOVE "N" TO CANDIDATE-IS-TAKEN.
035900     IF CANDIDATE-IS-TAKEN = "N"
036000         MOVE "Y" TO FREE-NUMBER-FOUND.
036100
036200 LOAD-NUMBER-POOL.
036300     MOVE ZEROES TO VNOCTL-NEXT.
036400     OPEN INPUT VNOCTL-FILE.
036500     MOVE "N" TO VNOCTL-AT-END.
036600     READ VNOCTL-FILE
036700         AT END MOVE "Y" TO VNOCTL-AT-END.
036800     CLOSE VNOCTL-FILE.
036900     IF VNOCTL-AT-END = "Y"
037000         MOVE ZEROES TO VNOCTL-NEXT.
037100     MOVE VNOCTL-NEXT TO POOL-CANDIDATE.
037200
037300 SAVE-NUMBER-POOL.
037400     MOVE POOL-CANDIDATE TO VNOCTL-NEXT.
037500     OPEN OUTPUT VNOCTL-FILE.
037600     WRITE VNOCTL-RECORD.
037700     CLOSE VNOCTL-FILE.
037800
037900 GENERATE-ALL-NOTES.
038000     PERFORM READ-FIRST-NOTE.
038100     PERFORM GENERATE-NEXT-NOTE
038200         UNTIL NOTE-FILE-AT-END = "Y".
038300
038400 GENERATE-NEXT-NOTE.
038500     IF NOTE-IS-ACTIVE
038600        AND NOTE-COMPANY = SIGN-ON-COMPANY
038700         PERFORM GENERATE-NOTE-PAYMENTS.
038800     PERFORM READ-NEXT-NOTE-RECORD.
038900
039000 GENERATE-NOTE-PAYMENTS.
039100     MOVE "N" TO NOTE-PAYMENTS-DONE.
039200     PERFORM GENERATE-ONE-PAYMENT
039300         UNTIL NOTE-PAYMENTS-DONE = "Y".
039400
039500*---------------------------------
039600* One payment on the note, if
039700* one is due by the end of the
039800* month. A payment too big for
039900* one voucher is left for the
040000* operator to key by hand.
040100*---------------------------------
040200 GENERATE-ONE-PAYMENT.
040300     IF NOT NOTE-IS-ACTIVE
040400        OR NOTE-NEXT-DUE-DATE (1:6) > GENERATION-PERIOD
040500         MOVE "Y" TO NOTE-PAYMENTS-DONE
040600     ELSE
040700         PERFORM SPLIT-THE-PAYMENT
040800         IF NOTE-CALC-PAYMENT > 999999.99
040900             DISPLAY "NOTE " NOTE-NUMBER " PAYMENT IS TOO LARGE"
041000                     " FOR ONE VOUCHER - NOT GENERATED"
041100             MOVE "Y" TO NOTE-PAYMENTS-DONE
041200         ELSE
041300             PERFORM VOUCHER-THE-PAYMENT.
041400
041500 SPLIT-THE-PAYMENT.
041600     COMPUTE NOTE-CALC-PAYMENT-NO = NOTE-PAYMENTS-MADE + 1.
041700     MOVE NOTE-BALANCE TO NOTE-CALC-BALANCE.
041800     MOVE NOTE-PAYMENT TO NOTE-CALC-PAYMENT.
041900     PERFORM SPLIT-NOTE-PAYMENT.
042000
042100*---------------------------------
042200* A payment with nothing to pay
042300* - a line of credit with no
042400* balance and no interest - is
042500* recorded on the note with no
042600* voucher.
042700*---------------------------------
042800 VOUCHER-THE-PAYMENT.
042900     MOVE ZEROES TO PAYMENT-VOUCHER-NO.
043000     MOVE "Y" TO FREE-NUMBER-FOUND.
043100     IF NOTE-CALC-PAYMENT NOT = ZEROES
043200         PERFORM FIND-NEXT-VOUCHER-NUMBER.
043300     IF FREE-NUMBER-FOUND = "N"
043400         DISPLAY "NO FREE VOUCHER NUMBERS LEFT -"
043500         DISPLAY "GENERATION STOPPED"
043600         MOVE "Y" TO NOTE-PAYMENTS-DONE
043700                     NOTE-FILE-AT-END
043800     ELSE
043900         PERFORM RECORD-THE-PAYMENT.
044000
044100 RECORD-THE-PAYMENT.
044200     IF NOTE-CALC-PAYMENT NOT = ZEROES
044300         MOVE NEXT-VOUCHER-NUMBER TO PAYMENT-VOUCHER-NO
044400         PERFORM BUILD-ONE-VOUCHER
044500         PERFORM WRITE-PAYMENT-DIST-LINES.
044600     PERFORM WRITE-PAYMENT-HISTORY.
044700     PERFORM PRINT-REGISTER-DETAIL.
044800     PERFORM ADVANCE-THE-NOTE.
044900     PERFORM REWRITE-NOTE-RECORD.
045000
045100*---------------------------------
045200* The voucher is dated and due
045300* on the payment's due date.
045400*---------------------------------
045500 BUILD-ONE-VOUCHER.
045600     MOVE SPACE TO VOUCHER-RECORD.
045700     MOVE PAYMENT-VOUCHER-NO TO VOUCHER-NUMBER.
045800     MOVE NOTE-VENDOR TO VOUCHER-VENDOR.
045900     MOVE NOTE-NUMBER TO REF-NOTE-NUMBER.
046000     MOVE NOTE-CALC-PAYMENT-NO TO REF-PAYMENT-NO.
046100     MOVE NOTE-INVOICE-REF TO VOUCHER-INVOICE.
046200     MOVE SPACE TO VOUCHER-PO-NUMBER.
046300     MOVE NOTE-DESCRIPTION TO VOUCHER-FOR.
046400     MOVE NOTE-CALC-PAYMENT TO VOUCHER-AMOUNT
046500                               VOUCHER-BASE-AMOUNT.
046600     MOVE ZEROES TO VOUCHER-CATEGORY
046700                    VOUCHER-PAID-AMOUNT
046800                    VOUCHER-PAID-DATE
046900                    VOUCHER-CHECK-NO
047000                    VOUCHER-PAY-AMOUNT
047100                    VOUCHER-DISC-PERCENT
047200                    VOUCHER-DISC-DATE
047300                    VOUCHER-DISC-TAKEN
047400                    VOUCHER-TAX-BASIS
047500                    VOUCHER-USE-TAX
047600                    VOUCHER-RETAINAGE-PCT
047700                    VOUCHER-RETAINED-AMOUNT
047800                    VOUCHER-FX-GAIN-LOSS
047900                    VOUCHER-CANCEL-DATE
048000                    VOUCHER-CANCEL-AMOUNT
048100                    VOUCHER-EMPLOYEE
048200                    VOUCHER-SERVICE-FROM
048300                    VOUCHER-SERVICE-TO.
048400     MOVE TODAY-DATE TO VOUCHER-ENTERED-DATE.
048500     MOVE "N" TO VOUCHER-SELECTED
048600                 VOUCHER-TAXABLE
048700                 VOUCHER-DEDUCTIBLE
048800                 VOUCHER-HOLD-FLAG.
048900     PERFORM SET-APPROVAL-STATUS.
049000     MOVE SPACE TO VOUCHER-HOLD-REASON.
049100     MOVE "USD" TO VOUCHER-CURRENCY-CODE.
049200     MOVE 1.0000 TO VOUCHER-FX-RATE.
049300     MOVE SIGN-ON-COMPANY TO VOUCHER-COMPANY.
049400     MOVE NOTE-NEXT-DUE-DATE TO VOUCHER-DATE
049500                                VOUCHER-DUE.
049600     PERFORM WRITE-VOUCHER-RECORD.
049700     ADD 1 TO GENERATED-COUNT.
049800     ADD NOTE-CALC-PAYMENT TO GENERATED-TOTAL.
049900     ADD NOTE-CALC-INTEREST TO GENERATED-INTEREST.
050000     ADD NOTE-CALC-PRINCIPAL TO GENERATED-PRINCIPAL.
050100
050200*---------------------------------
050300* A generated voucher at or
050400* over the dual-control
050500* threshold waits for a second
050600* approval exactly as a keyed
050700* one would.
050800*---------------------------------
050900 SET-APPROVAL-STATUS.
051000     IF APCTL-APPROVAL-THRESHOLD NOT = ZEROES
051100        AND VOUCHER-AMOUNT NOT <
051200            APCTL-APPROVAL-THRESHOLD
051300         MOVE "W" TO VOUCHER-APPROVAL
051400     ELSE
051500         MOVE "A" TO VOUCHER-APPROVAL.
051600
051700 WRITE-PAYMENT-DIST-LINES.
051800     MOVE ZEROES TO NEXT-LINE-NO.
051900     IF NOTE-CALC-INTEREST NOT = ZEROES
052000         MOVE NOTE-INTEREST-ACCOUNT TO DIST-ACCOUNT
052100         MOVE NOTE-CALC-INTEREST TO DIST-AMOUNT
052200         PERFORM WRITE-DIST-LINE.
052300     IF NOTE-CALC-PRINCIPAL NOT = ZEROES
052400         MOVE NOTE-LIABILITY-ACCOUNT TO DIST-ACCOUNT
052500         MOVE NOTE-CALC-PRINCIPAL TO DIST-AMOUNT
052600         PERFORM WRITE-DIST-LINE.
052700
052800*---------------------------------
052900* After the last payment the
053000* note is paid off; otherwise
053100* the next payment falls due
053200* the months between payments
053300* later.
053400*---------------------------------
053500 ADVANCE-THE-NOTE.
053600     MOVE NOTE-CALC-PAYMENT-NO TO NOTE-PAYMENTS-MADE.
053700     MOVE NOTE-CALC-BALANCE TO NOTE-BALANCE.
053800     IF NOTE-PAYMENTS-MADE NOT < NOTE-TERM-PAYMENTS
053900        OR NOTE-BALANCE = ZEROES
054000         MOVE "P" TO NOTE-STATUS
054100         MOVE ZEROES TO NOTE-NEXT-DUE-DATE
054200         DISPLAY "NOTE " NOTE-NUMBER " PAID OFF"
054300     ELSE
054400         COMPUTE NOTE-CALC-PAYMENT-NO = NOTE-PAYMENTS-MADE + 1
054500         PERFORM COMPUTE-NOTE-DUE-DATE
054600         MOVE NOTE-CALC-DUE-DATE TO NOTE-NEXT-DUE-DATE.
054700
054800 PRINT-REGISTER-DETAIL.
054900     IF LINE-COUNT > MAXIMUM-LINES
055000         PERFORM START-NEXT-PAGE.
055100     MOVE SPACE TO DETAIL-LINE.
055200     MOVE NOTE-NUMBER TO PRINT-NOTE-NO.
055300     MOVE NOTE-CALC-PAYMENT-NO TO PRINT-PAYMENT-NO.
055400     MOVE PAYMENT-VOUCHER-NO TO PRINT-VOUCHER-NO.
055500     MOVE NOTE-VENDOR TO PRINT-VENDOR-NO.
055600     MOVE NOTE-NEXT-DUE-DATE TO DATE-CCYYMMDD.
055700     PERFORM CONVERT-TO-MMDDCCYY.
055800     MOVE DATE-MMDDCCYY TO PRINT-DUE-DATE.
055900     MOVE NOTE-CALC-PAYMENT TO PRINT-AMOUNT.
056000     MOVE NOTE-CALC-INTEREST TO PRINT-INTEREST.
056100     MOVE NOTE-CALC-PRINCIPAL TO PRINT-PRINCIPAL.
056200     MOVE NOTE-CALC-BALANCE TO PRINT-BALANCE.
056300     MOVE DETAIL-LINE TO PRINTER-RECORD.
056400     PERFORM WRITE-TO-PRINTER.
056500
056600 PRINT-RUN-TOTALS.
056700     PERFORM LINE-FEED.
056800     MOVE GENERATED-COUNT TO PRINT-GEN-COUNT.
056900     MOVE GENERATED-TOTAL TO PRINT-GEN-TOTAL.
057000     MOVE GENERATED-INTEREST TO PRINT-GEN-INTEREST.
057100     MOVE GENERATED-PRINCIPAL TO PRINT-GEN-PRINCIPAL.
057200     MOVE TOTAL-LINE TO PRINTER-RECORD.
057300     PERFORM WRITE-TO-PRINTER.
057400
057500*---------------------------------
057600* Note file read routines.
057700*---------------------------------
057800 READ-FIRST-NOTE.
057900     MOVE "N" TO NOTE-FILE-AT-END.
058000     MOVE ZEROES TO NOTE-NUMBER.
058100     START NOTE-FILE KEY NOT < NOTE-NUMBER
058200         INVALID KEY
058300         MOVE "Y" TO NOTE-FILE-AT-END.
058400     IF NOTE-FILE-AT-END NOT = "Y"
058500         PERFORM READ-NEXT-NOTE-RECORD.
058600
058700 READ-NEXT-NOTE-RECORD.
058800     READ NOTE-FILE NEXT RECORD
058900         AT END
059000         MOVE "Y" TO NOTE-FILE-AT-END.
059100
059200 REWRITE-NOTE-RECORD.
059300     REWRITE NOTE-RECORD
059400         INVALID KEY
059500         DISPLAY "ERROR REWRITING NOTE " NOTE-NUMBER.
059600
059700*---------------------------------
059800* Other file I-O routines.
059900*---------------------------------
060000 WRITE-VOUCHER-RECORD.
060100     WRITE VOUCHER-RECORD
060200         INVALID KEY
060300         DISPLAY "RECORD ALREADY ON FILE".
060400     MOVE "VOUCHER" TO UPDJ-FILE.
060500     MOVE "W" TO UPDJ-ACTION.
060600     MOVE VOUCHER-RECORD TO UPDJ-IMAGE.
060700     PERFORM WRITE-UPDATE-JOURNAL.
060800
060900 WRITE-DIST-LINE.
061000     ADD 1 TO NEXT-LINE-NO.
061100     MOVE PAYMENT-VOUCHER-NO TO DIST-VOUCHER-NO.
061200     MOVE NEXT-LINE-NO TO DIST-LINE-NO.
061300     MOVE ZEROES TO DIST-COMPANY
061400                    DIST-STORE.
061500     MOVE SPACES TO DIST-PROJECT.
061600     WRITE DISTRIBUTION-RECORD
061700         INVALID KEY
061800         DISPLAY "ERROR WRITING DISTRIBUTION "
061900                 PAYMENT-VOUCHER-NO "-" NEXT-LINE-NO.
062000
062100 WRITE-PAYMENT-HISTORY.
062200     ADD 1 TO NOTE-LAST-SEQ.
062300     MOVE SPACE TO NOTE-HISTORY-RECORD.
062400     MOVE NOTE-NUMBER TO NTH-NOTE-NUMBER.
062500     MOVE NOTE-LAST-SEQ TO NTH-SEQ.
062600     MOVE "P" TO NTH-TYPE.
062700     MOVE NOTE-NEXT-DUE-DATE TO NTH-DATE.
062800     MOVE NOTE-CALC-PAYMENT-NO TO NTH-PAYMENT-NO.
062900     MOVE PAYMENT-VOUCHER-NO TO NTH-VOUCHER-NO.
063000     MOVE NOTE-CALC-PAYMENT TO NTH-AMOUNT.
063100     MOVE NOTE-CALC-INTEREST TO NTH-INTEREST.
063200     MOVE NOTE-CALC-PRINCIPAL TO NTH-PRINCIPAL.
063300     MOVE NOTE-CALC-BALANCE TO NTH-BALANCE.
063400     MOVE NOTE-RATE TO NTH-RATE.
063500     MOVE TODAY-DATE TO NTH-ENTERED-DATE.
063600     MOVE AUDIT-EVENT-OPERATOR-ID TO NTH-ENTERED-BY.
063700     WRITE NOTE-HISTORY-RECORD
063800         INVALID KEY
063900         DISPLAY "ERROR WRITING NOTE HISTORY "
064000                 NOTE-NUMBER "-" NOTE-LAST-SEQ.
064100
064200*---------------------------------
064300* Printer I-O routines.
064400*---------------------------------
064500 WRITE-TO-PRINTER.
064600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
064700     ADD 1 TO LINE-COUNT.
064800
064900 LINE-FEED.
065000     MOVE SPACE TO PRINTER-RECORD.
065100     PERFORM WRITE-TO-PRINTER.
065200
065300 START-NEXT-PAGE.
065400     PERFORM END-LAST-PAGE.
065500     PERFORM START-NEW-PAGE.
065600
065700 START-NEW-PAGE.
065800     ADD 1 TO PAGE-NUMBER.
065900     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
066000     MOVE GENERATION-PERIOD TO PRINT-GEN-PERIOD.
066100     MOVE COMP-NAME TO PRINT-COMP-NAME.
066200     MOVE SIGN-ON-COMPANY TO PRINT-COMP-CODE.
066300     MOVE COMPANY-HEAD-LINE TO PRINTER-RECORD.
066400     PERFORM WRITE-TO-PRINTER.
066500     MOVE TITLE-LINE TO PRINTER-RECORD.
066600     PERFORM WRITE-TO-PRINTER.
066700     PERFORM LINE-FEED.
066800     MOVE COLUMN-LINE TO PRINTER-RECORD.
066900     PERFORM WRITE-TO-PRINTER.
067000     PERFORM LINE-FEED.
067100
067200 END-LAST-PAGE.
067300     PERFORM FORM-FEED.
067400     MOVE ZERO TO LINE-COUNT.
067500
067600 FORM-FEED.
067700     MOVE SPACE TO PRINTER-RECORD.
067800     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
067900
068000*---------------------------------
068100* Utility routines.
068200*---------------------------------
068300     COPY "PLDATE01.CBL".
068400     COPY "PLCONF01.CBL".
068500     COPY "PLDCTL01.CBL".
068600     COPY "PLCOMP01.CBL".
068700     COPY "PLSIGN01.CBL".
068800     COPY "PLUPDJ01.CBL".
068900     COPY "PLNOTE01.CBL".
