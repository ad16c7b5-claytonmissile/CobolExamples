000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FWHDEP01.
000300*---------------------------------
000400* Non-resident (chapter 3)
000500* withholding deposit run.
000600*
000700* Totals every undeposited
000800* foreign withholding record
000900* through
001000* an entered date, creates
001100* the deposit as a voucher
001200* payable to the IRS vendor
001300* (so it flows through the
001400* normal selection and check
001500* run), stamps the covered
001600* records with the deposit
001700* date and the deposit
001800* voucher reference, and
001900* prints a deposit register
002000* tying each vendor's
002100* withholding to the
002200* remittance for the 1042
002300* reconciliation. Payments
002400* withheld at nothing (treaty
002500* exempt or effectively
002600* connected income) have no
002700* tax to deposit and are left
002800* to the 1042-S alone.
002900*---------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400     COPY "SLFWHLD.CBL".
003500
003600     COPY "SLVOUCH.CBL".
003700
003800     COPY "SLVCHARC.CBL".
003900
004000     COPY "SLVNOCTL.CBL".
004100
004200     COPY "SLVND02.CBL".
004300
004400     COPY "SLOPER.CBL".
004500
004600     COPY "SLUPDJ.CBL".
004700
004800     COPY "SLCOMP.CBL".
004900
005000     COPY "SLSONLOG.CBL".
005100
005200     COPY "SLSESS.CBL".
005300
005400     SELECT PRINTER-FILE
005500         ASSIGN TO PRINTER
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000
006100     COPY "FDFWHLD.CBL".
006200
006300     COPY "FDVOUCH.CBL".
006400
006500     COPY "FDVCHARC.CBL".
006600
006700     COPY "FDVNOCTL.CBL".
006800
006900     COPY "FDVND04.CBL".
007000
007100     COPY "FDOPER.CBL".
007200
007300     COPY "FDUPDJ.CBL".
007400
007500     COPY "FDCOMP.CBL".
007600
007700     COPY "FDSONLOG.CBL".
007800
007900     COPY "FDSESS.CBL".
008000
008100 FD  PRINTER-FILE
008200     LABEL RECORDS ARE OMITTED.
008300 01  PRINTER-RECORD             PIC X(80).
008400
008500 WORKING-STORAGE SECTION.
008600
008700 77  WHLD-FILE-AT-END        PIC X.
008800 77  VOUCHER-FILE-AT-END     PIC X.
008900 77  VENDOR-RECORD-FOUND     PIC X.
009000 77  THROUGH-DATE            PIC 9(8).
009100 77  IRS-VENDOR-NUMBER       PIC 9(5).
009200 77  DEPOSIT-TOTAL           PIC S9(8)V99 VALUE ZEROES.
009300 77  DEPOSIT-COUNT           PIC 9(5)     VALUE ZEROES.
009400 77  NEXT-VOUCHER-NUMBER     PIC 9(5).
009500 77  POOL-CANDIDATE          PIC 9(5).
009600 77  POOL-TRY-COUNT          PIC 9(5).
009700 77  VNOCTL-AT-END           PIC X.
009800 77  FREE-NUMBER-FOUND       PIC X.
009900 77  CANDIDATE-IS-TAKEN      PIC X.
010000 77  DEPOSIT-VOUCHER-NO      PIC 9(5).
010100 77  RUN-TODAY               PIC 9(8).
010200 77  VOUCHER-WRITE-OK        PIC X.
010300
010400 01  DETAIL-LINE.
010500     05  PRINT-WHLD-CHECK  PIC 9(6).
010600     05  FILLER            PIC X(1)  VALUE SPACE.
010700     05  PRINT-WHLD-VENDOR PIC Z(4)9.
010800     05  FILLER            PIC X(1)  VALUE SPACE.
010900     05  PRINT-VENDOR-NAME PIC X(26).
011000     05  FILLER            PIC X(1)  VALUE SPACE.
011100     05  PRINT-WHLD-DATE   PIC 9(8).
011200     05  FILLER            PIC X(2)  VALUE SPACE.
011300     05  PRINT-WHLD-CODE   PIC 99.
011400     05  FILLER            PIC X(1)  VALUE SPACE.
011500     05  PRINT-WHLD-RATE   PIC Z9.99.
011600     05  PRINT-WHLD-AMOUNT PIC ZZZ,ZZ9.99-.
011700
011800 01  COLUMN-LINE.
011900     05  FILLER         PIC X(7)  VALUE "CHECK".
012000     05  FILLER         PIC X(6)  VALUE "VNDR".
012100     05  FILLER         PIC X(27) VALUE "NAME".
012200     05  FILLER         PIC X(10) VALUE "DATE".
012300     05  FILLER         PIC X(3)  VALUE "CD".
012400     05  FILLER         PIC X(5)  VALUE " RATE".
012500     05  FILLER         PIC X(11) VALUE "   WITHHELD".
012600
012700 01  TOTAL-LINE.
012800     05  FILLER            PIC X(20)
012900         VALUE "DEPOSIT TOTAL:".
013000     05  PRINT-DEP-COUNT   PIC ZZZZ9.
013100     05  FILLER            PIC X(9)  VALUE " ITEMS   ".
013200     05  PRINT-DEP-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.
013300
013400 01  VOUCHER-REF-LINE.
013500     05  FILLER            PIC X(26)
013600         VALUE "DEPOSIT VOUCHER CREATED:".
013700     05  PRINT-DEP-VOUCHER PIC Z(4)9.
013800
013900*---------------------------------
014000* The legal entity the run was
014100* made for, printed at the
014200* top of every page.
014300*---------------------------------
014400 01  COMPANY-HEAD-LINE.
014500     05  PRINT-COMP-NAME   PIC X(30).
014600     05  FILLER            PIC X(9)
014700         VALUE "  COMPANY".
014800     05  FILLER            PIC X(1)  VALUE SPACE.
014900     05  PRINT-COMP-CODE   PIC Z9.
015000
015100 01  TITLE-LINE.
015200     05  FILLER              PIC X(14) VALUE SPACE.
015300     05  FILLER              PIC X(34)
015400         VALUE "NRA WITHHOLDING DEPOSIT THROUGH".
015500     05  FILLER              PIC X(1)  VALUE SPACE.
015600     05  PRINT-THROUGH       PIC 9(8).
015700     05  FILLER              PIC X(12) VALUE SPACE.
015800     05  FILLER              PIC X(5) VALUE "PAGE:".
015900     05  FILLER              PIC X(1) VALUE SPACE.
016000     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
016100
016200 77  LINE-COUNT              PIC 999   VALUE ZERO.
016300 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
016400 77  MAXIMUM-LINES           PIC 999   VALUE 55.
016500
016600     COPY "WSCASE01.CBL".
016700
016800     COPY "WSDATE01.CBL".
016900
017000     COPY "WSAUDIT01.CBL".
017100
017200     COPY "WSSIGN01.CBL".
017300
017400     COPY "WSCOMP01.CBL".
017500
017600 PROCEDURE DIVISION.
017700 PROGRAM-BEGIN.
017800     PERFORM OPENING-PROCEDURE.
017900     MOVE "FWHDEP01" TO SIGN-ON-PROGRAM.
018000     PERFORM GET-OPERATOR-SIGN-ON.
018100     IF OPERATOR-IS-SIGNED-ON
018200         PERFORM GET-COMPANY-CODE.
018300     IF OPERATOR-IS-SIGNED-ON
018400        AND SIGN-ON-CAN-PAYMENT = "Y"
018500         PERFORM RUN-THE-DEPOSIT
018600     ELSE
018700     IF OPERATOR-IS-SIGNED-ON
018800         DISPLAY "YOU ARE NOT AUTHORIZED FOR THE"
018900         DISPLAY "DEPOSIT RUN".
019000     PERFORM CLOSING-PROCEDURE.
019100
019200 PROGRAM-EXIT.
019300     EXIT PROGRAM.
019400
019500 PROGRAM-DONE.
019600     STOP RUN.
019700
019800 OPENING-PROCEDURE.
019900     OPEN EXTEND UPDATE-JOURNAL-FILE.
020000     OPEN I-O COMPANY-FILE.
020100     OPEN I-O OPERATOR-FILE.
020200     OPEN I-O FOREIGN-WHLD-FILE.
020300     OPEN I-O VOUCHER-FILE.
020400     OPEN I-O ARCHIVE-FILE.
020500     OPEN I-O VENDOR-FILE.
020600     OPEN OUTPUT PRINTER-FILE.
020700     MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-TODAY.
020800
020900 CLOSING-PROCEDURE.
021000     CLOSE UPDATE-JOURNAL-FILE.
021100     CLOSE COMPANY-FILE.
021200     CLOSE OPERATOR-FILE.
021300     CLOSE FOREIGN-WHLD-FILE.
021400     CLOSE VOUCHER-FILE.
021500     CLOSE ARCHIVE-FILE.
021600     CLOSE VENDOR-FILE.
021700     PERFORM END-LAST-PAGE.
021800     CLOSE PRINTER-FILE.
021900
022000 RUN-THE-DEPOSIT.
022100     PERFORM GET-THROUGH-DATE.
022200     PERFORM GET-IRS-VENDOR.
022300     PERFORM START-NEW-PAGE.
022400     PERFORM TOTAL-UNDEPOSITED.
022500     IF DEPOSIT-COUNT = ZEROES
022600         DISPLAY "NOTHING UNDEPOSITED THROUGH THAT DATE"
022700         MOVE "NOTHING UNDEPOSITED" TO PRINTER-RECORD
022800         PERFORM WRITE-TO-PRINTER
022900     ELSE
023000         PERFORM CREATE-DEPOSIT-VOUCHER
023100         IF VOUCHER-WRITE-OK = "Y"
023200             PERFORM STAMP-COVERED-RECORDS
023300             PERFORM PRINT-DEPOSIT-TOTALS.
023400
023500 GET-THROUGH-DATE.
023600     MOVE "N" TO ZERO-DATE-IS-OK.
023700     MOVE "DEPOSIT WITHHOLDINGS THROUGH (MM/DD/CCYY)?"
023800         TO DATE-PROMPT.
023900     PERFORM GET-A-DATE.
024000     MOVE DATE-CCYYMMDD TO THROUGH-DATE.
024100
024200 GET-IRS-VENDOR.
024300     PERFORM ACCEPT-IRS-VENDOR.
024400     PERFORM RE-ACCEPT-IRS-VENDOR
024500         UNTIL VENDOR-RECORD-FOUND = "Y".
024600
024700 ACCEPT-IRS-VENDOR.
024800     DISPLAY "ENTER THE IRS VENDOR NUMBER".
024900     ACCEPT IRS-VENDOR-NUMBER.
025000     MOVE IRS-VENDOR-NUMBER TO VENDOR-NUMBER.
025100     MOVE "Y" TO VENDOR-RECORD-FOUND.
025200     READ VENDOR-FILE RECORD
025300         INVALID KEY
025400         MOVE "N" TO VENDOR-RECORD-FOUND.
025500     IF VENDOR-RECORD-FOUND = "Y"
025600         DISPLAY "DEPOSIT PAYABLE TO: " VENDOR-NAME.
025700
025800 RE-ACCEPT-IRS-VENDOR.
025900     DISPLAY "NO VENDOR ON FILE WITH THAT NUMBER".
026000     PERFORM ACCEPT-IRS-VENDOR.
026100
026200*---------------------------------
026300* Pass one: list and total the
026400* undeposited withholdings
026500* through the entered date -
026600* the deposit register.
026700*---------------------------------
026800 TOTAL-UNDEPOSITED.
026900     PERFORM START-WITHHELD-SCAN.
027000     PERFORM TOTAL-NEXT-WITHHELD
027100         UNTIL WHLD-FILE-AT-END = "Y".
027200
027300 TOTAL-NEXT-WITHHELD.
027400     READ FOREIGN-WHLD-FILE NEXT RECORD
027500         AT END MOVE "Y" TO WHLD-FILE-AT-END.
027600     IF WHLD-FILE-AT-END NOT = "Y"
027700        AND FWHLD-DEPOSIT-DATE = ZEROES
027800        AND FWHLD-AMOUNT NOT = ZEROES
027900        AND FWHLD-DATE NOT > THROUGH-DATE
028000         PERFORM LIST-THIS-WITHHELD.
028100
028200 LIST-THIS-WITHHELD.
028300     IF LINE-COUNT > MAXIMUM-LINES
028400         PERFORM START-NEXT-PAGE.
028500     MOVE SPACE TO DETAIL-LINE.
028600     MOVE FWHLD-CHECK-NO TO PRINT-WHLD-CHECK.
028700     MOVE FWHLD-VENDOR TO PRINT-WHLD-VENDOR
028800                         VENDOR-NUMBER.
028900     PERFORM READ-VENDOR-RECORD.
029000     IF VENDOR-RECORD-FOUND = "Y"
029100         MOVE VENDOR-NAME TO PRINT-VENDOR-NAME
029200     ELSE
029300         MOVE "*NOT ON FILE*" TO PRINT-VENDOR-NAME.
029400     MOVE FWHLD-DATE TO PRINT-WHLD-DATE.
029500     MOVE FWHLD-INCOME-CODE TO PRINT-WHLD-CODE.
029600     MOVE FWHLD-RATE TO PRINT-WHLD-RATE.
029700     MOVE FWHLD-AMOUNT TO PRINT-WHLD-AMOUNT.
029800     MOVE DETAIL-LINE TO PRINTER-RECORD.
029900     PERFORM WRITE-TO-PRINTER.
030000     ADD 1 TO DEPOSIT-COUNT.
030100     ADD FWHLD-AMOUNT TO DEPOSIT-TOTAL.
030200
030300*---------------------------------
030400* The deposit voucher, built
030500* the way the recurring
030600* generator builds one, due
030700* today so the next selection
030800* picks it up.
030900*---------------------------------
031000 CREATE-DEPOSIT-VOUCHER.
031100     PERFORM FIND-NEXT-VOUCHER-NUMBER.
031200     IF FREE-NUMBER-FOUND = "N"
031300         MOVE "N" TO VOUCHER-WRITE-OK
031400         DISPLAY "NO FREE VOUCHER NUMBERS LEFT -"
031500         DISPLAY "DEPOSIT VOUCHER NOT CREATED"
031600     ELSE
031700         PERFORM BUILD-DEPOSIT-VOUCHER.
031800
031900 BUILD-DEPOSIT-VOUCHER.
032000     MOVE NEXT-VOUCHER-NUMBER TO DEPOSIT-VOUCHER-NO.
032100     MOVE SPACE TO VOUCHER-RECORD.
032200     MOVE DEPOSIT-VOUCHER-NO TO VOUCHER-NUMBER.
032300     MOVE IRS-VENDOR-NUMBER TO VOUCHER-VENDOR.
032400     MOVE SPACE TO VOUCHER-INVOICE
032500                   VOUCHER-PO-NUMBER.
032600     MOVE "NRA WITHHOLDING DEPOSIT" TO VOUCHER-FOR.
032700     MOVE DEPOSIT-TOTAL TO VOUCHER-AMOUNT
032800                           VOUCHER-BASE-AMOUNT.
032900     MOVE ZEROES TO VOUCHER-CATEGORY
033000                    VOUCHER-PAID-AMOUNT
033100                    VOUCHER-PAID-DATE
033200                    VOUCHER-CHECK-NO
033300                    VOUCHER-PAY-AMOUNT
033400                    VOUCHER-DISC-PERCENT
033500                    VOUCHER-DISC-DATE
033600                    VOUCHER-DISC-TAKEN
033700                    VOUCHER-TAX-BASIS
033800                    VOUCHER-USE-TAX
033900                    VOUCHER-RETAINAGE-PCT
034000                    VOUCHER-RETAINED-AMOUNT
034100                    VOUCHER-FX-GAIN-LOSS
034200                    VOUCHER-CANCEL-DATE
034300                    VOUCHER-CANCEL-AMOUNT
034400                    VOUCHER-EMPLOYEE
034500                    VOUCHER-SERVICE-FROM
034600                    VOUCHER-SERVICE-TO.
034700     MOVE FUNCTION CURRENT-DATE(1:8) TO
034800         VOUCHER-ENTERED-DATE.
034900     MOVE "N" TO VOUCHER-SELECTED
035000                 VOUCHER-TAXABLE
035100                 VOUCHER-DEDUCTIBLE
035200                 VOUCHER-HOLD-FLAG.
035300     MOVE "A" TO VOUCHER-APPROVAL.
035400     MOVE SPACE TO VOUCHER-HOLD-REASON.
035500     MOVE "USD" TO VOUCHER-CURRENCY-CODE.
035600     MOVE 1.0000 TO VOUCHER-FX-RATE.
035700     MOVE SIGN-ON-COMPANY TO VOUCHER-COMPANY.
035800     MOVE RUN-TODAY TO VOUCHER-DATE
035900                       VOUCHER-DUE.
036000     MOVE "Y" TO VOUCHER-WRITE-OK.
036100     WRITE VOUCHER-RECORD
036200         INVALID KEY
036300         MOVE "N" TO VOUCHER-WRITE-OK
036400         DISPLAY "ERROR WRITING DEPOSIT VOUCHER".
036500     IF VOUCHER-WRITE-OK = "Y"
036600         MOVE "VOUCHER" TO UPDJ-FILE
036700         MOVE "W" TO UPDJ-ACTION
036800         MOVE VOUCHER-RECORD TO UPDJ-IMAGE
036900         PERFORM WRITE-UPDATE-JOURNAL.
037000     IF VOUCHER-WRITE-OK = "Y"
037100         DISPLAY "DEPOSIT VOUCHER " DEPOSIT-VOUCHER-NO
037200                 " CREATED".
037300
037400*---------------------------------
037500* The same pool/live/archive
037600* probe the entry screen
037700* assigns with - highest-live
037800* -plus-one would reuse a
037900* number still on the archive
038000* after a renumber, and wraps
038100* to zero at 99999.
038200*---------------------------------
038300 FIND-NEXT-VOUCHER-NUMBER.
038400     PERFORM LOAD-NUMBER-POOL.
038500     MOVE "N" TO FREE-NUMBER-FOUND.
038600     MOVE ZEROES TO POOL-TRY-COUNT.
038700     PERFORM TRY-NEXT-POOL-NUMBER
038800         UNTIL FREE-NUMBER-FOUND = "Y"
038900            OR POOL-TRY-COUNT > 99998.
039000     IF FREE-NUMBER-FOUND = "Y"
039100         MOVE POOL-CANDIDATE TO NEXT-VOUCHER-NUMBER
039200         PERFORM SAVE-NUMBER-POOL.
039300
039400 TRY-NEXT-POOL-NUMBER.
039500     ADD 1 TO POOL-TRY-COUNT.
039600     ADD 1 TO POOL-CANDIDATE.
039700     IF POOL-CANDIDATE > 99998
039800         MOVE 1 TO POOL-CANDIDATE.
039900     MOVE "Y" TO CANDIDATE-IS-TAKEN.
040000     MOVE POOL-CANDIDATE TO VOUCHER-NUMBER.
040100     READ VOUCHER-FILE RECORD
040200         INVALID KEY
040300         MOVE "N" TO CANDIDATE-IS-TAKEN.
040400     IF CANDIDATE-IS-TAKEN = "N"
040500         MOVE POOL-CANDIDATE TO ARCH-NUMBER
040600         MOVE "Y" TO CANDIDATE-IS-TAKEN
040700         READ ARCHIVE-FILE RECORD
040800             INVALID KEY
040900             MOVE "N" TO CANDIDATE-IS-TAKEN.
041000     IF CANDIDATE-IS-TAKEN = "N"
041100         MOVE "Y" TO FREE-NUMBER-FOUND.
041200
041300 LOAD-NUMBER-POOL.
041400     MOVE ZEROES TO VNOCTL-NEXT.
041500     OPEN INPUT VNOCTL-FILE.
041600     MOVE "N" TO VNOCTL-AT-END.
041700     READ VNOCTL-FILE
041800         AT END MOVE "Y" TO VNOCTL-AT-END.
041900     CLOSE VNOCTL-FILE.
042000     IF VNOCTL-AT-END = "Y"
042100         MOVE ZEROES TO VNOCTL-NEXT.
042200     MOVE VNOCTL-NEXT TO POOL-CANDIDATE.
042300
042400 SAVE-NUMBER-POOL.
042500     MOVE POOL-CANDIDATE TO VNOCTL-NEXT.
042600     OPEN OUTPUT VNOCTL-FILE.
042700     WRITE VNOCTL-RECORD.
042800     CLOSE VNOCTL-FILE.
042900
043000*---------------------------------
043100* Pass two: stamp everything
043200* the deposit covers, so the
043300* next deposit starts from a
043400* clean line.
043500*---------------------------------
043600 STAMP-COVERED-RECORDS.
043700     PERFORM START-WITHHELD-SCAN.
043800     PERFORM STAMP-NEXT-WITHHELD
043900         UNTIL WHLD-FILE-AT-END = "Y".
044000
044100 STAMP-NEXT-WITHHELD.
044200     READ FOREIGN-WHLD-FILE NEXT RECORD
044300         AT END MOVE "Y" TO WHLD-FILE-AT-END.
044400     IF WHLD-FILE-AT-END NOT = "Y"
044500        AND FWHLD-DEPOSIT-DATE = ZEROES
044600        AND FWHLD-AMOUNT NOT = ZEROES
044700        AND FWHLD-DATE NOT > THROUGH-DATE
044800         MOVE RUN-TODAY TO FWHLD-DEPOSIT-DATE
044900         MOVE DEPOSIT-VOUCHER-NO TO FWHLD-DEPOSIT-REF
045000         REWRITE FOREIGN-WHLD-RECORD
045100             INVALID KEY
045200             DISPLAY "ERROR REWRITING WITHHELD RECORD".
045300
045400 START-WITHHELD-SCAN.
045500     MOVE "N" TO WHLD-FILE-AT-END.
045600     MOVE ZEROES TO FWHLD-CHECK-NO.
045700     START FOREIGN-WHLD-FILE KEY NOT < FWHLD-CHECK-NO
045800         INVALID KEY
045900         MOVE "Y" TO WHLD-FILE-AT-END.
046000
046100 PRINT-DEPOSIT-TOTALS.
046200     PERFORM LINE-FEED.
046300     MOVE DEPOSIT-COUNT TO PRINT-DEP-COUNT.
046400     MOVE DEPOSIT-TOTAL TO PRINT-DEP-TOTAL.
046500     MOVE TOTAL-LINE TO PRINTER-RECORD.
046600     PERFORM WRITE-TO-PRINTER.
046700     MOVE DEPOSIT-VOUCHER-NO TO PRINT-DEP-VOUCHER.
046800     MOVE VOUCHER-REF-LINE TO PRINTER-RECORD.
046900     PERFORM WRITE-TO-PRINTER.
047000
047100 READ-VENDOR-RECORD.
047200     MOVE "Y" TO VENDOR-RECORD-FOUND.
047300     READ VENDOR-FILE RECORD
047400         INVALID KEY
047500         MOVE "N" TO VENDOR-RECORD-FOUND.
047600
047700 WRITE-TO-PRINTER.
047800     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
047900     ADD 1 TO LINE-COUNT.
048000
048100 LINE-FEED.
048200     MOVE SPACE TO PRINTER-RECORD.
048300     PERFORM WRITE-TO-PRINTER.
048400
048500 START-NEXT-PAGE.
048600     PERFORM END-LAST-PAGE.
048700     PERFORM START-NEW-PAGE.
048800
048900 START-NEW-PAGE.
049000     ADD 1 TO PAGE-NUMBER.
049100     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
049200     MOVE THROUGH-DATE TO PRINT-THROUGH.
049300     MOVE COMP-NAME TO PRINT-COMP-NAME.
049400     MOVE SIGN-ON-COMPANY TO PRINT-COMP-CODE.
049500     MOVE COMPANY-HEAD-LINE TO PRINTER-RECORD.
049600     PERFORM WRITE-TO-PRINTER.
049700     MOVE TITLE-LINE TO PRINTER-RECORD.
049800     PERFORM WRITE-TO-PRINTER.
049900     PERFORM LINE-FEED.
050000     MOVE COLUMN-LINE TO PRINTER-RECORD.
050100     PERFORM WRITE-TO-PRINTER.
050200     PERFORM LINE-FEED.
050300
050400 END-LAST-PAGE.
050500     PERFORM FORM-FEED.
050600     MOVE ZERO TO LINE-COUNT.
050700
050800 FORM-FEED.
050900     MOVE SPACE TO PRINTER-RECORD.
051000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
051100
051200*---------------------------------
051300* Utility routines.
051400*---------------------------------
051500     COPY "PLDATE01.CBL".
051600     COPY "PLSIGN01.CBL".
051700     COPY "PLUPDJ01.CBL".
051800     COPY "PLCOMP01.CBL".
