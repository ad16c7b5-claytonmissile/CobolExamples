000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FWH1042S.
000300*---------------------------------
000400* Year-end Form 1042-S run -
000500* writes the electronic filing
000600* file of foreign persons' US-
000700* source income and the tax
000800* withheld on it (T, W, Q, C and
000900* F records, 820-byte lines),
001000* balances it to a printed
001100* transmittal proof, and prints
001200* the recipient copies to mail
001300* to each overseas payee.
001400*
001500* One Q record - one form - goes
001600* out per payee per income code,
001700* exemption code and rate, the
001800* way the form is built: a
001900* licensor paid royalties at a
002000* treaty rate all year gets one
002100* form, and a second if its W-8
002200* lapsed and the statutory rate
002300* applied for part of the year.
002400* The amounts come off the
002500* foreign withholding file that
002600* the check run posts, so an
002700* exempt payment is reported
002800* along with the withheld ones.
002900*---------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400     COPY "SLFWHLD.CBL".
003500
003600     COPY "SLVND02.CBL".
003700
003800     COPY "SLSTATE.CBL".
003900
004000     COPY "SLOPER.CBL".
004100
004200     COPY "SLCOMP.CBL".
004300
004400     COPY "SLSONLOG.CBL".
004500
004600     COPY "SLSESS.CBL".
004700
004800     SELECT FORM-WORK-FILE
004900         ASSIGN TO "F42SWORK"
005000         ORGANIZATION IS SEQUENTIAL.
005100
005200     SELECT FORM-SORT-FILE
005300         ASSIGN TO "SORT".
005400
005500     SELECT FILING-FILE
005600         ASSIGN TO "IRS1042S"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900     SELECT RECIPIENT-FILE
006000         ASSIGN TO "RCP1042S"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     SELECT PRINTER-FILE
006400         ASSIGN TO PRINTER
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900
007000     COPY "FDFWHLD.CBL".
007100
007200     COPY "FDVND04.CBL".
007300
007400     COPY "FDSTATE.CBL".
007500
007600     COPY "FDOPER.CBL".
007700
007800     COPY "FDCOMP.CBL".
007900
008000     COPY "FDSONLOG.CBL".
008100
008200     COPY "FDSESS.CBL".
008300
008400 FD  FORM-WORK-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  FORM-WORK-RECORD.
008700     05  FWRK-VENDOR          PIC 9(5).
008800     05  FWRK-INCOME-CODE     PIC 9(2).
008900     05  FWRK-EXEMPT-CODE     PIC X(2).
009000     05  FWRK-RATE            PIC 9(2)V99.
009100     05  FWRK-GROSS           PIC S9(7)V99.
009200     05  FWRK-AMOUNT          PIC S9(7)V99.
009300
009400 SD  FORM-SORT-FILE.
009500
009600 01  FORM-SORT-RECORD.
009700     05  FSRT-VENDOR          PIC 9(5).
009800     05  FSRT-INCOME-CODE     PIC 9(2).
009900     05  FSRT-EXEMPT-CODE     PIC X(2).
010000     05  FSRT-RATE            PIC 9(2)V99.
010100     05  FSRT-GROSS           PIC S9(7)V99.
010200     05  FSRT-AMOUNT          PIC S9(7)V99.
010300
010400 FD  FILING-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  FILING-RECORD              PIC X(820).
010700
010800 FD  RECIPIENT-FILE
010900     LABEL RECORDS ARE OMITTED.
011000 01  RECIPIENT-RECORD           PIC X(80).
011100
011200 FD  PRINTER-FILE
011300     LABEL RECORDS ARE OMITTED.
011400 01  PRINTER-RECORD             PIC X(80).
011500
011600 WORKING-STORAGE SECTION.
011700
011800 77  FWHLD-FILE-AT-END       PIC X.
011900 77  WORK-FILE-AT-END        PIC X.
012000 77  VENDOR-RECORD-FOUND     PIC X.
012100 77  STATE-RECORD-FOUND      PIC X.
012200 77  RUN-TAX-YEAR            PIC 9(4).
012300 77  EXTRACT-COUNT           PIC 9(6)    VALUE ZEROES.
012400
012500*---------------------------------
012600* The form being built: its key
012700* and the amounts summed into it
012800* from the payments that share
012900* the key.
013000*---------------------------------
013100 01  FORM-KEY.
013200     05  FORM-VENDOR          PIC 9(5).
013300     05  FORM-INCOME-CODE     PIC 9(2).
013400     05  FORM-EXEMPT-CODE     PIC X(2).
013500     05  FORM-RATE            PIC 9(2)V99.
013600 77  FORM-GROSS              PIC S9(8)V99.
013700 77  FORM-AMOUNT             PIC S9(8)V99.
013800 01  NEXT-FORM-KEY.
013900     05  NEXT-VENDOR          PIC 9(5).
014000     05  NEXT-INCOME-CODE     PIC 9(2).
014100     05  NEXT-EXEMPT-CODE     PIC X(2).
014200     05  NEXT-RATE            PIC 9(2)V99.
014300
014400*---------------------------------
014500* Transmission totals for the C
014600* record and the printed proof -
014700* they must agree.
014800*---------------------------------
014900 77  FORM-COUNT              PIC 9(6)    VALUE ZEROES.
015000 77  TOTAL-GROSS             PIC S9(10)V99 VALUE ZEROES.
015100 77  TOTAL-WITHHELD          PIC S9(10)V99 VALUE ZEROES.
015200
015300*---------------------------------
015400* Withholding agent (our)
015500* details, off the company master
015600* or keyed at run time, carried
015700* into the T and W records and
015800* onto every recipient copy.
015900*---------------------------------
016000 77  PAYER-TIN               PIC X(9).
016100 77  PAYER-NAME              PIC X(40).
016200 77  PAYER-ADDRESS           PIC X(40).
016300 77  PAYER-CITY              PIC X(20).
016400 77  PAYER-STATE             PIC X(2).
016500 77  PAYER-ZIP               PIC X(9).
016600 77  COMP-RECORD-FOUND       PIC X.
016700 77  TIN-SCAN-SUB            PIC 9(2).
016800 77  TIN-OUT-SUB             PIC 9(2).
016900
017000*---------------------------------
017100* Unsigned whole-cent and whole-
017200* basis-point intermediates for
017300* the zero-filled amount and
017400* rate fields.
017500*---------------------------------
017600 77  AMOUNT-IN-CENTS         PIC 9(12).
017700 77  RATE-IN-POINTS          PIC 9(4).
017800
017900*---------------------------------
018000* Filing record images, 820
018100* bytes each: record type in 1,
018200* tax year after it, then the
018300* record's own fields, space-
018400* filled to 820.
018500*---------------------------------
018600 01  FILE-T-RECORD.
018700     05  FILLER              PIC X(1)   VALUE "T".
018800     05  FILE-T-YEAR         PIC 9(4).
018900     05  FILE-T-TIN          PIC X(9).
019000     05  FILE-T-NAME         PIC X(40).
019100     05  FILE-T-ADDRESS      PIC X(40).
019200     05  FILE-T-CITY         PIC X(20).
019300     05  FILE-T-STATE        PIC X(2).
019400     05  FILE-T-ZIP          PIC X(9).
019500     05  FILLER              PIC X(695) VALUE SPACE.
019600
019700 01  FILE-W-RECORD.
019800     05  FILLER              PIC X(1)   VALUE "W".
019900     05  FILE-W-YEAR         PIC 9(4).
020000     05  FILE-W-TIN          PIC X(9).
020100     05  FILE-W-NAME         PIC X(40).
020200     05  FILE-W-ADDRESS      PIC X(40).
020300     05  FILE-W-CITY         PIC X(20).
020400     05  FILE-W-STATE        PIC X(2).
020500     05  FILE-W-ZIP          PIC X(9).
020600     05  FILLER              PIC X(695) VALUE SPACE.
020700
020800 01  FILE-Q-RECORD.
020900     05  FILLER              PIC X(1)   VALUE "Q".
021000     05  FILLER              PIC X(1)   VALUE SPACE.
021100     05  FILE-Q-YEAR         PIC 9(4).
021200     05  FILE-Q-INCOME-CODE  PIC 9(2).
021300     05  FILE-Q-GROSS        PIC 9(12).
021400     05  FILE-Q-EXEMPT-CODE  PIC X(2).
021500     05  FILE-Q-RATE         PIC 9(4).
021600     05  FILE-Q-WITHHELD     PIC 9(12).
021700     05  FILE-Q-ACCOUNT      PIC X(20).
021800     05  FILE-Q-NAME         PIC X(40).
021900     05  FILE-Q-ADDRESS      PIC X(40).
022000     05  FILE-Q-CITY         PIC X(40).
022100     05  FILE-Q-COUNTRY      PIC X(2).
022200     05  FILE-Q-TREATY       PIC X(2).
022300     05  FILE-Q-TIN          PIC X(11).
022400     05  FILLER              PIC X(627) VALUE SPACE.
022500
022600 01  FILE-C-RECORD.
022700     05  FILLER              PIC X(1)   VALUE "C".
022800     05  FILE-C-FORM-COUNT   PIC 9(8).
022900     05  FILE-C-TOTAL-GROSS  PIC 9(15).
023000     05  FILE-C-TOTAL-WHLD   PIC 9(15).
023100     05  FILLER              PIC X(781) VALUE SPACE.
023200
023300 01  FILE-F-RECORD.
023400     05  FILLER              PIC X(1)   VALUE "F".
023500     05  FILE-F-W-COUNT      PIC 9(8)   VALUE 1.
023600     05  FILLER              PIC X(811) VALUE SPACE.
023700
023800*---------------------------------
023900* Recipient copy lines - one
024000* page per form.
024100*---------------------------------
024200 01  COPY-TITLE-LINE.
024300     05  FILLER              PIC X(10) VALUE "FORM".
024400     05  FILLER              PIC X(10) VALUE "1042-S".
024500     05  FILLER              PIC X(40)
024600         VALUE "FOREIGN PERSON'S U.S. SOURCE INCOME".
024700     05  FILLER              PIC X(9)  VALUE "TAX YEAR ".
024800     05  COPY-TAX-YEAR       PIC 9(4).
024900
025000 01  COPY-SUBTITLE-LINE.
025100     05  FILLER              PIC X(20) VALUE SPACE.
025200     05  FILLER              PIC X(40)
025300         VALUE "SUBJECT TO WITHHOLDING - COPY B".
025400
025500 01  COPY-NAME-LINE.
025600     05  COPY-CAPTION        PIC X(22).
025700     05  COPY-NAME           PIC X(40).
025800
025900 01  COPY-TEXT-LINE.
026000     05  FILLER              PIC X(22) VALUE SPACE.
026100     05  COPY-TEXT           PIC X(40).
026200
026300 01  COPY-TIN-LINE.
026400     05  COPY-TIN-CAPTION    PIC X(22).
026500     05  COPY-TIN            PIC X(11).
026600
026700 01  COPY-CODE-LINE.
026800     05  COPY-CODE-CAPTION   PIC X(40).
026900     05  COPY-CODE           PIC X(2).
027000
027100 01  COPY-AMOUNT-LINE.
027200     05  COPY-AMOUNT-CAPTION PIC X(40).
027300     05  COPY-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
027400
027500 01  COPY-RATE-LINE.
027600     05  FILLER              PIC X(40)
027700         VALUE "3B  TAX RATE (PERCENT)".
027800     05  COPY-RATE           PIC Z9.99.
027900
028000*---------------------------------
028100* Transmittal proof print lines.
028200*---------------------------------
028300 01  PROOF-DETAIL-LINE.
028400     05  PRINT-VENDOR-NO   PIC Z(4)9.
028500     05  FILLER            PIC X(1)  VALUE SPACE.
028600     05  PRINT-NAME        PIC X(24).
028700     05  FILLER            PIC X(1)  VALUE SPACE.
028800     05  PRINT-COUNTRY     PIC X(2).
028900     05  FILLER            PIC X(2)  VALUE SPACE.
029000     05  PRINT-INCOME-CODE PIC 99.
029100     05  FILLER            PIC X(2)  VALUE SPACE.
029200     05  PRINT-EXEMPT-CODE PIC X(2).
029300     05  FILLER            PIC X(1)  VALUE SPACE.
029400     05  PRINT-RATE        PIC Z9.99.
029500     05  PRINT-GROSS       PIC ZZ,ZZZ,ZZ9.99.
029600     05  PRINT-WITHHELD    PIC ZZZ,ZZ9.99.
029700
029800 01  PROOF-TOTAL-LINE.
029900     05  FILLER            PIC X(18)
030000         VALUE "FORMS TRANSMITTED:".
030100     05  PRINT-FORM-COUNT  PIC ZZZ,ZZ9.
030200     05  FILLER            PIC X(19) VALUE SPACE.
030300     05  PRINT-TOTAL-GROSS PIC ZZZ,ZZZ,ZZ9.99.
030400     05  PRINT-TOTAL-WHLD  PIC ZZ,ZZZ,ZZ9.99.
030500
030600 01  COLUMN-LINE.
030700     05  FILLER         PIC X(6)  VALUE "NUMBER".
030800     05  FILLER         PIC X(25) VALUE "NAME".
030900     05  FILLER         PIC X(4)  VALUE "CTY".
031000     05  FILLER         PIC X(4)  VALUE "INC".
031100     05  FILLER         PIC X(3)  VALUE "EX".
031200     05  FILLER         PIC X(5)  VALUE " RATE".
031300     05  FILLER         PIC X(13) VALUE "        GROSS".
031400     05  FILLER         PIC X(10) VALUE "  WITHHELD".
031500
031600 01  TITLE-LINE.
031700     05  FILLER              PIC X(18) VALUE SPACE.
031800     05  FILLER              PIC X(26)
031900         VALUE "1042-S TRANSMITTAL PROOF".
032000     05  FILLER              PIC X(6)  VALUE " YEAR:".
032100     05  PRINT-TAX-YEAR      PIC 9(4).
032200     05  FILLER              PIC X(11) VALUE SPACE.
032300     05  FILLER              PIC X(5) VALUE "PAGE:".
032400     05  FILLER              PIC X(1) VALUE SPACE.
032500     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
032600
032700 77  LINE-COUNT              PIC 999   VALUE ZERO.
032800 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
032900 77  MAXIMUM-LINES           PIC 999   VALUE 55.
033000
033100     COPY "WSCASE01.CBL".
033200
033300     COPY "WSDATE01.CBL".
033400
033500     COPY "WSAUDIT01.CBL".
033600
033700     COPY "WSSIGN01.CBL".
033800
033900 PROCEDURE DIVISION.
034000 PROGRAM-BEGIN.
034100     PERFORM OPENING-PROCEDURE.
034200     MOVE "FWH1042S" TO SIGN-ON-PROGRAM.
034300     PERFORM GET-OPERATOR-SIGN-ON.
034400     IF OPERATOR-IS-SIGNED-ON
034500        AND SIGN-ON-CAN-UTILITY = "Y"
034600         PERFORM RUN-THE-FILING
034700     ELSE
034800     IF OPERATOR-IS-SIGNED-ON
034900         DISPLAY "YOU ARE NOT AUTHORIZED FOR UTILITIES".
035000     PERFORM CLOSING-PROCEDURE.
035100
035200 PROGRAM-EXIT.
035300     EXIT PROGRAM.
035400
035500 PROGRAM-DONE.
035600     STOP RUN.
035700
035800 OPENING-PROCEDURE.
035900     OPEN I-O OPERATOR-FILE.
036000     OPEN I-O VENDOR-FILE.
036100     OPEN I-O STATE-FILE.
036200     OPEN I-O COMPANY-FILE.
036300     OPEN I-O FOREIGN-WHLD-FILE.
036400     OPEN OUTPUT PRINTER-FILE.
036500
036600 CLOSING-PROCEDURE.
036700     CLOSE OPERATOR-FILE.
036800     CLOSE VENDOR-FILE.
036900     CLOSE STATE-FILE.
037000     CLOSE COMPANY-FILE.
037100     CLOSE FOREIGN-WHLD-FILE.
037200     PERFORM END-LAST-PAGE.
037300     CLOSE PRINTER-FILE.
037400
037500 RUN-THE-FILING.
037600     PERFORM ENTER-TAX-YEAR.
037700     PERFORM ENTER-PAYER-DETAILS.
037800     PERFORM SORT-THE-PAYMENTS.
037900     IF EXTRACT-COUNT = ZEROES
038000         DISPLAY "NO FOREIGN PAYMENTS ON FILE FOR THAT YEAR"
038100     ELSE
038200         PERFORM WRITE-THE-FORMS.
038300
038400 WRITE-THE-FORMS.
038500     OPEN OUTPUT FILING-FILE.
038600     OPEN OUTPUT RECIPIENT-FILE.
038700     PERFORM WRITE-T-RECORD.
038800     PERFORM WRITE-W-RECORD.
038900     PERFORM START-NEW-PAGE.
039000     OPEN INPUT FORM-WORK-FILE.
039100     MOVE "N" TO WORK-FILE-AT-END.
039200     PERFORM READ-NEXT-WORK-RECORD.
039300     PERFORM BUILD-ONE-FORM
039400         UNTIL WORK-FILE-AT-END = "Y".
039500     CLOSE FORM-WORK-FILE.
039600     PERFORM WRITE-C-RECORD.
039700     PERFORM WRITE-F-RECORD.
039800     CLOSE FILING-FILE.
039900     CLOSE RECIPIENT-FILE.
040000     PERFORM PRINT-PROOF-TOTALS.
040100     DISPLAY "FILING FILE IRS1042S WRITTEN - "
040200             FORM-COUNT " FORMS".
040300     DISPLAY "RECIPIENT COPIES WRITTEN TO RCP1042S".
040400
040500 ENTER-TAX-YEAR.
040600     PERFORM ACCEPT-TAX-YEAR.
040700     PERFORM RE-ACCEPT-TAX-YEAR
040800         UNTIL RUN-TAX-YEAR > 1990.
040900
041000 ACCEPT-TAX-YEAR.
041100     DISPLAY "ENTER TAX YEAR TO FILE (CCYY)".
041200     ACCEPT RUN-TAX-YEAR.
041300
041400 RE-ACCEPT-TAX-YEAR.
041500     DISPLAY "INVALID TAX YEAR".
041600     PERFORM ACCEPT-TAX-YEAR.
041700
041800*---------------------------------
041900* The withholding agent comes
042000* off the company master, keyed
042100* by hand only when the company
042200* is not on it - as for the 1099
042300* filing.
042400*---------------------------------
042500 ENTER-PAYER-DETAILS.
042600     DISPLAY "ENTER WITHHOLDING AGENT COMPANY NUMBER".
042700     ACCEPT COMP-CODE.
042800     MOVE "Y" TO COMP-RECORD-FOUND.
042900     READ COMPANY-FILE RECORD
043000         INVALID KEY
043100         MOVE "N" TO COMP-RECORD-FOUND.
043200     IF COMP-RECORD-FOUND = "Y"
043300         PERFORM TAKE-PAYER-FROM-MASTER
043400     ELSE
043500         DISPLAY "COMPANY NOT ON THE MASTER - KEY THE"
043600         DISPLAY "WITHHOLDING AGENT DETAILS"
043700         PERFORM KEY-PAYER-DETAILS.
043800
043900 TAKE-PAYER-FROM-MASTER.
044000     MOVE SPACE TO PAYER-TIN.
044100     PERFORM STRIP-TAX-ID-DASH.
044200     MOVE COMP-NAME TO PAYER-NAME.
044300     MOVE COMP-ADDRESS-1 TO PAYER-ADDRESS.
044400     MOVE COMP-CITY TO PAYER-CITY.
044500     MOVE COMP-STATE TO PAYER-STATE.
044600     MOVE COMP-ZIP TO PAYER-ZIP.
044700     DISPLAY "WITHHOLDING AGENT: " COMP-NAME.
044800
044900 STRIP-TAX-ID-DASH.
045000     MOVE ZEROES TO TIN-OUT-SUB.
045100     PERFORM STRIP-ONE-TIN-CHAR
045200         VARYING TIN-SCAN-SUB FROM 1 BY 1
045300         UNTIL TIN-SCAN-SUB > 11.
045400
045500 STRIP-ONE-TIN-CHAR.
045600     IF COMP-TAX-ID (TIN-SCAN-SUB:1) NUMERIC
045700        AND TIN-OUT-SUB < 9
045800         ADD 1 TO TIN-OUT-SUB
045900         MOVE COMP-TAX-ID (TIN-SCAN-SUB:1)
046000             TO PAYER-TIN (TIN-OUT-SUB:1).
046100
046200 KEY-PAYER-DETAILS.
046300     DISPLAY "ENTER AGENT TAX ID (9 DIGITS, NO DASHES)".
046400     ACCEPT PAYER-TIN.
046500     DISPLAY "ENTER AGENT NAME".
046600     ACCEPT PAYER-NAME.
046700     DISPLAY "ENTER AGENT ADDRESS".
046800     ACCEPT PAYER-ADDRESS.
046900     DISPLAY "ENTER AGENT CITY".
047000     ACCEPT PAYER-CITY.
047100     DISPLAY "ENTER AGENT STATE".
047200     ACCEPT PAYER-STATE.
047300     INSPECT PAYER-STATE
047400      CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
047500     DISPLAY "ENTER AGENT ZIP (NO DASH)".
047600     ACCEPT PAYER-ZIP.
047700
047800*---------------------------------
047900* The year's payments, sorted
048000* into form order: payee, then
048100* income code, exemption code
048200* and rate.
048300*---------------------------------
048400 SORT-THE-PAYMENTS.
048500     SORT FORM-SORT-FILE
048600         ON ASCENDING KEY FSRT-VENDOR
048700                          FSRT-INCOME-CODE
048800                          FSRT-EXEMPT-CODE
048900                          FSRT-RATE
049000          INPUT PROCEDURE IS EXTRACT-THE-PAYMENTS
049100          GIVING FORM-WORK-FILE.
049200
049300 EXTRACT-THE-PAYMENTS.
049400     MOVE "N" TO FWHLD-FILE-AT-END.
049500     MOVE ZEROES TO FWHLD-CHECK-NO.
049600     START FOREIGN-WHLD-FILE KEY NOT < FWHLD-CHECK-NO
049700         INVALID KEY
049800         MOVE "Y" TO FWHLD-FILE-AT-END.
049900     PERFORM RELEASE-NEXT-PAYMENT
050000         UNTIL FWHLD-FILE-AT-END = "Y".
050100
050200 RELEASE-NEXT-PAYMENT.
050300     READ FOREIGN-WHLD-FILE NEXT RECORD
050400         AT END MOVE "Y" TO FWHLD-FILE-AT-END.
050500     IF FWHLD-FILE-AT-END NOT = "Y"
050600        AND FWHLD-DATE (1:4) = RUN-TAX-YEAR
050700         PERFORM RELEASE-THIS-PAYMENT.
050800
050900 RELEASE-THIS-PAYMENT.
051000     MOVE FWHLD-VENDOR TO FSRT-VENDOR.
051100     MOVE FWHLD-INCOME-CODE TO FSRT-INCOME-CODE.
051200     MOVE FWHLD-EXEMPT-CODE TO FSRT-EXEMPT-CODE.
051300     MOVE FWHLD-RATE TO FSRT-RATE.
051400     MOVE FWHLD-GROSS TO FSRT-GROSS.
051500     MOVE FWHLD-AMOUNT TO FSRT-AMOUNT.
051600     RELEASE FORM-SORT-RECORD.
051700     ADD 1 TO EXTRACT-COUNT.
051800
051900*---------------------------------
052000* One form: sum every payment
052100* that shares the form's key,
052200* then write the Q record, the
052300* proof line and the recipient
052400* copy.
052500*---------------------------------
052600 BUILD-ONE-FORM.
052700     MOVE NEXT-FORM-KEY TO FORM-KEY.
052800     MOVE ZEROES TO FORM-GROSS
052900                    FORM-AMOUNT.
053000     PERFORM ADD-TO-FORM
053100         UNTIL WORK-FILE-AT-END = "Y"
053200            OR NEXT-FORM-KEY NOT = FORM-KEY.
053300     PERFORM LOOK-UP-RECIPIENT.
053400     PERFORM WRITE-Q-RECORD.
053500     PERFORM PRINT-PROOF-DETAIL.
053600     PERFORM PRINT-RECIPIENT-COPY.
053700     ADD 1 TO FORM-COUNT.
053800     ADD FORM-GROSS TO TOTAL-GROSS.
053900     ADD FORM-AMOUNT TO TOTAL-WITHHELD.
054000
054100 ADD-TO-FORM.
054200     ADD FWRK-GROSS TO FORM-GROSS.
054300     ADD FWRK-AMOUNT TO FORM-AMOUNT.
054400     PERFORM READ-NEXT-WORK-RECORD.
054500
054600 READ-NEXT-WORK-RECORD.
054700     READ FORM-WORK-FILE
054800         AT END MOVE "Y" TO WORK-FILE-AT-END.
054900     IF WORK-FILE-AT-END NOT = "Y"
055000         MOVE FWRK-VENDOR TO NEXT-VENDOR
055100         MOVE FWRK-INCOME-CODE TO NEXT-INCOME-CODE
055200         MOVE FWRK-EXEMPT-CODE TO NEXT-EXEMPT-CODE
055300         MOVE FWRK-RATE TO NEXT-RATE.
055400
055500*---------------------------------
055600* The payee's name and address
055700* come off the vendor record as
055800* it stands at year end; the
055900* country comes from its state
056000* code.
056100*---------------------------------
056200 LOOK-UP-RECIPIENT.
056300     MOVE FORM-VENDOR TO VENDOR-NUMBER.
056400     MOVE "Y" TO VENDOR-RECORD-FOUND.
056500     READ VENDOR-FILE RECORD
056600         INVALID KEY
056700         MOVE "N" TO VENDOR-RECORD-FOUND.
056800     IF VENDOR-RECORD-FOUND = "N"
056900         MOVE SPACE TO VENDOR-RECORD
057000         MOVE FORM-VENDOR TO VENDOR-NUMBER
057100         MOVE "*VENDOR NOT ON FILE*" TO VENDOR-NAME.
057200     MOVE SPACE TO STATE-COUNTRY-CODE.
057300     MOVE VENDOR-STATE TO STATE-CODE.
057400     MOVE "Y" TO STATE-RECORD-FOUND.
057500     READ STATE-FILE RECORD
057600         INVALID KEY
057700         MOVE "N" TO STATE-RECORD-FOUND.
057800     IF STATE-RECORD-FOUND = "N"
057900         MOVE SPACE TO STATE-COUNTRY-CODE.
058000
058100*---------------------------------
058200* Filing record writers.
058300*---------------------------------
058400 WRITE-T-RECORD.
058500     MOVE RUN-TAX-YEAR TO FILE-T-YEAR.
058600     MOVE PAYER-TIN TO FILE-T-TIN.
058700     MOVE PAYER-NAME TO FILE-T-NAME.
058800     MOVE PAYER-ADDRESS TO FILE-T-ADDRESS.
058900     MOVE PAYER-CITY TO FILE-T-CITY.
059000     MOVE PAYER-STATE TO FILE-T-STATE.
059100     MOVE PAYER-ZIP TO FILE-T-ZIP.
059200     MOVE FILE-T-RECORD TO FILING-RECORD.
059300     WRITE FILING-RECORD.
059400
059500 WRITE-W-RECORD.
059600     MOVE RUN-TAX-YEAR TO FILE-W-YEAR.
059700     MOVE PAYER-TIN TO FILE-W-TIN.
059800     MOVE PAYER-NAME TO FILE-W-NAME.
059900     MOVE PAYER-ADDRESS TO FILE-W-ADDRESS.
060000     MOVE PAYER-CITY TO FILE-W-CITY.
060100     MOVE PAYER-STATE TO FILE-W-STATE.
060200     MOVE PAYER-ZIP TO FILE-W-ZIP.
060300     MOVE FILE-W-RECORD TO FILING-RECORD.
060400     WRITE FILING-RECORD.
060500
060600 WRITE-Q-RECORD.
060700     MOVE RUN-TAX-YEAR TO FILE-Q-YEAR.
060800     MOVE FORM-INCOME-CODE TO FILE-Q-INCOME-CODE.
060900     COMPUTE AMOUNT-IN-CENTS = FORM-GROSS * 100.
061000     MOVE AMOUNT-IN-CENTS TO FILE-Q-GROSS.
061100     MOVE FORM-EXEMPT-CODE TO FILE-Q-EXEMPT-CODE.
061200     COMPUTE RATE-IN-POINTS = FORM-RATE * 100.
061300     MOVE RATE-IN-POINTS TO FILE-Q-RATE.
061400     COMPUTE AMOUNT-IN-CENTS = FORM-AMOUNT * 100.
061500     MOVE AMOUNT-IN-CENTS TO FILE-Q-WITHHELD.
061600     MOVE VENDOR-NUMBER TO FILE-Q-ACCOUNT.
061700     MOVE VENDOR-NAME TO FILE-Q-NAME.
061800     MOVE VENDOR-ADDRESS-1 TO FILE-Q-ADDRESS.
061900     MOVE VENDOR-CITY TO FILE-Q-CITY.
062000     MOVE STATE-COUNTRY-CODE TO FILE-Q-COUNTRY.
062100     MOVE VENDOR-TREATY-COUNTRY TO FILE-Q-TREATY.
062200     MOVE VENDOR-TAX-ID TO FILE-Q-TIN.
062300     MOVE FILE-Q-RECORD TO FILING-RECORD.
062400     WRITE FILING-RECORD.
062500
062600 WRITE-C-RECORD.
062700     MOVE FORM-COUNT TO FILE-C-FORM-COUNT.
062800     COMPUTE AMOUNT-IN-CENTS = TOTAL-GROSS * 100.
062900     MOVE AMOUNT-IN-CENTS TO FILE-C-TOTAL-GROSS.
063000     COMPUTE AMOUNT-IN-CENTS = TOTAL-WITHHELD * 100.
063100     MOVE AMOUNT-IN-CENTS TO FILE-C-TOTAL-WHLD.
063200     MOVE FILE-C-RECORD TO FILING-RECORD.
063300     WRITE FILING-RECORD.
063400
063500 WRITE-F-RECORD.
063600     MOVE FILE-F-RECORD TO FILING-RECORD.
063700     WRITE FILING-RECORD.
063800
063900*---------------------------------
064000* The recipient copy - the form
064100* the payee gets, one page each,
064200* for mailing overseas by the
064300* March deadline.
064400*---------------------------------
064500 PRINT-RECIPIENT-COPY.
064600     MOVE RUN-TAX-YEAR TO COPY-TAX-YEAR.
064700     MOVE COPY-TITLE-LINE TO RECIPIENT-RECORD.
064800     PERFORM WRITE-RECIPIENT-LINE.
064900     MOVE COPY-SUBTITLE-LINE TO RECIPIENT-RECORD.
065000     PERFORM WRITE-RECIPIENT-LINE.
065100     PERFORM RECIPIENT-LINE-FEED.
065200     MOVE FORM-INCOME-CODE TO COPY-CODE.
065300     MOVE "1   INCOME CODE" TO COPY-CODE-CAPTION.
065400     MOVE COPY-CODE-LINE TO RECIPIENT-RECORD.
065500     PERFORM WRITE-RECIPIENT-LINE.
065600     MOVE FORM-GROSS TO COPY-AMOUNT.
065700     MOVE "2   GROSS INCOME" TO COPY-AMOUNT-CAPTION.
065800     MOVE COPY-AMOUNT-LINE TO RECIPIENT-RECORD.
065900     PERFORM WRITE-RECIPIENT-LINE.
066000     MOVE FORM-EXEMPT-CODE TO COPY-CODE.
066100     MOVE "3A  CHAPTER 3 EXEMPTION CODE" TO COPY-CODE-CAPTION.
066200     MOVE COPY-CODE-LINE TO RECIPIENT-RECORD.
066300     PERFORM WRITE-RECIPIENT-LINE.
066400     MOVE FORM-RATE TO COPY-RATE.
066500     MOVE COPY-RATE-LINE TO RECIPIENT-RECORD.
066600     PERFORM WRITE-RECIPIENT-LINE.
066700     MOVE FORM-AMOUNT TO COPY-AMOUNT.
066800     MOVE "7A  FEDERAL TAX WITHHELD" TO COPY-AMOUNT-CAPTION.
066900     MOVE COPY-AMOUNT-LINE TO RECIPIENT-RECORD.
067000     PERFORM WRITE-RECIPIENT-LINE.
067100     PERFORM RECIPIENT-LINE-FEED.
067200     MOVE "12  WITHHOLDING AGENT" TO COPY-CAPTION.
067300     MOVE PAYER-NAME TO COPY-NAME.
067400     MOVE COPY-NAME-LINE TO RECIPIENT-RECORD.
067500     PERFORM WRITE-RECIPIENT-LINE.
067600     MOVE PAYER-ADDRESS TO COPY-TEXT.
067700     MOVE COPY-TEXT-LINE TO RECIPIENT-RECORD.
067800     PERFORM WRITE-RECIPIENT-LINE.
067900     MOVE SPACE TO COPY-TEXT.
068000     STRING PAYER-CITY DELIMITED BY "  "
068100            " " PAYER-STATE " " PAYER-ZIP
068200            DELIMITED BY SIZE
068300         INTO COPY-TEXT.
068400     MOVE COPY-TEXT-LINE TO RECIPIENT-RECORD.
068500     PERFORM WRITE-RECIPIENT-LINE.
068600     MOVE "    AGENT EIN" TO COPY-TIN-CAPTION.
068700     MOVE PAYER-TIN TO COPY-TIN.
068800     MOVE COPY-TIN-LINE TO RECIPIENT-RECORD.
068900     PERFORM WRITE-RECIPIENT-LINE.
069000     PERFORM RECIPIENT-LINE-FEED.
069100     MOVE "13A RECIPIENT" TO COPY-CAPTION.
069200     MOVE VENDOR-NAME TO COPY-NAME.
069300     MOVE COPY-NAME-LINE TO RECIPIENT-RECORD.
069400     PERFORM WRITE-RECIPIENT-LINE.
069500     MOVE VENDOR-ADDRESS-1 TO COPY-TEXT.
069600     MOVE COPY-TEXT-LINE TO RECIPIENT-RECORD.
069700     PERFORM WRITE-RECIPIENT-LINE.
069800     IF VENDOR-ADDRESS-2 NOT = SPACES
069900         MOVE VENDOR-ADDRESS-2 TO COPY-TEXT
070000         MOVE COPY-TEXT-LINE TO RECIPIENT-RECORD
070100         PERFORM WRITE-RECIPIENT-LINE.
070200     MOVE SPACE TO COPY-TEXT.
070300     STRING VENDOR-CITY DELIMITED BY "  "
070400            " " VENDOR-ZIP DELIMITED BY "  "
070500            " " STATE-COUNTRY-CODE
070600            DELIMITED BY SIZE
070700         INTO COPY-TEXT.
070800     MOVE COPY-TEXT-LINE TO RECIPIENT-RECORD.
070900     PERFORM WRITE-RECIPIENT-LINE.
071000     MOVE "    FOREIGN TAX ID" TO COPY-TIN-CAPTION.
071100     MOVE VENDOR-TAX-ID TO COPY-TIN.
071200     MOVE COPY-TIN-LINE TO RECIPIENT-RECORD.
071300     PERFORM WRITE-RECIPIENT-LINE.
071400     MOVE "13J RECIPIENT ACCOUNT" TO COPY-CAPTION.
071500     MOVE VENDOR-NUMBER TO COPY-NAME.
071600     MOVE COPY-NAME-LINE TO RECIPIENT-RECORD.
071700     PERFORM WRITE-RECIPIENT-LINE.
071800     IF VENDOR-TREATY-COUNTRY NOT = SPACES
071900         MOVE VENDOR-TREATY-COUNTRY TO COPY-CODE
072000         MOVE "    TREATY COUNTRY" TO COPY-CODE-CAPTION
072100         MOVE COPY-CODE-LINE TO RECIPIENT-RECORD
072200         PERFORM WRITE-RECIPIENT-LINE.
072300     MOVE SPACE TO RECIPIENT-RECORD.
072400     WRITE RECIPIENT-RECORD BEFORE ADVANCING PAGE.
072500
072600 WRITE-RECIPIENT-LINE.
072700     WRITE RECIPIENT-RECORD BEFORE ADVANCING 1.
072800
072900 RECIPIENT-LINE-FEED.
073000     MOVE SPACE TO RECIPIENT-RECORD.
073100     PERFORM WRITE-RECIPIENT-LINE.
073200
073300*---------------------------------
073400* The printed transmittal proof -
073500* one line per form, totals at
073600* the end that must match the C
073700* record.
073800*---------------------------------
073900 PRINT-PROOF-DETAIL.
074000     IF LINE-COUNT > MAXIMUM-LINES
074100         PERFORM START-NEXT-PAGE.
074200     MOVE SPACE TO PROOF-DETAIL-LINE.
074300     MOVE FORM-VENDOR TO PRINT-VENDOR-NO.
074400     MOVE VENDOR-NAME TO PRINT-NAME.
074500     MOVE STATE-COUNTRY-CODE TO PRINT-COUNTRY.
074600     MOVE FORM-INCOME-CODE TO PRINT-INCOME-CODE.
074700     MOVE FORM-EXEMPT-CODE TO PRINT-EXEMPT-CODE.
074800     MOVE FORM-RATE TO PRINT-RATE.
074900     MOVE FORM-GROSS TO PRINT-GROSS.
075000     MOVE FORM-AMOUNT TO PRINT-WITHHELD.
075100     MOVE PROOF-DETAIL-LINE TO PRINTER-RECORD.
075200     PERFORM WRITE-TO-PRINTER.
075300
075400 PRINT-PROOF-TOTALS.
075500     PERFORM LINE-FEED.
075600     MOVE FORM-COUNT TO PRINT-FORM-COUNT.
075700     MOVE TOTAL-GROSS TO PRINT-TOTAL-GROSS.
075800     MOVE TOTAL-WITHHELD TO PRINT-TOTAL-WHLD.
075900     MOVE PROOF-TOTAL-LINE TO PRINTER-RECORD.
076000     PERFORM WRITE-TO-PRINTER.
076100
076200 WRITE-TO-PRINTER.
076300     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
076400     ADD 1 TO LINE-COUNT.
076500
076600 LINE-FEED.
076700     MOVE SPACE TO PRINTER-RECORD.
076800     PERFORM WRITE-TO-PRINTER.
076900
077000 START-NEXT-PAGE.
077100     PERFORM END-LAST-PAGE.
077200     PERFORM START-NEW-PAGE.
077300
077400 START-NEW-PAGE.
077500     ADD 1 TO PAGE-NUMBER.
077600     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
077700     MOVE RUN-TAX-YEAR TO PRINT-TAX-YEAR.
077800     MOVE TITLE-LINE TO PRINTER-RECORD.
077900     PERFORM WRITE-TO-PRINTER.
078000     PERFORM LINE-FEED.
078100     MOVE COLUMN-LINE TO PRINTER-RECORD.
078200     PERFORM WRITE-TO-PRINTER.
078300     PERFORM LINE-FEED.
078400
078500 END-LAST-PAGE.
078600     PERFORM FORM-FEED.
078700     MOVE ZERO TO LINE-COUNT.
078800
078900 FORM-FEED.
079000     MOVE SPACE TO PRINTER-RECORD.
079100     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
079200
079300*---------------------------------
079400* Utility routines.
079500*---------------------------------
079600     COPY "PLDATE01.CBL".
079700     COPY "PLSIGN01.CBL".
