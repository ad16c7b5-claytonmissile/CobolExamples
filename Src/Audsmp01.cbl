000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUDSMP01.
000300*---------------------------------
000400* Statistical audit sample with
000500* a prepared-by-client package.
000600*
000700* The operator names the sample.
000800* A new name asks for the
000900* population - paid vouchers,
001000* live and archived, by payment
001100* date, or checks from the check
001200* register by check date - the
001300* method and the size:
001400*  R  random, from a seed;
001500*  M  monetary unit - a random
001600*     start within the sampling
001700*     interval and every interval
001800*     after it, so each dollar has
001900*     the same chance;
002000*  T  top dollar plus random -
002100*     every item at or over an
002200*     entered floor, then random
002300*     items to make up the size.
002400* The draw uses its own random
002500* number generator from the seed,
002600* so the same seed over the same
002700* population draws the same
002800* sample. The sample and how it
002900* was drawn are saved in the
003000* audit sample file; naming a
003100* sample already saved reprints
003200* it from the file.
003300*
003400* The run prints the sample
003500* listing for the auditors, then
003600* a support sheet for each item:
003700* the voucher, its distribution
003800* lines, line items, PO and dock
003900* receipts, scanned-document
004000* IDs, who entered and approved
004100* it, and the check that paid
004200* it. A check item shows the
004300* check and every voucher it
004400* paid.
004500*---------------------------------
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900
005000     COPY "SLSAMP.CBL".
005100
005200     COPY "SLVOUCH.CBL".
005300
005400     COPY "SLVCHARC.CBL".
005500
005600     COPY "SLCHKREG.CBL".
005700
005800     COPY "SLDIST.CBL".
005900
006000     COPY "SLVLINE.CBL".
006100
006200     COPY "SLVDOC.CBL".
006300
006400     COPY "SLPO.CBL".
006500
006600     COPY "SLRCPT.CBL".
006700
006800     COPY "SLVND02.CBL".
006900
007000     COPY "SLACCT.CBL".
007100
007200     COPY "SLAUDIT.CBL".
007300
007400     SELECT POPULATION-WORK-FILE
007500         ASSIGN TO "SMPPOPWK"
007600         ORGANIZATION IS SEQUENTIAL.
007700
007800     SELECT POPULATION-SORT-FILE
007900         ASSIGN TO "SORT".
008000
008100     SELECT CHECK-VOUCHER-WORK-FILE
008200         ASSIGN TO "SMPCHKWK"
008300         ORGANIZATION IS SEQUENTIAL.
008400
008500     SELECT CHECK-VOUCHER-SORT-FILE
008600         ASSIGN TO "SORT".
008700
008800     SELECT PRINTER-FILE
008900         ASSIGN TO PRINTER
009000         ORGANIZATION IS LINE SEQUENTIAL.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400
009500     COPY "FDSAMP.CBL".
009600
009700     COPY "FDVOUCH.CBL".
009800
009900     COPY "FDVCHARC.CBL".
010000
010100     COPY "FDCHKREG.CBL".
010200
010300     COPY "FDDIST.CBL".
010400
010500     COPY "FDVLINE.CBL".
010600
010700     COPY "FDVDOC.CBL".
010800
010900     COPY "FDPO.CBL".
011000
011100     COPY "FDRCPT.CBL".
011200
011300     COPY "FDVND04.CBL".
011400
011500     COPY "FDACCT.CBL".
011600
011700     COPY "FDAUDIT.CBL".
011800
011900 FD  POPULATION-WORK-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  POPULATION-WORK-RECORD.
012200     05  PWRK-NUMBER           PIC 9(6).
012300     05  PWRK-AMOUNT           PIC S9(9)V99.
012400
012500 SD  POPULATION-SORT-FILE.
012600
012700 01  POPULATION-SORT-RECORD.
012800     05  PSRT-NUMBER           PIC 9(6).
012900     05  PSRT-AMOUNT           PIC S9(9)V99.
013000
013100 FD  CHECK-VOUCHER-WORK-FILE
013200     LABEL RECORDS ARE STANDARD.
013300 01  CHECK-VOUCHER-WORK-RECORD.
013400     05  CWRK-CHECK-NO         PIC 9(6).
013500     05  CWRK-VOUCHER          PIC 9(5).
013600
013700 SD  CHECK-VOUCHER-SORT-FILE.
013800
013900 01  CHECK-VOUCHER-SORT-RECORD.
014000     05  CSRT-CHECK-NO         PIC 9(6).
014100     05  CSRT-VOUCHER          PIC 9(5).
014200
014300 FD  PRINTER-FILE
014400     LABEL RECORDS ARE OMITTED.
014500 01  PRINTER-RECORD             PIC X(80).
014600
014700 WORKING-STORAGE SECTION.
014800
014900 77  SAMPLE-ON-FILE          PIC X.
015000 77  SAMPLE-FILE-AT-END      PIC X.
015100 77  VOUCHER-FILE-AT-END     PIC X.
015200 77  ARCHIVE-FILE-AT-END     PIC X.
015300 77  CHECK-FILE-AT-END       PIC X.
015400 77  WORK-FILE-AT-END        PIC X.
015500 77  CHECK-WORK-AT-END       PIC X.
015600 77  DIST-FILE-AT-END        PIC X.
015700 77  LINE-FILE-AT-END        PIC X.
015800 77  DOC-FILE-AT-END         PIC X.
015900 77  RECEIPT-FILE-AT-END     PIC X.
016000 77  AUDIT-FILE-AT-END       PIC X.
016100 77  VOUCHER-ON-FILE         PIC X.
016200 77  CHECK-ON-FILE           PIC X.
016300 77  PO-ON-FILE              PIC X.
016400 77  VENDOR-RECORD-FOUND     PIC X.
016500 77  ACCOUNT-RECORD-FOUND    PIC X.
016600 77  POPULATION-OVERFLOW     PIC X.
016700 77  SHOW-CHECK-LINE         PIC X.
016800 77  AMOUNT-ENTRY            PIC 9(9).
016900 77  SHEET-ITEM              PIC 9(4).
017000 77  SHEET-VOUCHER           PIC 9(5).
017100 77  TRAIL-VOUCHER-NO        PIC 9(5).
017200
017300*---------------------------------
017400* How the sample is drawn, as
017500* entered or as read back from
017600* item zero of a saved sample.
017700*---------------------------------
017800 01  SAMPLE-NAME             PIC X(8).
017900 01  SAMPLE-POPULATION       PIC X.
018000     88  SAMPLE-OF-VOUCHERS      VALUE "V".
018100     88  SAMPLE-OF-CHECKS        VALUE "C".
018200 01  SAMPLE-METHOD           PIC X.
018300     88  SAMPLE-IS-RANDOM        VALUE "R".
018400     88  SAMPLE-IS-MONETARY      VALUE "M".
018500     88  SAMPLE-IS-TOP-DOLLAR    VALUE "T".
018600 01  SAMPLE-FROM-DATE        PIC 9(8).
018700 01  SAMPLE-TO-DATE          PIC 9(8).
018800 01  SAMPLE-SEED             PIC 9(9).
018900 01  SAMPLE-SIZE             PIC 9(4).
019000 01  SAMPLE-TOP-AMOUNT       PIC 9(7)V99.
019100 01  SAMPLE-RUN-DATE         PIC 9(8).
019200 01  POPULATION-COUNT        PIC 9(5).
019300 01  POPULATION-TOTAL        PIC S9(11)V99.
019400 01  DRAWN-COUNT             PIC 9(4).
019500 01  DRAWN-TOTAL             PIC S9(11)V99.
019600
019700*---------------------------------
019800* One byte per population item,
019900* by its place in the population
020000* work file: space when not
020100* drawn, else the reason it was
020200* taken (T, R or M).
020300*---------------------------------
020400 01  DRAWN-FLAGS.
020500     05  DRAWN-FLAG          PIC X OCCURS 99999 TIMES.
020600 77  POP-SUB                 PIC 9(5).
020700 77  DRAW-TARGET             PIC 9(5).
020800
020900*---------------------------------
021000* The random number generator:
021100* each number is the last times
021200* 16807, modulo 2147483647 (the
021300* minimal standard generator),
021400* started from the seed.
021500*---------------------------------
021600 77  RANDOM-STATE            PIC 9(10).
021700 77  RANDOM-PRODUCT          PIC 9(15).
021800 77  RANDOM-QUOTIENT         PIC 9(15).
021900 77  RANDOM-REMAINDER        PIC 9(10).
022000
022100*---------------------------------
022200* Monetary-unit sampling, in
022300* cents: the interval is the
022400* population total over the size
022500* asked for; the item holding
022600* each selection point is drawn.
022700*---------------------------------
022800 77  MUS-INTERVAL            PIC 9(13).
022900 77  MUS-NEXT-POINT          PIC 9(13).
023000 77  MUS-CUMULATIVE          PIC 9(13).
023100 77  MUS-TOTAL-CENTS         PIC 9(13).
023200
023300*---------------------------------
023400* The checks drawn, so the
023500* vouchers each one paid can be
023600* picked out of the voucher and
023700* archive files.
023800*---------------------------------
023900 01  DRAWN-CHECK-TABLE.
024000     05  DRAWN-CHECK-NO      PIC 9(6) OCCURS 1000 TIMES.
024100 77  DRAWN-CHECK-COUNT       PIC 9(4)  VALUE ZERO.
024200 77  CHECK-SUB               PIC 9(4).
024300 77  CHECK-WAS-DRAWN         PIC X.
024400 77  PAYING-CHECK-NO         PIC 9(6).
024500
024600*---------------------------------
024700* Who entered and approved each
024800* voucher on the support sheets,
024900* from one pass over the voucher
025000* audit trail.
025100*---------------------------------
025200 01  APPROVAL-TABLE.
025300     05  APPROVAL-ENTRY OCCURS 2000 TIMES.
025400         10  APPR-VOUCHER        PIC 9(5).
025500         10  APPR-ENTERED-BY     PIC X(8).
025600         10  APPR-ENTERED-DATE   PIC 9(8).
025700         10  APPR-APPROVED-BY    PIC X(8).
025800         10  APPR-APPROVED-DATE  PIC 9(8).
025900 77  APPROVAL-COUNT          PIC 9(4)  VALUE ZERO.
026000 77  APPR-SUB                PIC 9(4).
026100 77  APPR-FOUND              PIC X.
026200
026300 01  AUDIT-LINE-FIELDS.
026400     05  ALIN-VOUCHER-NO     PIC X(5).
026500     05  ALIN-VENDOR-NO      PIC X(5).
026600     05  ALIN-ACTION         PIC X(10).
026700     05  ALIN-DATE-TIME      PIC X(14).
026800     05  ALIN-AMOUNT         PIC X(11).
026900     05  ALIN-OPERATOR       PIC X(8).
027000     05  ALIN-OLD-VALUE      PIC X(10).
027100     05  ALIN-NEW-VALUE      PIC X(10).
027200
027300 77  LINE-COUNT              PIC 999   VALUE ZERO.
027400 77  PAGE-NUMBER             PIC 9999  VALUE ZERO.
027500 77  MAXIMUM-LINES           PIC 999   VALUE 55.
027600
027700 01  TITLE-LINE.
027800     05  FILLER              PIC X(13) VALUE "AUDIT SAMPLE ".
027900     05  PRINT-SAMPLE-NAME   PIC X(9).
028000     05  PRINT-TITLE-TEXT    PIC X(40).
028100     05  FILLER              PIC X(9)  VALUE SPACE.
028200     05  FILLER              PIC X(5)  VALUE "PAGE:".
028300     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
028400
028500 01  SUPPORT-TITLE.
028600     05  FILLER              PIC X(22)
028700         VALUE "SUPPORT SHEET - ITEM ".
028800     05  PRINT-TITLE-ITEM    PIC ZZZ9.
028900
029000 01  POPULATION-LINE.
029100     05  FILLER              PIC X(12) VALUE "POPULATION:".
029200     05  PRINT-POPULATION    PIC X(24).
029300     05  FILLER              PIC X(5)  VALUE "FROM ".
029400     05  PRINT-FROM-DATE     PIC Z9/99/9999.
029500     05  FILLER              PIC X(4)  VALUE " TO ".
029600     05  PRINT-TO-DATE       PIC Z9/99/9999.
029700
029800 01  METHOD-LINE.
029900     05  FILLER              PIC X(12) VALUE "METHOD:".
030000     05  PRINT-METHOD        PIC X(30).
030100     05  FILLER              PIC X(6)  VALUE "SEED ".
030200     05  PRINT-SEED          PIC Z(8)9.
030300
030400 01  SIZE-LINE.
030500     05  FILLER              PIC X(12) VALUE "SIZE ASKED:".
030600     05  PRINT-SIZE          PIC ZZZ9.
030700     05  FILLER              PIC X(6)  VALUE SPACE.
030800     05  PRINT-FLOOR-AREA.
030900         10  PRINT-FLOOR-LABEL   PIC X(18).
031000         10  PRINT-FLOOR         PIC Z,ZZZ,ZZ9.99.
031100
031200 01  COUNT-LINE.
031300     05  PRINT-COUNT-LABEL   PIC X(20).
031400     05  PRINT-COUNT         PIC ZZZZ9.
031500     05  FILLER              PIC X(10) VALUE " TOTALING ".
031600     05  PRINT-COUNT-TOTAL   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
031700
031800 01  RUN-DATE-LINE.
031900     05  FILLER              PIC X(12) VALUE "DRAWN ON:".
032000     05  PRINT-RUN-DATE      PIC Z9/99/9999.
032100
032200 01  LISTING-COLUMN-LINE.
032300     05  FILLER         PIC X(7)  VALUE "ITEM".
032400     05  FILLER         PIC X(10) VALUE "VOUCHER".
032500     05  FILLER         PIC X(24) VALUE "REASON".
032600     05  FILLER         PIC X(15) VALUE "         AMOUNT".
032700
032800 01  LISTING-DETAIL-LINE.
032900     05  PRINT-ITEM          PIC ZZZ9.
033000     05  FILLER              PIC X(3)  VALUE SPACE.
033100     05  PRINT-ITEM-NUMBER   PIC 9(6).
033200     05  FILLER              PIC X(4)  VALUE SPACE.
033300     05  PRINT-REASON        PIC X(20).
033400     05  FILLER              PIC X(3)  VALUE SPACE.
033500     05  PRINT-ITEM-AMOUNT   PIC ZZ,ZZZ,ZZ9.99-.
033600
033700 01  VOUCHER-LINE-1.
033800     05  FILLER              PIC X(8)  VALUE "VOUCHER ".
033900     05  PRINT-VOUCHER       PIC 9(5).
034000     05  FILLER              PIC X(9)  VALUE "  VENDOR ".
034100     05  PRINT-VENDOR        PIC Z(4)9.
034200     05  FILLER              PIC X(1)  VALUE SPACE.
034300     05  PRINT-VENDOR-NAME   PIC X(30).
034400
034500 01  VOUCHER-LINE-2.
034600     05  FILLER              PIC X(8)  VALUE "INVOICE ".
034700     05  PRINT-INVOICE       PIC X(15).
034800     05  FILLER              PIC X(8)  VALUE "  DATED ".
034900     05  PRINT-VOUCHER-DATE  PIC Z9/99/9999.
035000     05  FILLER              PIC X(6)  VALUE "  DUE ".
035100     05  PRINT-DUE-DATE      PIC Z9/99/9999.
035200
035300 01  VOUCHER-LINE-3.
035400     05  FILLER              PIC X(8)  VALUE "FOR".
035500     05  PRINT-FOR           PIC X(30).
035600     05  FILLER              PIC X(5)  VALUE "  PO ".
035700     05  PRINT-VOUCHER-PO    PIC X(10).
035800
035900 01  VOUCHER-LINE-4.
036000     05  FILLER              PIC X(8)  VALUE "AMOUNT".
036100     05  PRINT-AMOUNT        PIC ZZZ,ZZ9.99-.
036200     05  FILLER              PIC X(7)  VALUE "  PAID ".
036300     05  PRINT-PAID-AMOUNT   PIC ZZZ,ZZ9.99-.
036400     05  FILLER              PIC X(4)  VALUE " ON ".
036500     05  PRINT-PAID-DATE     PIC Z9/99/9999.
036600
036700 01  CHECK-LINE.
036800     05  FILLER              PIC X(8)  VALUE "CHECK".
036900     05  PRINT-CHECK-NO      PIC Z(5)9.
037000     05  FILLER              PIC X(7)  VALUE " DATED ".
037100     05  PRINT-CHECK-DATE    PIC Z9/99/9999.
037200     05  FILLER              PIC X(1)  VALUE SPACE.
037300     05  PRINT-CHECK-AMOUNT  PIC ZZ,ZZZ,ZZ9.99-.
037400     05  FILLER              PIC X(1)  VALUE SPACE.
037500     05  PRINT-CHECK-STATUS  PIC X(10).
037600     05  FILLER              PIC X(1)  VALUE SPACE.
037700     05  PRINT-CHECK-METHOD  PIC X(7).
037800
037900 01  APPROVAL-LINE.
038000     05  PRINT-APPR-LABEL    PIC X(14).
038100     05  PRINT-APPR-BY       PIC X(8).
038200     05  FILLER              PIC X(4)  VALUE " ON ".
038300     05  PRINT-APPR-DATE     PIC Z9/99/9999.
038400
038500 01  DIST-DETAIL-LINE.
038600     05  FILLER              PIC X(2)  VALUE SPACE.
038700     05  PRINT-DIST-LINE     PIC Z9.
038800     05  FILLER              PIC X(2)  VALUE SPACE.
038900     05  PRINT-DIST-ACCOUNT  PIC 9(5).
039000     05  FILLER              PIC X(1)  VALUE SPACE.
039100     05  PRINT-ACCOUNT-NAME  PIC X(30).
039200     05  FILLER              PIC X(1)  VALUE SPACE.
039300     05  PRINT-DIST-AMOUNT   PIC ZZZ,ZZ9.99-.
039400
039500 01  ITEM-DETAIL-LINE.
039600     05  FILLER              PIC X(2)  VALUE SPACE.
039700     05  PRINT-LINE-NO       PIC ZZ9.
039800     05  FILLER              PIC X(1)  VALUE SPACE.
039900     05  PRINT-LINE-DESC     PIC X(30).
040000     05  FILLER              PIC X(1)  VALUE SPACE.
040100     05  PRINT-LINE-QTY      PIC ZZ,ZZ9.99.
040200     05  FILLER              PIC X(1)  VALUE SPACE.
040300     05  PRINT-LINE-PRICE    PIC ZZ,ZZ9.99.
040400     05  FILLER              PIC X(1)  VALUE SPACE.
040500     05  PRINT-LINE-EXT      PIC ZZZ,ZZ9.99-.
040600
040700 01  PO-DETAIL-LINE.
040800     05  FILLER              PIC X(2)  VALUE SPACE.
040900     05  PRINT-PO-NUMBER     PIC X(10).
041000     05  FILLER              PIC X(1)  VALUE SPACE.
041100     05  PRINT-PO-DESC       PIC X(30).
041200     05  FILLER              PIC X(1)  VALUE SPACE.
041300     05  PRINT-PO-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.
041400     05  FILLER              PIC X(1)  VALUE SPACE.
041500     05  PRINT-PO-STATUS     PIC X(6).
041600
041700 01  RECEIPT-DETAIL-LINE.
041800     05  FILLER              PIC X(2)  VALUE SPACE.
041900     05  PRINT-RCPT-SEQ      PIC ZZ9.
042000     05  FILLER              PIC X(2)  VALUE SPACE.
042100     05  PRINT-RCPT-DATE     PIC Z9/99/9999.
042200     05  FILLER              PIC X(1)  VALUE SPACE.
042300     05  PRINT-RCPT-AMOUNT   PIC ZZ,ZZZ,ZZ9.99-.
042400     05  FILLER              PIC X(2)  VALUE SPACE.
042500     05  PRINT-RCPT-INITIALS PIC X(3).
042600
042700 01  DOC-DETAIL-LINE.
042800     05  FILLER              PIC X(2)  VALUE SPACE.
042900     05  PRINT-DOC-TYPE      PIC X(14).
043000     05  PRINT-DOC-ID        PIC X(20).
043100     05  FILLER              PIC X(2)  VALUE SPACE.
043200     05  PRINT-DOC-DATE      PIC Z9/99/9999.
043300
043400     COPY "WSCASE01.CBL".
043500
043600     COPY "WSDATE01.CBL".
043700
043800 PROCEDURE DIVISION.
043900 PROGRAM-BEGIN.
044000     PERFORM OPENING-PROCEDURE.
044100     PERFORM MAIN-PROCESS.
044200     PERFORM CLOSING-PROCEDURE.
044300
044400 PROGRAM-EXIT.
044500     EXIT PROGRAM.
044600
044700 PROGRAM-DONE.
044800     STOP RUN.
044900
045000 OPENING-PROCEDURE.
045100     OPEN I-O AUDIT-SAMPLE-FILE.
045200     OPEN INPUT VOUCHER-FILE.
045300     OPEN INPUT ARCHIVE-FILE.
045400     OPEN INPUT CHECK-REG-FILE.
045500     OPEN INPUT DISTRIBUTION-FILE.
045600     OPEN INPUT LINE-ITEM-FILE.
045700     OPEN INPUT DOC-REF-FILE.
045800     OPEN INPUT PO-FILE.
045900     OPEN INPUT RECEIPT-FILE.
046000     OPEN INPUT VENDOR-FILE.
046100     OPEN INPUT ACCOUNT-FILE.
046200     OPEN OUTPUT PRINTER-FILE.
046300
046400 CLOSING-PROCEDURE.
046500     CLOSE AUDIT-SAMPLE-FILE.
046600     CLOSE VOUCHER-FILE.
046700     CLOSE ARCHIVE-FILE.
046800     CLOSE CHECK-REG-FILE.
046900     CLOSE DISTRIBUTION-FILE.
047000     CLOSE LINE-ITEM-FILE.
047100     CLOSE DOC-REF-FILE.
047200     CLOSE PO-FILE.
047300     CLOSE RECEIPT-FILE.
047400     CLOSE VENDOR-FILE.
047500     CLOSE ACCOUNT-FILE.
047600     PERFORM END-LAST-PAGE.
047700     CLOSE PRINTER-FILE.
047800
047900 MAIN-PROCESS.
048000     PERFORM GET-SAMPLE-NAME.
048100     PERFORM LOOK-FOR-SAVED-SAMPLE.
048200     IF SAMPLE-ON-FILE = "Y"
048300         DISPLAY "SAMPLE " SAMPLE-NAME
048400                 " IS ALREADY SAVED - REPRINTING IT"
048500     ELSE
048600         PERFORM GET-SAMPLE-PARAMETERS
048700         PERFORM DRAW-THE-SAMPLE.
048800     IF DRAWN-COUNT NOT = ZEROES
048900         PERFORM PRINT-THE-SAMPLE
049000         DISPLAY DRAWN-COUNT " ITEMS IN SAMPLE " SAMPLE-NAME.
049100
049200 GET-SAMPLE-NAME.
049300     PERFORM ACCEPT-SAMPLE-NAME.
049400     PERFORM RE-ACCEPT-SAMPLE-NAME
049500         UNTIL SAMPLE-NAME NOT = SPACES.
049600
049700 ACCEPT-SAMPLE-NAME.
049800     DISPLAY "ENTER A NAME FOR THE SAMPLE (E.G. FY2026)".
049900     DISPLAY "- A NAME ALREADY SAVED REPRINTS IT".
050000     ACCEPT SAMPLE-NAME.
050100     INSPECT SAMPLE-NAME
050200         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
050300
050400 RE-ACCEPT-SAMPLE-NAME.
050500     DISPLAY "A NAME MUST BE ENTERED".
050600     PERFORM ACCEPT-SAMPLE-NAME.
050700
050800 LOOK-FOR-SAVED-SAMPLE.
050900     MOVE ZEROES TO DRAWN-COUNT.
051000     MOVE SAMPLE-NAME TO SAMP-NAME.
051100     MOVE ZEROES TO SAMP-ITEM.
051200     MOVE "Y" TO SAMPLE-ON-FILE.
051300     READ AUDIT-SAMPLE-FILE RECORD
051400         INVALID KEY
051500         MOVE "N" TO SAMPLE-ON-FILE.
051600     IF SAMPLE-ON-FILE = "Y"
051700         PERFORM LOAD-SAMPLE-HEADER.
051800
051900 LOAD-SAMPLE-HEADER.
052000     MOVE SAMP-POPULATION TO SAMPLE-POPULATION.
052100     MOVE SAMP-FROM-DATE TO SAMPLE-FROM-DATE.
052200     MOVE SAMP-TO-DATE TO SAMPLE-TO-DATE.
052300     MOVE SAMP-METHOD TO SAMPLE-METHOD.
052400     MOVE SAMP-SEED TO SAMPLE-SEED.
052500     MOVE SAMP-SIZE TO SAMPLE-SIZE.
052600     MOVE SAMP-TOP-AMOUNT TO SAMPLE-TOP-AMOUNT.
052700     MOVE SAMP-POP-COUNT TO POPULATION-COUNT.
052800     MOVE SAMP-POP-TOTAL TO POPULATION-TOTAL.
052900     MOVE SAMP-DRAWN-COUNT TO DRAWN-COUNT.
053000     MOVE SAMP-RUN-DATE TO SAMPLE-RUN-DATE.
053100
053200*---------------------------------
053300* How to draw a new sample.
053400*---------------------------------
053500 GET-SAMPLE-PARAMETERS.
053600     PERFORM GET-SAMPLE-POPULATION.
053700     IF SAMPLE-OF-VOUCHERS
053800         MOVE "FIRST PAYMENT DATE (MM/DD/CCYY)"
053900             TO RANGE-START-PROMPT
054000         MOVE "LAST PAYMENT DATE (MM/DD/CCYY)"
054100             TO RANGE-END-PROMPT
054200     ELSE
054300         MOVE "FIRST CHECK DATE (MM/DD/CCYY)"
054400             TO RANGE-START-PROMPT
054500         MOVE "LAST CHECK DATE (MM/DD/CCYY)"
054600             TO RANGE-END-PROMPT.
054700     PERFORM GET-A-DATE-RANGE.
054800     MOVE RANGE-START-DATE TO SAMPLE-FROM-DATE.
054900     MOVE RANGE-END-DATE TO SAMPLE-TO-DATE.
055000     PERFORM GET-SAMPLE-METHOD.
055100     PERFORM GET-SAMPLE-SEED.
055200     PERFORM GET-SAMPLE-SIZE.
055300     MOVE ZEROES TO SAMPLE-TOP-AMOUNT.
055400     IF SAMPLE-IS-TOP-DOLLAR
055500         PERFORM GET-TOP-DOLLAR-FLOOR.
055600     MOVE FUNCTION CURRENT-DATE(1:8) TO SAMPLE-RUN-DATE.
055700
055800 GET-SAMPLE-POPULATION.
055900     PERFORM ACCEPT-SAMPLE-POPULATION.
056000     PERFORM RE-ACCEPT-SAMPLE-POPULATION
056100         UNTIL SAMPLE-OF-VOUCHERS OR SAMPLE-OF-CHECKS.
056200
056300 ACCEPT-SAMPLE-POPULATION.
056400     DISPLAY "SAMPLE FROM V PAID VOUCHERS OR C CHECKS?".
056500     ACCEPT SAMPLE-POPULATION.
056600     INSPECT SAMPLE-POPULATION
056700         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
056800
056900 RE-ACCEPT-SAMPLE-POPULATION.
057000     DISPLAY "YOU MUST ENTER V OR C".
057100     PERFORM ACCEPT-SAMPLE-POPULATION.
057200
057300 GET-SAMPLE-METHOD.
057400     PERFORM ACCEPT-SAMPLE-METHOD.
057500     PERFORM RE-ACCEPT-SAMPLE-METHOD
057600         UNTIL SAMPLE-IS-RANDOM
057700            OR SAMPLE-IS-MONETARY
057800            OR SAMPLE-IS-TOP-DOLLAR.
057900
058000 ACCEPT-SAMPLE-METHOD.
058100     DISPLAY "METHOD - R RANDOM, M MONETARY UNIT,".
058200     DISPLAY "T TOP DOLLAR PLUS RANDOM?".
058300     ACCEPT SAMPLE-METHOD.
058400     INSPECT SAMPLE-METHOD
058500         CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
058600
058700 RE-ACCEPT-SAMPLE-METHOD.
058800     DISPLAY "YOU MUST ENTER R, M OR T".
058900     PERFORM ACCEPT-SAMPLE-METHOD.
059000
059100 GET-SAMPLE-SEED.
059200     PERFORM ACCEPT-SAMPLE-SEED.
059300     PERFORM RE-ACCEPT-SAMPLE-SEED
059400         UNTIL SAMPLE-SEED NOT = ZEROES.
059500
059600 ACCEPT-SAMPLE-SEED.
059700     DISPLAY "ENTER THE SEED (1 TO 999999999) - THE".
059800     DISPLAY "SAME SEED DRAWS THE SAME SAMPLE".
059900     ACCEPT SAMPLE-SEED.
060000
060100 RE-ACCEPT-SAMPLE-SEED.
060200     DISPLAY "THE SEED CANNOT BE ZERO".
060300     PERFORM ACCEPT-SAMPLE-SEED.
060400
060500 GET-SAMPLE-SIZE.
060600     PERFORM ACCEPT-SAMPLE-SIZE.
060700     PERFORM RE-ACCEPT-SAMPLE-SIZE
060800         UNTIL SAMPLE-SIZE > ZEROES
060900           AND SAMPLE-SIZE NOT > 1000.
061000
061100 ACCEPT-SAMPLE-SIZE.
061200     DISPLAY "ENTER THE SAMPLE SIZE (1 TO 1000)".
061300     ACCEPT SAMPLE-SIZE.
061400
061500 RE-ACCEPT-SAMPLE-SIZE.
061600     DISPLAY "SIZE MUST BE FROM 1 TO 1000".
061700     PERFORM ACCEPT-SAMPLE-SIZE.
061800
061900*---------------------------------
062000* Amounts are keyed with no
062100* decimal point.
062200*---------------------------------
062300 GET-TOP-DOLLAR-FLOOR.
062400     PERFORM ACCEPT-TOP-DOLLAR-FLOOR.
062500     PERFORM RE-ACCEPT-TOP-DOLLAR-FLOOR
062600         UNTIL SAMPLE-TOP-AMOUNT > ZEROES.
062700
062800 ACCEPT-TOP-DOLLAR-FLOOR.
062900     DISPLAY "ENTER THE TOP-DOLLAR FLOOR WITH NO".
063000     DISPLAY "DECIMAL POINT - EXAMPLE: 2500000 MEANS".
063100     DISPLAY "25,000.00".
063200     ACCEPT AMOUNT-ENTRY.
063300     COMPUTE SAMPLE-TOP-AMOUNT = AMOUNT-ENTRY / 100.
063400
063500 RE-ACCEPT-TOP-DOLLAR-FLOOR.
063600     DISPLAY "THE FLOOR CANNOT BE ZERO".
063700     PERFORM ACCEPT-TOP-DOLLAR-FLOOR.
063800
063900*---------------------------------
064000* Gather the population in key
064100* order, draw from it, and save
064200* the sample.
064300*---------------------------------
064400 DRAW-THE-SAMPLE.
064500     MOVE ZEROES TO POPULATION-COUNT
064600                    POPULATION-TOTAL
064700                    DRAWN-COUNT.
064800     MOVE "N" TO POPULATION-OVERFLOW.
064900     PERFORM SORT-THE-POPULATION.
065000     PERFORM COUNT-THE-POPULATION.
065100     IF POPULATION-OVERFLOW = "Y"
065200         DISPLAY "MORE THAN 99999 ITEMS IN THE POPULATION"
065300         DISPLAY "- NARROW THE DATE RANGE"
065400     ELSE
065500     IF POPULATION-COUNT = ZEROES
065600         DISPLAY "NOTHING IN THE POPULATION - NO SAMPLE"
065700     ELSE
065800         PERFORM DRAW-FROM-POPULATION
065900         PERFORM SAVE-THE-SAMPLE.
066000
066100 SORT-THE-POPULATION.
066200     SORT POPULATION-SORT-FILE
066300         ON ASCENDING KEY PSRT-NUMBER
066400          INPUT PROCEDURE IS EXTRACT-THE-POPULATION
066500          GIVING POPULATION-WORK-FILE.
066600
066700 EXTRACT-THE-POPULATION.
066800     IF SAMPLE-OF-VOUCHERS
066900         PERFORM EXTRACT-PAID-VOUCHERS
067000     ELSE
067100         PERFORM EXTRACT-WRITTEN-CHECKS.
067200
067300*---------------------------------
067400* Paid vouchers, live and
067500* archived, paid within the date
067600* range; cancelled vouchers are
067700* left out. A monetary-unit
067800* sample draws on dollars, so
067900* only positive amounts go in.
068000*---------------------------------
068100 EXTRACT-PAID-VOUCHERS.
068200     MOVE "N" TO VOUCHER-FILE-AT-END.
068300     MOVE ZEROES TO VOUCHER-NUMBER.
068400     START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
068500         INVALID KEY
068600         MOVE "Y" TO VOUCHER-FILE-AT-END.
068700     PERFORM RELEASE-NEXT-VOUCHER
068800         UNTIL VOUCHER-FILE-AT-END = "Y".
068900     MOVE "N" TO ARCHIVE-FILE-AT-END.
069000     MOVE ZEROES TO ARCH-NUMBER.
069100     START ARCHIVE-FILE KEY NOT < ARCH-NUMBER
069200         INVALID KEY
069300         MOVE "Y" TO ARCHIVE-FILE-AT-END.
069400     PERFORM RELEASE-NEXT-ARCHIVE
069500         UNTIL ARCHIVE-FILE-AT-END = "Y".
069600
069700 RELEASE-NEXT-VOUCHER.
069800     READ VOUCHER-FILE NEXT RECORD
069900         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
070000     IF VOUCHER-FILE-AT-END NOT = "Y"
070100        AND VOUCHER-PAID-DATE NOT < SAMPLE-FROM-DATE
070200        AND VOUCHER-PAID-DATE NOT > SAMPLE-TO-DATE
070300        AND VOUCHER-PAID-DATE NOT = ZEROES
070400        AND NOT VOUCHER-IS-CANCELLED
070500         MOVE VOUCHER-NUMBER TO PSRT-NUMBER
070600         MOVE VOUCHER-AMOUNT TO PSRT-AMOUNT
070700         PERFORM RELEASE-POPULATION-ITEM.
070800
070900 RELEASE-NEXT-ARCHIVE.
071000     READ ARCHIVE-FILE NEXT RECORD
071100         AT END MOVE "Y" TO ARCHIVE-FILE-AT-END.
071200     IF ARCHIVE-FILE-AT-END NOT = "Y"
071300        AND ARCH-PAID-DATE NOT < SAMPLE-FROM-DATE
071400        AND ARCH-PAID-DATE NOT > SAMPLE-TO-DATE
071500        AND ARCH-PAID-DATE NOT = ZEROES
071600        AND ARCH-CANCEL-FLAG NOT = "C"
071700         MOVE ARCH-NUMBER TO PSRT-NUMBER
071800         MOVE ARCH-AMOUNT TO PSRT-AMOUNT
071900         PERFORM RELEASE-POPULATION-ITEM.
072000
072100*---------------------------------
072200* Checks written within the date
072300* range; voided and spoiled
072400* checks moved no money and are
072500* left out.
072600*---------------------------------
072700 EXTRACT-WRITTEN-CHECKS.
072800     MOVE "N" TO CHECK-FILE-AT-END.
072900     MOVE ZEROES TO CHECK-REG-NO.
073000     START CHECK-REG-FILE KEY NOT < CHECK-REG-NO
073100         INVALID KEY
073200         MOVE "Y" TO CHECK-FILE-AT-END.
073300     PERFORM RELEASE-NEXT-CHECK
073400         UNTIL CHECK-FILE-AT-END = "Y".
073500
073600 RELEASE-NEXT-CHECK.
073700     READ CHECK-REG-FILE NEXT RECORD
073800         AT END MOVE "Y" TO CHECK-FILE-AT-END.
073900     IF CHECK-FILE-AT-END NOT = "Y"
074000        AND CHECK-REG-DATE NOT < SAMPLE-FROM-DATE
074100        AND CHECK-REG-DATE NOT > SAMPLE-TO-DATE
074200        AND NOT CHECK-IS-VOID
074300        AND NOT CHECK-IS-SPOILED
074400         MOVE CHECK-REG-NO TO PSRT-NUMBER
074500         MOVE CHECK-REG-AMOUNT TO PSRT-AMOUNT
074600         PERFORM RELEASE-POPULATION-ITEM.
074700
074800 RELEASE-POPULATION-ITEM.
074900     IF PSRT-AMOUNT > ZEROES
075000        OR NOT SAMPLE-IS-MONETARY
075100         RELEASE POPULATION-SORT-RECORD.
075200
075300 COUNT-THE-POPULATION.
075400     OPEN INPUT POPULATION-WORK-FILE.
075500     MOVE "N" TO WORK-FILE-AT-END.
075600     PERFORM COUNT-NEXT-POPULATION-ITEM
075700         UNTIL WORK-FILE-AT-END = "Y".
075800     CLOSE POPULATION-WORK-FILE.
075900
076000 COUNT-NEXT-POPULATION-ITEM.
076100     READ POPULATION-WORK-FILE
076200         AT END MOVE "Y" TO WORK-FILE-AT-END.
076300     IF WORK-FILE-AT-END NOT = "Y"
076400        AND POPULATION-COUNT = 99999
076500         MOVE "Y" TO POPULATION-OVERFLOW
076600         MOVE "Y" TO WORK-FILE-AT-END.
076700     IF WORK-FILE-AT-END NOT = "Y"
076800         ADD 1 TO POPULATION-COUNT
076900         ADD PWRK-AMOUNT TO POPULATION-TOTAL.
077000
077100 DRAW-FROM-POPULATION.
077200     MOVE SPACES TO DRAWN-FLAGS.
077300     MOVE SAMPLE-SEED TO RANDOM-STATE.
077400     IF SAMPLE-IS-MONETARY
077500         PERFORM DRAW-MONETARY-UNITS
077600     ELSE
077700         PERFORM DRAW-TOP-AND-RANDOM.
077800
077900*---------------------------------
078000* Top dollar first (method T
078100* only), then random items until
078200* the size is reached or the
078300* population is used up.
078400*---------------------------------
078500 DRAW-TOP-AND-RANDOM.
078600     IF SAMPLE-IS-TOP-DOLLAR
078700         PERFORM TAKE-TOP-DOLLAR-ITEMS.
078800     MOVE SAMPLE-SIZE TO DRAW-TARGET.
078900     IF DRAW-TARGET > POPULATION-COUNT
079000         MOVE POPULATION-COUNT TO DRAW-TARGET.
079100     PERFORM DRAW-ONE-RANDOM-ITEM
079200         UNTIL DRAWN-COUNT NOT < DRAW-TARGET.
079300
079400 TAKE-TOP-DOLLAR-ITEMS.
079500     MOVE ZEROES TO POP-SUB.
079600     OPEN INPUT POPULATION-WORK-FILE.
079700     MOVE "N" TO WORK-FILE-AT-END.
079800     PERFORM TAKE-NEXT-TOP-DOLLAR
079900         UNTIL WORK-FILE-AT-END = "Y".
080000     CLOSE POPULATION-WORK-FILE.
080100
080200 TAKE-NEXT-TOP-DOLLAR.
080300     READ POPULATION-WORK-FILE
080400         AT END MOVE "Y" TO WORK-FILE-AT-END.
080500     IF WORK-FILE-AT-END NOT = "Y"
080600         ADD 1 TO POP-SUB
080700         IF PWRK-AMOUNT NOT < SAMPLE-TOP-AMOUNT
080800             MOVE "T" TO DRAWN-FLAG (POP-SUB)
080900             ADD 1 TO DRAWN-COUNT.
081000
081100 DRAW-ONE-RANDOM-ITEM.
081200     PERFORM NEXT-RANDOM-NUMBER.
081300     DIVIDE RANDOM-STATE BY POPULATION-COUNT
081400         GIVING RANDOM-QUOTIENT
081500         REMAINDER RANDOM-REMAINDER.
081600     COMPUTE POP-SUB = RANDOM-REMAINDER + 1.
081700     IF DRAWN-FLAG (POP-SUB) = SPACE
081800         MOVE "R" TO DRAWN-FLAG (POP-SUB)
081900         ADD 1 TO DRAWN-COUNT.
082000
082100 NEXT-RANDOM-NUMBER.
082200     COMPUTE RANDOM-PRODUCT = RANDOM-STATE * 16807.
082300     DIVIDE RANDOM-PRODUCT BY 2147483647
082400         GIVING RANDOM-QUOTIENT
082500         REMAINDER RANDOM-STATE.
082600
082700*---------------------------------
082800* A random start within the
082900* first interval, then every
083000* interval after it; an item big
083100* enough to hold more than one
083200* point is drawn once.
083300*---------------------------------
083400 DRAW-MONETARY-UNITS.
083500     COMPUTE MUS-TOTAL-CENTS = POPULATION-TOTAL * 100.
083600     DIVIDE MUS-TOTAL-CENTS BY SAMPLE-SIZE
083700         GIVING MUS-INTERVAL.
083800     IF MUS-INTERVAL = ZEROES
083900         MOVE 1 TO MUS-INTERVAL.
084000     PERFORM NEXT-RANDOM-NUMBER.
084100     DIVIDE RANDOM-STATE BY MUS-INTERVAL
084200         GIVING RANDOM-QUOTIENT
084300         REMAINDER MUS-NEXT-POINT.
084400     ADD 1 TO MUS-NEXT-POINT.
084500     MOVE ZEROES TO MUS-CUMULATIVE
084600                    POP-SUB.
084700     OPEN INPUT POPULATION-WORK-FILE.
084800     MOVE "N" TO WORK-FILE-AT-END.
084900     PERFORM TAKE-NEXT-MONETARY-UNIT
085000         UNTIL WORK-FILE-AT-END = "Y".
085100     CLOSE POPULATION-WORK-FILE.
085200
085300 TAKE-NEXT-MONETARY-UNIT.
085400     READ POPULATION-WORK-FILE
085500         AT END MOVE "Y" TO WORK-FILE-AT-END.
085600     IF WORK-FILE-AT-END NOT = "Y"
085700         ADD 1 TO POP-SUB
085800         COMPUTE MUS-CUMULATIVE =
085900             MUS-CUMULATIVE + PWRK-AMOUNT * 100
086000         PERFORM TAKE-MONETARY-HIT
086100             UNTIL MUS-NEXT-POINT > MUS-CUMULATIVE.
086200
086300 TAKE-MONETARY-HIT.
086400     IF DRAWN-FLAG (POP-SUB) = SPACE
086500         MOVE "M" TO DRAWN-FLAG (POP-SUB)
086600         ADD 1 TO DRAWN-COUNT.
086700     ADD MUS-INTERVAL TO MUS-NEXT-POINT.
086800
086900*---------------------------------
087000* Item zero holds how the sample
087100* was drawn; the items drawn
087200* follow in key order.
087300*---------------------------------
087400 SAVE-THE-SAMPLE.
087500     MOVE SPACE TO AUDIT-SAMPLE-RECORD.
087600     MOVE SAMPLE-NAME TO SAMP-NAME.
087700     MOVE ZEROES TO SAMP-ITEM.
087800     MOVE SAMPLE-POPULATION TO SAMP-POPULATION.
087900     MOVE SAMPLE-FROM-DATE TO SAMP-FROM-DATE.
088000     MOVE SAMPLE-TO-DATE TO SAMP-TO-DATE.
088100     MOVE SAMPLE-METHOD TO SAMP-METHOD.
088200     MOVE SAMPLE-SEED TO SAMP-SEED.
088300     MOVE SAMPLE-SIZE TO SAMP-SIZE.
088400     MOVE SAMPLE-TOP-AMOUNT TO SAMP-TOP-AMOUNT.
088500     MOVE POPULATION-COUNT TO SAMP-POP-COUNT.
088600     MOVE POPULATION-TOTAL TO SAMP-POP-TOTAL.
088700     MOVE DRAWN-COUNT TO SAMP-DRAWN-COUNT.
088800     MOVE SAMPLE-RUN-DATE TO SAMP-RUN-DATE.
088900     MOVE ZEROES TO SAMP-ITEM-NUMBER
089000                    SAMP-ITEM-AMOUNT
089100                    SAMP-ITEM-POP-SEQ.
089200     PERFORM WRITE-SAMPLE-RECORD.
089300     MOVE ZEROES TO POP-SUB.
089400     OPEN INPUT POPULATION-WORK-FILE.
089500     MOVE "N" TO WORK-FILE-AT-END.
089600     PERFORM SAVE-NEXT-DRAWN-ITEM
089700         UNTIL WORK-FILE-AT-END = "Y".
089800     CLOSE POPULATION-WORK-FILE.
089900
090000 SAVE-NEXT-DRAWN-ITEM.
090100     READ POPULATION-WORK-FILE
090200         AT END MOVE "Y" TO WORK-FILE-AT-END.
090300     IF WORK-FILE-AT-END NOT = "Y"
090400         ADD 1 TO POP-SUB
090500         IF DRAWN-FLAG (POP-SUB) NOT = SPACE
090600             PERFORM SAVE-THIS-DRAWN-ITEM.
090700
090800 SAVE-THIS-DRAWN-ITEM.
090900     ADD 1 TO SAMP-ITEM.
091000     MOVE PWRK-NUMBER TO SAMP-ITEM-NUMBER.
091100     MOVE PWRK-AMOUNT TO SAMP-ITEM-AMOUNT.
091200     MOVE DRAWN-FLAG (POP-SUB) TO SAMP-ITEM-REASON.
091300     MOVE POP-SUB TO SAMP-ITEM-POP-SEQ.
091400     PERFORM WRITE-SAMPLE-RECORD.
091500
091600 WRITE-SAMPLE-RECORD.
091700     WRITE AUDIT-SAMPLE-RECORD
091800         INVALID KEY
091900         DISPLAY "ERROR WRITING SAMPLE ITEM " SAMP-ITEM.
092000
092100*---------------------------------
092200* Print the saved sample: the
092300* listing, then a support sheet
092400* for each item.
092500*---------------------------------
092600 PRINT-THE-SAMPLE.
092700     MOVE SAMPLE-NAME TO PRINT-SAMPLE-NAME.
092800     MOVE "SAMPLE LISTING" TO PRINT-TITLE-TEXT.
092900     PERFORM START-NEW-PAGE.
093000     PERFORM PRINT-SAMPLE-LISTING.
093100     IF SAMPLE-OF-CHECKS
093200         PERFORM SORT-CHECK-VOUCHERS
093300         PERFORM LOAD-CHECK-VOUCHER-APPROVALS
093400     ELSE
093500         PERFORM LOAD-SAMPLE-VOUCHER-APPROVALS.
093600     PERFORM LOOK-UP-APPROVALS.
093700     IF SAMPLE-OF-CHECKS
093800         OPEN INPUT CHECK-VOUCHER-WORK-FILE
093900         MOVE "N" TO CHECK-WORK-AT-END
094000         PERFORM READ-CHECK-VOUCHER-WORK.
094100     PERFORM START-SAMPLE-ITEMS.
094200     PERFORM PRINT-NEXT-SUPPORT-SHEET
094300         UNTIL SAMPLE-FILE-AT-END = "Y".
094400     IF SAMPLE-OF-CHECKS
094500         CLOSE CHECK-VOUCHER-WORK-FILE.
094600
094700*---------------------------------
094800* Read the items of the sample
094900* in order, from item one.
095000*---------------------------------
095100 START-SAMPLE-ITEMS.
095200     MOVE "N" TO SAMPLE-FILE-AT-END.
095300     MOVE SAMPLE-NAME TO SAMP-NAME.
095400     MOVE 1 TO SAMP-ITEM.
095500     START AUDIT-SAMPLE-FILE KEY NOT < SAMP-KEY
095600         INVALID KEY
095700         MOVE "Y" TO SAMPLE-FILE-AT-END.
095800     PERFORM READ-NEXT-SAMPLE-ITEM.
095900
096000 READ-NEXT-SAMPLE-ITEM.
096100     IF SAMPLE-FILE-AT-END NOT = "Y"
096200         READ AUDIT-SAMPLE-FILE NEXT RECORD
096300             AT END MOVE "Y" TO SAMPLE-FILE-AT-END.
096400     IF SAMPLE-FILE-AT-END NOT = "Y"
096500        AND SAMP-NAME NOT = SAMPLE-NAME
096600         MOVE "Y" TO SAMPLE-FILE-AT-END.
096700
096800 PRINT-SAMPLE-LISTING.
096900     PERFORM PRINT-SAMPLE-PARAMETERS.
097000     MOVE LISTING-COLUMN-LINE TO PRINTER-RECORD.
097100     IF SAMPLE-OF-CHECKS
097200         MOVE "CHECK" TO PRINTER-RECORD(8:10).
097300     PERFORM WRITE-TO-PRINTER.
097400     PERFORM LINE-FEED.
097500     MOVE ZEROES TO DRAWN-TOTAL.
097600     PERFORM START-SAMPLE-ITEMS.
097700     PERFORM LIST-NEXT-SAMPLE-ITEM
097800         UNTIL SAMPLE-FILE-AT-END = "Y".
097900     PERFORM LINE-FEED.
098000     MOVE "ITEMS DRAWN" TO PRINT-COUNT-LABEL.
098100     MOVE DRAWN-COUNT TO PRINT-COUNT.
098200     MOVE DRAWN-TOTAL TO PRINT-COUNT-TOTAL.
098300     MOVE COUNT-LINE TO PRINTER-RECORD.
098400     PERFORM WRITE-TO-PRINTER.
098500
098600 PRINT-SAMPLE-PARAMETERS.
098700     IF SAMPLE-OF-VOUCHERS
098800         MOVE "PAID VOUCHERS" TO PRINT-POPULATION
098900     ELSE
099000         MOVE "CHECKS WRITTEN" TO PRINT-POPULATION.
099100     MOVE SAMPLE-FROM-DATE TO DATE-CCYYMMDD.
099200     PERFORM FORMAT-THE-DATE.
099300     MOVE FORMATTED-DATE TO PRINT-FROM-DATE.
099400     MOVE SAMPLE-TO-DATE TO DATE-CCYYMMDD.
099500     PERFORM FORMAT-THE-DATE.
099600     MOVE FORMATTED-DATE TO PRINT-TO-DATE.
099700     MOVE POPULATION-LINE TO PRINTER-RECORD.
099800     PERFORM WRITE-TO-PRINTER.
099900     IF SAMPLE-IS-RANDOM
100000         MOVE "RANDOM" TO PRINT-METHOD
100100     ELSE
100200     IF SAMPLE-IS-MONETARY
100300         MOVE "MONETARY UNIT" TO PRINT-METHOD
100400     ELSE
100500         MOVE "TOP DOLLAR PLUS RANDOM" TO PRINT-METHOD.
100600     MOVE SAMPLE-SEED TO PRINT-SEED.
100700     MOVE METHOD-LINE TO PRINTER-RECORD.
100800     PERFORM WRITE-TO-PRINTER.
100900     MOVE SPACE TO PRINT-FLOOR-AREA.
101000     MOVE SAMPLE-SIZE TO PRINT-SIZE.
101100     IF SAMPLE-IS-TOP-DOLLAR
101200         MOVE "TOP-DOLLAR FLOOR" TO PRINT-FLOOR-LABEL
101300         MOVE SAMPLE-TOP-AMOUNT TO PRINT-FLOOR.
101400     MOVE SIZE-LINE TO PRINTER-RECORD.
101500     PERFORM WRITE-TO-PRINTER.
101600     MOVE "POPULATION ITEMS" TO PRINT-COUNT-LABEL.
101700     MOVE POPULATION-COUNT TO PRINT-COUNT.
101800     MOVE POPULATION-TOTAL TO PRINT-COUNT-TOTAL.
101900     MOVE COUNT-LINE TO PRINTER-RECORD.
102000     PERFORM WRITE-TO-PRINTER.
102100     MOVE SAMPLE-RUN-DATE TO DATE-CCYYMMDD.
102200     PERFORM FORMAT-THE-DATE.
102300     MOVE FORMATTED-DATE TO PRINT-RUN-DATE.
102400     MOVE RUN-DATE-LINE TO PRINTER-RECORD.
102500     PERFORM WRITE-TO-PRINTER.
102600     PERFORM LINE-FEED.
102700
102800 LIST-NEXT-SAMPLE-ITEM.
102900     IF LINE-COUNT > MAXIMUM-LINES
103000         PERFORM START-NEXT-PAGE.
103100     MOVE SPACE TO LISTING-DETAIL-LINE.
103200     MOVE SAMP-ITEM TO PRINT-ITEM.
103300     MOVE SAMP-ITEM-NUMBER TO PRINT-ITEM-NUMBER.
103400     IF SAMP-ITEM-REASON = "T"
103500         MOVE "TOP DOLLAR" TO PRINT-REASON
103600     ELSE
103700     IF SAMP-ITEM-REASON = "M"
103800         MOVE "MONETARY UNIT" TO PRINT-REASON
103900     ELSE
104000         MOVE "RANDOM" TO PRINT-REASON.
104100     MOVE SAMP-ITEM-AMOUNT TO PRINT-ITEM-AMOUNT.
104200     MOVE LISTING-DETAIL-LINE TO PRINTER-RECORD.
104300     PERFORM WRITE-TO-PRINTER.
104400     ADD SAMP-ITEM-AMOUNT TO DRAWN-TOTAL.
104500     PERFORM READ-NEXT-SAMPLE-ITEM.
104600
104700*---------------------------------
104800* For a check sample, the
104900* vouchers each check drawn paid,
105000* from the live and archive
105100* files, by check.
105200*---------------------------------
105300 SORT-CHECK-VOUCHERS.
105400     SORT CHECK-VOUCHER-SORT-FILE
105500         ON ASCENDING KEY CSRT-CHECK-NO
105600                          CSRT-VOUCHER
105700          INPUT PROCEDURE IS EXTRACT-CHECK-VOUCHERS
105800          GIVING CHECK-VOUCHER-WORK-FILE.
105900
106000 EXTRACT-CHECK-VOUCHERS.
106100     MOVE ZEROES TO DRAWN-CHECK-COUNT.
106200     PERFORM START-SAMPLE-ITEMS.
106300     PERFORM LOAD-NEXT-DRAWN-CHECK
106400         UNTIL SAMPLE-FILE-AT-END = "Y".
106500     MOVE "N" TO VOUCHER-FILE-AT-END.
106600     MOVE ZEROES TO VOUCHER-NUMBER.
106700     START VOUCHER-FILE KEY NOT < VOUCHER-NUMBER
106800         INVALID KEY
106900         MOVE "Y" TO VOUCHER-FILE-AT-END.
107000     PERFORM MATCH-NEXT-VOUCHER-CHECK
107100         UNTIL VOUCHER-FILE-AT-END = "Y".
107200     MOVE "N" TO ARCHIVE-FILE-AT-END.
107300     MOVE ZEROES TO ARCH-NUMBER.
107400     START ARCHIVE-FILE KEY NOT < ARCH-NUMBER
107500         INVALID KEY
107600         MOVE "Y" TO ARCHIVE-FILE-AT-END.
107700     PERFORM MATCH-NEXT-ARCHIVE-CHECK
107800         UNTIL ARCHIVE-FILE-AT-END = "Y".
107900
108000 LOAD-NEXT-DRAWN-CHECK.
108100     ADD 1 TO DRAWN-CHECK-COUNT.
108200     MOVE SAMP-ITEM-NUMBER
108300         TO DRAWN-CHECK-NO (DRAWN-CHECK-COUNT).
108400     PERFORM READ-NEXT-SAMPLE-ITEM.
108500
108600 MATCH-NEXT-VOUCHER-CHECK.
108700     READ VOUCHER-FILE NEXT RECORD
108800         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
108900     IF VOUCHER-FILE-AT-END NOT = "Y"
109000        AND VOUCHER-CHECK-NO NOT = ZEROES
109100         MOVE VOUCHER-CHECK-NO TO PAYING-CHECK-NO
109200         PERFORM LOOK-FOR-DRAWN-CHECK
109300         IF CHECK-WAS-DRAWN = "Y"
109400             MOVE VOUCHER-CHECK-NO TO CSRT-CHECK-NO
109500             MOVE VOUCHER-NUMBER TO CSRT-VOUCHER
109600             RELEASE CHECK-VOUCHER-SORT-RECORD.
109700
109800 MATCH-NEXT-ARCHIVE-CHECK.
109900     READ ARCHIVE-FILE NEXT RECORD
110000         AT END MOVE "Y" TO ARCHIVE-FILE-AT-END.
110100     IF ARCHIVE-FILE-AT-END NOT = "Y"
110200        AND ARCH-CHECK-NO NOT = ZEROES
110300         MOVE ARCH-CHECK-NO TO PAYING-CHECK-NO
110400         PERFORM LOOK-FOR-DRAWN-CHECK
110500         IF CHECK-WAS-DRAWN = "Y"
110600             MOVE ARCH-CHECK-NO TO CSRT-CHECK-NO
110700             MOVE ARCH-NUMBER TO CSRT-VOUCHER
110800             RELEASE CHECK-VOUCHER-SORT-RECORD.
110900
111000 LOOK-FOR-DRAWN-CHECK.
111100     MOVE "N" TO CHECK-WAS-DRAWN.
111200     PERFORM TEST-ONE-DRAWN-CHECK
111300         VARYING CHECK-SUB FROM 1 BY 1
111400         UNTIL CHECK-SUB > DRAWN-CHECK-COUNT
111500            OR CHECK-WAS-DRAWN = "Y".
111600
111700 TEST-ONE-DRAWN-CHECK.
111800     IF DRAWN-CHECK-NO (CHECK-SUB) = PAYING-CHECK-NO
111900         MOVE "Y" TO CHECK-WAS-DRAWN.
112000
112100 READ-CHECK-VOUCHER-WORK.
112200     READ CHECK-VOUCHER-WORK-FILE
112300         AT END MOVE "Y" TO CHECK-WORK-AT-END.
112400
112500*---------------------------------
112600* The vouchers that will have a
112700* support sheet, so one pass of
112800* the audit trail finds who
112900* entered and approved each.
113000*---------------------------------
113100 LOAD-SAMPLE-VOUCHER-APPROVALS.
113200     MOVE ZEROES TO APPROVAL-COUNT.
113300     PERFORM START-SAMPLE-ITEMS.
113400     PERFORM LOAD-NEXT-SAMPLE-VOUCHER
113500         UNTIL SAMPLE-FILE-AT-END = "Y".
113600
113700 LOAD-NEXT-SAMPLE-VOUCHER.
113800     MOVE SAMP-ITEM-NUMBER TO SHEET-VOUCHER.
113900     PERFORM ADD-APPROVAL-ENTRY.
114000     PERFORM READ-NEXT-SAMPLE-ITEM.
114100
114200 LOAD-CHECK-VOUCHER-APPROVALS.
114300     MOVE ZEROES TO APPROVAL-COUNT.
114400     OPEN INPUT CHECK-VOUCHER-WORK-FILE.
114500     MOVE "N" TO CHECK-WORK-AT-END.
114600     PERFORM READ-CHECK-VOUCHER-WORK.
114700     PERFORM LOAD-NEXT-CHECK-VOUCHER
114800         UNTIL CHECK-WORK-AT-END = "Y".
114900     CLOSE CHECK-VOUCHER-WORK-FILE.
115000
115100 LOAD-NEXT-CHECK-VOUCHER.
115200     MOVE CWRK-VOUCHER TO SHEET-VOUCHER.
115300     PERFORM ADD-APPROVAL-ENTRY.
115400     PERFORM READ-CHECK-VOUCHER-WORK.
115500
115600 ADD-APPROVAL-ENTRY.
115700     IF APPROVAL-COUNT < 2000
115800         ADD 1 TO APPROVAL-COUNT
115900         MOVE SHEET-VOUCHER TO APPR-VOUCHER (APPROVAL-COUNT)
116000         MOVE SPACES TO APPR-ENTERED-BY (APPROVAL-COUNT)
116100                        APPR-APPROVED-BY (APPROVAL-COUNT)
116200         MOVE ZEROES TO APPR-ENTERED-DATE (APPROVAL-COUNT)
116300                        APPR-APPROVED-DATE (APPROVAL-COUNT).
116400
116500 LOOK-UP-APPROVALS.
116600     OPEN INPUT AUDIT-FILE.
116700     MOVE "N" TO AUDIT-FILE-AT-END.
116800     PERFORM TAKE-NEXT-TRAIL-LINE
116900         UNTIL AUDIT-FILE-AT-END = "Y".
117000     CLOSE AUDIT-FILE.
117100
117200 TAKE-NEXT-TRAIL-LINE.
117300     READ AUDIT-FILE
117400         AT END MOVE "Y" TO AUDIT-FILE-AT-END.
117500     IF AUDIT-FILE-AT-END NOT = "Y"
117600         PERFORM PARSE-TRAIL-LINE.
117700     IF AUDIT-FILE-AT-END NOT = "Y"
117800        AND (ALIN-ACTION = "ENTERED"
117900          OR ALIN-ACTION = "APPROVED")
118000         PERFORM TAKE-THIS-TRAIL-LINE.
118100
118200 PARSE-TRAIL-LINE.
118300     MOVE SPACE TO AUDIT-LINE-FIELDS.
118400     UNSTRING AUDIT-RECORD
118500         DELIMITED BY ","
118600         INTO ALIN-VOUCHER-NO
118700              ALIN-VENDOR-NO
118800              ALIN-ACTION
118900              ALIN-DATE-TIME
119000              ALIN-AMOUNT
119100              ALIN-OPERATOR
119200              ALIN-OLD-VALUE
119300              ALIN-NEW-VALUE.
119400
119500*---------------------------------
119600* The latest entry and approval
119700* on the trail win.
119800*---------------------------------
119900 TAKE-THIS-TRAIL-LINE.
120000     MOVE ALIN-VOUCHER-NO TO TRAIL-VOUCHER-NO.
120100     MOVE TRAIL-VOUCHER-NO TO SHEET-VOUCHER.
120200     PERFORM FIND-APPROVAL-ENTRY.
120300     IF APPR-FOUND = "Y"
120400        AND ALIN-ACTION = "ENTERED"
120500         MOVE ALIN-OPERATOR TO APPR-ENTERED-BY (APPR-SUB)
120600         MOVE ALIN-DATE-TIME(1:8)
120700             TO APPR-ENTERED-DATE (APPR-SUB).
120800     IF APPR-FOUND = "Y"
120900        AND ALIN-ACTION = "APPROVED"
121000         MOVE ALIN-OPERATOR TO APPR-APPROVED-BY (APPR-SUB)
121100         MOVE ALIN-DATE-TIME(1:8)
121200             TO APPR-APPROVED-DATE (APPR-SUB).
121300
121400 FIND-APPROVAL-ENTRY.
121500     MOVE "N" TO APPR-FOUND.
121600     PERFORM TEST-ONE-APPROVAL-ENTRY
121700         VARYING APPR-SUB FROM 1 BY 1
121800         UNTIL APPR-SUB > APPROVAL-COUNT
121900            OR APPR-FOUND = "Y".
122000     IF APPR-FOUND = "Y"
122100         SUBTRACT 1 FROM APPR-SUB.
122200
122300 TEST-ONE-APPROVAL-ENTRY.
122400     IF APPR-VOUCHER (APPR-SUB) = SHEET-VOUCHER
122500         MOVE "Y" TO APPR-FOUND.
122600
122700*---------------------------------
122800* One support sheet per item,
122900* each on its own page.
123000*---------------------------------
123100 PRINT-NEXT-SUPPORT-SHEET.
123200     MOVE SAMP-ITEM TO SHEET-ITEM.
123300     MOVE SHEET-ITEM TO PRINT-TITLE-ITEM.
123400     MOVE SUPPORT-TITLE TO PRINT-TITLE-TEXT.
123500     PERFORM START-NEXT-PAGE.
123600     IF SAMPLE-OF-CHECKS
123700         PERFORM PRINT-CHECK-SUPPORT
123800     ELSE
123900         MOVE SAMP-ITEM-NUMBER TO SHEET-VOUCHER
124000         MOVE "Y" TO SHOW-CHECK-LINE
124100         PERFORM PRINT-VOUCHER-SUPPORT.
124200     PERFORM READ-NEXT-SAMPLE-ITEM.
124300
124400 PRINT-CHECK-SUPPORT.
124500     MOVE SAMP-ITEM-NUMBER TO CHECK-REG-NO.
124600     PERFORM PRINT-THE-CHECK.
124700     PERFORM LINE-FEED.
124800     MOVE "VOUCHERS PAID BY THIS CHECK" TO PRINTER-RECORD.
124900     PERFORM WRITE-TO-PRINTER.
125000     PERFORM SKIP-EARLIER-CHECK-VOUCHER
125100         UNTIL CHECK-WORK-AT-END = "Y"
125200            OR CWRK-CHECK-NO NOT < SAMP-ITEM-NUMBER.
125300     IF CHECK-WORK-AT-END = "Y"
125400        OR CWRK-CHECK-NO NOT = SAMP-ITEM-NUMBER
125500         MOVE "  NO VOUCHER ON FILE CARRIES THIS CHECK"
125600             TO PRINTER-RECORD
125700         PERFORM PRINT-SHEET-LINE.
125800     PERFORM PRINT-NEXT-CHECK-VOUCHER
125900         UNTIL CHECK-WORK-AT-END = "Y"
126000            OR CWRK-CHECK-NO NOT = SAMP-ITEM-NUMBER.
126100
126200 SKIP-EARLIER-CHECK-VOUCHER.
126300     PERFORM READ-CHECK-VOUCHER-WORK.
126400
126500 PRINT-NEXT-CHECK-VOUCHER.
126600     PERFORM LINE-FEED.
126700     MOVE CWRK-VOUCHER TO SHEET-VOUCHER.
126800     MOVE "N" TO SHOW-CHECK-LINE.
126900     PERFORM PRINT-VOUCHER-SUPPORT.
127000     PERFORM READ-CHECK-VOUCHER-WORK.
127100
127200*---------------------------------
127300* The voucher from the live file,
127400* or from the archive when it has
127500* been archived - the two records
127600* share one layout.
127700*---------------------------------
127800 PRINT-VOUCHER-SUPPORT.
127900     PERFORM READ-SHEET-VOUCHER.
128000     IF VOUCHER-ON-FILE = "N"
128100         MOVE SPACE TO VOUCHER-LINE-1
128200         MOVE SHEET-VOUCHER TO PRINT-VOUCHER
128300         MOVE "*VOUCHER NOT ON FILE*" TO PRINT-VENDOR-NAME
128400         MOVE VOUCHER-LINE-1 TO PRINTER-RECORD
128500         PERFORM PRINT-SHEET-LINE
128600     ELSE
128700         PERFORM PRINT-VOUCHER-HEADING
128800         PERFORM PRINT-VOUCHER-APPROVAL
128900         PERFORM PRINT-VOUCHER-DISTRIBUTION
129000         PERFORM PRINT-VOUCHER-LINE-ITEMS
129100         PERFORM PRINT-VOUCHER-ORDER
129200         PERFORM PRINT-VOUCHER-DOCUMENTS
129300         PERFORM PRINT-VOUCHER-CHECK.
129400
129500 READ-SHEET-VOUCHER.
129600     MOVE SHEET-VOUCHER TO VOUCHER-NUMBER.
129700     MOVE "Y" TO VOUCHER-ON-FILE.
129800     READ VOUCHER-FILE RECORD
129900         INVALID KEY
130000         MOVE "N" TO VOUCHER-ON-FILE.
130100     IF VOUCHER-ON-FILE = "N"
130200         PERFORM READ-SHEET-ARCHIVE.
130300
130400 READ-SHEET-ARCHIVE.
130500     MOVE SHEET-VOUCHER TO ARCH-NUMBER.
130600     MOVE "Y" TO VOUCHER-ON-FILE.
130700     READ ARCHIVE-FILE RECORD
130800         INVALID KEY
130900         MOVE "N" TO VOUCHER-ON-FILE.
131000     IF VOUCHER-ON-FILE = "Y"
131100         MOVE ARCHIVE-RECORD TO VOUCHER-RECORD.
131200
131300 PRINT-VOUCHER-HEADING.
131400     MOVE SPACE TO VOUCHER-LINE-1.
131500     MOVE VOUCHER-NUMBER TO PRINT-VOUCHER.
131600     MOVE VOUCHER-VENDOR TO PRINT-VENDOR.
131700     IF VOUCHER-PAYS-EMPLOYEE
131800         MOVE "EMPLOYEE REIMBURSEMENT" TO PRINT-VENDOR-NAME
131900     ELSE
132000         PERFORM LOOK-UP-VOUCHER-VENDOR.
132100     MOVE VOUCHER-LINE-1 TO PRINTER-RECORD.
132200     PERFORM PRINT-SHEET-LINE.
132300     MOVE SPACE TO VOUCHER-LINE-2.
132400     MOVE VOUCHER-INVOICE TO PRINT-INVOICE.
132500     MOVE VOUCHER-DATE TO DATE-CCYYMMDD.
132600     PERFORM FORMAT-THE-DATE.
132700     MOVE FORMATTED-DATE TO PRINT-VOUCHER-DATE.
132800     MOVE VOUCHER-DUE TO DATE-CCYYMMDD.
132900     PERFORM FORMAT-THE-DATE.
133000     MOVE FORMATTED-DATE TO PRINT-DUE-DATE.
133100     MOVE VOUCHER-LINE-2 TO PRINTER-RECORD.
133200     PERFORM PRINT-SHEET-LINE.
133300     MOVE SPACE TO VOUCHER-LINE-3.
133400     MOVE VOUCHER-FOR TO PRINT-FOR.
133500     MOVE VOUCHER-PO-NUMBER TO PRINT-VOUCHER-PO.
133600     MOVE VOUCHER-LINE-3 TO PRINTER-RECORD.
133700     PERFORM PRINT-SHEET-LINE.
133800     MOVE SPACE TO VOUCHER-LINE-4.
133900     MOVE VOUCHER-AMOUNT TO PRINT-AMOUNT.
134000     MOVE VOUCHER-PAID-AMOUNT TO PRINT-PAID-AMOUNT.
134100     IF VOUCHER-PAID-DATE NOT = ZEROES
134200         MOVE VOUCHER-PAID-DATE TO DATE-CCYYMMDD
134300         PERFORM FORMAT-THE-DATE
134400         MOVE FORMATTED-DATE TO PRINT-PAID-DATE.
134500     MOVE VOUCHER-LINE-4 TO PRINTER-RECORD.
134600     PERFORM PRINT-SHEET-LINE.
134700
134800 LOOK-UP-VOUCHER-VENDOR.
134900     MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
135000     MOVE "Y" TO VENDOR-RECORD-FOUND.
135100     READ VENDOR-FILE RECORD
135200         INVALID KEY
135300         MOVE "N" TO VENDOR-RECORD-FOUND.
135400     IF VENDOR-RECORD-FOUND = "Y"
135500         MOVE VENDOR-NAME TO PRINT-VENDOR-NAME
135600     ELSE
135700         MOVE "*VENDOR NOT ON FILE*" TO PRINT-VENDOR-NAME.
135800
135900 PRINT-VOUCHER-APPROVAL.
136000     IF VOUCHER-IS-AWAITING
136100         MOVE "APPROVAL:   AWAITING APPROVAL" TO PRINTER-RECORD
136200     ELSE
136300     IF VOUCHER-IS-REJECTED
136400         MOVE "APPROVAL:   REJECTED" TO PRINTER-RECORD
136500     ELSE
136600         MOVE "APPROVAL:   APPROVED" TO PRINTER-RECORD.
136700     PERFORM PRINT-SHEET-LINE.
136800     MOVE VOUCHER-NUMBER TO SHEET-VOUCHER.
136900     PERFORM FIND-APPROVAL-ENTRY.
137000     IF APPR-FOUND = "N"
137100         MOVE "  NOT LOOKED UP ON THE AUDIT TRAIL"
137200             TO PRINTER-RECORD
137300         PERFORM PRINT-SHEET-LINE
137400     ELSE
137500         PERFORM PRINT-APPROVAL-TRAIL.
137600
137700 PRINT-APPROVAL-TRAIL.
137800     IF APPR-ENTERED-DATE (APPR-SUB) = ZEROES
137900         MOVE "  ENTERED BY  (NOT ON THE AUDIT TRAIL)"
138000             TO PRINTER-RECORD
138100     ELSE
138200         MOVE SPACE TO APPROVAL-LINE
138300         MOVE "  ENTERED BY" TO PRINT-APPR-LABEL
138400         MOVE APPR-ENTERED-BY (APPR-SUB) TO PRINT-APPR-BY
138500         MOVE APPR-ENTERED-DATE (APPR-SUB) TO DATE-CCYYMMDD
138600         PERFORM FORMAT-THE-DATE
138700         MOVE FORMATTED-DATE TO PRINT-APPR-DATE
138800         MOVE APPROVAL-LINE TO PRINTER-RECORD.
138900     PERFORM PRINT-SHEET-LINE.
139000     IF APPR-APPROVED-DATE (APPR-SUB) = ZEROES
139100         MOVE "  APPROVED BY (NONE ON THE AUDIT TRAIL)"
139200             TO PRINTER-RECORD
139300     ELSE
139400         MOVE SPACE TO APPROVAL-LINE
139500         MOVE "  APPROVED BY" TO PRINT-APPR-LABEL
139600         MOVE APPR-APPROVED-BY (APPR-SUB) TO PRINT-APPR-BY
139700         MOVE APPR-APPROVED-DATE (APPR-SUB) TO DATE-CCYYMMDD
139800         PERFORM FORMAT-THE-DATE
139900         MOVE FORMATTED-DATE TO PRINT-APPR-DATE
140000         MOVE APPROVAL-LINE TO PRINTER-RECORD.
140100     PERFORM PRINT-SHEET-LINE.
140200
140300 PRINT-VOUCHER-DISTRIBUTION.
140400     MOVE "DISTRIBUTION" TO PRINTER-RECORD.
140500     PERFORM PRINT-SHEET-LINE.
140600     MOVE "N" TO DIST-FILE-AT-END.
140700     MOVE VOUCHER-NUMBER TO DIST-VOUCHER-NO.
140800     MOVE ZEROES TO DIST-LINE-NO.
140900     START DISTRIBUTION-FILE KEY NOT < DIST-KEY
141000         INVALID KEY
141100         MOVE "Y" TO DIST-FILE-AT-END.
141200     PERFORM PRINT-NEXT-DIST-LINE
141300         UNTIL DIST-FILE-AT-END = "Y".
141400
141500 PRINT-NEXT-DIST-LINE.
141600     READ DISTRIBUTION-FILE NEXT RECORD
141700         AT END MOVE "Y" TO DIST-FILE-AT-END.
141800     IF DIST-FILE-AT-END NOT = "Y"
141900        AND DIST-VOUCHER-NO NOT = VOUCHER-NUMBER
142000         MOVE "Y" TO DIST-FILE-AT-END.
142100     IF DIST-FILE-AT-END NOT = "Y"
142200         PERFORM PRINT-THIS-DIST-LINE.
142300
142400 PRINT-THIS-DIST-LINE.
142500     MOVE SPACE TO DIST-DETAIL-LINE.
142600     MOVE DIST-LINE-NO TO PRINT-DIST-LINE.
142700     MOVE DIST-ACCOUNT TO PRINT-DIST-ACCOUNT.
142800     MOVE DIST-ACCOUNT TO ACCOUNT-NUMBER.
142900     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
143000     READ ACCOUNT-FILE RECORD
143100         INVALID KEY
143200         MOVE "N" TO ACCOUNT-RECORD-FOUND.
143300     IF ACCOUNT-RECORD-FOUND = "Y"
143400         MOVE ACCOUNT-NAME TO PRINT-ACCOUNT-NAME
143500     ELSE
143600         MOVE "*ACCOUNT NOT ON FILE*" TO PRINT-ACCOUNT-NAME.
143700     MOVE DIST-AMOUNT TO PRINT-DIST-AMOUNT.
143800     MOVE DIST-DETAIL-LINE TO PRINTER-RECORD.
143900     PERFORM PRINT-SHEET-LINE.
144000
144100 PRINT-VOUCHER-LINE-ITEMS.
144200     MOVE "LINE ITEMS" TO PRINTER-RECORD.
144300     PERFORM PRINT-SHEET-LINE.
144400     MOVE "N" TO LINE-FILE-AT-END.
144500     MOVE VOUCHER-NUMBER TO VLINE-VOUCHER-NO.
144600     MOVE ZEROES TO VLINE-LINE-NO.
144700     START LINE-ITEM-FILE KEY NOT < VLINE-KEY
144800         INVALID KEY
144900         MOVE "Y" TO LINE-FILE-AT-END.
145000     PERFORM PRINT-NEXT-LINE-ITEM
145100         UNTIL LINE-FILE-AT-END = "Y".
145200
145300 PRINT-NEXT-LINE-ITEM.
145400     READ LINE-ITEM-FILE NEXT RECORD
145500         AT END MOVE "Y" TO LINE-FILE-AT-END.
145600     IF LINE-FILE-AT-END NOT = "Y"
145700        AND VLINE-VOUCHER-NO NOT = VOUCHER-NUMBER
145800         MOVE "Y" TO LINE-FILE-AT-END.
145900     IF LINE-FILE-AT-END NOT = "Y"
146000         MOVE SPACE TO ITEM-DETAIL-LINE
146100         MOVE VLINE-LINE-NO TO PRINT-LINE-NO
146200         MOVE VLINE-DESC TO PRINT-LINE-DESC
146300         MOVE VLINE-QTY TO PRINT-LINE-QTY
146400         MOVE VLINE-UNIT-PRICE TO PRINT-LINE-PRICE
146500         MOVE VLINE-EXTENSION TO PRINT-LINE-EXT
146600         MOVE ITEM-DETAIL-LINE TO PRINTER-RECORD
146700         PERFORM PRINT-SHEET-LINE.
146800
146900 PRINT-VOUCHER-ORDER.
147000     IF VOUCHER-PO-NUMBER NOT = SPACE
147100         PERFORM PRINT-THE-PO.
147200
147300 PRINT-THE-PO.
147400     MOVE "PURCHASE ORDER AND DOCK RECEIPTS" TO PRINTER-RECORD.
147500     PERFORM PRINT-SHEET-LINE.
147600     MOVE VOUCHER-PO-NUMBER TO PO-NUMBER.
147700     MOVE "Y" TO PO-ON-FILE.
147800     READ PO-FILE RECORD
147900         INVALID KEY
148000         MOVE "N" TO PO-ON-FILE.
148100     MOVE SPACE TO PO-DETAIL-LINE.
148200     MOVE VOUCHER-PO-NUMBER TO PRINT-PO-NUMBER.
148300     IF PO-ON-FILE = "N"
148400         MOVE "*PO NOT ON FILE*" TO PRINT-PO-DESC
148500     ELSE
148600         MOVE PO-DESCRIPTION TO PRINT-PO-DESC
148700         MOVE PO-AMOUNT TO PRINT-PO-AMOUNT
148800         IF PO-IS-OPEN
148900             MOVE "OPEN" TO PRINT-PO-STATUS
149000         ELSE
149100             MOVE "CLOSED" TO PRINT-PO-STATUS.
149200     MOVE PO-DETAIL-LINE TO PRINTER-RECORD.
149300     PERFORM PRINT-SHEET-LINE.
149400     MOVE "N" TO RECEIPT-FILE-AT-END.
149500     MOVE VOUCHER-PO-NUMBER TO RCPT-PO-NUMBER.
149600     MOVE ZEROES TO RCPT-SEQ.
149700     START RECEIPT-FILE KEY NOT < RCPT-KEY
149800         INVALID KEY
149900         MOVE "Y" TO RECEIPT-FILE-AT-END.
150000     PERFORM PRINT-NEXT-RECEIPT
150100         UNTIL RECEIPT-FILE-AT-END = "Y".
150200
150300 PRINT-NEXT-RECEIPT.
150400     READ RECEIPT-FILE NEXT RECORD
150500         AT END MOVE "Y" TO RECEIPT-FILE-AT-END.
150600     IF RECEIPT-FILE-AT-END NOT = "Y"
150700        AND RCPT-PO-NUMBER NOT = VOUCHER-PO-NUMBER
150800         MOVE "Y" TO RECEIPT-FILE-AT-END.
150900     IF RECEIPT-FILE-AT-END NOT = "Y"
151000         MOVE SPACE TO RECEIPT-DETAIL-LINE
151100         MOVE RCPT-SEQ TO PRINT-RCPT-SEQ
151200         MOVE RCPT-DATE TO DATE-CCYYMMDD
151300         PERFORM FORMAT-THE-DATE
151400         MOVE FORMATTED-DATE TO PRINT-RCPT-DATE
151500         MOVE RCPT-AMOUNT TO PRINT-RCPT-AMOUNT
151600         MOVE RCPT-INITIALS TO PRINT-RCPT-INITIALS
151700         MOVE RECEIPT-DETAIL-LINE TO PRINTER-RECORD
151800         PERFORM PRINT-SHEET-LINE.
151900
152000 PRINT-VOUCHER-DOCUMENTS.
152100     MOVE "SCANNED DOCUMENTS" TO PRINTER-RECORD.
152200     PERFORM PRINT-SHEET-LINE.
152300     MOVE "N" TO DOC-FILE-AT-END.
152400     MOVE VOUCHER-NUMBER TO VDOC-VOUCHER-NO.
152500     MOVE ZEROES TO VDOC-SEQ.
152600     START DOC-REF-FILE KEY NOT < VDOC-KEY
152700         INVALID KEY
152800         MOVE "Y" TO DOC-FILE-AT-END.
152900     PERFORM PRINT-NEXT-DOCUMENT
153000         UNTIL DOC-FILE-AT-END = "Y".
153100
153200 PRINT-NEXT-DOCUMENT.
153300     READ DOC-REF-FILE NEXT RECORD
153400         AT END MOVE "Y" TO DOC-FILE-AT-END.
153500     IF DOC-FILE-AT-END NOT = "Y"
153600        AND VDOC-VOUCHER-NO NOT = VOUCHER-NUMBER
153700         MOVE "Y" TO DOC-FILE-AT-END.
153800     IF DOC-FILE-AT-END NOT = "Y"
153900         PERFORM PRINT-THIS-DOCUMENT.
154000
154100 PRINT-THIS-DOCUMENT.
154200     MOVE SPACE TO DOC-DETAIL-LINE.
154300     IF VDOC-IS-INVOICE
154400         MOVE "INVOICE" TO PRINT-DOC-TYPE
154500     ELSE
154600     IF VDOC-IS-PACKING
154700         MOVE "PACKING SLIP" TO PRINT-DOC-TYPE
154800     ELSE
154900     IF VDOC-IS-APPROVAL
155000         MOVE "APPROVAL" TO PRINT-DOC-TYPE
155100     ELSE
155200         MOVE "OTHER" TO PRINT-DOC-TYPE.
155300     MOVE VDOC-DOCUMENT-ID TO PRINT-DOC-ID.
155400     MOVE VDOC-DATE TO DATE-CCYYMMDD.
155500     PERFORM FORMAT-THE-DATE.
155600     MOVE FORMATTED-DATE TO PRINT-DOC-DATE.
155700     MOVE DOC-DETAIL-LINE TO PRINTER-RECORD.
155800     PERFORM PRINT-SHEET-LINE.
155900
156000 PRINT-VOUCHER-CHECK.
156100     IF SHOW-CHECK-LINE = "Y"
156200        AND VOUCHER-CHECK-NO NOT = ZEROES
156300         MOVE VOUCHER-CHECK-NO TO CHECK-REG-NO
156400         PERFORM PRINT-THE-CHECK.
156500
156600 PRINT-THE-CHECK.
156700     MOVE SPACE TO CHECK-LINE.
156800     MOVE CHECK-REG-NO TO PRINT-CHECK-NO.
156900     MOVE "Y" TO CHECK-ON-FILE.
157000     READ CHECK-REG-FILE RECORD
157100         INVALID KEY
157200         MOVE "N" TO CHECK-ON-FILE.
157300     IF CHECK-ON-FILE = "N"
157400         MOVE "NOT FOUND" TO PRINT-CHECK-STATUS
157500     ELSE
157600         PERFORM FILL-CHECK-LINE.
157700     MOVE CHECK-LINE TO PRINTER-RECORD.
157800     PERFORM PRINT-SHEET-LINE.
157900
158000 FILL-CHECK-LINE.
158100     MOVE CHECK-REG-DATE TO DATE-CCYYMMDD.
158200     PERFORM FORMAT-THE-DATE.
158300     MOVE FORMATTED-DATE TO PRINT-CHECK-DATE.
158400     MOVE CHECK-REG-AMOUNT TO PRINT-CHECK-AMOUNT.
158500     IF CHECK-IS-VOID
158600         MOVE "VOID" TO PRINT-CHECK-STATUS
158700     ELSE
158800     IF CHECK-IS-STALE
158900         MOVE "STALE" TO PRINT-CHECK-STATUS
159000     ELSE
159100     IF CHECK-IS-ESCHEATED
159200         MOVE "ESCHEATED" TO PRINT-CHECK-STATUS
159300     ELSE
159400     IF CHECK-IS-SPOILED
159500         MOVE "SPOILED" TO PRINT-CHECK-STATUS
159600     ELSE
159700         MOVE "ISSUED" TO PRINT-CHECK-STATUS.
159800     IF CHECK-WAS-EFT
159900         MOVE "EFT" TO PRINT-CHECK-METHOD
160000     ELSE
160100     IF CHECK-WAS-WIRE
160200         MOVE "WIRE" TO PRINT-CHECK-METHOD
160300     ELSE
160400     IF CHECK-WAS-MANUAL
160500         MOVE "MANUAL" TO PRINT-CHECK-METHOD
160600     ELSE
160700         MOVE "PAPER" TO PRINT-CHECK-METHOD.
160800
160900 PRINT-SHEET-LINE.
161000     IF LINE-COUNT > MAXIMUM-LINES
161100         PERFORM START-NEXT-PAGE.
161200     PERFORM WRITE-TO-PRINTER.
161300
161400 WRITE-TO-PRINTER.
161500     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
161600     ADD 1 TO LINE-COUNT.
161700
161800 LINE-FEED.
161900     MOVE SPACE TO PRINTER-RECORD.
162000     PERFORM WRITE-TO-PRINTER.
162100
162200 START-NEXT-PAGE.
162300     PERFORM END-LAST-PAGE.
162400     PERFORM START-NEW-PAGE.
162500
162600 START-NEW-PAGE.
162700     ADD 1 TO PAGE-NUMBER.
162800     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
162900     MOVE TITLE-LINE TO PRINTER-RECORD.
163000     PERFORM WRITE-TO-PRINTER.
163100     PERFORM LINE-FEED.
163200
163300 END-LAST-PAGE.
163400     PERFORM FORM-FEED.
163500     MOVE ZERO TO LINE-COUNT.
163600
163700 FORM-FEED.
163800     MOVE SPACE TO PRINTER-RECORD.
163900     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
164000
164100*---------------------------------
164200* Utility routines.
164300*---------------------------------
164400     COPY "PLDATE01.CBL".
