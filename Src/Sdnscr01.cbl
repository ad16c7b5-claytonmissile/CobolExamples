000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SDNSCR01.
000300*---------------------------------
000400* Sanctions screening against the
000500* OFAC Specially Designated
000600* Nationals list.
000700*
000800* The load replaces the list
000900* from the three files OFAC
001000* publishes - SDN.CSV (the
001100* listed parties), ALT.CSV (their
001200* aliases) and ADD.CSV (their
001300* addresses) - keeping each name
001400* and address also squeezed to
001500* the form vendors are compared
001600* in, and each country as its
001700* two-letter code.
001800* The screening run compares
001900* every vendor not inactive -
002000* name, address, remit-to
002100* address and country - with the
002200* list. A possible match goes to
002300* the review queue and holds the
002400* vendor's payments until it is
002500* cleared in SDNREV01; a match
002600* already cleared stays cleared.
002700* Run it after every list load.
002800* The queue report lists the
002900* matches open or confirmed.
003000*---------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400
003500     COPY "SLVND02.CBL".
003600
003700     COPY "SLSTATE.CBL".
003800
003900     COPY "SLSDN.CBL".
004000
004100     COPY "SLSDNH.CBL".
004200
004300     COPY "SLVLOG.CBL".
004400
004500     COPY "SLOPER.CBL".
004600
004700     COPY "SLSONLOG.CBL".
004800
004900     COPY "SLSESS.CBL".
005000
005100     COPY "SLUPDJ.CBL".
005200
005300     SELECT OPTIONAL SDN-CSV-FILE
005400         ASSIGN TO "SDNCSV"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700     SELECT OPTIONAL ALT-CSV-FILE
005800         ASSIGN TO "ALTCSV"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT OPTIONAL ADD-CSV-FILE
006200         ASSIGN TO "ADDCSV"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400
006500     SELECT PRINTER-FILE
006600         ASSIGN TO PRINTER
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100
007200     COPY "FDVND04.CBL".
007300
007400     COPY "FDSTATE.CBL".
007500
007600     COPY "FDSDN.CBL".
007700
007800     COPY "FDSDNH.CBL".
007900
008000     COPY "FDVLOG.CBL".
008100
008200     COPY "FDOPER.CBL".
008300
008400     COPY "FDSONLOG.CBL".
008500
008600     COPY "FDSESS.CBL".
008700
008800     COPY "FDUPDJ.CBL".
008900
009000 FD  SDN-CSV-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  SDN-CSV-REC                PIC X(2000).
009300
009400 FD  ALT-CSV-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  ALT-CSV-REC                PIC X(2000).
009700
009800 FD  ADD-CSV-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  ADD-CSV-REC                PIC X(2000).
010100
010200 FD  PRINTER-FILE
010300     LABEL RECORDS ARE OMITTED.
010400 01  PRINTER-RECORD             PIC X(80).
010500
010600 WORKING-STORAGE SECTION.
010700
010800 77  MENU-PICK               PIC 9.
010900     88  MENU-PICK-IS-VALID      VALUES 0 THRU 3.
011000
011100 77  VENDOR-FILE-AT-END      PIC X.
011200 77  CSV-AT-END              PIC X.
011300 77  HIT-FILE-AT-END         PIC X.
011400 77  LIST-IS-EMPTY           PIC X.
011500 77  TODAY-CCYYMMDD          PIC 9(8).
011600 77  NAME-COUNT              PIC 9(6).
011700 77  ALIAS-COUNT             PIC 9(6).
011800 77  ADDRESS-COUNT           PIC 9(6).
011900 77  REJECT-COUNT            PIC 9(6).
012000 77  SCREENED-COUNT          PIC 9(5).
012100 77  NEW-HIT-COUNT           PIC 9(5).
012200 77  HELD-COUNT              PIC 9(5).
012300 77  RELEASED-COUNT          PIC 9(5).
012400 77  QUEUE-COUNT             PIC 9(5).
012500 77  OLD-SANCTION-HOLD       PIC X.
012600
012700*---------------------------------
012800* One CSV line broken into its
012900* fields. A comma inside double
013000* quotes belongs to the field.
013100* Only the first six fields are
013200* kept - the rest are remarks.
013300* OFAC writes -0- for an empty
013400* field.
013500*---------------------------------
013600 01  CSV-LINE                PIC X(2000).
013700 01  CSV-FIELDS.
013800     05  CSV-FIELD           PIC X(100) OCCURS 6 TIMES.
013900 77  CSV-FIELD-NO            PIC 9(3).
014000 77  CSV-SCAN-SUB            PIC 9(4).
014100 77  CSV-OUT-SUB             PIC 9(3).
014200 77  CSV-CHAR                PIC X.
014300 77  CSV-IN-QUOTES           PIC X.
014400 77  CSV-ENTRY-NO            PIC 9(8).
014500 77  CSV-SEQ-NO              PIC 9(6).
014600
014700*---------------------------------
014800* OFAC publishes the country by
014900* name; the list keeps the code
015000* a vendor's state file country
015100* is held in. A country not in
015200* the table loads with a space
015300* code and can only match on
015400* name or address.
015500*---------------------------------
015600 01  COUNTRY-TABLE-VALUES.
015700     05  FILLER PIC X(26) VALUE "AFGHANISTAN             AF".
015800     05  FILLER PIC X(26) VALUE "BELARUS                 BY".
015900     05  FILLER PIC X(26) VALUE "BURMA                   MM".
016000     05  FILLER PIC X(26) VALUE "CANADA                  CA".
016100     05  FILLER PIC X(26) VALUE "CHINA                   CN".
016200     05  FILLER PIC X(26) VALUE "COLOMBIA                CO".
016300     05  FILLER PIC X(26) VALUE "CUBA                    CU".
016400     05  FILLER PIC X(26) VALUE "CYPRUS                  CY".
016500     05  FILLER PIC X(26) VALUE "GERMANY                 DE".
016600     05  FILLER PIC X(26) VALUE "HONG KONG               HK".
016700     05  FILLER PIC X(26) VALUE "INDIA                   IN".
016800     05  FILLER PIC X(26) VALUE "IRAN                    IR".
016900     05  FILLER PIC X(26) VALUE "IRAQ                    IQ".
017000     05  FILLER PIC X(26) VALUE "ISRAEL                  IL".
017100     05  FILLER PIC X(26) VALUE "KOREA, NORTH            KP".
017200     05  FILLER PIC X(26) VALUE "LEBANON                 LB".
017300     05  FILLER PIC X(26) VALUE "LIBYA                   LY".
017400     05  FILLER PIC X(26) VALUE "MALAYSIA                MY".
017500     05  FILLER PIC X(26) VALUE "MEXICO                  MX".
017600     05  FILLER PIC X(26) VALUE "NICARAGUA               NI".
017700     05  FILLER PIC X(26) VALUE "PAKISTAN                PK".
017800     05  FILLER PIC X(26) VALUE "PANAMA                  PA".
017900     05  FILLER PIC X(26) VALUE "RUSSIA                  RU".
018000     05  FILLER PIC X(26) VALUE "SOMALIA                 SO".
018100     05  FILLER PIC X(26) VALUE "SOUTH SUDAN             SS".
018200     05  FILLER PIC X(26) VALUE "SUDAN                   SD".
018300     05  FILLER PIC X(26) VALUE "SYRIA                   SY".
018400     05  FILLER PIC X(26) VALUE "TURKEY                  TR".
018500     05  FILLER PIC X(26) VALUE "UKRAINE                 UA".
018600     05  FILLER PIC X(26) VALUE "UNITED ARAB EMIRATES    AE".
018700     05  FILLER PIC X(26) VALUE "UNITED KINGDOM          GB".
018800     05  FILLER PIC X(26) VALUE "UNITED STATES           US".
018900     05  FILLER PIC X(26) VALUE "VENEZUELA               VE".
019000     05  FILLER PIC X(26) VALUE "YEMEN                   YE".
019100     05  FILLER PIC X(26) VALUE "ZIMBABWE                ZW".
019200 01  COUNTRY-TABLE REDEFINES COUNTRY-TABLE-VALUES.
019300     05  COUNTRY-ENTRY OCCURS 35 TIMES.
019400         10  COUNTRY-TABLE-NAME  PIC X(24).
019500         10  COUNTRY-TABLE-CODE  PIC X(02).
019600 77  COUNTRY-SUB             PIC 9(2).
019700 77  COUNTRY-NAME-WORK       PIC X(30).
019800
019900 01  TOTAL-LINE.
020000     05  FILLER              PIC X(2)  VALUE SPACES.
020100     05  TOTAL-LABEL         PIC X(40).
020200     05  TOTAL-COUNT         PIC ZZZ,ZZ9.
020300
020400 01  HELD-DETAIL-LINE.
020500     05  FILLER              PIC X(2)  VALUE SPACES.
020600     05  HELD-VENDOR         PIC 9(5).
020700     05  FILLER              PIC X(1)  VALUE SPACE.
020800     05  HELD-NAME           PIC X(30).
020900     05  FILLER              PIC X(1)  VALUE SPACE.
021000     05  HELD-OPEN           PIC ZZZ9.
021100     05  FILLER              PIC X(8)  VALUE " OPEN,".
021200     05  HELD-NEW            PIC ZZZ9.
021300     05  FILLER              PIC X(4)  VALUE " NEW".
021400
021500 01  QUEUE-DETAIL-LINE.
021600     05  QUEUE-VENDOR        PIC 9(5).
021700     05  FILLER              PIC X(1)  VALUE SPACE.
021800     05  QUEUE-ENTRY         PIC 9(8).
021900     05  FILLER              PIC X(1)  VALUE SPACE.
022000     05  QUEUE-SCORE         PIC Z9.
022100     05  FILLER              PIC X(1)  VALUE SPACE.
022200     05  QUEUE-REASONS       PIC X(20).
022300     05  FILLER              PIC X(1)  VALUE SPACE.
022400     05  QUEUE-SDN-NAME      PIC X(30).
022500     05  FILLER              PIC X(1)  VALUE SPACE.
022600     05  QUEUE-STATUS        PIC X(9).
022700
022800     COPY "WSSDN01.CBL".
022900
023000     COPY "WSCASE01.CBL".
023100
023200     COPY "WSAUDIT01.CBL".
023300
023400     COPY "WSVLOG01.CBL".
023500
023600     COPY "WSSIGN01.CBL".
023700
023800 PROCEDURE DIVISION.
023900 PROGRAM-BEGIN.
024000     PERFORM OPENING-PROCEDURE.
024100     MOVE "SDNSCR01" TO SIGN-ON-PROGRAM.
024200     PERFORM GET-OPERATOR-SIGN-ON.
024300     IF OPERATOR-IS-SIGNED-ON
024400        AND SIGN-ON-CAN-UTILITY = "Y"
024500         PERFORM MAIN-PROCESS
024600     ELSE
024700     IF OPERATOR-IS-SIGNED-ON
024800         DISPLAY "YOU ARE NOT AUTHORIZED FOR UTILITIES".
024900     PERFORM CLOSING-PROCEDURE.
025000
025100 PROGRAM-EXIT.
025200     EXIT PROGRAM.
025300
025400 PROGRAM-DONE.
025500     STOP RUN.
025600
025700 OPENING-PROCEDURE.
025800     OPEN I-O OPERATOR-FILE.
025900     OPEN I-O VENDOR-FILE.
026000     OPEN I-O STATE-FILE.
026100     OPEN INPUT SANCTION-FILE.
026200     OPEN I-O SANCTION-HIT-FILE.
026300     OPEN EXTEND VENDOR-LOG-FILE.
026400     OPEN EXTEND UPDATE-JOURNAL-FILE.
026500     OPEN OUTPUT PRINTER-FILE.
026600
026700 CLOSING-PROCEDURE.
026800     CLOSE OPERATOR-FILE.
026900     CLOSE VENDOR-FILE.
027000     CLOSE STATE-FILE.
027100     CLOSE SANCTION-FILE.
027200     CLOSE SANCTION-HIT-FILE.
027300     CLOSE VENDOR-LOG-FILE.
027400     CLOSE UPDATE-JOURNAL-FILE.
027500     PERFORM END-LAST-PAGE.
027600     CLOSE PRINTER-FILE.
027700
027800 MAIN-PROCESS.
027900     PERFORM GET-MENU-PICK.
028000     PERFORM WORK-THE-MENU
028100         UNTIL MENU-PICK = 0.
028200
028300*---------------------------------
028400* MENU
028500*---------------------------------
028600 GET-MENU-PICK.
028700     PERFORM DISPLAY-THE-MENU.
028800     PERFORM ACCEPT-MENU-PICK.
028900     PERFORM RE-ACCEPT-MENU-PICK
029000         UNTIL MENU-PICK-IS-VALID.
029100
029200 DISPLAY-THE-MENU.
029300     DISPLAY "    SANCTIONS SCREENING - PLEASE SELECT:".
029400     DISPLAY " ".
029500     DISPLAY "          1.  LOAD THE OFAC SDN LIST".
029600     DISPLAY "          2.  SCREEN ALL VENDORS".
029700     DISPLAY "          3.  PRINT THE REVIEW QUEUE".
029800     DISPLAY " ".
029900     DISPLAY "          0.  EXIT".
030000
030100 ACCEPT-MENU-PICK.
030200     DISPLAY "YOUR CHOICE (0-3)?".
030300     ACCEPT MENU-PICK.
030400
030500 RE-ACCEPT-MENU-PICK.
030600     DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
030700     PERFORM ACCEPT-MENU-PICK.
030800
030900 WORK-THE-MENU.
031000     IF MENU-PICK = 1
031100         PERFORM LOAD-SANCTION-LIST
031200     ELSE
031300     IF MENU-PICK = 2
031400         PERFORM SCREEN-ALL-VENDORS
031500     ELSE
031600     IF MENU-PICK = 3
031700         PERFORM PRINT-REVIEW-QUEUE.
031800     PERFORM GET-MENU-PICK.
031900
032000*---------------------------------
032100* LOAD - the list on file is
032200* only replaced when SDN.CSV is
032300* there to replace it; a missing
032400* download leaves the last list
032500* in force.
032600*---------------------------------
032700 LOAD-SANCTION-LIST.
032800     COMPUTE TODAY-CCYYMMDD =
032900         FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)).
033000     MOVE ZEROES TO NAME-COUNT
033100                    ALIAS-COUNT
033200                    ADDRESS-COUNT
033300                    REJECT-COUNT.
033400     OPEN INPUT SDN-CSV-FILE.
033500     MOVE "N" TO CSV-AT-END.
033600     PERFORM READ-SDN-CSV.
033700     IF CSV-AT-END = "Y"
033800         DISPLAY "SDN LIST FILE SDNCSV IS MISSING OR EMPTY"
033900         DISPLAY "THE LIST ON FILE HAS NOT BEEN REPLACED"
034000         CLOSE SDN-CSV-FILE
034100     ELSE
034200         PERFORM REPLACE-SANCTION-LIST.
034300
034400 REPLACE-SANCTION-LIST.
034500     CLOSE SANCTION-FILE.
034600     OPEN OUTPUT SANCTION-FILE.
034700     PERFORM LOAD-NEXT-SDN-LINE
034800         UNTIL CSV-AT-END = "Y".
034900     CLOSE SDN-CSV-FILE.
035000     OPEN INPUT ALT-CSV-FILE.
035100     MOVE "N" TO CSV-AT-END.
035200     PERFORM READ-ALT-CSV.
035300     PERFORM LOAD-NEXT-ALT-LINE
035400         UNTIL CSV-AT-END = "Y".
035500     CLOSE ALT-CSV-FILE.
035600     OPEN INPUT ADD-CSV-FILE.
035700     MOVE "N" TO CSV-AT-END.
035800     PERFORM READ-ADD-CSV.
035900     PERFORM LOAD-NEXT-ADD-LINE
036000         UNTIL CSV-AT-END = "Y".
036100     CLOSE ADD-CSV-FILE.
036200     CLOSE SANCTION-FILE.
036300     OPEN INPUT SANCTION-FILE.
036400     PERFORM PRINT-LOAD-TOTALS.
036500     DISPLAY NAME-COUNT " NAMES, "
036600             ALIAS-COUNT " ALIASES, "
036700             ADDRESS-COUNT " ADDRESSES LOADED, "
036800             REJECT-COUNT " LINES REJECTED".
036900     DISPLAY "SCREEN ALL VENDORS AGAINST THE NEW LIST".
037000
037100 READ-SDN-CSV.
037200     READ SDN-CSV-FILE INTO CSV-LINE
037300         AT END MOVE "Y" TO CSV-AT-END.
037400
037500 READ-ALT-CSV.
037600     READ ALT-CSV-FILE INTO CSV-LINE
037700         AT END MOVE "Y" TO CSV-AT-END.
037800
037900 READ-ADD-CSV.
038000     READ ADD-CSV-FILE INTO CSV-LINE
038100         AT END MOVE "Y" TO CSV-AT-END.
038200
038300*---------------------------------
038400* SDN.CSV: entry number, name,
038500* type, program, then titles and
038600* vessel details not kept.
038700*---------------------------------
038800 LOAD-NEXT-SDN-LINE.
038900     PERFORM SPLIT-CSV-LINE.
039000     IF CSV-ENTRY-NO = ZEROES
039100         ADD 1 TO REJECT-COUNT
039200     ELSE
039300         PERFORM LOAD-SDN-NAME.
039400     PERFORM READ-SDN-CSV.
039500
039600 LOAD-SDN-NAME.
039700     PERFORM START-SANCTION-RECORD.
039800     MOVE "N" TO SDN-REC-TYPE.
039900     MOVE 1 TO SDN-REC-SEQ.
040000     MOVE CSV-FIELD (2) TO SDN-TEXT.
040100     MOVE CSV-FIELD (4) TO SDN-PROGRAM.
040200     PERFORM NORMALIZE-SANCTION-TEXT.
040300     PERFORM WRITE-SANCTION-RECORD.
040400     ADD 1 TO NAME-COUNT.
040500
040600*---------------------------------
040700* ALT.CSV: entry number, alias
040800* number, alias type, alias.
040900*---------------------------------
041000 LOAD-NEXT-ALT-LINE.
041100     PERFORM SPLIT-CSV-LINE.
041200     IF CSV-ENTRY-NO = ZEROES
041300        OR CSV-FIELD (4) = SPACE
041400         ADD 1 TO REJECT-COUNT
041500     ELSE
041600         PERFORM LOAD-SDN-ALIAS.
041700     PERFORM READ-ALT-CSV.
041800
041900 LOAD-SDN-ALIAS.
042000     PERFORM START-SANCTION-RECORD.
042100     MOVE "A" TO SDN-REC-TYPE.
042200     PERFORM SET-CSV-SEQ-NO.
042300     MOVE CSV-FIELD (4) TO SDN-TEXT.
042400     PERFORM NORMALIZE-SANCTION-TEXT.
042500     PERFORM WRITE-SANCTION-RECORD.
042600     ADD 1 TO ALIAS-COUNT.
042700
042800*---------------------------------
042900* ADD.CSV: entry number, address
043000* number, street, city/state/
043100* postal code, country.
043200*---------------------------------
043300 LOAD-NEXT-ADD-LINE.
043400     PERFORM SPLIT-CSV-LINE.
043500     IF CSV-ENTRY-NO = ZEROES
043600         ADD 1 TO REJECT-COUNT
043700     ELSE
043800         PERFORM LOAD-SDN-ADDRESS.
043900     PERFORM READ-ADD-CSV.
044000
044100 LOAD-SDN-ADDRESS.
044200     PERFORM START-SANCTION-RECORD.
044300     MOVE "D" TO SDN-REC-TYPE.
044400     PERFORM SET-CSV-SEQ-NO.
044500     MOVE CSV-FIELD (3) TO SDN-TEXT.
044600     MOVE CSV-FIELD (4) TO SDN-CITY.
044700     MOVE CSV-FIELD (5) TO SDN-COUNTRY.
044800     PERFORM NORMALIZE-SANCTION-TEXT.
044900     PERFORM LOOK-UP-COUNTRY-CODE.
045000     PERFORM WRITE-SANCTION-RECORD.
045100     ADD 1 TO ADDRESS-COUNT.
045200
045300 START-SANCTION-RECORD.
045400     MOVE SPACE TO SANCTION-RECORD.
045500     MOVE CSV-ENTRY-NO TO SDN-ENTRY-NO.
045600     MOVE ZEROES TO SDN-REC-SEQ
045700                    SDN-NORM-LENGTH.
045800     MOVE TODAY-CCYYMMDD TO SDN-LOAD-DATE.
045900
046000 SET-CSV-SEQ-NO.
046100     MOVE ZEROES TO CSV-SEQ-NO.
046200     IF CSV-FIELD (2) NOT = SPACE
046300         COMPUTE CSV-SEQ-NO = FUNCTION NUMVAL(CSV-FIELD (2)).
046400     MOVE CSV-SEQ-NO TO SDN-REC-SEQ.
046500
046600 NORMALIZE-SANCTION-TEXT.
046700     MOVE SDN-TEXT TO SCREEN-NORM-INPUT.
046800     PERFORM NORMALIZE-SCREEN-TEXT.
046900     MOVE SCREEN-NORM-OUTPUT TO SDN-NORM-TEXT.
047000     MOVE SCREEN-NORM-LENGTH TO SDN-NORM-LENGTH.
047100
047200 LOOK-UP-COUNTRY-CODE.
047300     MOVE SDN-COUNTRY TO COUNTRY-NAME-WORK.
047400     INSPECT COUNTRY-NAME-WORK
047500         CONVERTING LOWER-ALPHA
047600         TO         UPPER-ALPHA.
047700     MOVE SPACE TO SDN-COUNTRY-CODE.
047800     PERFORM CHECK-ONE-COUNTRY
047900         VARYING COUNTRY-SUB FROM 1 BY 1
048000         UNTIL COUNTRY-SUB > 35
048100            OR SDN-COUNTRY-CODE NOT = SPACE.
048200
048300 CHECK-ONE-COUNTRY.
048400     IF COUNTRY-NAME-WORK = COUNTRY-TABLE-NAME (COUNTRY-SUB)
048500         MOVE COUNTRY-TABLE-CODE (COUNTRY-SUB)
048600             TO SDN-COUNTRY-CODE.
048700
048800 WRITE-SANCTION-RECORD.
048900     WRITE SANCTION-RECORD
049000         INVALID KEY
049100         ADD 1 TO REJECT-COUNT
049200         DISPLAY "DUPLICATE LIST ENTRY " SDN-KEY.
049300
049400*---------------------------------
049500* Break CSV-LINE into CSV-FIELD
049600* (1) through (6) and take the
049700* entry number from the first.
049800*---------------------------------
049900 SPLIT-CSV-LINE.
050000     MOVE SPACE TO CSV-FIELDS.
050100     MOVE 1 TO CSV-FIELD-NO.
050200     MOVE ZEROES TO CSV-OUT-SUB.
050300     MOVE "N" TO CSV-IN-QUOTES.
050400     PERFORM SPLIT-ONE-CSV-CHAR
050500         VARYING CSV-SCAN-SUB FROM 1 BY 1
050600         UNTIL CSV-SCAN-SUB > 2000
050700            OR CSV-FIELD-NO > 6.
050800     PERFORM CLEAR-NULL-CSV-FIELD
050900         VARYING CSV-FIELD-NO FROM 1 BY 1
051000         UNTIL CSV-FIELD-NO > 6.
051100     MOVE ZEROES TO CSV-ENTRY-NO.
051200     IF CSV-FIELD (1) NOT = SPACE
051300        AND CSV-FIELD (1) (1:1) NUMERIC
051400         COMPUTE CSV-ENTRY-NO = FUNCTION NUMVAL(CSV-FIELD (1)).
051500
051600 SPLIT-ONE-CSV-CHAR.
051700     MOVE CSV-LINE (CSV-SCAN-SUB:1) TO CSV-CHAR.
051800     IF CSV-CHAR = QUOTE
051900         PERFORM FLIP-CSV-QUOTES
052000     ELSE
052100     IF CSV-CHAR = "," AND CSV-IN-QUOTES = "N"
052200         ADD 1 TO CSV-FIELD-NO
052300         MOVE ZEROES TO CSV-OUT-SUB
052400     ELSE
052500     IF CSV-OUT-SUB < 100
052600         ADD 1 TO CSV-OUT-SUB
052700         MOVE CSV-CHAR
052800             TO CSV-FIELD (CSV-FIELD-NO) (CSV-OUT-SUB:1).
052900
053000 FLIP-CSV-QUOTES.
053100     IF CSV-IN-QUOTES = "Y"
053200         MOVE "N" TO CSV-IN-QUOTES
053300     ELSE
053400         MOVE "Y" TO CSV-IN-QUOTES.
053500
053600 CLEAR-NULL-CSV-FIELD.
053700     IF CSV-FIELD (CSV-FIELD-NO) = "-0-"
053800         MOVE SPACE TO CSV-FIELD (CSV-FIELD-NO).
053900
054000 PRINT-LOAD-TOTALS.
054100     MOVE "OFAC SDN LIST LOADED" TO PRINTER-RECORD.
054200     PERFORM WRITE-PRINTER-LINE.
054300     PERFORM WRITE-BLANK-LINE.
054400     MOVE "LISTED PARTIES" TO TOTAL-LABEL.
054500     MOVE NAME-COUNT TO TOTAL-COUNT.
054600     PERFORM PRINT-TOTAL-LINE.
054700     MOVE "ALIASES" TO TOTAL-LABEL.
054800     MOVE ALIAS-COUNT TO TOTAL-COUNT.
054900     PERFORM PRINT-TOTAL-LINE.
055000     MOVE "ADDRESSES" TO TOTAL-LABEL.
055100     MOVE ADDRESS-COUNT TO TOTAL-COUNT.
055200     PERFORM PRINT-TOTAL-LINE.
055300     MOVE "LINES REJECTED" TO TOTAL-LABEL.
055400     MOVE REJECT-COUNT TO TOTAL-COUNT.
055500     PERFORM PRINT-TOTAL-LINE.
055600     PERFORM WRITE-BLANK-LINE.
055700
055800*---------------------------------
055900* SCREEN - every vendor not
056000* inactive, rewritten with its
056100* hold and screening date. A
056200* hold set or released is
056300* written to the vendor change
056400* log.
056500*---------------------------------
056600 SCREEN-ALL-VENDORS.
056700     MOVE "N" TO LIST-IS-EMPTY.
056800     MOVE LOW-VALUES TO SDN-KEY.
056900     START SANCTION-FILE KEY NOT < SDN-KEY
057000         INVALID KEY
057100         MOVE "Y" TO LIST-IS-EMPTY.
057200     IF LIST-IS-EMPTY = "Y"
057300         DISPLAY "NO SANCTIONS LIST ON FILE - LOAD IT FIRST"
057400     ELSE
057500         PERFORM SCREEN-EVERY-VENDOR.
057600
057700 SCREEN-EVERY-VENDOR.
057800     MOVE ZEROES TO SCREENED-COUNT
057900                    NEW-HIT-COUNT
058000                    HELD-COUNT
058100                    RELEASED-COUNT.
058200     MOVE "SDNSCR01" TO SCREEN-FOUND-BY.
058300     MOVE "SANCTIONS SCREENING - VENDORS HELD FOR REVIEW"
058400         TO PRINTER-RECORD.
058500     PERFORM WRITE-PRINTER-LINE.
058600     PERFORM WRITE-BLANK-LINE.
058700     PERFORM READ-FIRST-VENDOR.
058800     PERFORM SCREEN-NEXT-VENDOR
058900         UNTIL VENDOR-FILE-AT-END = "Y".
059000     PERFORM WRITE-BLANK-LINE.
059100     MOVE "VENDORS SCREENED" TO TOTAL-LABEL.
059200     MOVE SCREENED-COUNT TO TOTAL-COUNT.
059300     PERFORM PRINT-TOTAL-LINE.
059400     MOVE "NEW POSSIBLE MATCHES" TO TOTAL-LABEL.
059500     MOVE NEW-HIT-COUNT TO TOTAL-COUNT.
059600     PERFORM PRINT-TOTAL-LINE.
059700     MOVE "VENDORS HELD" TO TOTAL-LABEL.
059800     MOVE HELD-COUNT TO TOTAL-COUNT.
059900     PERFORM PRINT-TOTAL-LINE.
060000     MOVE "VENDORS RELEASED" TO TOTAL-LABEL.
060100     MOVE RELEASED-COUNT TO TOTAL-COUNT.
060200     PERFORM PRINT-TOTAL-LINE.
060300     PERFORM WRITE-BLANK-LINE.
060400     DISPLAY SCREENED-COUNT " VENDORS SCREENED, "
060500             NEW-HIT-COUNT " NEW POSSIBLE MATCHES, "
060600             HELD-COUNT " VENDORS HELD".
060700
060800 SCREEN-NEXT-VENDOR.
060900     IF NOT VENDOR-IS-INACTIVE
061000         PERFORM SCREEN-ONE-VENDOR.
061100     PERFORM READ-NEXT-VENDOR.
061200
061300 SCREEN-ONE-VENDOR.
061400     MOVE VENDOR-SANCTION-HOLD TO OLD-SANCTION-HOLD.
061500     IF OLD-SANCTION-HOLD NOT = "Y"
061600         MOVE "N" TO OLD-SANCTION-HOLD.
061700     PERFORM SCREEN-THIS-VENDOR.
061800     PERFORM REWRITE-VENDOR-RECORD.
061900     ADD 1 TO SCREENED-COUNT.
062000     ADD SCREEN-NEW-HITS TO NEW-HIT-COUNT.
062100     IF VENDOR-IS-SANCTION-HELD
062200         ADD 1 TO HELD-COUNT
062300         PERFORM PRINT-HELD-VENDOR-LINE.
062400     IF OLD-SANCTION-HOLD = "Y"
062500        AND NOT VENDOR-IS-SANCTION-HELD
062600         ADD 1 TO RELEASED-COUNT.
062700     IF VENDOR-SANCTION-HOLD NOT = OLD-SANCTION-HOLD
062800         PERFORM LOG-SANCTION-HOLD-CHANGE.
062900
063000 PRINT-HELD-VENDOR-LINE.
063100     MOVE VENDOR-NUMBER TO HELD-VENDOR.
063200     MOVE VENDOR-NAME TO HELD-NAME.
063300     MOVE SCREEN-OPEN-HITS TO HELD-OPEN.
063400     MOVE SCREEN-NEW-HITS TO HELD-NEW.
063500     MOVE HELD-DETAIL-LINE TO PRINTER-RECORD.
063600     PERFORM WRITE-PRINTER-LINE.
063700
063800 LOG-SANCTION-HOLD-CHANGE.
063900     MOVE VENDOR-NUMBER TO VLOG-EVENT-VENDOR-NO.
064000     MOVE "SCREEN" TO VLOG-EVENT-ACTION.
064100     MOVE "SANCTION-HOLD" TO VLOG-EVENT-FIELD.
064200     MOVE OLD-SANCTION-HOLD TO VLOG-EVENT-OLD-VALUE.
064300     MOVE VENDOR-SANCTION-HOLD TO VLOG-EVENT-NEW-VALUE.
064400     MOVE AUDIT-EVENT-OPERATOR-ID
064500         TO VLOG-EVENT-OPERATOR-ID.
064600     PERFORM WRITE-VENDOR-LOG-RECORD.
064700
064800 REWRITE-VENDOR-RECORD.
064900     REWRITE VENDOR-RECORD
065000         INVALID KEY
065100         DISPLAY "ERROR REWRITING VENDOR RECORD".
065200     MOVE "VENDOR" TO UPDJ-FILE.
065300     MOVE "R" TO UPDJ-ACTION.
065400     MOVE VENDOR-RECORD TO UPDJ-IMAGE.
065500     PERFORM WRITE-UPDATE-JOURNAL.
065600
065700*---------------------------------
065800* QUEUE - every match still
065900* holding a vendor: open ones
066000* waiting for review and
066100* confirmed true matches.
066200*---------------------------------
066300 PRINT-REVIEW-QUEUE.
066400     MOVE ZEROES TO QUEUE-COUNT.
066500     MOVE "SANCTIONS REVIEW QUEUE - CLEAR OR CONFIRM"
066600         TO PRINTER-RECORD.
066700     PERFORM WRITE-PRINTER-LINE.
066800     MOVE "EACH MATCH IN SDNREV01" TO PRINTER-RECORD.
066900     PERFORM WRITE-PRINTER-LINE.
067000     PERFORM WRITE-BLANK-LINE.
067100     MOVE "N" TO HIT-FILE-AT-END.
067200     MOVE ZEROES TO SDNH-VENDOR
067300                    SDNH-ENTRY-NO.
067400     START SANCTION-HIT-FILE KEY NOT < SDNH-KEY
067500         INVALID KEY
067600         MOVE "Y" TO HIT-FILE-AT-END.
067700     PERFORM PRINT-NEXT-QUEUE-HIT
067800         UNTIL HIT-FILE-AT-END = "Y".
067900     PERFORM WRITE-BLANK-LINE.
068000     IF QUEUE-COUNT = ZEROES
068100         MOVE "  (NO MATCHES WAITING FOR REVIEW)"
068200             TO PRINTER-RECORD
068300         PERFORM WRITE-PRINTER-LINE.
068400     DISPLAY QUEUE-COUNT " MATCHES IN THE REVIEW QUEUE".
068500
068600 PRINT-NEXT-QUEUE-HIT.
068700     READ SANCTION-HIT-FILE NEXT RECORD
068800         AT END MOVE "Y" TO HIT-FILE-AT-END.
068900     IF HIT-FILE-AT-END NOT = "Y"
069000        AND SDNH-HOLDS-VENDOR
069100         PERFORM PRINT-QUEUE-LINE.
069200
069300 PRINT-QUEUE-LINE.
069400     MOVE SDNH-VENDOR TO QUEUE-VENDOR.
069500     MOVE SDNH-ENTRY-NO TO QUEUE-ENTRY.
069600     MOVE SDNH-SCORE TO QUEUE-SCORE.
069700     MOVE SDNH-REASONS TO QUEUE-REASONS.
069800     MOVE SDNH-SDN-NAME TO QUEUE-SDN-NAME.
069900     IF SDNH-IS-OPEN
070000         MOVE "OPEN" TO QUEUE-STATUS
070100     ELSE
070200         MOVE "CONFIRMED" TO QUEUE-STATUS.
070300     MOVE QUEUE-DETAIL-LINE TO PRINTER-RECORD.
070400     PERFORM WRITE-PRINTER-LINE.
070500     ADD 1 TO QUEUE-COUNT.
070600
070700*---------------------------------
070800* Vendor file scan routines.
070900*---------------------------------
071000 READ-FIRST-VENDOR.
071100     MOVE "N" TO VENDOR-FILE-AT-END.
071200     MOVE ZEROES TO VENDOR-NUMBER.
071300     START VENDOR-FILE KEY NOT < VENDOR-NUMBER
071400         INVALID KEY
071500         MOVE "Y" TO VENDOR-FILE-AT-END.
071600     IF VENDOR-FILE-AT-END NOT = "Y"
071700         PERFORM READ-NEXT-VENDOR.
071800
071900 READ-NEXT-VENDOR.
072000     READ VENDOR-FILE NEXT RECORD
072100         AT END MOVE "Y" TO VENDOR-FILE-AT-END.
072200
072300 PRINT-TOTAL-LINE.
072400     MOVE TOTAL-LINE TO PRINTER-RECORD.
072500     PERFORM WRITE-PRINTER-LINE.
072600
072700 WRITE-PRINTER-LINE.
072800     WRITE PRINTER-RECORD.
072900     MOVE SPACES TO PRINTER-RECORD.
073000
073100 WRITE-BLANK-LINE.
073200     MOVE SPACES TO PRINTER-RECORD.
073300     WRITE PRINTER-RECORD.
073400
073500 END-LAST-PAGE.
073600     MOVE SPACE TO PRINTER-RECORD.
073700     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
073800
073900*---------------------------------
074000* Utility routines.
074100*---------------------------------
074200     COPY "PLSIGN01.CBL".
074300     COPY "PLUPDJ01.CBL".
074400     COPY "PLVLOG01.CBL".
074500     COPY "PLSDN01.CBL".
