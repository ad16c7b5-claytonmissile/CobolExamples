002400*    against discounts
002500*    offered on the vouchers
002600*    paid that month)
002610*  - for paid invoices that
002620*    came in through the
002630*    receipt log, average days
002640*    from receipt to entry,
002650*    entry to approval, and
002660*    approval to payment
002700*
002800* Everything comes off the
002900* check register and the
003000* live and archived voucher
003100* files - the morning of
003200* assembly work, retired.
003210* The cycle times add the
003220* invoice receipt log and the
003230* approvals on the voucher
003240* audit trail.
003300*---------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
004000     COPY "SLVOUCH.CBL".
004100
004200     COPY "SLVCHARC.CBL".
004250
004300     COPY "SLINVL.CBL".
004320
004340     COPY "SLAUDIT.CBL".
004370
004400     SELECT PRINTER-FILE
004500         ASSIGN TO PRINTER
004600         ORGANIZATION IS LINE SEQUENTIAL.
005300     COPY "FDVOUCH.CBL".
005400
005500     COPY "FDVCHARC.CBL".
005550
005600     COPY "FDINVL.CBL".
005620
005640     COPY "FDAUDIT.CBL".
005670
005700 FD  PRINTER-FILE
005800     LABEL RECORDS ARE OMITTED.
005900 01  PRINTER-RECORD             PIC X(80).
006300 77  CHECK-REG-AT-END        PIC X.
006400 77  VOUCHER-FILE-AT-END     PIC X.
006500 77  ARCHIVE-FILE-AT-END     PIC X.
006510 77  INVL-FILE-AT-END        PIC X.
006520 77  AUDIT-FILE-AT-END       PIC X.
006600
006700 01  REPORT-PERIOD           PIC 9(6).
006800 01  REPORT-PERIOD-FIELDS REDEFINES REPORT-PERIOD.
009500         10  MET-PAID-COUNT      PIC 9(5).
009600         10  MET-DISC-OFFERED    PIC 9(5).
009700         10  MET-DISC-TAKEN      PIC 9(5).
009710         10  MET-CYCLE-COUNT     PIC 9(5).
009720         10  MET-CYCLE-DAYS      PIC S9(7) OCCURS 3 TIMES.
009800
009900 77  VOUCHER-PAY-DAYS        PIC S9(5).
010000 77  AVERAGE-WORK            PIC S9(7)V99.
010100 77  RATE-WORK               PIC 9(3)V9.
010104
010108*---------------------------------
010112* Invoice cycle legs: 1 =
010116* receipt to entry, 2 = entry
010120* to approval, 3 = approval to
010124* payment. The table holds the
010128* vouchered receipt log entries
010132* recent enough to have been
010136* paid in one of the periods,
010140* with the latest approval the
010144* audit trail shows for each.
010148*---------------------------------
010152 77  LEG-SUB                 PIC 9.
010156 01  CYCLE-AVERAGE-TABLE.
010160     05  CYCLE-AVERAGE       PIC S9(7)V99 OCCURS 3 TIMES.
010164
010168 01  CYCLE-TABLE.
010172     05  CYCLE-ENTRY OCCURS 5000 TIMES.
010176         10  CYC-VOUCHER         PIC 9(5).
010180         10  CYC-RECEIVED-DATE   PIC 9(8).
010184         10  CYC-MATCHED-DATE    PIC 9(8).
010188         10  CYC-APPROVED-DATE   PIC 9(8).
010192 77  CYCLE-COUNT             PIC 9(4)  VALUE ZERO.
010196 77  CYC-SUB                 PIC 9(4).
010200 77  CYC-FOUND               PIC X.
010204 77  CYCLE-FROM-DATE         PIC 9(8).
010208 77  CYCLE-VOUCHER           PIC 9(5).
010212 77  CYCLE-RECEIVED-DATE     PIC 9(8).
010216 77  CYCLE-ENTERED-DATE      PIC 9(8).
010220 77  CYCLE-APPROVED-DATE     PIC 9(8).
010224 77  CYCLE-PAID-DATE         PIC 9(8).
010228 77  CYCLE-LEG-DAYS          PIC S9(5).
010232
010236 01  AUDIT-LINE-FIELDS.
010240     05  ALIN-VOUCHER-NO     PIC X(5).
010244     05  ALIN-VENDOR-NO      PIC X(5).
010248     05  ALIN-ACTION         PIC X(10).
010252     05  ALIN-DATE-TIME      PIC X(14).
010256     05  ALIN-AMOUNT         PIC X(11).
010260     05  ALIN-OPERATOR       PIC X(8).
010264     05  ALIN-OLD-VALUE      PIC X(10).
010268     05  ALIN-NEW-VALUE      PIC X(10).
010272 77  TRAIL-VOUCHER-NO        PIC 9(5).
010276
010300 01  METRIC-LINE.
010400     05  MET-LABEL         PIC X(24).
010500     05  MET-VALUE-1       PIC ZZ,ZZZ,ZZ9.99-.
014000     OPEN I-O CHECK-REG-FILE.
014100     OPEN I-O VOUCHER-FILE.
014200     OPEN I-O ARCHIVE-FILE.
014250     OPEN I-O INVOICE-LOG-FILE.
014300     OPEN OUTPUT PRINTER-FILE.
014400
014500 CLOSING-PROCEDURE.
014600     CLOSE CHECK-REG-FILE.
014700     CLOSE VOUCHER-FILE.
014800     CLOSE ARCHIVE-FILE.
014850     CLOSE INVOICE-LOG-FILE.
014900     PERFORM FORM-FEED.
015000     CLOSE PRINTER-FILE.
015100
015200 MAIN-PROCESS.
015300     PERFORM GET-REPORT-PERIOD.
015400     PERFORM SET-PERIOD-SLOTS.
015450     PERFORM LOAD-CYCLE-TABLE.
015500     PERFORM TALLY-CHECK-REGISTER.
015600     PERFORM TALLY-LIVE-VOUCHERS.
015700     PERFORM TALLY-ARCHIVED-VOUCHERS.
019700                    MET-PAY-DAYS (SLOT-SUB)
019800                    MET-PAID-COUNT (SLOT-SUB)
019900                    MET-DISC-OFFERED (SLOT-SUB)
020000                    MET-DISC-TAKEN (SLOT-SUB)
020001                    MET-CYCLE-COUNT (SLOT-SUB)
020002                    MET-CYCLE-DAYS (SLOT-SUB, 1)
020003                    MET-CYCLE-DAYS (SLOT-SUB, 2)
020004                    MET-CYCLE-DAYS (SLOT-SUB, 3).
020005
020006*---------------------------------
020007* A voucher paid a year before
020008* the report month may have
020009* been keyed months earlier
020010* still, so log entries matched
020011* in the two years up to the
020012* report month are kept. One
020013* pass of the audit trail then
020014* picks up each one's latest
020015* approval.
020016*---------------------------------
020017 LOAD-CYCLE-TABLE.
020018     MOVE ZEROES TO CYCLE-COUNT.
020019     MOVE MET-PERIOD (3) TO WORK-PERIOD.
020020     SUBTRACT 1 FROM WORK-PERIOD-YEAR.
020021     MOVE WORK-PERIOD TO CYCLE-FROM-DATE (1:6).
020022     MOVE "01" TO CYCLE-FROM-DATE (7:2).
020023     MOVE "N" TO INVL-FILE-AT-END.
020024     MOVE ZEROES TO INVL-NUMBER.
020025     START INVOICE-LOG-FILE KEY NOT < INVL-NUMBER
020026         INVALID KEY
020027         MOVE "Y" TO INVL-FILE-AT-END.
020028     PERFORM LOAD-NEXT-LOG-ENTRY
020029         UNTIL INVL-FILE-AT-END = "Y".
020030     IF CYCLE-COUNT NOT = ZEROES
020031         PERFORM LOOK-UP-APPROVALS.
020032
020033 LOAD-NEXT-LOG-ENTRY.
020034     READ INVOICE-LOG-FILE NEXT RECORD
020035         AT END MOVE "Y" TO INVL-FILE-AT-END.
020036     IF INVL-FILE-AT-END NOT = "Y"
020037        AND INVL-IS-VOUCHERED
020038        AND INVL-MATCHED-DATE NOT < CYCLE-FROM-DATE
020039        AND INVL-MATCHED-DATE (1:6) NOT > MET-PERIOD (1)
020040         PERFORM ADD-CYCLE-ENTRY.
020041
020042*---------------------------------
020043* A voucher number the pool has
020044* handed out twice in the window
020045* keeps only its later log
020046* entry.
020047*---------------------------------
020048 ADD-CYCLE-ENTRY.
020049     MOVE INVL-VOUCHER TO CYCLE-VOUCHER.
020050     PERFORM FIND-CYCLE-ENTRY.
020051     IF CYC-FOUND NOT = "Y"
020052        AND CYCLE-COUNT < 5000
020053         ADD 1 TO CYCLE-COUNT
020054         MOVE CYCLE-COUNT TO CYC-SUB
020055         MOVE "Y" TO CYC-FOUND.
020056     IF CYC-FOUND = "Y"
020057        AND INVL-MATCHED-DATE NOT < CYC-MATCHED-DATE (CYC-SUB)
020058         MOVE INVL-VOUCHER TO CYC-VOUCHER (CYC-SUB)
020059         MOVE INVL-RECEIVED-DATE TO CYC-RECEIVED-DATE (CYC-SUB)
020060         MOVE INVL-MATCHED-DATE TO CYC-MATCHED-DATE (CYC-SUB)
020061         MOVE ZEROES TO CYC-APPROVED-DATE (CYC-SUB).
020062
020063 FIND-CYCLE-ENTRY.
020064     MOVE "N" TO CYC-FOUND.
020065     PERFORM TEST-ONE-CYCLE-ENTRY
020066         VARYING CYC-SUB FROM 1 BY 1
020067         UNTIL CYC-SUB > CYCLE-COUNT
020068            OR CYC-FOUND = "Y".
020069     IF CYC-FOUND = "Y"
020070         SUBTRACT 1 FROM CYC-SUB.
020071
020072 TEST-ONE-CYCLE-ENTRY.
020073     IF CYC-VOUCHER (CYC-SUB) = CYCLE-VOUCHER
020074         MOVE "Y" TO CYC-FOUND.
020075
020076 LOOK-UP-APPROVALS.
020077     OPEN INPUT AUDIT-FILE.
020078     MOVE "N" TO AUDIT-FILE-AT-END.
020079     PERFORM TAKE-NEXT-TRAIL-LINE
020080         UNTIL AUDIT-FILE-AT-END = "Y".
020081     CLOSE AUDIT-FILE.
020082
020083 TAKE-NEXT-TRAIL-LINE.
020084     READ AUDIT-FILE
020085         AT END MOVE "Y" TO AUDIT-FILE-AT-END.
020086     IF AUDIT-FILE-AT-END NOT = "Y"
020087         PERFORM PARSE-TRAIL-LINE.
020088     IF AUDIT-FILE-AT-END NOT = "Y"
020089        AND ALIN-ACTION = "APPROVED"
020090         PERFORM TAKE-THIS-TRAIL-LINE.
020091
020092 PARSE-TRAIL-LINE.
020093     MOVE SPACE TO AUDIT-LINE-FIELDS.
020094     UNSTRING AUDIT-RECORD
020095         DELIMITED BY ","
020096         INTO ALIN-VOUCHER-NO
020097              ALIN-VENDOR-NO
020098              ALIN-ACTION
020099              ALIN-DATE-TIME
020100              ALIN-AMOUNT
020101              ALIN-OPERATOR
020102              ALIN-OLD-VALUE
020103              ALIN-NEW-VALUE.
020104
020105*---------------------------------
020106* The latest approval on the
020107* trail wins; one dated before
020108* the log entry was matched
020109* belongs to an earlier use of
020110* the voucher number.
020111*---------------------------------
020112 TAKE-THIS-TRAIL-LINE.
020113     MOVE ALIN-VOUCHER-NO TO TRAIL-VOUCHER-NO.
020114     MOVE TRAIL-VOUCHER-NO TO CYCLE-VOUCHER.
020115     PERFORM FIND-CYCLE-ENTRY.
020116     IF CYC-FOUND = "Y"
020117        AND ALIN-DATE-TIME (1:8)
020118            NOT < CYC-MATCHED-DATE (CYC-SUB)
020119         MOVE ALIN-DATE-TIME (1:8)
020120             TO CYC-APPROVED-DATE (CYC-SUB).
020121
020200*---------------------------------
020300* The register carries the
020400* checks, the split between
023700             TO MET-VOID-TOTAL (SLOT-SUB).
023800
023900 SPLIT-BY-PAY-METHOD.
024000     IF CHECK-WAS-EFT OR CHECK-WAS-WIRE
024100         ADD CHECK-REG-AMOUNT
024200             TO MET-EFT-TOTAL (SLOT-SUB)
024300     ELSE
027700         ADD VOUCHER-PAY-DAYS
027800             TO MET-PAY-DAYS (SLOT-SUB)
027900         ADD 1 TO MET-PAID-COUNT (SLOT-SUB)
028000         PERFORM COUNT-LIVE-DISCOUNT
028050         PERFORM TIME-LIVE-CYCLE.
028100
028200 COUNT-LIVE-DISCOUNT.
028300     IF VOUCHER-DISC-PERCENT NOT = ZEROES
028400         ADD 1 TO MET-DISC-OFFERED (SLOT-SUB).
028500     IF VOUCHER-DISC-TAKEN NOT = ZEROES
028600         ADD 1 TO MET-DISC-TAKEN (SLOT-SUB).
028614
028628 TIME-LIVE-CYCLE.
028642     MOVE VOUCHER-NUMBER TO CYCLE-VOUCHER.
028656     MOVE VOUCHER-ENTERED-DATE TO CYCLE-ENTERED-DATE.
028670     MOVE VOUCHER-PAID-DATE TO CYCLE-PAID-DATE.
028684     PERFORM TIME-THE-CYCLE.
028700
028800 TALLY-ARCHIVED-VOUCHERS.
028900     MOVE "N" TO ARCHIVE-FILE-AT-END.
031200         ADD VOUCHER-PAY-DAYS
031300             TO MET-PAY-DAYS (SLOT-SUB)
031400         ADD 1 TO MET-PAID-COUNT (SLOT-SUB)
031500         PERFORM COUNT-ARCHIVED-DISCOUNT
031550         PERFORM TIME-ARCHIVED-CYCLE.
031600
031700 COUNT-ARCHIVED-DISCOUNT.
031800     IF ARCH-DISC-PERCENT NOT = ZEROES
031900         ADD 1 TO MET-DISC-OFFERED (SLOT-SUB).
032000     IF ARCH-DISC-TAKEN NOT = ZEROES
032100         ADD 1 TO MET-DISC-TAKEN (SLOT-SUB).
032101
032102 TIME-ARCHIVED-CYCLE.
032103     MOVE ARCH-NUMBER TO CYCLE-VOUCHER.
032104     MOVE ARCH-ENTERED-DATE TO CYCLE-ENTERED-DATE.
032105     MOVE ARCH-PAID-DATE TO CYCLE-PAID-DATE.
032106     PERFORM TIME-THE-CYCLE.
032107
032108*---------------------------------
032109* Only a voucher that came in
032110* through the receipt log is
032111* timed. A voucher entered
032112* under the approval threshold
032113* has no approval on the trail
032114* and counts as approved the
032115* day it was entered; one with
032116* no entry date on it falls
032117* back on the day its log entry
032118* was matched.
032119*---------------------------------
032120 TIME-THE-CYCLE.
032121     PERFORM FIND-CYCLE-ENTRY.
032122     IF CYC-FOUND = "Y"
032123        AND CYC-MATCHED-DATE (CYC-SUB) NOT > CYCLE-PAID-DATE
032124         PERFORM ADD-CYCLE-LEGS.
032125
032126 ADD-CYCLE-LEGS.
032127     IF CYCLE-ENTERED-DATE = ZEROES
032128        OR CYCLE-ENTERED-DATE > CYCLE-PAID-DATE
032129         MOVE CYC-MATCHED-DATE (CYC-SUB) TO CYCLE-ENTERED-DATE.
032130     MOVE CYC-RECEIVED-DATE (CYC-SUB) TO CYCLE-RECEIVED-DATE.
032131     IF CYCLE-RECEIVED-DATE = ZEROES
032132        OR CYCLE-RECEIVED-DATE > CYCLE-ENTERED-DATE
032133         MOVE CYCLE-ENTERED-DATE TO CYCLE-RECEIVED-DATE.
032134     MOVE CYC-APPROVED-DATE (CYC-SUB) TO CYCLE-APPROVED-DATE.
032135     IF CYCLE-APPROVED-DATE < CYCLE-ENTERED-DATE
032136         MOVE CYCLE-ENTERED-DATE TO CYCLE-APPROVED-DATE.
032137     IF CYCLE-APPROVED-DATE > CYCLE-PAID-DATE
032138         MOVE CYCLE-PAID-DATE TO CYCLE-APPROVED-DATE.
032139     ADD 1 TO MET-CYCLE-COUNT (SLOT-SUB).
032140     COMPUTE CYCLE-LEG-DAYS =
032141         FUNCTION INTEGER-OF-DATE(CYCLE-ENTERED-DATE)
032142         - FUNCTION INTEGER-OF-DATE(CYCLE-RECEIVED-DATE).
032143     ADD CYCLE-LEG-DAYS TO MET-CYCLE-DAYS (SLOT-SUB, 1).
032144     COMPUTE CYCLE-LEG-DAYS =
032145         FUNCTION INTEGER-OF-DATE(CYCLE-APPROVED-DATE)
032146         - FUNCTION INTEGER-OF-DATE(CYCLE-ENTERED-DATE).
032147     ADD CYCLE-LEG-DAYS TO MET-CYCLE-DAYS (SLOT-SUB, 2).
032148     COMPUTE CYCLE-LEG-DAYS =
032149         FUNCTION INTEGER-OF-DATE(CYCLE-PAID-DATE)
032150         - FUNCTION INTEGER-OF-DATE(CYCLE-APPROVED-DATE).
032151     ADD CYCLE-LEG-DAYS TO MET-CYCLE-DAYS (SLOT-SUB, 3).
032200
032300*---------------------------------
032400* The page: one metric per
035300     PERFORM PRINT-DPO-METRIC.
035400     MOVE "DISCOUNT CAPTURE PCT" TO MET-LABEL.
035500     PERFORM PRINT-CAPTURE-METRIC.
035508     MOVE "LOGGED INVOICES PAID" TO MET-LABEL.
035516     PERFORM PRINT-COUNT-METRIC-CYCLE.
035524     MOVE 1 TO LEG-SUB.
035532     MOVE "AVG DAYS RECEIPT-ENTRY" TO MET-LABEL.
035540     PERFORM PRINT-CYCLE-METRIC.
035548     MOVE 2 TO LEG-SUB.
035556     MOVE "AVG DAYS ENTRY-APPROVAL" TO MET-LABEL.
035564     PERFORM PRINT-CYCLE-METRIC.
035572     MOVE 3 TO LEG-SUB.
035580     MOVE "AVG DAYS APPROVAL-PAY" TO MET-LABEL.
035588     PERFORM PRINT-CYCLE-METRIC.
035600
035700 PRINT-COUNT-METRIC-CHECKS.
035800     MOVE MET-CHECK-COUNT (1) TO MET-VALUE-1.
048200             (MET-DISC-TAKEN (3)
048300              / MET-DISC-OFFERED (3)) * 100
048400         MOVE RATE-WORK TO MET-VALUE-3.
048404
048408 PRINT-COUNT-METRIC-CYCLE.
048412     MOVE MET-CYCLE-COUNT (1) TO MET-VALUE-1.
048416     MOVE MET-CYCLE-COUNT (2) TO MET-VALUE-2.
048420     MOVE MET-CYCLE-COUNT (3) TO MET-VALUE-3.
048424     PERFORM WRITE-METRIC-LINE.
048428
048432 PRINT-CYCLE-METRIC.
048436     PERFORM SET-CYCLE-AVERAGE
048440         VARYING SLOT-SUB FROM 1 BY 1
048444         UNTIL SLOT-SUB > 3.
048448     MOVE CYCLE-AVERAGE (1) TO MET-VALUE-1.
048452     MOVE CYCLE-AVERAGE (2) TO MET-VALUE-2.
048456     MOVE CYCLE-AVERAGE (3) TO MET-VALUE-3.
048460     PERFORM WRITE-METRIC-LINE.
048464
048468 SET-CYCLE-AVERAGE.
048472     IF MET-CYCLE-COUNT (SLOT-SUB) = ZEROES
048476         MOVE ZEROES TO CYCLE-AVERAGE (SLOT-SUB)
048480     ELSE
048484         COMPUTE CYCLE-AVERAGE (SLOT-SUB) ROUNDED =
048488             MET-CYCLE-DAYS (SLOT-SUB, LEG-SUB)
048492             / MET-CYCLE-COUNT (SLOT-SUB).
048500
048600 WRITE-METRIC-LINE.
048700     MOVE METRIC-LINE TO PRINTER-RECORD.
