001900* variance and percent
002000* attained per month and for
002100* the year.
002112* A month is marked PROMO when
002124* a promotion on the promotion
002136* calendar ran in it for a
002148* slot inside the filter, so a
002160* plan built on a promoted
002172* month is not read as the
002184* run rate.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002700     COPY "SLSHIST.CBL".
002800
002900     COPY "SLSPLAN.CBL".
002933
002966     COPY "SLPROMO.CBL".
003000
003100     SELECT PRINTER-FILE
003200         ASSIGN TO PRINTER
003800     COPY "FDSHIST.CBL".
003900
004000     COPY "FDSPLAN.CBL".
004033
004066     COPY "FDPROMO.CBL".
004100
004200 FD  PRINTER-FILE
004300     LABEL RECORDS ARE OMITTED.
004800 77  HISTORY-FILE-AT-END     PIC X.
004900 77  PLAN-FILE-AT-END        PIC X.
005000 77  RECORD-IN-FILTER        PIC X.
005016 77  PROMO-FILE-AT-END       PIC X.
005032 77  PROMO-IN-FILTER         PIC X.
005048 77  PROMO-SLOT-SUB          PIC 9(2).
005064 77  MONTH-FIRST-DATE        PIC 9(8).
005080 77  MONTH-LAST-DATE         PIC 9(8).
005100
005200 77  REPORT-YEAR             PIC 9(4).
005300 77  FILTER-STORE            PIC 9(2).
006600                               OCCURS 12 TIMES.
006700     05  ACTUAL-MONTH-TOTAL    PIC S9(9)V99
006800                               OCCURS 12 TIMES.
006833     05  PROMO-MONTH-FLAG      PIC X
006866                               OCCURS 12 TIMES.
006900 77  PLAN-YEAR-TOTAL         PIC S9(9)V99  VALUE ZEROES.
007000 77  ACTUAL-YEAR-TOTAL       PIC S9(9)V99  VALUE ZEROES.
007100 77  MONTH-VARIANCE          PIC S9(9)V99.
008500     05  PRINT-VARIANCE    PIC ZZZ,ZZZ,ZZ9.99-.
008600     05  FILLER            PIC X(1)  VALUE SPACE.
008700     05  PRINT-ATTAINED    PIC ZZZ9.9-.
008733     05  FILLER            PIC X(1)  VALUE SPACE.
008766     05  PRINT-PROMO-MARK  PIC X(5).
008800
008900 01  TOTAL-LINE.
009000     05  FILLER            PIC X(4)  VALUE "TOT".
010200     05  FILLER         PIC X(16) VALUE "        ACTUAL".
010300     05  FILLER         PIC X(16) VALUE "      VARIANCE".
010400     05  FILLER         PIC X(8)  VALUE "  PCT".
010450     05  FILLER         PIC X(5)  VALUE "PROMO".
010500
010600 01  TITLE-LINE.
010700     05  FILLER              PIC X(16) VALUE SPACE.
014100         UNTIL MONTH-SUB > 12.
014200     PERFORM TALLY-PLAN-FILE.
014300     PERFORM TALLY-HISTORY-FILE.
014350     PERFORM TALLY-PROMOTION-FILE.
014400     PERFORM PRINT-THE-REPORT.
014500
014600 GET-REPORT-OPTIONS.
015800 INIT-MONTH-TOTALS.
015900     MOVE ZEROES TO PLAN-MONTH-TOTAL (MONTH-SUB)
016000                    ACTUAL-MONTH-TOTAL (MONTH-SUB).
016050     MOVE "N" TO PROMO-MONTH-FLAG (MONTH-SUB).
016100
016200 TALLY-PLAN-FILE.
016300     OPEN I-O SALES-PLAN-FILE.
024600         ADD HIST-AMOUNT
024700             TO ACTUAL-MONTH-TOTAL (MONTH-SUB)
024800         ADD HIST-AMOUNT TO ACTUAL-YEAR-TOTAL.
024801
024802*---------------------------------
024803* A promotion counts when one of
024804* its slots falls inside the
024805* filter - a zero on either
024806* side matches anything - and
024807* its dates overlap the month.
024808*---------------------------------
024809 TALLY-PROMOTION-FILE.
024810     OPEN INPUT PROMOTION-FILE.
024811     MOVE "N" TO PROMO-FILE-AT-END.
024812     MOVE ZEROES TO PROMO-ID.
024813     START PROMOTION-FILE KEY NOT < PROMO-ID
024814         INVALID KEY
024815         MOVE "Y" TO PROMO-FILE-AT-END.
024816     PERFORM TALLY-NEXT-PROMOTION
024817         UNTIL PROMO-FILE-AT-END = "Y".
024818     CLOSE PROMOTION-FILE.
024819
024820 TALLY-NEXT-PROMOTION.
024821     READ PROMOTION-FILE NEXT RECORD
024822         AT END MOVE "Y" TO PROMO-FILE-AT-END.
024823     IF PROMO-FILE-AT-END NOT = "Y"
024824         PERFORM CHECK-PROMOTION-FILTER
024825         IF PROMO-IN-FILTER = "Y"
024826             PERFORM MARK-PROMOTION-MONTH
024827                 VARYING MONTH-SUB FROM 1 BY 1
024828                 UNTIL MONTH-SUB > 12.
024829
024830 CHECK-PROMOTION-FILTER.
024831     MOVE "N" TO PROMO-IN-FILTER.
024832     PERFORM CHECK-ONE-PROMOTION-SLOT
024833         VARYING PROMO-SLOT-SUB FROM 1 BY 1
024834         UNTIL PROMO-SLOT-SUB > PROMO-SLOT-COUNT.
024835
024836 CHECK-ONE-PROMOTION-SLOT.
024837     IF (FILTER-STORE = ZEROES
024838         OR PROMO-SLOT-STORE (PROMO-SLOT-SUB) = ZEROES
024839         OR PROMO-SLOT-STORE (PROMO-SLOT-SUB) = FILTER-STORE)
024840        AND (FILTER-DIVISION = ZEROES
024841         OR PROMO-SLOT-DIVISION (PROMO-SLOT-SUB)
024842            = FILTER-DIVISION)
024843        AND (FILTER-DEPARTMENT = ZEROES
024844         OR PROMO-SLOT-DEPARTMENT (PROMO-SLOT-SUB)
024845            = FILTER-DEPARTMENT)
024846        AND (FILTER-CATEGORY = ZEROES
024847         OR PROMO-SLOT-CATEGORY (PROMO-SLOT-SUB)
024848            = FILTER-CATEGORY)
024849         MOVE "Y" TO PROMO-IN-FILTER.
024850
024851 MARK-PROMOTION-MONTH.
024852     COMPUTE MONTH-FIRST-DATE =
024853         REPORT-YEAR * 10000 + MONTH-SUB * 100 + 1.
024854     COMPUTE MONTH-LAST-DATE = MONTH-FIRST-DATE + 30.
024855     IF PROMO-START-DATE NOT > MONTH-LAST-DATE
024856        AND PROMO-END-DATE NOT < MONTH-FIRST-DATE
024857         MOVE "Y" TO PROMO-MONTH-FLAG (MONTH-SUB).
024900
025000 PRINT-THE-REPORT.
025100     OPEN OUTPUT PRINTER-FILE.
027400             (ACTUAL-MONTH-TOTAL (MONTH-SUB)
027500              / PLAN-MONTH-TOTAL (MONTH-SUB)) * 100
027600         MOVE ATTAINED-PERCENT TO PRINT-ATTAINED.
027633     IF PROMO-MONTH-FLAG (MONTH-SUB) = "Y"
027666         MOVE "PROMO" TO PRINT-PROMO-MARK.
027700     MOVE DETAIL-LINE TO PRINTER-RECORD.
027800     PERFORM WRITE-TO-PRINTER.
027900
