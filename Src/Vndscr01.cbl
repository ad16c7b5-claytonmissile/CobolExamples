002200* built from holds, lost
002300* discounts, finance charges
002400* and slow payment.
002420*
002440* Rolled up to parent vendor,
002460* each line is a whole vendor
002480* family under its head.
002500*---------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
005900 77  SCORE-SUB               PIC 9(3).
006000 77  SWAP-SUB                PIC 9(3).
006100 77  SLOTS-ARE-FULL          PIC X     VALUE "N".
006150 77  SCORE-VENDOR            PIC 9(5).
006200 01  SCORE-TABLE.
006300     05  SCORE-ENTRY OCCURS 200 TIMES.
006400         10  SCR-VENDOR          PIC 9(5).
010700
010800 01  TITLE-LINE.
010900     05  FILLER              PIC X(18) VALUE SPACE.
011000     05  PRINT-REPORT-TITLE  PIC X(28)
011100         VALUE "VENDOR PERFORMANCE SCORECARD".
011200     05  FILLER              PIC X(6)  VALUE " FROM ".
011300     05  PRINT-FROM-DATE     PIC 9(8).
012500     COPY "WSCASE01.CBL".
012600
012700     COPY "WSDATE01.CBL".
012730
012760     COPY "WSFAM01.CBL".
012800
012900 PROCEDURE DIVISION.
013000 PROGRAM-BEGIN.
015100
015200 MAIN-PROCESS.
015300     PERFORM GET-REPORT-RANGE.
015310     PERFORM GET-FAMILY-ROLL-UP.
015320     IF FAMILY-ROLL-UP = "Y"
015330         MOVE "VENDOR FAMILY SCORECARD"
015340           TO PRINT-REPORT-TITLE
015350         PERFORM LOAD-FAMILY-TABLE.
015400     PERFORM TALLY-ALL-VOUCHERS.
015500     PERFORM COMPUTE-ALL-SCORES.
015600     PERFORM RANK-WORST-FIRST.
017100 TALLY-NEXT-VOUCHER.
017200     IF VOUCHER-DATE NOT < RANGE-START-DATE
017300        AND VOUCHER-DATE NOT > RANGE-END-DATE
017350        AND NOT VOUCHER-PAYS-EMPLOYEE
017400         PERFORM TALLY-THIS-VOUCHER.
017500     PERFORM READ-NEXT-VOUCHER-RECORD.
017600
017700 TALLY-THIS-VOUCHER.
017710     MOVE VOUCHER-VENDOR TO SCORE-VENDOR.
017720     IF FAMILY-ROLL-UP = "Y"
017730         MOVE VOUCHER-VENDOR TO FAMILY-VENDOR
017740         PERFORM FIND-FAMILY-HEAD
017750         MOVE FAMILY-HEAD TO SCORE-VENDOR.
017800     PERFORM FIND-SCORE-SLOT.
017900     IF SCORE-SUB NOT > 200
018000         PERFORM ADD-VOUCHER-TO-SLOT.
020700     MOVE 1 TO SCORE-SUB.
020800     PERFORM BUMP-SCORE-SUB
020900         UNTIL SCORE-SUB > SCORE-SLOT-COUNT
021000            OR SCR-VENDOR (SCORE-SUB) = SCORE-VENDOR.
021100     IF SCORE-SUB > SCORE-SLOT-COUNT
021200         PERFORM OPEN-SCORE-SLOT.
021300
021900         ADD 1 TO SCORE-SLOT-COUNT
022000         MOVE SCORE-SLOT-COUNT TO SCORE-SUB
022100         MOVE SPACE TO SCORE-ENTRY (SCORE-SUB)
022200         MOVE SCORE-VENDOR TO SCR-VENDOR (SCORE-SUB)
022300         MOVE ZEROES TO SCR-INVOICE-COUNT (SCORE-SUB)
022400                        SCR-INVOICE-TOTAL (SCORE-SUB)
022500                        SCR-HOLD-COUNT (SCORE-SUB)
999100* Utility routines.
999200*---------------------------------
999300     COPY "PLDATE01.CBL".
999400
999500     COPY "PLFAM01.CBL".
