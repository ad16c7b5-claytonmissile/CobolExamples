000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BWSTAT01.
000300*---------------------------------
000400* Nightly batch window state.
000500*
000600* CALLed USING the call area in
000700* WSSIGN01. "Q" only asks; "O"
000800* marks the window open (the
000900* nightly driver, as its first
001000* leg starts); "C" marks it
001100* closed when the cycle ends;
001200* "F" is the override that
001300* clears a window a crashed run
001400* left open. Every request
001500* hands back the state, when
001600* the window opened, and
001700* whether the warning period
001800* before the scheduled start in
001900* the run parameters has begun.
002000*
002100* The program stays loaded for
002200* the life of the run unit, so
002300* it remembers opening the
002400* window itself: the driver's
002500* own legs, signing on at the
002600* console, are told they own
002700* the window and keep their
002800* authority.
002900*---------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400     COPY "SLBWIN.CBL".
003500
003600     COPY "SLRPRM.CBL".
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000
004100     COPY "FDBWIN.CBL".
004200
004300     COPY "FDRPRM.CBL".
004400
004500 WORKING-STORAGE SECTION.
004600
004700 77  WINDOW-FILE-AT-END      PIC X.
004800 77  RPRM-FILE-AT-END        PIC X.
004900 77  WINDOW-OPENED-HERE      PIC X     VALUE "N".
005000
005100 77  CLOCK-MINUTES           PIC 9(4).
005200 77  START-MINUTES           PIC 9(4).
005300 77  MINUTES-TO-START        PIC S9(4).
005400
005500 01  WINDOW-START-HHMM       PIC 9(4).
005600 01  FILLER REDEFINES WINDOW-START-HHMM.
005700     05  WINDOW-START-HH     PIC 99.
005800     05  WINDOW-START-MM     PIC 99.
005900
006000 01  CLOCK-HHMM              PIC 9(4).
006100 01  FILLER REDEFINES CLOCK-HHMM.
006200     05  CLOCK-HH            PIC 99.
006300     05  CLOCK-MM            PIC 99.
006400
006500 LINKAGE SECTION.
006600
006700*---------------------------------
006800* The same layout as
006900* BATCH-WINDOW-CALL in WSSIGN01.
007000*---------------------------------
007100 01  BATCH-WINDOW-CALL.
007200     05  BATCH-WINDOW-REQUEST PIC X.
007300         88  BATCH-WINDOW-ASK         VALUE "Q".
007400         88  BATCH-WINDOW-OPEN-IT     VALUE "O".
007500         88  BATCH-WINDOW-CLOSE-IT    VALUE "C".
007600         88  BATCH-WINDOW-FORCE-IT    VALUE "F".
007700     05  BATCH-WINDOW-BY      PIC X(8).
007800     05  BATCH-WINDOW-STATE   PIC X.
007900         88  BATCH-WINDOW-IS-OPEN     VALUE "O".
008000     05  BATCH-WINDOW-OWNER   PIC X.
008100     05  BATCH-WINDOW-OPEN-DATE
008200                              PIC 9(8).
008300     05  BATCH-WINDOW-OPEN-TIME
008400                              PIC 9(6).
008500     05  BATCH-WINDOW-WARN    PIC X.
008600     05  BATCH-WINDOW-START-HH
008700                              PIC 99.
008800     05  BATCH-WINDOW-START-MM
008900                              PIC 99.
009000
009100 PROCEDURE DIVISION USING BATCH-WINDOW-CALL.
009200 PROGRAM-BEGIN.
009300     PERFORM LOAD-WINDOW-RECORD.
009400     IF BATCH-WINDOW-OPEN-IT
009500         PERFORM OPEN-THE-WINDOW
009600     ELSE
009700     IF BATCH-WINDOW-CLOSE-IT
009800        OR BATCH-WINDOW-FORCE-IT
009900         PERFORM CLOSE-THE-WINDOW.
010000     PERFORM RETURN-WINDOW-STATE.
010100     PERFORM CHECK-WINDOW-WARNING.
010200
010300 PROGRAM-EXIT.
010400     EXIT PROGRAM.
010500
010600 PROGRAM-DONE.
010700     STOP RUN.
010800
010900*---------------------------------
011000* No file, or an empty one, is a
011100* window that has never been
011200* opened.
011300*---------------------------------
011400 LOAD-WINDOW-RECORD.
011500     OPEN INPUT BATCH-WINDOW-FILE.
011600     MOVE "N" TO WINDOW-FILE-AT-END.
011700     READ BATCH-WINDOW-FILE
011800         AT END MOVE "Y" TO WINDOW-FILE-AT-END.
011900     CLOSE BATCH-WINDOW-FILE.
012000     IF WINDOW-FILE-AT-END = "Y"
012100         MOVE SPACE TO BATCH-WINDOW-RECORD
012200         MOVE "C" TO BWIN-STATE
012300         MOVE ZEROES TO BWIN-OPEN-DATE
012400                        BWIN-OPEN-TIME
012500                        BWIN-CLOSE-DATE
012600                        BWIN-CLOSE-TIME.
012700
012800 SAVE-WINDOW-RECORD.
012900     OPEN OUTPUT BATCH-WINDOW-FILE.
013000     WRITE BATCH-WINDOW-RECORD.
013100     CLOSE BATCH-WINDOW-FILE.
013200
013300 OPEN-THE-WINDOW.
013400     MOVE "O" TO BWIN-STATE.
013500     MOVE FUNCTION CURRENT-DATE(1:8) TO BWIN-OPEN-DATE.
013600     MOVE FUNCTION CURRENT-DATE(9:6) TO BWIN-OPEN-TIME.
013700     MOVE ZEROES TO BWIN-CLOSE-DATE
013800                    BWIN-CLOSE-TIME.
013900     MOVE SPACE TO BWIN-CLOSED-BY.
014000     PERFORM SAVE-WINDOW-RECORD.
014100     MOVE "Y" TO WINDOW-OPENED-HERE.
014200
014300 CLOSE-THE-WINDOW.
014400     MOVE "C" TO BWIN-STATE.
014500     MOVE FUNCTION CURRENT-DATE(1:8) TO BWIN-CLOSE-DATE.
014600     MOVE FUNCTION CURRENT-DATE(9:6) TO BWIN-CLOSE-TIME.
014700     MOVE BATCH-WINDOW-BY TO BWIN-CLOSED-BY.
014800     PERFORM SAVE-WINDOW-RECORD.
014900     MOVE "N" TO WINDOW-OPENED-HERE.
015000
015100 RETURN-WINDOW-STATE.
015200     MOVE BWIN-STATE TO BATCH-WINDOW-STATE.
015300     MOVE BWIN-OPEN-DATE TO BATCH-WINDOW-OPEN-DATE.
015400     MOVE BWIN-OPEN-TIME TO BATCH-WINDOW-OPEN-TIME.
015500     MOVE "N" TO BATCH-WINDOW-OWNER.
015600     IF BATCH-WINDOW-IS-OPEN
015700        AND WINDOW-OPENED-HERE = "Y"
015800         MOVE "Y" TO BATCH-WINDOW-OWNER.
015900
016000*---------------------------------
016100* The warning period: the run
016200* parameters give the time the
016300* cycle is scheduled to start
016400* (HHMM) and how many minutes
016500* ahead to warn. Either one
016600* zero or missing and nobody is
016700* warned.
016800*---------------------------------
016900 CHECK-WINDOW-WARNING.
017000     MOVE "N" TO BATCH-WINDOW-WARN.
017100     MOVE ZEROES TO WINDOW-START-HHMM.
017200     OPEN INPUT RUN-PARM-FILE.
017300     MOVE "N" TO RPRM-FILE-AT-END.
017400     READ RUN-PARM-FILE
017500         AT END MOVE "Y" TO RPRM-FILE-AT-END.
017600     CLOSE RUN-PARM-FILE.
017700     IF RPRM-FILE-AT-END = "N"
017800        AND RPRM-WINDOW-START NUMERIC
017900        AND RPRM-WINDOW-WARN NUMERIC
018000         MOVE RPRM-WINDOW-START TO WINDOW-START-HHMM
018100         PERFORM TEST-WARNING-PERIOD.
018200     MOVE WINDOW-START-HH TO BATCH-WINDOW-START-HH.
018300     MOVE WINDOW-START-MM TO BATCH-WINDOW-START-MM.
018400
018500 TEST-WARNING-PERIOD.
018600     MOVE FUNCTION CURRENT-DATE(9:4) TO CLOCK-HHMM.
018700     COMPUTE CLOCK-MINUTES = CLOCK-HH * 60 + CLOCK-MM.
018800     COMPUTE START-MINUTES =
018900         WINDOW-START-HH * 60 + WINDOW-START-MM.
019000     COMPUTE MINUTES-TO-START =
019100         START-MINUTES - CLOCK-MINUTES.
019200     IF RPRM-WINDOW-START NOT = ZEROES
019300        AND RPRM-WINDOW-WARN NOT = ZEROES
019400        AND NOT BATCH-WINDOW-IS-OPEN
019500        AND MINUTES-TO-START NOT < ZERO
019600        AND MINUTES-TO-START NOT > RPRM-WINDOW-WARN
019700         MOVE "Y" TO BATCH-WINDOW-WARN.
