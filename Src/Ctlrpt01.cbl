001800* difference is flagged the
001900* day it happens, not weeks
002000* later from a vendor call.
002010*
002020* The proof is cataloged, and
002030* the controller's copy sent
002040* by the report's distribution
002050* list; with no list it is
002060* printed, as it always was.
002100*---------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002800     COPY "SLVOUCH.CBL".
002900
003000     SELECT PRINTER-FILE
003100         ASSIGN TO REPORT-DESTINATION
003200         ORGANIZATION IS LINE SEQUENTIAL.
003230
003260     COPY "SLRCAT.CBL".
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003700     COPY "FDDCTL.CBL".
003800
003900     COPY "FDVOUCH.CBL".
003930
003960     COPY "FDRCAT.CBL".
004000
004100 FD  PRINTER-FILE
004200     LABEL RECORDS ARE OMITTED.
008900     COPY "WSCASE01.CBL".
009000
009100     COPY "WSDATE01.CBL".
009110
009120 77  REPORT-DESTINATION      PIC X(10) VALUE "PRINTER".
009130
009140     COPY "WSRCAT01.CBL".
009150
009160     COPY "WSBRST01.CBL".
009200
009300 PROCEDURE DIVISION.
009400 PROGRAM-BEGIN.
010200
010300 MAIN-PROCESS.
010400     PERFORM GET-PROOF-OPTIONS.
010450     PERFORM CATALOG-THE-PROOF.
010500     PERFORM TALLY-CONTROL-TOTALS.
010600     PERFORM SWEEP-THE-VOUCHER-FILE.
010700     PERFORM PRINT-THE-PROOF.
010750     PERFORM DELIVER-THE-REPORT.
010800
010900 GET-PROOF-OPTIONS.
011000     MOVE "N" TO ZERO-DATE-IS-OK.
011700     COMPUTE OPENING-BALANCE =
011800         OPENING-BALANCE-ENTRY / 100.
011900
011903*---------------------------------
011906* The proof goes to its spool
011909* file, named by the catalog.
011912*---------------------------------
011915 CATALOG-THE-PROOF.
011918     OPEN I-O RCAT-FILE.
011921     MOVE "CTLRPT01" TO REGISTER-REPORT-NAME.
011924     MOVE SPACES TO REGISTER-PARAMETERS.
011927     STRING "PROOF FOR " DELIMITED BY SIZE
011930            PROOF-DATE DELIMITED BY SIZE
011933            INTO REGISTER-PARAMETERS.
011936     PERFORM REGISTER-REPORT-RUN.
011939     MOVE REGISTER-SPOOL-NAME TO REPORT-DESTINATION.
011942     CLOSE RCAT-FILE.
011945
011948*---------------------------------
011951* The proof has no company or
011954* store breaks - it goes whole
011957* to whoever is on the list.
011960*---------------------------------
011963 DELIVER-THE-REPORT.
011966     MOVE REGISTER-SPOOL-NUMBER TO BURST-RUN-NUMBER.
011969     MOVE "N" TO BURST-BREAK-MODE.
011972     MOVE SPACES TO BURST-BREAK-TEXT.
011975     MOVE 1 TO BURST-TEXT-COLUMN.
011978     MOVE 1 TO BURST-TEXT-LENGTH.
011981     MOVE 1 TO BURST-CODE-COLUMN.
011984     MOVE "P" TO BURST-WITHOUT-LIST.
011987     CALL "RPTBST01" USING BURST-PARAMETERS.
011990
012000*---------------------------------
012100* The day's control records,
012200* each echoed on the report so
026400* Utility routines.
026500*---------------------------------
026600     COPY "PLDATE01.CBL".
026700     COPY "PLRCAT01.CBL".
