002100* always matches the data
002200* behind it. No operator
002300* input is taken.
002310*
002320* Each run is cataloged, then
002330* burst store by store to the
002340* flash's distribution list;
002350* with no list it is printed
002360* whole, as it always was.
002400*---------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003300     COPY "SLSTORE.CBL".
003400
003500     SELECT PRINTER-FILE
003600         ASSIGN TO REPORT-DESTINATION
003700         ORGANIZATION IS LINE SEQUENTIAL.
003730
003760     COPY "SLRCAT.CBL".
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004400     COPY "FDAGCTL.CBL".
004500
004600     COPY "FDSTORE.CBL".
004630
004660     COPY "FDRCAT.CBL".
004700
004800 FD  PRINTER-FILE
004900     LABEL RECORDS ARE OMITTED.
010800     05  PRINT-FLASH-DATE    PIC 9(8).
010900
011000     COPY "WSCASE01.CBL".
011010
011020 77  REPORT-DESTINATION      PIC X(10) VALUE "PRINTER".
011030
011040     COPY "WSRCAT01.CBL".
011050
011060     COPY "WSBRST01.CBL".
011100
011200 77  LINE-COUNT              PIC 999   VALUE ZERO.
011300
013700 OPENING-PROCEDURE.
013800     OPEN I-O AGGREGATE-FILE.
013900     OPEN I-O STORE-FILE.
013910     OPEN I-O RCAT-FILE.
013920     MOVE "SLSFLS01" TO REGISTER-REPORT-NAME.
013930     MOVE "NIGHTLY" TO REGISTER-OPERATOR-ID.
013940     PERFORM REGISTER-REPORT-RUN.
013950     MOVE REGISTER-SPOOL-NAME TO REPORT-DESTINATION.
014000     OPEN OUTPUT PRINTER-FILE.
014100
014200 CLOSING-PROCEDURE.
014300     CLOSE AGGREGATE-FILE.
014400     CLOSE STORE-FILE.
014450     CLOSE RCAT-FILE.
014500     PERFORM FORM-FEED.
014600     CLOSE PRINTER-FILE.
014605     PERFORM DELIVER-THE-REPORT.
014610
014615*---------------------------------
014620* Every store line carries its
014625* store number in the first two
014630* columns; the title and column
014635* heads go to every store, the
014640* company total only to whole-
014645* report recipients.
014650*---------------------------------
014655 DELIVER-THE-REPORT.
014660     MOVE REGISTER-SPOOL-NUMBER TO BURST-RUN-NUMBER.
014665     MOVE "L" TO BURST-BREAK-MODE.
014670     MOVE SPACES TO BURST-BREAK-TEXT.
014675     MOVE 1 TO BURST-TEXT-COLUMN.
014680     MOVE 1 TO BURST-TEXT-LENGTH.
014685     MOVE 1 TO BURST-CODE-COLUMN.
014690     MOVE "P" TO BURST-WITHOUT-LIST.
014695     CALL "RPTBST01" USING BURST-PARAMETERS.
014700
014800 MAIN-PROCESS.
014900     MOVE ZEROES TO RETURN-STORE-COUNT.
015000     PERFORM GET-FLASH-DATE.
015010     MOVE SPACES TO REGISTER-PARAMETERS.
015020     STRING "FLASH FOR " DELIMITED BY SIZE
015030            FLASH-DATE DELIMITED BY SIZE
015040            INTO REGISTER-PARAMETERS.
015050     PERFORM UPDATE-REPORT-PARAMETERS.
015100     PERFORM COMPUTE-COMPARE-DATES.
015200     PERFORM INIT-FLASH-TABLE.
015300     PERFORM TALLY-AGGREGATE-FILE.
034000 FORM-FEED.
034100     MOVE SPACE TO PRINTER-RECORD.
034200     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
034300
034400*---------------------------------
034500* Utility routines.
034600*---------------------------------
034700     COPY "PLRCAT01.CBL".
