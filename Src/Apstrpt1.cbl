001600* section so they can be
001700* cleaned up before the nexus
001800* filing.
001810*
001820* Rolled up to parent vendor,
001830* each member's payments land
001840* in the state of its family
001850* head.
001900*---------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
011200     05  FILLER              PIC X(26) VALUE SPACE.
011300     05  FILLER              PIC X(17)
011400         VALUE "AP SPEND BY STATE".
011450     05  PRINT-TITLE-BASIS   PIC X(19) VALUE SPACE.
011500
011600     COPY "WSCASE01.CBL".
011630
011660     COPY "WSFAM01.CBL".
011700
011800 PROCEDURE DIVISION.
011900 PROGRAM-BEGIN.
014100     CLOSE PRINTER-FILE.
014200
014300 MAIN-PROCESS.
014320     PERFORM GET-FAMILY-ROLL-UP.
014340     IF FAMILY-ROLL-UP = "Y"
014360         MOVE " - BY VENDOR FAMILY" TO PRINT-TITLE-BASIS
014380         PERFORM LOAD-FAMILY-TABLE.
014400     PERFORM TALLY-PAID-VOUCHERS.
014500     PERFORM PRINT-THE-REPORT.
014600
015600
015700 TALLY-THIS-VOUCHER.
015800     MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
015820     IF FAMILY-ROLL-UP = "Y"
015840         MOVE VOUCHER-VENDOR TO FAMILY-VENDOR
015860         PERFORM FIND-FAMILY-HEAD
015880         MOVE FAMILY-HEAD TO VENDOR-NUMBER.
015900     PERFORM READ-VENDOR-RECORD.
016000     IF VENDOR-RECORD-FOUND = "N"
016100         PERFORM TALLY-AS-UNASSIGNED
035000 FORM-FEED.
035100     MOVE SPACE TO PRINTER-RECORD.
035200     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
035300
035400     COPY "PLFAM01.CBL".
