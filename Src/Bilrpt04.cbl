001700     COPY "SLSTATE.CBL".
001800
001900     COPY "SLCATG.CBL".
001920
001940     COPY "SLOPNI.CBL".
001960
001980     COPY "SLUPDJ.CBL".
002000
002100     SELECT WORK-FILE
002200         ASSIGN TO "WORK"
004300     COPY "FDSTATE.CBL".
004400
004500     COPY "FDCATG.CBL".
004520
004540     COPY "FDOPNI.CBL".
004560
004580     COPY "FDUPDJ.CBL".
004600
004700 FD  WORK-FILE
004800     LABEL RECORDS ARE STANDARD.
007800     05  WORK-RETAINED-AMOUNT  PIC S9(6)V99.
007900     05  WORK-FX-GAIN-LOSS    PIC S9(6)V99.
008000     05  WORK-USE-TAX              PIC S9(5)V99.
008020     05  WORK-CANCEL-FLAG          PIC X(01).
008040     05  WORK-CANCEL-DATE          PIC 9(08).
008060     05  WORK-CANCEL-AMOUNT        PIC S9(6)V99.
008070     05  WORK-PAYEE-TYPE           PIC X(01).
008080     05  WORK-EMPLOYEE             PIC 9(05).
008085     05  WORK-ENTERED-DATE         PIC 9(08).
008090     05  WORK-SERVICE-FROM         PIC 9(08).
008095     05  WORK-SERVICE-TO           PIC 9(08).
008096     05  WORK-CONTRACT             PIC X(08).
008097     05  WORK-ITEM-VENDOR-NAME     PIC X(30).
008098     05  WORK-ITEM-VENDOR-STATUS   PIC X(01).
008099     05  WORK-ITEM-VENDOR-FOUND    PIC X(01).
008100
008200 SD  SORT-FILE.
008300
011300     05  SORT-RETAINED-AMOUNT  PIC S9(6)V99.
011400     05  SORT-FX-GAIN-LOSS    PIC S9(6)V99.
011500     05  SORT-USE-TAX              PIC S9(5)V99.
011520     05  SORT-CANCEL-FLAG          PIC X(01).
011540     05  SORT-CANCEL-DATE          PIC 9(08).
011560     05  SORT-CANCEL-AMOUNT        PIC S9(6)V99.
011570     05  SORT-PAYEE-TYPE           PIC X(01).
011580     05  SORT-EMPLOYEE             PIC 9(05).
011585     05  SORT-ENTERED-DATE         PIC 9(08).
011590     05  SORT-SERVICE-FROM         PIC 9(08).
011595     05  SORT-SERVICE-TO           PIC 9(08).
011596     05  SORT-CONTRACT             PIC X(08).
011597     05  SORT-ITEM-VENDOR-NAME     PIC X(30).
011598     05  SORT-ITEM-VENDOR-STATUS   PIC X(01).
011599     05  SORT-ITEM-VENDOR-FOUND    PIC X(01).
011600
011700     COPY "FDRCAT.CBL".
011800
020500 77  NON-DEDUCTIBLE-TOTAL    PIC S9(6)V99.
020600
020700     COPY "WSDATE01.CBL".
020730
020760     COPY "WSOPNI01.CBL".
020800
020900 PROCEDURE DIVISION.
021000 PROGRAM-BEGIN.
028800     PERFORM ACCEPT-OK-TO-PROCESS.
028900
029000*---------------------------------
029020* Sorting logic. The nightly
029040* open-item file, when it is
029060* current, already holds just
029080* the open vouchers with their
029100* vendor names; otherwise the
029120* whole voucher file is sorted
029140* and each vendor read.
029200*---------------------------------
029300 SORT-DATA-FILE.
029320     PERFORM CHECK-OPEN-ITEMS-CURRENT.
029340     IF OPEN-ITEMS-IN-USE = "Y"
029360         SORT SORT-FILE
029380             ON ASCENDING KEY SORT-VENDOR
029400              ASCENDING KEY SORT-DUE
029420              INPUT PROCEDURE IS RELEASE-OPEN-ITEMS
029440              GIVING WORK-FILE
029460     ELSE
029480         SORT SORT-FILE
029500             ON ASCENDING KEY SORT-VENDOR
029520              ASCENDING KEY SORT-DUE
029540              USING VOUCHER-FILE
029560              GIVING WORK-FILE.
029580
029600 RELEASE-OPEN-ITEMS.
029620     OPEN INPUT OPEN-ITEM-FILE.
029640     PERFORM READ-FIRST-OPEN-ITEM.
029660     PERFORM RELEASE-ONE-OPEN-ITEM
029680         UNTIL OPEN-ITEM-FILE-AT-END = "Y".
029700     CLOSE OPEN-ITEM-FILE.
029720
029740 RELEASE-ONE-OPEN-ITEM.
029760     MOVE OPNI-VOUCHER-IMAGE TO SORT-RECORD.
029780     MOVE OPNI-VENDOR-NAME TO SORT-ITEM-VENDOR-NAME.
029800     MOVE OPNI-VENDOR-STATUS TO SORT-ITEM-VENDOR-STATUS.
029820     MOVE OPNI-VENDOR-FOUND TO SORT-ITEM-VENDOR-FOUND.
029840     RELEASE SORT-RECORD.
029860     PERFORM READ-NEXT-OPEN-ITEM.
029900
030000 PRINT-THE-REPORT.
030100     OPEN INPUT WORK-FILE.
034400     MOVE SPACE TO VENDOR-HEADING-LINE.
034500     MOVE WORK-VENDOR TO PRINT-VENDOR-NO.
034600
034750     PERFORM GET-WORK-VENDOR.
034900     IF VENDOR-RECORD-FOUND = "Y"
035000         MOVE VENDOR-NAME TO PRINT-VENDOR-NAME
035100     ELSE
049300     READ VENDOR-FILE RECORD
049400         INVALID KEY
049500         MOVE "N" TO VENDOR-RECORD-FOUND.
049506
049512*---------------------------------
049518* From the open-item file the
049524* vendor came with the item;
049530* otherwise read it.
049536*---------------------------------
049542 GET-WORK-VENDOR.
049548     IF OPEN-ITEMS-IN-USE = "Y"
049554         MOVE WORK-ITEM-VENDOR-FOUND TO VENDOR-RECORD-FOUND
049560         MOVE WORK-ITEM-VENDOR-NAME TO VENDOR-NAME
049566         MOVE WORK-ITEM-VENDOR-STATUS TO VENDOR-STATUS
049572     ELSE
049578         MOVE WORK-VENDOR TO VENDOR-NUMBER
049584         PERFORM READ-VENDOR-RECORD.
049600
049700*---------------------------------
049800* Category descriptions come
051500     COPY "PLDATE01.CBL".
051600     COPY "PLHRSN01.CBL".
051700     COPY "PLRCAT01.CBL".
051800     COPY "PLOPNI01.CBL".
