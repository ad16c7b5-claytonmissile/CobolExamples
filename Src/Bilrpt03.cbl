001600     COPY "SLCOMP.CBL".
001700
001800     COPY "SLSTATE.CBL".
001810
001820     COPY "SLOPNI.CBL".
001840
001860     COPY "SLUPDJ.CBL".
001900
002000     SELECT WORK-FILE
002100         ASSIGN TO "WORK"
004600     COPY "FDCOMP.CBL".
004700
004800     COPY "FDSTATE.CBL".
004810
004820     COPY "FDOPNI.CBL".
004840
004860     COPY "FDUPDJ.CBL".
004900
005000 FD  WORK-FILE
005100     LABEL RECORDS ARE STANDARD.
008100     05  WORK-RETAINED-AMOUNT  PIC S9(6)V99.
008200     05  WORK-FX-GAIN-LOSS    PIC S9(6)V99.
008300     05  WORK-USE-TAX              PIC S9(5)V99.
008320     05  WORK-CANCEL-FLAG          PIC X(01).
008340     05  WORK-CANCEL-DATE          PIC 9(08).
008360     05  WORK-CANCEL-AMOUNT        PIC S9(6)V99.
008370     05  WORK-PAYEE-TYPE           PIC X(01).
008380     05  WORK-EMPLOYEE             PIC 9(05).
008385     05  WORK-ENTERED-DATE         PIC 9(08).
008390     05  WORK-SERVICE-FROM         PIC 9(08).
008395     05  WORK-SERVICE-TO           PIC 9(08).
008396     05  WORK-CONTRACT             PIC X(08).
008397     05  WORK-ITEM-VENDOR-NAME     PIC X(30).
008398     05  WORK-ITEM-VENDOR-STATUS   PIC X(01).
008399     05  WORK-ITEM-VENDOR-FOUND    PIC X(01).
008400
008500 SD  SORT-FILE.
008600
011600     05  SORT-RETAINED-AMOUNT  PIC S9(6)V99.
011700     05  SORT-FX-GAIN-LOSS    PIC S9(6)V99.
011800     05  SORT-USE-TAX              PIC S9(5)V99.
011820     05  SORT-CANCEL-FLAG          PIC X(01).
011840     05  SORT-CANCEL-DATE          PIC 9(08).
011860     05  SORT-CANCEL-AMOUNT        PIC S9(6)V99.
011870     05  SORT-PAYEE-TYPE           PIC X(01).
011880     05  SORT-EMPLOYEE             PIC 9(05).
011885     05  SORT-ENTERED-DATE         PIC 9(08).
011890     05  SORT-SERVICE-FROM         PIC 9(08).
011895     05  SORT-SERVICE-TO           PIC 9(08).
011896     05  SORT-CONTRACT             PIC X(08).
011897     05  SORT-ITEM-VENDOR-NAME     PIC X(30).
011898     05  SORT-ITEM-VENDOR-STATUS   PIC X(01).
011899     05  SORT-ITEM-VENDOR-FOUND    PIC X(01).
011900
012000     COPY "FDRCAT.CBL".
012100
026200 77  RESTART-RUNNING-TOTAL   PIC S9(6)V99.
026300
026400     COPY "WSDATE01.CBL".
026440
026450     COPY "WSOPNI01.CBL".
026500
026600 LINKAGE SECTION.
026700
038600         MOVE "Y" TO CHECKPOINT-FOUND.
038700
038800*---------------------------------
038820* Sorting logic. The nightly
038840* open-item file, when it is
038860* current, already holds just
038880* the open vouchers with their
038900* vendor names; otherwise the
038920* whole voucher file is sorted
038940* and the vendor read per line.
039000*---------------------------------
039100 SORT-DATA-FILE.
039110     PERFORM CHECK-OPEN-ITEMS-CURRENT.
039120     IF OPEN-ITEMS-IN-USE = "Y"
039130         SORT SORT-FILE
039140             ON ASCENDING KEY SORT-DUE
039150              INPUT PROCEDURE IS RELEASE-OPEN-ITEMS
039160              GIVING WORK-FILE
039170     ELSE
039180         SORT SORT-FILE
039190             ON ASCENDING KEY SORT-DUE
039200              USING VOUCHER-FILE
039210              GIVING WORK-FILE.
039220
039230 RELEASE-OPEN-ITEMS.
039240     OPEN INPUT OPEN-ITEM-FILE.
039250     PERFORM READ-FIRST-OPEN-ITEM.
039260     PERFORM RELEASE-ONE-OPEN-ITEM
039270         UNTIL OPEN-ITEM-FILE-AT-END = "Y".
039280     CLOSE OPEN-ITEM-FILE.
039290
039300 RELEASE-ONE-OPEN-ITEM.
039310     MOVE OPNI-VOUCHER-IMAGE TO SORT-RECORD.
039320     MOVE OPNI-VENDOR-NAME TO SORT-ITEM-VENDOR-NAME.
039330     MOVE OPNI-VENDOR-STATUS TO SORT-ITEM-VENDOR-STATUS.
039340     MOVE OPNI-VENDOR-FOUND TO SORT-ITEM-VENDOR-FOUND.
039350     RELEASE SORT-RECORD.
039360     PERFORM READ-NEXT-OPEN-ITEM.
039600
039700 PRINT-THE-REPORT.
039800     OPEN INPUT WORK-FILE.
049700     MOVE SPACE TO DETAIL-LINE.
049800     MOVE WORK-NUMBER TO PRINT-NUMBER.
049900
050050     PERFORM GET-WORK-VENDOR.
050200     IF VENDOR-RECORD-FOUND = "Y"
050300         MOVE VENDOR-NAME TO PRINT-NAME
050400     ELSE
063100     READ VENDOR-FILE RECORD
063200         INVALID KEY
063300         MOVE "N" TO VENDOR-RECORD-FOUND.
063304
063307*---------------------------------
063314* From the open-item file the
063321* vendor came with the item;
063328* otherwise read it.
063335*---------------------------------
063342 GET-WORK-VENDOR.
063349     IF OPEN-ITEMS-IN-USE = "Y"
063356         MOVE WORK-ITEM-VENDOR-FOUND TO VENDOR-RECORD-FOUND
063363         MOVE WORK-ITEM-VENDOR-NAME TO VENDOR-NAME
063370         MOVE WORK-ITEM-VENDOR-STATUS TO VENDOR-STATUS
063377     ELSE
063384         MOVE WORK-VENDOR TO VENDOR-NUMBER
063391         PERFORM READ-VENDOR-RECORD.
063400
063500*---------------------------------
063600* Utility Routines
064100     COPY "PLHRSN01.CBL".
064200     COPY "PLBDAY01.CBL".
064300     COPY "PLCONF01.CBL".
064350     COPY "PLOPNI01.CBL".
064400
