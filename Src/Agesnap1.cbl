002100* in the same period simply
002200* rewrites the snapshots.
002300* No operator input is
002340* taken. Each snapshot also
002380* carries the vendor's family
002420* head, so the trend can be
002460* rolled up to the parent.
002466* When the nightly open-item
002472* file is current its items
002478* are sorted by vendor and
002484* bucketed in place of the
002490* voucher file.
002500*---------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003000     COPY "SLVOUCH.CBL".
003100
003200     COPY "SLAGSNAP.CBL".
003230
003260     COPY "SLVND02.CBL".
003265
003270     COPY "SLOPNI.CBL".
003275
003280     COPY "SLUPDJ.CBL".
003285
003290     SELECT SORT-FILE
003295         ASSIGN TO "SORT".
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003700     COPY "FDVOUCH.CBL".
003800
003900     COPY "FDAGSNAP.CBL".
003930
003960     COPY "FDVND04.CBL".
003963
003966     COPY "FDOPNI.CBL".
003969
003972     COPY "FDUPDJ.CBL".
003975
003978 SD  SORT-FILE.
003981
003984 01  SORT-RECORD.
003987     05  SORT-NUMBER           PIC 9(5).
003990     05  SORT-VENDOR           PIC 9(5).
003993     05  FILLER                PIC X(246).
004000
004100 WORKING-STORAGE SECTION.
004200
006200 77  BUCKET-31-60            PIC S9(8)V99.
006300 77  BUCKET-61-90            PIC S9(8)V99.
006400 77  BUCKET-OVER-90          PIC S9(8)V99.
006430
006460     COPY "WSFAM01.CBL".
006470
006480     COPY "WSCASE01.CBL".
006486
006492     COPY "WSOPNI01.CBL".
006500
006600 LINKAGE SECTION.
006700
009100 OPENING-PROCEDURE.
009200     OPEN I-O VOUCHER-FILE.
009300     OPEN I-O AGING-SNAP-FILE.
009350     OPEN I-O VENDOR-FILE.
009400
009500 CLOSING-PROCEDURE.
009600     CLOSE VOUCHER-FILE.
009700     CLOSE AGING-SNAP-FILE.
009750     CLOSE VENDOR-FILE.
009800
009900 MAIN-PROCESS.
010000     MOVE FUNCTION CURRENT-DATE(1:8) TO AS-OF-DATE.
010100     MOVE AS-OF-DATE (1:6) TO SNAP-THIS-PERIOD.
010150     PERFORM LOAD-FAMILY-TABLE.
010160     PERFORM CHECK-OPEN-ITEMS-CURRENT.
010170     IF OPEN-ITEMS-IN-USE = "Y"
010180         SORT SORT-FILE
010190             ON ASCENDING KEY SORT-VENDOR
010200              INPUT PROCEDURE IS RELEASE-OPEN-ITEMS
010210              OUTPUT PROCEDURE IS SNAPSHOT-ALL-VENDORS
010220     ELSE
010230         PERFORM SNAPSHOT-ALL-VENDORS.
010300     DISPLAY "AGING SNAPSHOTS WRITTEN FOR PERIOD "
010400             SNAP-THIS-PERIOD ": " SNAPSHOT-COUNT.
010500
010900* vendor's buckets, add each
011000* open voucher, close the
011100* vendor with one snapshot.
011120* From the open-item file the
011140* walk is over the sorted
011160* items instead.
011200*---------------------------------
011300 SNAPSHOT-ALL-VENDORS.
011400     MOVE "N" TO VOUCHER-FILE-AT-END.
011480     IF OPEN-ITEMS-IN-USE NOT = "Y"
011560         MOVE ZEROES TO VOUCHER-VENDOR
011640         START VOUCHER-FILE KEY NOT < VOUCHER-VENDOR
011720             INVALID KEY
011800             MOVE "Y" TO VOUCHER-FILE-AT-END.
011900     IF VOUCHER-FILE-AT-END NOT = "Y"
012000         PERFORM READ-NEXT-BY-VENDOR.
012100     PERFORM SNAPSHOT-ONE-VENDOR
018800     MOVE BUCKET-31-60 TO SNAP-31-60.
018900     MOVE BUCKET-61-90 TO SNAP-61-90.
019000     MOVE BUCKET-OVER-90 TO SNAP-OVER-90.
019020     MOVE WORK-VENDOR TO FAMILY-VENDOR.
019040     PERFORM FIND-FAMILY-HEAD.
019060     MOVE FAMILY-HEAD TO SNAP-FAMILY-HEAD.
019100     IF SNAP-RECORD-FOUND = "Y"
019200         REWRITE AGING-SNAP-RECORD
019300             INVALID KEY
019900     ADD 1 TO SNAPSHOT-COUNT.
020000
020100 READ-NEXT-BY-VENDOR.
020120     IF OPEN-ITEMS-IN-USE = "Y"
020140         PERFORM RETURN-NEXT-BY-VENDOR
020160     ELSE
020180         READ VOUCHER-FILE NEXT RECORD
020200             AT END
020220             MOVE "Y" TO VOUCHER-FILE-AT-END.
020240
020260 RETURN-NEXT-BY-VENDOR.
020280     RETURN SORT-FILE RECORD
020300         AT END
020400         MOVE "Y" TO VOUCHER-FILE-AT-END.
020406     IF VOUCHER-FILE-AT-END NOT = "Y"
020412         MOVE SORT-RECORD TO VOUCHER-RECORD.
020418
020424 RELEASE-OPEN-ITEMS.
020430     OPEN INPUT OPEN-ITEM-FILE.
020436     PERFORM READ-FIRST-OPEN-ITEM.
020442     PERFORM RELEASE-ONE-OPEN-ITEM
020448         UNTIL OPEN-ITEM-FILE-AT-END = "Y".
020454     CLOSE OPEN-ITEM-FILE.
020460
020466 RELEASE-ONE-OPEN-ITEM.
020472     MOVE OPNI-VOUCHER-IMAGE TO SORT-RECORD.
020478     RELEASE SORT-RECORD.
020484     PERFORM READ-NEXT-OPEN-ITEM.
020500     COPY "PLFAM01.CBL".
020600     COPY "PLOPNI01.CBL".
