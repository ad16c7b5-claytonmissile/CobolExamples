000100*---------------------------------
000200* PLFAM01 USAGE:
000300*  PERFORM LOAD-FAMILY-TABLE
000400*  once before the family is
000500*  needed. It reads the whole
000600*  vendor file, so it leaves the
000700*  file positioned at the end and
000800*  VENDOR-RECORD overwritten.
000900*
001000*  MOVE a vendor number to
001100*  FAMILY-VENDOR.
001200*  PERFORM FIND-FAMILY-HEAD.
001300* RETURNS:
001400*  FAMILY-HEAD - the top of the
001500*  vendor's family, the vendor
001600*  itself when it has no parent.
001700*  FAMILY-HEAD-NETS - "Y" when
001800*  that head is flagged for
001900*  cross-netting, "N" otherwise.
002000*
002100*  PERFORM GET-FAMILY-ROLL-UP
002110*  asks the operator whether a
002120*  report rolls vendors up to
002130*  their family head and leaves
002140*  "Y" or "N" in FAMILY-ROLL-UP.
002150*
002160*  The climb stops after 20
002200*  steps, so a damaged chain can
002300*  never loop; a parent that is
002400*  no longer on file ends the
002500*  climb where it stands.
002600*
002700* Requires VENDOR-FILE OPEN in
002800* the calling program and
002900* WSFAM01.CBL and WSCASE01.CBL in
002950* WORKING-STORAGE.
003000*---------------------------------
003100 LOAD-FAMILY-TABLE.
003200     MOVE ZEROES TO FAMILY-LINK-COUNT.
003300     MOVE "N" TO FAMILY-TABLE-FULL.
003400     MOVE "N" TO FAMILY-FILE-AT-END.
003500     MOVE ZEROES TO VENDOR-NUMBER.
003600     START VENDOR-FILE
003700         KEY NOT < VENDOR-NUMBER
003800         INVALID KEY
003900         MOVE "Y" TO FAMILY-FILE-AT-END.
004000     PERFORM LOAD-NEXT-FAMILY-LINK
004100         UNTIL FAMILY-FILE-AT-END = "Y".
004200
004300 LOAD-NEXT-FAMILY-LINK.
004400     READ VENDOR-FILE NEXT RECORD
004500         AT END
004600         MOVE "Y" TO FAMILY-FILE-AT-END.
004700     IF FAMILY-FILE-AT-END NOT = "Y"
004800         IF (VENDOR-PARENT NUMERIC
004850             AND VENDOR-PARENT NOT = ZEROES)
004900            OR VENDOR-NETS-FAMILY
005000             PERFORM ADD-FAMILY-LINK.
005100
005200 ADD-FAMILY-LINK.
005300     IF FAMILY-LINK-COUNT < 2000
005400         ADD 1 TO FAMILY-LINK-COUNT
005500         MOVE VENDOR-NUMBER
005600           TO FAMILY-LINK-VENDOR (FAMILY-LINK-COUNT)
005700         MOVE VENDOR-PARENT
005800           TO FAMILY-LINK-PARENT (FAMILY-LINK-COUNT)
005900         MOVE VENDOR-FAMILY-NETTING
006000           TO FAMILY-LINK-NETS (FAMILY-LINK-COUNT)
006100     ELSE
006200         MOVE "Y" TO FAMILY-TABLE-FULL.
006300
006400 FIND-FAMILY-HEAD.
006500     MOVE FAMILY-VENDOR TO FAMILY-HEAD.
006600     MOVE ZEROES TO FAMILY-STEPS.
006700     MOVE "Y" TO FAMILY-LINK-FOUND.
006800     PERFORM CLIMB-ONE-FAMILY-STEP
006900         UNTIL FAMILY-LINK-FOUND = "N"
007000            OR FAMILY-STEPS > 20.
007100     MOVE "N" TO FAMILY-HEAD-NETS.
007200     PERFORM FIND-FAMILY-LINK.
007300     IF FAMILY-LINK-FOUND = "Y"
007400         IF FAMILY-LINK-NETS (FAMILY-SUB) = "Y"
007500             MOVE "Y" TO FAMILY-HEAD-NETS.
007600
007700 CLIMB-ONE-FAMILY-STEP.
007800     ADD 1 TO FAMILY-STEPS.
007900     PERFORM FIND-FAMILY-LINK.
008000     IF FAMILY-LINK-FOUND = "Y"
008100         IF FAMILY-LINK-PARENT (FAMILY-SUB) = ZEROES
008200             MOVE "N" TO FAMILY-LINK-FOUND
008300         ELSE
008400             MOVE FAMILY-LINK-PARENT (FAMILY-SUB)
008500               TO FAMILY-HEAD.
008600
008700*---------------------------------
008800* The table is in vendor number
008900* order, so the look-up can stop
009000* as soon as it passes the
009100* vendor wanted.
009200*---------------------------------
009300 FIND-FAMILY-LINK.
009400     MOVE "N" TO FAMILY-LINK-FOUND.
009500     MOVE 1 TO FAMILY-SUB.
009600     PERFORM BUMP-FAMILY-SUB
009700         UNTIL FAMILY-SUB > FAMILY-LINK-COUNT
009800            OR FAMILY-LINK-VENDOR (FAMILY-SUB)
009900                 NOT < FAMILY-HEAD.
010000     IF FAMILY-SUB NOT > FAMILY-LINK-COUNT
010100         IF FAMILY-LINK-VENDOR (FAMILY-SUB) = FAMILY-HEAD
010200             MOVE "Y" TO FAMILY-LINK-FOUND.
010300
010400 BUMP-FAMILY-SUB.
010500     ADD 1 TO FAMILY-SUB.
010600
010700 GET-FAMILY-ROLL-UP.
010800     PERFORM ACCEPT-FAMILY-ROLL-UP.
010900     PERFORM RE-ACCEPT-FAMILY-ROLL-UP
011000         UNTIL FAMILY-ROLL-UP = "Y" OR "N".
011100
011200 ACCEPT-FAMILY-ROLL-UP.
011300     DISPLAY "ROLL UP TO PARENT VENDOR (Y/N)?".
011400     ACCEPT FAMILY-ROLL-UP.
011500     INSPECT FAMILY-ROLL-UP
011600         CONVERTING LOWER-ALPHA
011700         TO         UPPER-ALPHA.
011800     IF FAMILY-ROLL-UP = SPACE
011900         MOVE "N" TO FAMILY-ROLL-UP.
012000
012100 RE-ACCEPT-FAMILY-ROLL-UP.
012200     DISPLAY "YOU MUST ENTER YES OR NO".
012300     PERFORM ACCEPT-FAMILY-ROLL-UP.
