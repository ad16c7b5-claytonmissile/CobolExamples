000100*---------------------------------
000200* PLPROJ01 USAGE:
000300*  MOVE project number TO PROJECT-TO-CHECK.
000400*  PERFORM CHECK-PROJECT-CHARGE.
000500* RETURNS:
000600*  PROJECT-IS-VALID "Y" when the
000700*  project may take a new charge
000800*  - blank (no project) or on
000900*  the project master and open -
001000*  otherwise "N", with the reason
001100*  displayed. The project record
001200*  is left in the PROJECT-RECORD
001300*  buffer.
001400*
001500* Requires PROJECT-FILE already
001600* be OPEN (I-O or INPUT) in the
001700* calling program, and
001800* WSPROJ01.CBL in WORKING-STORAGE.
001900*---------------------------------
002000 CHECK-PROJECT-CHARGE.
002100     MOVE "Y" TO PROJECT-IS-VALID.
002200     IF PROJECT-TO-CHECK = SPACES
002300         NEXT SENTENCE
002400     ELSE
002500         PERFORM LOOK-UP-PROJECT-RECORD.
002600
002700 LOOK-UP-PROJECT-RECORD.
002800     MOVE PROJECT-TO-CHECK TO PROJ-NUMBER.
002900     READ PROJECT-FILE RECORD
003000         INVALID KEY
003100         MOVE "N" TO PROJECT-IS-VALID.
003200     IF PROJECT-IS-VALID = "N"
003300         DISPLAY "NO PROJECT ON FILE WITH THAT NUMBER"
003400     ELSE
003500     IF PROJ-IS-CLOSED
003600         MOVE "N" TO PROJECT-IS-VALID
003700         DISPLAY "PROJECT " PROJ-NUMBER " IS CLOSED -"
003800         DISPLAY "IT TAKES NO NEW CHARGES"
003900     ELSE
004000         DISPLAY "PROJECT: " PROJ-DESCRIPTION.
