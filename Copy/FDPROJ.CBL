000100*---------------------------------
000200* FDPROJ - Record layout for the
000300* Project Master File. One record
000400* per store remodel, new-store
000500* opening or IT project, with
000600* its approved budget spread
000700* over up to ten spend
000800* categories. POs, voucher
000900* distribution lines and
001000* receipts carry the project
001100* number; the project cost
001200* report ties them back to the
001300* budget here. A closed project
001400* takes no new charges.
001500*---------------------------------
001600 FD  PROJECT-FILE
001700     LABEL RECORDS ARE STANDARD.
001800 01  PROJECT-RECORD.
001900     05  PROJ-NUMBER          PIC X(06).
002000     05  PROJ-DESCRIPTION     PIC X(30).
002100*---------------------------------
002200* The store the project is for,
002300* on the Store Codes File. Zero
002400* means no one store (an office
002500* or company-wide project).
002600*---------------------------------
002700     05  PROJ-STORE           PIC 9(02).
002800     05  PROJ-STATUS          PIC X(01).
002900         88  PROJ-IS-OPEN          VALUE "O".
003000         88  PROJ-IS-CLOSED        VALUE "C".
003100     05  PROJ-START-DATE      PIC 9(08).
003200     05  PROJ-END-DATE        PIC 9(08).
003300     05  PROJ-CLOSE-DATE      PIC 9(08).
003400*---------------------------------
003500* The approved budget by spend
003600* category. A category of zero
003700* ends the list.
003800*---------------------------------
003900     05  PROJ-BUDGET-LINE     OCCURS 10 TIMES.
004000         10  PROJ-BUDGET-CATEGORY
004100                              PIC 9(02).
004200         10  PROJ-BUDGET-AMOUNT
004300                              PIC S9(8)V99.
