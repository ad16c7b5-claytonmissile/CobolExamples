000100*---------------------------------
000200* FDOPNI - Record layout for
000300* the nightly Open-Item File.
000400* Detail records carry the
000500* voucher record exactly as it
000600* stood at the build, so a
000700* reader moves the image to
000800* VOUCHER-RECORD and carries
000900* on as if it had read the
001000* master. Days past due and
001100* days left to take the
001200* discount are as of the build
001300* date (negative when not yet
001400* due / window closed).
001500*
001600* The one trailer, last on the
001700* file, holds the build stamp,
001800* the item count and open
001900* total for the readers to
002000* prove against, the highest
002100* voucher number on file, and
002200* the size and last stamp of
002300* the Update Journal at the
002400* build: if a voucher or
002500* vendor has been updated
002600* since, the journal will
002700* have grown and the file is
002800* stale.
002900*---------------------------------
003000 FD  OPEN-ITEM-FILE
003100     LABEL RECORDS ARE STANDARD.
003200 01  OPEN-ITEM-RECORD.
003300     05  OPNI-RECORD-TYPE     PIC X(01).
003400         88  OPNI-IS-DETAIL       VALUE "D".
003500         88  OPNI-IS-TRAILER      VALUE "T".
003600     05  OPNI-VOUCHER-IMAGE   PIC X(256).
003700     05  OPNI-OPEN-AMOUNT     PIC S9(07)V99.
003800     05  OPNI-VENDOR-NAME     PIC X(30).
003900     05  OPNI-VENDOR-STATUS   PIC X(01).
004000     05  OPNI-VENDOR-FOUND    PIC X(01).
004100         88  OPNI-VENDOR-ON-FILE  VALUE "Y".
004200     05  OPNI-DAYS-PAST-DUE   PIC S9(05).
004300     05  OPNI-DISC-DAYS-LEFT  PIC S9(05).
004400     05  OPNI-DISC-AVAILABLE  PIC S9(06)V99.
004500
004600 01  OPEN-ITEM-TRAILER.
004700     05  OPNT-RECORD-TYPE     PIC X(01).
004800     05  OPNT-BUILD-DATE      PIC 9(08).
004900     05  OPNT-BUILD-TIME      PIC 9(06).
005000     05  OPNT-ITEM-COUNT      PIC 9(07).
005100     05  OPNT-OPEN-TOTAL      PIC S9(09)V99.
005200     05  OPNT-HIGH-VOUCHER    PIC 9(05).
005300     05  OPNT-JOURNAL-COUNT   PIC 9(07).
005400     05  OPNT-JOURNAL-DATE    PIC 9(08).
005500     05  OPNT-JOURNAL-TIME    PIC 9(06).
