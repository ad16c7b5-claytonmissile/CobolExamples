000100*---------------------------------
000200* WSDWHS01 - The control record
000300* that ends each file of the
000400* data warehouse extract set,
000500* the way the unload programs
000600* end theirs: the file's name,
000700* the extract run number and
000800* date, whether it was a full
000900* (F) or incremental (I) load,
001000* the count of rows before it
001100* and the hash of their
001200* amounts. Files with no amount
001300* - the reference tables - hash
001400* their key codes instead. The
001500* warehouse load proves each
001600* file against these figures
001700* before applying it.
001800*---------------------------------
001900 01  DW-CONTROL-RECORD.
002000     05  DWCR-RECORD-TYPE     PIC X(01).
002100     05  DWCR-FILE-NAME       PIC X(08).
002200     05  DWCR-RUN-NUMBER      PIC 9(06).
002300     05  DWCR-EXTRACT-DATE    PIC 9(08).
002400     05  DWCR-LOAD-TYPE       PIC X(01).
002500     05  DWCR-ROW-COUNT       PIC 9(09).
002600     05  DWCR-AMOUNT-HASH     PIC -9(13).99.
