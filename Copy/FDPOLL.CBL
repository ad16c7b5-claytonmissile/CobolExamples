000100*---------------------------------
000200* FDPOLL - Record layout for the
000300* POS Polling Control File. One
000400* record per store per business
000500* day. The morning exception
000600* report writes it expected (E)
000700* for every store active that
000800* day; the register import marks
000900* it arrived (A) with the file's
001000* sequence number and what it
001100* received against the file's
001200* trailer. A day nobody can
001300* recover is waived (W) under a
001400* supervisor's approval, which
001500* also clears a file that would
001600* not balance.
001700*
001800* The record with a zero date is
001900* the store's sequence record:
002000* the highest file sequence
002100* number loaded for the store,
002200* so a file fed twice is
002300* refused.
002400*
002500* The new-exception flag is set
002600* whenever the import finds a
002700* problem with the store's day
002800* (a refused duplicate, a gap
002900* in the sequence, a file that
003000* did not balance or had no
003100* trailer) and cleared once the
003200* morning report has printed it.
003300*---------------------------------
003400 FD  POLL-CONTROL-FILE
003500     LABEL RECORDS ARE STANDARD.
003600 01  POLL-RECORD.
003700     05  POLL-KEY.
003800         10  POLL-STORE            PIC 9(02).
003900         10  POLL-DATE             PIC 9(08).
004000     05  POLL-STATUS               PIC X(01).
004100         88  POLL-IS-EXPECTED          VALUE "E".
004200         88  POLL-IS-ARRIVED           VALUE "A".
004300         88  POLL-IS-WAIVED            VALUE "W".
004400     05  POLL-SEQUENCE             PIC 9(06).
004500     05  POLL-ARRIVED-DATE         PIC 9(08).
004600     05  POLL-ARRIVED-TIME         PIC 9(06).
004700     05  POLL-LINES-RECEIVED       PIC 9(06).
004800     05  POLL-AMOUNT-RECEIVED      PIC 9(09)V99.
004900     05  POLL-TRAILER-LINES        PIC 9(06).
005000     05  POLL-TRAILER-AMOUNT       PIC 9(09)V99.
005100*---------------------------------
005200* Y = the file balanced to its
005300* trailer, N = it did not, M =
005400* the trailer never came. Space
005500* on a day loaded from a feed
005600* that sends no header and
005700* trailer.
005800*---------------------------------
005900     05  POLL-BALANCE              PIC X(01).
006000         88  POLL-IS-BALANCED          VALUE "Y".
006100         88  POLL-IS-OUT-OF-BALANCE    VALUES "N" "M".
006200     05  POLL-DUPLICATE-COUNT      PIC 9(03).
006300     05  POLL-SEQUENCE-GAP         PIC X(01).
006400         88  POLL-HAS-SEQUENCE-GAP     VALUE "Y".
006500     05  POLL-EXPECTED-SEQUENCE    PIC 9(06).
006600     05  POLL-NEW-EXCEPTION        PIC X(01).
006700         88  POLL-EXCEPTION-IS-NEW     VALUE "Y".
006800     05  POLL-WAIVED-BY            PIC X(08).
006900     05  POLL-WAIVED-DATE          PIC 9(08).
007000     05  POLL-WAIVED-REASON        PIC X(30).
007100     05  FILLER                    PIC X(10).
007200 01  POLL-SEQUENCE-RECORD.
007300     05  FILLER                    PIC X(10).
007400     05  POLL-LAST-SEQUENCE        PIC 9(06).
007500     05  POLL-LAST-SEQ-DATE        PIC 9(08).
007600     05  FILLER                    PIC X(109).
