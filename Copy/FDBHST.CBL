000100*---------------------------------
000200* FDBHST - Record layout for
000300* the nightly batch run
000400* history. The run date is the
000500* night the batch started, even
000600* for a leg that finishes after
000700* midnight; the weekday is
000800* 1 = Monday through 7 = Sunday.
000900* Times are HHMMSS and the
001000* elapsed time is in seconds.
001100* Legs with no dollars carry
001200* zero debits and credits.
001300*---------------------------------
001400 FD  BATCH-HIST-FILE
001500     LABEL RECORDS ARE STANDARD.
001600 01  BATCH-HIST-RECORD.
001700     05  BHST-RUN-DATE        PIC 9(08).
001800     05  BHST-WEEKDAY         PIC 9(01).
001900     05  BHST-MONTH-END       PIC X(01).
002000     05  BHST-LEG             PIC X(08).
002100     05  BHST-START-TIME      PIC 9(06).
002200     05  BHST-END-TIME        PIC 9(06).
002300     05  BHST-ELAPSED         PIC 9(05).
002400     05  BHST-COUNT           PIC 9(07).
002500     05  BHST-DEBIT-TOTAL     PIC S9(09)V99.
002600     05  BHST-CREDIT-TOTAL    PIC S9(09)V99.
