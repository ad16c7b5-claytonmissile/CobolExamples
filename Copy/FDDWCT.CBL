000100*---------------------------------
000200* FDDWCT - Record layout for the
000300* warehouse extract control
000400* file.
000500*
000600* DWCTL-LAST-STAMP is the date
000700* and time the last extract
000800* started; change-log entries
000900* from then on are picked up by
001000* the next one. The journal
001100* history file is only ever
001200* added to, so the count of its
001300* lines already sent marks where
001400* the next extract resumes.
001500* Sales go by day, through the
001600* last day the sales roll had
001700* aggregated.
001800*---------------------------------
001900 FD  DWCTL-FILE
002000     LABEL RECORDS ARE STANDARD.
002100 01  DWCTL-RECORD.
002200     05  DWCTL-LAST-STAMP.
002300         10  DWCTL-LAST-DATE  PIC 9(08).
002400         10  DWCTL-LAST-TIME  PIC 9(06).
002500     05  DWCTL-RUN-NUMBER     PIC 9(06).
002600     05  DWCTL-JOURNAL-LINES  PIC 9(09).
002700     05  DWCTL-SALES-THROUGH  PIC 9(08).
