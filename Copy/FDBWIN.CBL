000100*---------------------------------
000200* FDBWIN - Record layout for
000300* the Batch Window File.
000400* BWIN-STATE "O" while the
000500* nightly cycle is running,
000600* "C" once it has finished or
000700* the window was cleared by
000800* hand; BWIN-CLOSED-BY is the
000900* driver's PROGRAM-ID or the
001000* operator who cleared it.
001100*---------------------------------
001200 FD  BATCH-WINDOW-FILE
001300     LABEL RECORDS ARE STANDARD.
001400 01  BATCH-WINDOW-RECORD.
001500     05  BWIN-STATE           PIC X(01).
001600         88  BWIN-IS-OPEN         VALUE "O".
001700     05  BWIN-OPEN-DATE       PIC 9(08).
001800     05  BWIN-OPEN-TIME       PIC 9(06).
001900     05  BWIN-CLOSE-DATE      PIC 9(08).
002000     05  BWIN-CLOSE-TIME      PIC 9(06).
002100     05  BWIN-CLOSED-BY       PIC X(08).
