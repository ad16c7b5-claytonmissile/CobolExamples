000100*---------------------------------
000200* WSBRST01 - What a cataloged
000300* report tells RPTBST01 about
000400* its own layout, so the spool
000500* can be split without the
000600* burster knowing the report.
000700*
000800* BURST-BREAK-MODE:
000900*  S - a line carrying
001000*      BURST-BREAK-TEXT at
001100*      BURST-TEXT-COLUMN starts a
001200*      section; the two-digit
001300*      company or store code at
001400*      BURST-CODE-COLUMN on that
001500*      line owns every line down
001600*      to the next break.
001700*  L - every line carrying a code
001800*      at BURST-CODE-COLUMN is
001900*      that code's alone.
002000*  N - no breaks; only whole-
002100*      report recipients apply.
002200* Lines ahead of the first break
002300* are the heading and go to
002400* every recipient; lines with
002500* no code after it go only to
002600* whole-report recipients.
002700*
002800* BURST-WITHOUT-LIST "P" prints
002900* the spool when the report has
003000* no distribution list, for the
003100* reports that always went
003200* straight to the printer.
003300* BURST-DELIVERED-COUNT is set
003400* on return.
003500* Copied into WORKING-STORAGE by
003600* the report and into the
003700* LINKAGE SECTION by RPTBST01.
003800*---------------------------------
003900 01  BURST-PARAMETERS.
004000     05  BURST-RUN-NUMBER      PIC 9(05).
004100     05  BURST-BREAK-MODE      PIC X(01).
004200         88  BURST-BY-SECTION  VALUE "S".
004300         88  BURST-BY-LINE     VALUE "L".
004400         88  BURST-NO-BREAKS   VALUE "N".
004500     05  BURST-BREAK-TEXT      PIC X(20).
004600     05  BURST-TEXT-COLUMN     PIC 9(03).
004700     05  BURST-TEXT-LENGTH     PIC 9(02).
004800     05  BURST-CODE-COLUMN     PIC 9(03).
004900     05  BURST-WITHOUT-LIST    PIC X(01).
005000         88  BURST-PRINT-WITHOUT-LIST VALUE "P".
005100     05  BURST-DELIVERED-COUNT PIC 9(03).
