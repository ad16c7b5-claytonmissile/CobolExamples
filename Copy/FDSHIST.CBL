001700         10  HIST-CATEGORY    PIC 9(02).
001800         10  HIST-PERIOD      PIC 9(06).
001900     05  HIST-AMOUNT          PIC S9(8)V99.
002000*---------------------------------
002100* Extended cost of the month's
002200* net amount, for gross margin.
002300*---------------------------------
002400     05  HIST-COST            PIC S9(8)V99.
