000500* run number; RPTCAT01 reprints
000600* a cataloged run by copying
000700* its spool to the printer.
000710* RPTBST01 fills in the delivery
000720* fields when it bursts the run
000730* to the report's distribution
000740* list.
000800*---------------------------------
000900 FD  RCAT-FILE
001000     LABEL RECORDS ARE STANDARD.
001600     05  RCAT-OPERATOR        PIC X(08).
001700     05  RCAT-PARAMETERS      PIC X(30).
001800     05  RCAT-SPOOL-NAME      PIC X(10).
001900     05  RCAT-DELIVERED-COUNT PIC 9(03).
002000     05  RCAT-DELIVERED-DATE  PIC 9(08).
002100     05  RCAT-DELIVERED-TIME  PIC 9(06).
