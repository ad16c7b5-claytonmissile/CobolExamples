000100*---------------------------------
000200* FDSDNH - Record layout for the
000300* Sanctions Hit File. A hit is
000400* found open (O) and stays that
000500* way until reviewed: cleared
000600* (C) as a false positive, or
000700* confirmed (T) as a true match.
000800* An open or confirmed hit keeps
000900* the vendor on sanctions hold;
001000* a cleared hit is never
001100* reopened by a later screening
001200* against the same party. The
001300* reasons name what agreed:
001400* NAME (exact), NAM~ (one name
001500* inside the other), ADDR (the
001600* vendor's address), RMIT (the
001700* remit-to address) and CTRY
001800* (the country). FOUND-BY is
001900* the program that found it.
002000*---------------------------------
002100 FD  SANCTION-HIT-FILE
002200     LABEL RECORDS ARE STANDARD.
002300 01  SANCTION-HIT-RECORD.
002400     05  SDNH-KEY.
002500         10  SDNH-VENDOR      PIC 9(05).
002600         10  SDNH-ENTRY-NO    PIC 9(08).
002700     05  SDNH-SCORE           PIC 9(02).
002800     05  SDNH-REASONS         PIC X(20).
002900     05  SDNH-SDN-NAME        PIC X(60).
003000     05  SDNH-SDN-PROGRAM     PIC X(20).
003100     05  SDNH-FOUND-DATE      PIC 9(08).
003200     05  SDNH-FOUND-BY        PIC X(08).
003300     05  SDNH-STATUS          PIC X(01).
003400         88  SDNH-IS-OPEN         VALUE "O".
003500         88  SDNH-IS-CLEARED      VALUE "C".
003600         88  SDNH-IS-CONFIRMED    VALUE "T".
003700         88  SDNH-HOLDS-VENDOR    VALUES "O" "T".
003800     05  SDNH-REVIEWED-BY     PIC X(08).
003900     05  SDNH-REVIEWED-DATE   PIC 9(08).
004000     05  SDNH-REVIEW-REASON   PIC X(30).
