000100*---------------------------------
000200* FDPROMO - Record layout for
000300* the Promotion Calendar File.
000400* One record per promotion: the
000500* dates it ran (inclusive) and
000600* the store/division/department/
000700* category slots it covered.
000800* Store zero in a slot means
000900* every store carrying the
001000* division and department.
001100*---------------------------------
001200 FD  PROMOTION-FILE
001300     LABEL RECORDS ARE STANDARD.
001400 01  PROMOTION-RECORD.
001500     05  PROMO-ID             PIC 9(05).
001600     05  PROMO-DESC           PIC X(30).
001700     05  PROMO-START-DATE     PIC 9(08).
001800     05  PROMO-END-DATE       PIC 9(08).
001900     05  PROMO-SLOT-COUNT     PIC 9(02).
002000     05  PROMO-SLOT OCCURS 20 TIMES.
002100         10  PROMO-SLOT-STORE      PIC 9(02).
002200         10  PROMO-SLOT-DIVISION   PIC 9(02).
002300         10  PROMO-SLOT-DEPARTMENT PIC 9(02).
002400         10  PROMO-SLOT-CATEGORY   PIC 9(02).
