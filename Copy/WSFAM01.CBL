000100*---------------------------------
000200* WSFAM01 - Working storage for
000300* the vendor family routines.
000400* See PLFAM01 for usage.
000500*---------------------------------
000600 01  FAMILY-VENDOR            PIC 9(05).
000700 01  FAMILY-HEAD              PIC 9(05).
000800 01  FAMILY-HEAD-NETS         PIC X(01).
000900 01  FAMILY-LINK-COUNT        PIC 9(04).
001000 01  FAMILY-SUB               PIC 9(04).
001100 01  FAMILY-STEPS             PIC 9(02).
001200 01  FAMILY-LINK-FOUND        PIC X(01).
001300 01  FAMILY-FILE-AT-END       PIC X(01).
001400 01  FAMILY-TABLE-FULL        PIC X(01).
001450 01  FAMILY-ROLL-UP           PIC X(01).
001500*---------------------------------
001600* One entry for each vendor that
001700* has a parent or heads a family
001800* flagged for cross-netting.
001900*---------------------------------
002000 01  FAMILY-TABLE.
002100     05  FAMILY-LINK          OCCURS 2000 TIMES.
002200         10  FAMILY-LINK-VENDOR
002300                              PIC 9(05).
002400         10  FAMILY-LINK-PARENT
002500                              PIC 9(05).
002600         10  FAMILY-LINK-NETS PIC X(01).
