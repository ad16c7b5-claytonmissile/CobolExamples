000100*---------------------------------
000200* WSSDN01 - Working storage for
000300* the shared sanctions screening
000400* routine. See PLSDN01 for usage.
000500*---------------------------------
000600 01  SCREEN-FOUND-BY          PIC X(08).
000700 01  SCREEN-HIT-THRESHOLD     PIC 9(02) VALUE 4.
000800 01  SCREEN-NEW-HITS          PIC 9(05).
000900 01  SCREEN-OPEN-HITS         PIC 9(05).
001000 01  SCREEN-TODAY             PIC 9(08).
001100*---------------------------------
001200* Normalizing work fields - the
001300* text squeezed to letters and
001400* digits, the length kept, and
001500* the legal suffix stripped.
001600*---------------------------------
001700 01  SCREEN-NORM-INPUT        PIC X(60).
001800 01  SCREEN-NORM-OUTPUT       PIC X(60).
001900 01  SCREEN-NORM-LENGTH       PIC 9(02).
002000 01  SCREEN-SCAN-SUB          PIC 9(03).
002100 01  SCREEN-OUT-SUB           PIC 9(03).
002200 01  SCREEN-CHAR              PIC X.
002300 01  SCREEN-TALLY             PIC 9(03).
002400*---------------------------------
002500* The vendor as it is compared.
002600*---------------------------------
002700 01  SCREEN-VENDOR-NAME       PIC X(60).
002800 01  SCREEN-VENDOR-NAME-LENGTH
002900                              PIC 9(02).
003000 01  SCREEN-VENDOR-ADDR       PIC X(60).
003100 01  SCREEN-VENDOR-ADDR-LENGTH
003200                              PIC 9(02).
003300 01  SCREEN-REMIT-ADDR        PIC X(60).
003400 01  SCREEN-REMIT-ADDR-LENGTH PIC 9(02).
003500 01  SCREEN-VENDOR-CTRY       PIC X(02).
003600 01  SCREEN-REMIT-CTRY        PIC X(02).
003700 01  SCREEN-COUNTRY           PIC X(02).
003800 01  SCREEN-STATE-FOUND       PIC X.
003900*---------------------------------
004000* One listed party as it is
004100* scored.
004200*---------------------------------
004300 01  SCREEN-ENTRY-NO          PIC 9(08).
004400 01  SCREEN-ENTRY-NAME        PIC X(60).
004500 01  SCREEN-ENTRY-PROGRAM     PIC X(20).
004600 01  SCREEN-ENTRY-SCORE       PIC 9(02).
004700 01  SCREEN-ENTRY-REASONS     PIC X(20).
004800 01  SCREEN-NAME-EXACT        PIC X.
004900 01  SCREEN-NAME-PARTIAL      PIC X.
005000 01  SCREEN-ADDR-MATCH        PIC X.
005100 01  SCREEN-RMIT-MATCH        PIC X.
005200 01  SCREEN-CTRY-MATCH        PIC X.
005300 01  SCREEN-SDN-AT-END        PIC X.
005400 01  SCREEN-HIT-AT-END        PIC X.
005500 01  SCREEN-HIT-FOUND         PIC X.
