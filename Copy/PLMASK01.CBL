000100*---------------------------------
000200* PLMASK01 USAGE:
000300*  MOVE the tax id or bank
000400*    account number TO MASK-VALUE.
000500*  PERFORM MASK-SENSITIVE-VALUE.
000600* RETURNS:
000700*  MASK-VALUE with every digit
000800*  or letter except the last
000900*  four shown as "*". Dashes and
001000*  spaces are left alone so the
001100*  value keeps its shape -
001200*  12-3456789 becomes **-***6789.
001300*
001310*  A beneficiary account or IBAN
001320*  too long for MASK-VALUE goes
001330*  in MASK-WIDE-VALUE instead.
001340*  PERFORM MASK-SENSITIVE-WIDE-VALUE.
001350*
001400* Requires WSMASK01 in
001500* WORKING-STORAGE.
001600*---------------------------------
001700 MASK-SENSITIVE-VALUE.
001800     MOVE ZERO TO MASK-KEPT.
001900     PERFORM MASK-ONE-CHARACTER
002000         VARYING MASK-SUB FROM 17 BY -1
002100         UNTIL MASK-SUB < 1.
002200
002300 MASK-ONE-CHARACTER.
002400     IF MASK-VALUE (MASK-SUB:1) NOT = SPACE
002500        AND MASK-VALUE (MASK-SUB:1) NOT = "-"
002600         PERFORM MASK-OR-KEEP-CHARACTER.
002700
002800 MASK-OR-KEEP-CHARACTER.
002900     IF MASK-KEPT < 4
003000         ADD 1 TO MASK-KEPT
003100     ELSE
003200         MOVE "*" TO MASK-VALUE (MASK-SUB:1).
003300
003400 MASK-SENSITIVE-WIDE-VALUE.
003500     MOVE ZERO TO MASK-KEPT.
003600     PERFORM MASK-ONE-WIDE-CHARACTER
003700         VARYING MASK-SUB FROM 34 BY -1
003800         UNTIL MASK-SUB < 1.
003900
004000 MASK-ONE-WIDE-CHARACTER.
004100     IF MASK-WIDE-VALUE (MASK-SUB:1) NOT = SPACE
004200        AND MASK-WIDE-VALUE (MASK-SUB:1) NOT = "-"
004300         PERFORM MASK-OR-KEEP-WIDE-CHARACTER.
004400
004500 MASK-OR-KEEP-WIDE-CHARACTER.
004600     IF MASK-KEPT < 4
004700         ADD 1 TO MASK-KEPT
004800     ELSE
004900         MOVE "*" TO MASK-WIDE-VALUE (MASK-SUB:1).
