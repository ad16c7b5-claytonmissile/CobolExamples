000100*---------------------------------
000200* WSSTAX01 - Working storage for
000300* the shared sales tax routine.
000400* See PLSTAX01 for usage.
000500*---------------------------------
000600 01  STAX-JURISDICTION        PIC 9(3).
000700 01  STAX-RATE                PIC 9(2)V9(3).
000800 01  STAX-LIABILITY-ACCOUNT   PIC 9(5).
000900 01  STAX-TAXABLE             PIC S9(6)V99.
001000 01  STAX-EXEMPT              PIC S9(6)V99.
001100 01  STAX-TAX                 PIC S9(6)V99.
001200 01  STAX-RECORD-FOUND        PIC X.
001300 01  STAX-AGG-AT-END          PIC X.
001400 01  STAX-STORE-SUB           PIC 999.
001500
001600*---------------------------------
001700* A month of sales tax by store,
001800* subscripted by store code.
001900*---------------------------------
002000 01  STAX-PERIOD              PIC 9(6).
002100 01  STAX-STORE-TOTALS.
002200     05  STAX-STORE-ENTRY OCCURS 99 TIMES.
002300         10  STAX-STORE-JURISDICTION PIC 9(3).
002400         10  STAX-STORE-TAXABLE   PIC S9(9)V99.
002500         10  STAX-STORE-EXEMPT    PIC S9(9)V99.
002600         10  STAX-STORE-TAX       PIC S9(7)V99.
