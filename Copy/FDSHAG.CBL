000100*---------------------------------
000200* FDSHAG - Record layout for
000300* the Hourly Sales Aggregate
000400* File. The day's detail for a
000500* store summed by the hour the
000600* sales were rung, for labor
000700* scheduling. Hour 99 holds
000800* detail from registers that
000900* did not say the hour.
001000*---------------------------------
001100 FD  HOURLY-AGG-FILE
001200     LABEL RECORDS ARE STANDARD.
001300 01  HOURLY-AGG-RECORD.
001400     05  HAGG-KEY.
001500         10  HAGG-STORE       PIC 9(2).
001600         10  HAGG-DATE        PIC 9(8).
001700         10  HAGG-HOUR        PIC 9(2).
001800     05  HAGG-AMOUNT          PIC S9(7)V99.
001900*---------------------------------
002000* Customer transactions - each
002100* ticket counted once, so the
002200* count is the hour's customer
002300* count.
002400*---------------------------------
002500     05  HAGG-TRAN-COUNT      PIC 9(6).
