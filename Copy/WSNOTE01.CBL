000100*---------------------------------
000200* WSNOTE01 - Working storage for
000300* the shared notes payable
000400* calculator. See PLNOTE01 for
000500* usage.
000600*---------------------------------
000700 01  NOTE-CALC-PAYMENT-NO      PIC 9(3).
000800 01  NOTE-CALC-PAYMENTS-LEFT   PIC 9(3).
000900 01  NOTE-CALC-PAYMENT         PIC S9(7)V99.
001000 01  NOTE-CALC-BALANCE         PIC S9(7)V99.
001100 01  NOTE-CALC-INTEREST        PIC S9(6)V99.
001200 01  NOTE-CALC-PRINCIPAL       PIC S9(7)V99.
001300 01  NOTE-CALC-DUE-DATE        PIC 9(8).
001400
001500 01  NOTE-PERIOD-RATE          PIC V9(9).
001600 01  NOTE-GROWTH-FACTOR        PIC 9(5)V9(9).
001700 01  NOTE-COMPOUND-PERIOD      PIC 9(3).
001800 01  NOTE-MONTH-COUNT          PIC 9(6).
001900 01  NOTE-MONTH-REMAINDER      PIC 9(2).
