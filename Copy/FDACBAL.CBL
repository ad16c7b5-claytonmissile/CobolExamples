000100*---------------------------------
000200* FDACBAL - Record layout for
000300* the Account Balance File: the
000400* debits and credits posted to
000500* an account in one period
000600* (CCYYMM), the number of
000700* journal lines behind them and
000800* the last batch that touched
000900* the balance.
001000*---------------------------------
001100 FD  ACCT-BALANCE-FILE
001200     LABEL RECORDS ARE STANDARD.
001300 01  ACCT-BALANCE-RECORD.
001400     05  ACB-KEY.
001500         10  ACB-COMPANY      PIC 9(02).
001600         10  ACB-ACCOUNT      PIC 9(05).
001700         10  ACB-PERIOD       PIC 9(06).
001800     05  ACB-DEBIT            PIC S9(9)V99.
001900     05  ACB-CREDIT           PIC S9(9)V99.
002000     05  ACB-LINE-COUNT       PIC 9(07).
002100     05  ACB-LAST-BATCH       PIC 9(06).
002200     05  ACB-LAST-POSTED      PIC 9(08).
