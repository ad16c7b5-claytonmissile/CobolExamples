000100*---------------------------------
000200* SLACBAL - File control entry
000300* for the Account Balance File.
000400* One record per company,
000500* account and period, built
000600* from the journal history by
000700* ACBPST01 as each new batch
000800* lands.
000900*---------------------------------
001000     SELECT ACCT-BALANCE-FILE
001100         ASSIGN TO "ACCTBAL"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS ACB-KEY.
