000100*---------------------------------
000200* FDMCCD - Record layout for the
000300* Merchant Category Default
000400* File. The card networks' four
000500* digit merchant category code
000600* mapped to the G/L account and
000700* voucher category a purchasing
000800* card transaction from such a
000900* merchant is pre-coded to.
001000*---------------------------------
001100 FD  MCC-DEFAULT-FILE
001200     LABEL RECORDS ARE STANDARD.
001300 01  MCC-DEFAULT-RECORD.
001400     05  MCC-CODE             PIC 9(04).
001500     05  MCC-DESCRIPTION      PIC X(30).
001600     05  MCC-ACCOUNT          PIC 9(05).
001700     05  MCC-CATEGORY         PIC 9(02).
