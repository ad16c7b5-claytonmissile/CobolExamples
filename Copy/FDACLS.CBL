000100*---------------------------------
000200* FDACLS - Record layout for the
000300* Asset Class File. A class
000400* names the capital account its
000500* assets are booked to, the
000600* accounts their depreciation
000700* posts to, and the life and
000800* method a new asset starts
000900* with. A voucher line charged
001000* to a class's cost account is
001100* picked up as a pending asset.
001200*---------------------------------
001300 FD  ASSET-CLASS-FILE
001400     LABEL RECORDS ARE STANDARD.
001500 01  ASSET-CLASS-RECORD.
001600     05  ACLS-CODE             PIC 9(02).
001700     05  ACLS-NAME             PIC X(20).
001800     05  ACLS-COST-ACCOUNT     PIC 9(05).
001900     05  ACLS-ACCUM-ACCOUNT    PIC 9(05).
002000     05  ACLS-EXPENSE-ACCOUNT  PIC 9(05).
002100     05  ACLS-GAIN-LOSS-ACCOUNT
002200                               PIC 9(05).
002300     05  ACLS-LIFE-MONTHS      PIC 9(03).
002400*---------------------------------
002500* S - straight-line
002600* D - double-declining balance,
002700*     switching to straight-line
002800*     when that gives more
002900*---------------------------------
003000     05  ACLS-METHOD           PIC X(01).
003100         88  ACLS-METHOD-IS-VALID VALUES "S" "D".
