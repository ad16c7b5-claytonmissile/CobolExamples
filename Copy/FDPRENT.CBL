000100*---------------------------------
000200* FDPRENT - Record layout for
000300* the Percentage Rent Terms
000400* File. One record per store
000500* whose lease charges a share
000600* of sales over a breakpoint:
000700* the landlord it is paid to,
000800* the yearly breakpoint, the
000900* percentage, how often the
001000* landlord is sent a statement
001100* and the month the lease year
001200* starts. The breakpoint is for
001300* a full lease year; a store
001400* open only part of the year
001500* has it cut back by month.
001600*---------------------------------
001700 FD  PERCENT-RENT-FILE
001800     LABEL RECORDS ARE STANDARD.
001900 01  PERCENT-RENT-RECORD.
002000     05  PRENT-STORE           PIC 9(02).
002100     05  PRENT-LANDLORD        PIC 9(05).
002200     05  PRENT-BREAKPOINT      PIC S9(8)V99.
002300     05  PRENT-PERCENT         PIC 9(02)V99.
002400*---------------------------------
002500* M - statement and voucher
002600*     every month
002700* A - one at the end of the
002800*     lease year
002900*---------------------------------
003000     05  PRENT-FREQUENCY       PIC X(01).
003100         88  PRENT-IS-MONTHLY     VALUE "M".
003200         88  PRENT-IS-ANNUAL      VALUE "A".
003300         88  PRENT-FREQUENCY-IS-VALID VALUES "M" "A".
003400     05  PRENT-YEAR-START-MONTH PIC 9(02).
003500*---------------------------------
003600* The rent expense account and
003700* spend category the voucher
003800* is coded to, and the day of
003900* the month after the statement
004000* month it falls due.
004100*---------------------------------
004200     05  PRENT-EXPENSE-ACCOUNT PIC 9(05).
004300     05  PRENT-CATEGORY        PIC 9(02).
004400     05  PRENT-DUE-DAY         PIC 9(02).
004500     05  PRENT-COMPANY         PIC 9(02).
004600     05  PRENT-STATUS          PIC X(01).
004700         88  PRENT-IS-ACTIVE      VALUE "A".
004800         88  PRENT-IS-INACTIVE    VALUE "I".
004900     05  PRENT-ENTERED-BY      PIC X(08).
