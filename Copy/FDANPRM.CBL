000100*---------------------------------
000200* FDANPRM - Record layout for the
000300* Payment Analytics Parameter
000400* File.
000500*  SPLIT: invoices from one
000600*   vendor within WINDOW-DAYS of
000700*   each other, each at least
000800*   FLOOR-PCT percent of the
000900*   approval threshold but under
001000*   it, at least MIN-COUNT of
001100*   them, together over it.
001200*  ROUND: amounts of at least
001300*   MIN-AMOUNT that are an even
001400*   multiple of ROUND-MULTIPLE.
001500*  BENFORD: vendors with at least
001600*   MIN-COUNT invoices whose
001700*   share of any leading digit
001800*   is more than MAX-DEV points
001900*   off the expected share.
002000*  SAME OPERATOR: vouchers of at
002100*   least MIN-AMOUNT entered and
002200*   approved by one operator.
002300*  BANK: one routing and account
002400*   on file for MIN-VENDORS or
002500*   more vendors.
002600*  ADDRESS: the first COMPARE
002700*   characters of the street,
002800*   normalized, plus the zip.
002900*---------------------------------
003000 FD  ANALYTICS-PARM-FILE
003100     LABEL RECORDS ARE STANDARD.
003200 01  ANALYTICS-PARM-RECORD.
003300     05  ANPR-SPLIT-WINDOW-DAYS  PIC 9(03).
003400     05  ANPR-SPLIT-FLOOR-PCT    PIC 9(03).
003500     05  ANPR-SPLIT-MIN-COUNT    PIC 9(02).
003600     05  ANPR-ROUND-MIN-AMOUNT   PIC 9(6)V99.
003700     05  ANPR-ROUND-MULTIPLE     PIC 9(6)V99.
003800     05  ANPR-BENFORD-MIN-COUNT  PIC 9(04).
003900     05  ANPR-BENFORD-MAX-DEV    PIC 9(02)V9.
004000     05  ANPR-SAMEOP-MIN-AMOUNT  PIC 9(6)V99.
004100     05  ANPR-BANK-MIN-VENDORS   PIC 9(02).
004200     05  ANPR-ADDRESS-COMPARE    PIC 9(02).
