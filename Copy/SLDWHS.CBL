000100*---------------------------------
000200* SLDWHS - File control entries
000300* for the nightly data warehouse
000400* extract set written by
000500* WHSXTR01 for the corporate
000600* reporting warehouse to load:
000700* seven dimension files and five
000800* fact files, plain text, one
000900* record per line. The layouts
001000* are documented in FDDWHS.
001100*---------------------------------
001200     SELECT DW-STORE-FILE
001300         ASSIGN TO "DWSTORE"
001400         ORGANIZATION IS LINE SEQUENTIAL.
001500
001600     SELECT DW-DIVISION-FILE
001700         ASSIGN TO "DWDIVSN"
001800         ORGANIZATION IS LINE SEQUENTIAL.
001900
002000     SELECT DW-DEPARTMENT-FILE
002100         ASSIGN TO "DWDEPT"
002200         ORGANIZATION IS LINE SEQUENTIAL.
002300
002400     SELECT DW-CATEGORY-FILE
002500         ASSIGN TO "DWCATG"
002600         ORGANIZATION IS LINE SEQUENTIAL.
002700
002800     SELECT DW-VENDOR-FILE
002900         ASSIGN TO "DWVENDR"
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100
003200     SELECT DW-ACCOUNT-FILE
003300         ASSIGN TO "DWACCT"
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500
003600     SELECT DW-CALENDAR-FILE
003700         ASSIGN TO "DWCALNDR"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT DW-SALES-FILE
004100         ASSIGN TO "DWSALES"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT DW-VOUCHER-FILE
004500         ASSIGN TO "DWVOUCH"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT DW-DIST-FILE
004900         ASSIGN TO "DWDIST"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT DW-PAYMENT-FILE
005300         ASSIGN TO "DWPAYMT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT DW-JOURNAL-FILE
005700         ASSIGN TO "DWJRNL"
005800         ORGANIZATION IS LINE SEQUENTIAL.
