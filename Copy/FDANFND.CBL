000100*---------------------------------
000200* FDANFND - Record layout for the
000300* Payment Analytics Finding File.
000400* The test codes are SP (split
000500* invoices), RD (round-dollar
000600* amount), BF (leading-digit
000700* outlier), SD (entered and
000800* approved by one operator), BK
000900* (bank account shared by
001000* vendors) and AD (address or
001100* phone matching another
001200* vendor's remit-to). The
001300* subject is what the finding is
001400* about - a voucher, a vendor
001500* and period, a bank account, a
001600* pair of vendors - so a rerun
001700* finds the same record again.
001800* A finding is raised open (O)
001900* and stays open until the
002000* auditor records it as
002100* explained (E), an exception
002200* referred for action (X), or a
002300* false positive (F); only an
002400* open finding is refreshed by a
002500* later run.
002600*---------------------------------
002700 FD  ANALYTICS-FINDING-FILE
002800     LABEL RECORDS ARE STANDARD.
002900 01  ANALYTICS-FINDING-RECORD.
003000     05  AFND-KEY.
003100         10  AFND-TEST          PIC X(02).
003200             88  AFND-IS-SPLIT      VALUE "SP".
003300             88  AFND-IS-ROUND      VALUE "RD".
003400             88  AFND-IS-BENFORD    VALUE "BF".
003500             88  AFND-IS-SAME-OPER  VALUE "SD".
003600             88  AFND-IS-BANK       VALUE "BK".
003700             88  AFND-IS-ADDRESS    VALUE "AD".
003800         10  AFND-SUBJECT       PIC X(30).
003900     05  AFND-VENDOR            PIC 9(05).
004000     05  AFND-VOUCHER           PIC 9(05).
004100     05  AFND-AMOUNT            PIC S9(9)V99.
004200     05  AFND-DETAIL            PIC X(60).
004300     05  AFND-PERIOD-FROM       PIC 9(08).
004400     05  AFND-PERIOD-TO         PIC 9(08).
004500     05  AFND-FOUND-DATE        PIC 9(08).
004600     05  AFND-LAST-RUN-DATE     PIC 9(08).
004700     05  AFND-DISPOSITION       PIC X(01).
004800         88  AFND-IS-OPEN           VALUE "O".
004900         88  AFND-IS-EXPLAINED      VALUE "E".
005000         88  AFND-IS-EXCEPTION      VALUE "X".
005100         88  AFND-IS-FALSE-POSITIVE VALUE "F".
005200     05  AFND-DISPOSED-BY       PIC X(08).
005300     05  AFND-DISPOSED-DATE     PIC 9(08).
005400     05  AFND-DISPOSED-NOTE     PIC X(40).
