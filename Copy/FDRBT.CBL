000100*---------------------------------
000200* FDRBT - Record layout for the
000300* Vendor Rebate Agreement File.
000400* A supplier pays a rebate on
000500* the year's qualifying spend
000600* once it passes a volume tier;
000700* the rate of the highest tier
000800* reached applies back to the
000900* first dollar. Spend is what
001000* was invoiced (voucher date)
001100* or what was paid (paid date)
001200* between the start and end
001300* dates of the program.
001400*---------------------------------
001500 FD  REBATE-FILE
001600     LABEL RECORDS ARE STANDARD.
001700 01  REBATE-RECORD.
001800     05  RBT-KEY.
001900         10  RBT-VENDOR       PIC 9(05).
002000         10  RBT-YEAR         PIC 9(04).
002100     05  RBT-START-DATE       PIC 9(08).
002200     05  RBT-END-DATE         PIC 9(08).
002300     05  RBT-BASIS            PIC X(01).
002400         88  RBT-ON-PAID          VALUE "P".
002500         88  RBT-ON-INVOICED      VALUE "I".
002600*---------------------------------
002700* Up to five tiers in rising
002800* order of threshold. The rate
002900* is a percent of spend; a tier
003000* with a zero rate is unused.
003100*---------------------------------
003200     05  RBT-TIER             OCCURS 5 TIMES.
003300         10  RBT-TIER-THRESHOLD PIC 9(09)V99.
003400         10  RBT-TIER-RATE      PIC 9(02)V999.
003500*---------------------------------
003600* The spend categories that
003700* qualify. All zero means any
003800* category.
003900*---------------------------------
004000     05  RBT-CATEGORY         PIC 9(02)
004100                              OCCURS 5 TIMES.
004200     05  RBT-RECEIVABLE-ACCOUNT PIC 9(05).
004300     05  RBT-INCOME-ACCOUNT   PIC 9(05).
004400*---------------------------------
004500* Kept by the month-end run:
004600* the spend and tier at the
004700* last run and the rebate
004800* accrued to the journal so
004900* far. Once the program has
005000* ended the accrual is billed
005100* to the vendor as a refund
005200* receivable.
005300*---------------------------------
005400     05  RBT-SPEND            PIC S9(09)V99.
005500     05  RBT-TIER-REACHED     PIC 9(01).
005600     05  RBT-ACCRUED          PIC S9(07)V99.
005700     05  RBT-LAST-RUN-DATE    PIC 9(08).
005800     05  RBT-STATUS           PIC X(01).
005900         88  RBT-IS-ACTIVE        VALUE "A".
006000         88  RBT-IS-BILLED        VALUE "B".
006100     05  RBT-BILLED-DATE      PIC 9(08).
006200     05  RBT-REFUND-SEQ       PIC 9(03).
