000100*---------------------------------
000200* FDSAMP - Record layout for the
000300* Audit Sample File. Item zero
000400* of a sample holds how it was
000500* drawn - the population (paid
000600* vouchers or checks) and its
000700* date range, the method, the
000800* seed, the size asked for and
000900* the top-dollar floor - with
001000* the population's count and
001100* total, so the same seed draws
001200* the same sample again. Items
001300* from one up are the vouchers
001400* or checks drawn, with the
001500* reason each was taken: T at
001600* or over the top-dollar floor,
001700* R random, M monetary unit.
001800*---------------------------------
001900 FD  AUDIT-SAMPLE-FILE
002000     LABEL RECORDS ARE STANDARD.
002100 01  AUDIT-SAMPLE-RECORD.
002200     05  SAMP-KEY.
002300         10  SAMP-NAME         PIC X(08).
002400         10  SAMP-ITEM         PIC 9(04).
002500     05  SAMP-POPULATION       PIC X(01).
002600         88  SAMP-OF-VOUCHERS      VALUE "V".
002700         88  SAMP-OF-CHECKS        VALUE "C".
002800         88  SAMP-POPULATION-IS-VALID
002900                                   VALUES "V" "C".
003000     05  SAMP-FROM-DATE        PIC 9(08).
003100     05  SAMP-TO-DATE          PIC 9(08).
003200     05  SAMP-METHOD           PIC X(01).
003300         88  SAMP-IS-RANDOM        VALUE "R".
003400         88  SAMP-IS-MONETARY      VALUE "M".
003500         88  SAMP-IS-TOP-DOLLAR    VALUE "T".
003600         88  SAMP-METHOD-IS-VALID  VALUES "R" "M" "T".
003700     05  SAMP-SEED             PIC 9(09).
003800     05  SAMP-SIZE             PIC 9(04).
003900     05  SAMP-TOP-AMOUNT       PIC 9(7)V99.
004000     05  SAMP-POP-COUNT        PIC 9(05).
004100     05  SAMP-POP-TOTAL        PIC S9(11)V99.
004200     05  SAMP-DRAWN-COUNT      PIC 9(04).
004300     05  SAMP-RUN-DATE         PIC 9(08).
004400     05  SAMP-ITEM-NUMBER      PIC 9(06).
004500     05  SAMP-ITEM-AMOUNT      PIC S9(9)V99.
004600     05  SAMP-ITEM-REASON      PIC X(01).
004700     05  SAMP-ITEM-POP-SEQ     PIC 9(05).
