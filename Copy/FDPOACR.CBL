000100*---------------------------------
000200* FDPOACR - Record layout for
000300* the PO Accrual History File.
000400* One record per PO marked as
000500* received at a period end,
000600* with the unrelieved balance
000700* accrued and the day the
000800* accrual was run. Rerunning a
000900* period replaces the record of
000950* each PO reviewed again.
001000*---------------------------------
001100 FD  PO-ACCRUAL-FILE
001200     LABEL RECORDS ARE STANDARD.
001300 01  PO-ACCRUAL-RECORD.
001400     05  POACR-KEY.
001500         10  POACR-PERIOD-END  PIC 9(08).
001600         10  POACR-PO-NUMBER   PIC X(10).
001700     05  POACR-VENDOR          PIC 9(05).
001800     05  POACR-AMOUNT          PIC S9(8)V99.
001900     05  POACR-RUN-DATE        PIC 9(08).
