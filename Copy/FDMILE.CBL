000100*---------------------------------
000200* FDMILE - Record layout for the
000300* Mileage Rate File. A mileage
000400* line is paid at the rate
000500* whose effective date is the
000600* latest one on or before the
000700* day the miles were driven.
000800*---------------------------------
000900 FD  MILEAGE-RATE-FILE
001000     LABEL RECORDS ARE STANDARD.
001100 01  MILEAGE-RATE-RECORD.
001200     05  MILE-EFFECTIVE-DATE  PIC 9(08).
001300     05  MILE-RATE            PIC 9V9(03).
