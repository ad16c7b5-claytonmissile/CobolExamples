000100*---------------------------------
000200* WSPPD01 - Working storage for
000300* the shared prepaid schedule
000400* arithmetic. See PLPPD01 for
000500* usage.
000600*---------------------------------
000700 01  PREPAID-PERIOD           PIC 9(6).
000800 01  PREPAID-PERIOD-FIELDS REDEFINES PREPAID-PERIOD.
000900     05  PREPAID-PERIOD-YEAR  PIC 9(4).
001000     05  PREPAID-PERIOD-MONTH PIC 9(2).
001100         88  PREPAID-MONTH-IS-VALID VALUES 01 THRU 12.
001200 01  PREPAID-START-WORK       PIC 9(6).
001300 01  PREPAID-START-FIELDS REDEFINES PREPAID-START-WORK.
001400     05  PREPAID-START-YEAR   PIC 9(4).
001500     05  PREPAID-START-MONTH  PIC 9(2).
001600 01  PREPAID-SLICE-NO         PIC S9(5).
001700 01  PREPAID-SLICES-DUE       PIC 9(3).
001800 01  PREPAID-REGULAR-SLICE    PIC S9(6)V99.
001900 01  PREPAID-SLICE            PIC S9(6)V99.
002000 01  PREPAID-SCHEDULED        PIC S9(6)V99.
