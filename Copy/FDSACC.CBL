000100*---------------------------------
000200* FDSACC - Sensitive Value
000300* Access Log file. CSV text:
000400* operator id, date and time,
000500* program, vendor number, and
000600* the value shown (TAX-ID or
000700* BANK-ACCT).
000800*---------------------------------
000900 FD  SENSITIVE-ACCESS-FILE
001000     LABEL RECORDS ARE STANDARD.
001100 01  SENSITIVE-ACCESS-RECORD    PIC X(60).
