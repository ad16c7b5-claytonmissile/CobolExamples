000100*---------------------------------
000200* WSLSE01 - Working storage for
000300* the shared lease calculator.
000400* See PLLSE01 for usage.
000500*---------------------------------
000600 01  LEASE-CALC-PAYMENT-NO     PIC 9(3).
000700 01  LEASE-CALC-PAYMENT        PIC S9(6)V99.
000800 01  LEASE-CALC-BALANCE        PIC S9(7)V99.
000900 01  LEASE-CALC-ROU-LEFT       PIC S9(7)V99.
001000 01  LEASE-CALC-INTEREST       PIC S9(6)V99.
001100 01  LEASE-CALC-PRINCIPAL      PIC S9(6)V99.
001200 01  LEASE-CALC-ROU-AMORT      PIC S9(6)V99.
001300 01  LEASE-CALC-PV             PIC S9(7)V99.
001400 01  LEASE-CALC-TOTAL          PIC S9(7)V99.
001500
001600 01  LEASE-MONTHLY-RATE        PIC V9(9).
001700 01  LEASE-DISCOUNT-FACTOR     PIC 9V9(12).
001800 01  LEASE-PV-WORK             PIC S9(7)V9(6).
001900 01  LEASE-ESCALATION-STEPS    PIC 9(3).
002000 01  LEASE-ESCALATION-STEP     PIC 9(3).
002100 01  LEASE-ESCALATION-EARNED   PIC S9(6)V99.
002200 01  LEASE-STRAIGHT-LINE       PIC S9(6)V99.
