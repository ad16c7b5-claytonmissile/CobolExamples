000100*---------------------------------
000200* FDGCLG - Record layout for the
000300* Gift Card Ledger File. One
000400* record per gift card issue or
000500* redemption the registers
000600* sent, by store and date.
000700* These lines never reach the
000800* daily sales file: an issue is
000900* money held for the customer,
001000* not revenue, and a redemption
001100* becomes revenue in the
001200* category the register rang it
001300* under.
001400*---------------------------------
001500 FD  GIFT-CARD-LEDGER-FILE
001600     LABEL RECORDS ARE STANDARD.
001700 01  GIFT-CARD-LEDGER-RECORD.
001800     05  GCL-KEY.
001900         10  GCL-DATE          PIC 9(08).
002000         10  GCL-STORE         PIC 9(02).
002100         10  GCL-CARD          PIC 9(16).
002200         10  GCL-TRAN-TYPE     PIC X(01).
002300             88  GCL-IS-ISSUE       VALUE "I".
002400             88  GCL-IS-REDEMPTION  VALUE "D".
002500     05  GCL-DIVISION          PIC 9(02).
002600     05  GCL-DEPARTMENT        PIC 9(02).
002700     05  GCL-CATEGORY          PIC 9(02).
002800     05  GCL-AMOUNT            PIC S9(6)V99.
