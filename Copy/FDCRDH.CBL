000100*---------------------------------
000200* FDCRDH - Record layout for the
000300* Purchasing Cardholder File.
000400* One record per company card,
000500* keyed by the card reference
000600* the issuer prints on its
000700* transaction file. The holder
000800* is an employee, so the
000900* employee's manager is the one
001000* who signs off the card's
001100* spending.
001200*---------------------------------
001300 FD  CARDHOLDER-FILE
001400     LABEL RECORDS ARE STANDARD.
001500 01  CARDHOLDER-RECORD.
001600     05  CRDH-CARD-ID         PIC X(10).
001700     05  CRDH-EMPLOYEE        PIC 9(05).
001800*---------------------------------
001900* The account a transaction is
002000* pre-coded to when its merchant
002100* category has no default of its
002200* own; zero leaves it blank for
002300* the holder to code.
002400*---------------------------------
002500     05  CRDH-DEFAULT-ACCOUNT PIC 9(05).
002600     05  CRDH-STATUS          PIC X(01).
002700         88  CRDH-IS-ACTIVE       VALUE "A".
002800         88  CRDH-IS-INACTIVE     VALUE "I".
002900         88  CRDH-STATUS-IS-VALID VALUES "A" "I".
