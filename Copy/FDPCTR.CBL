000100*---------------------------------
000200* FDPCTR - Record layout for the
000300* Purchasing Card Transaction
000400* File. One record per line of
000500* the issuer's statement, keyed
000600* by card and the issuer's
000700* transaction reference so a
000800* card's lines read together and
000900* a line imported twice is
001000* caught on the key.
001100*---------------------------------
001200 FD  PCARD-TRANS-FILE
001300     LABEL RECORDS ARE STANDARD.
001400 01  PCARD-TRANS-RECORD.
001500     05  PCT-KEY.
001600         10  PCT-CARD-ID      PIC X(10).
001700         10  PCT-REFERENCE    PIC X(12).
001800     05  PCT-STATEMENT-DATE   PIC 9(08).
001900     05  PCT-POST-DATE        PIC 9(08).
002000     05  PCT-MCC              PIC 9(04).
002100     05  PCT-MERCHANT         PIC X(25).
002200*---------------------------------
002300* A credit from the merchant is
002400* carried negative.
002500*---------------------------------
002600     05  PCT-AMOUNT           PIC S9(6)V99.
002700     05  PCT-ACCOUNT          PIC 9(05).
002800     05  PCT-CATEGORY         PIC 9(02).
002900     05  PCT-PURPOSE          PIC X(30).
003000*---------------------------------
003100* U - imported, not yet coded
003200*     by the holder (the merchant
003300*     category default, if any,
003400*     is already filled in)
003500* C - coded by the holder,
003600*     waiting for the manager
003700* A - signed off by the manager
003800* B - billed on the issuer's
003900*     voucher
004000*---------------------------------
004100     05  PCT-STATUS           PIC X(01).
004200         88  PCT-IS-UNCODED       VALUE "U".
004300         88  PCT-IS-CODED         VALUE "C".
004400         88  PCT-IS-APPROVED      VALUE "A".
004500         88  PCT-IS-BILLED        VALUE "B".
004600     05  PCT-IMPORT-DATE      PIC 9(08).
004700     05  PCT-CODED-BY         PIC X(08).
004800     05  PCT-CODED-DATE       PIC 9(08).
004900     05  PCT-APPROVED-BY      PIC X(08).
005000     05  PCT-APPROVED-DATE    PIC 9(08).
005100     05  PCT-VOUCHER-NO       PIC 9(05).
005200*---------------------------------
005300* "Y" when the line was billed
005400* before sign-off and charged to
005500* the suspense account, to be
005600* reclassed by journal entry.
005620* Such a line keeps its coding
005640* status so the holder and the
005660* manager can still finish it.
005700*---------------------------------
005800     05  PCT-TO-SUSPENSE      PIC X(01).
