000100*---------------------------------
000200* FDSDN - Record layout for the
000300* Sanctions List File. The key
000400* is OFAC's entry number for the
000500* listed party, the record type
000600* and a sequence within type:
000700*   N = the primary name,
000800*   A = an alias (a.k.a.,
000900*       f.k.a., n.k.a.),
001000*   D = an address.
001100* The text is the name or the
001200* street address as published;
001300* the normalized text is the
001400* same squeezed to letters and
001500* digits with the common
001600* company suffixes stripped, the
001700* form vendor names are compared
001800* in. The country code is the
001900* two-letter code the load
002000* translated the published
002100* country name to - space when
002200* the name was not recognized.
002300*---------------------------------
002400 FD  SANCTION-FILE
002500     LABEL RECORDS ARE STANDARD.
002600 01  SANCTION-RECORD.
002700     05  SDN-KEY.
002800         10  SDN-ENTRY-NO     PIC 9(08).
002900         10  SDN-REC-TYPE     PIC X(01).
003000             88  SDN-IS-NAME      VALUE "N".
003100             88  SDN-IS-ALIAS     VALUE "A".
003200             88  SDN-IS-ADDRESS   VALUE "D".
003300         10  SDN-REC-SEQ      PIC 9(06).
003400     05  SDN-PROGRAM          PIC X(20).
003500     05  SDN-TEXT             PIC X(60).
003600     05  SDN-NORM-TEXT        PIC X(60).
003700     05  SDN-NORM-LENGTH      PIC 9(02).
003800     05  SDN-CITY             PIC X(40).
003900     05  SDN-COUNTRY          PIC X(30).
004000     05  SDN-COUNTRY-CODE     PIC X(02).
004100     05  SDN-LOAD-DATE        PIC 9(08).
