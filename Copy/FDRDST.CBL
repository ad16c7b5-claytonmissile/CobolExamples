000100*---------------------------------
000200* FDRDST - Record layout for the
000300* Report Distribution File.
000400*
000500* RDST-BREAK-CODE is the company
000600* or store whose portion of the
000700* report the recipient gets;
000800* zero means the whole report.
000900* The destination is a printer
001000* (the name is not used), a
001100* spool file name, or an e-mail
001200* drop folder the mailer picks
001300* up from. The last delivery
001400* made to the recipient is kept
001500* on the record.
001600*---------------------------------
001700 FD  RDST-FILE
001800     LABEL RECORDS ARE STANDARD.
001900 01  RDST-RECORD.
002000     05  RDST-KEY.
002100         10  RDST-REPORT-NAME     PIC X(08).
002200         10  RDST-RECIPIENT       PIC X(08).
002300     05  RDST-RECIPIENT-NAME      PIC X(30).
002400     05  RDST-BREAK-CODE          PIC 9(02).
002500         88  RDST-GETS-WHOLE-REPORT VALUE ZEROES.
002600     05  RDST-DEST-TYPE           PIC X(01).
002700         88  RDST-TO-PRINTER      VALUE "P".
002800         88  RDST-TO-SPOOL-FILE   VALUE "S".
002900         88  RDST-TO-EMAIL-DROP   VALUE "E".
003000         88  RDST-DEST-TYPE-IS-VALID
003100                                  VALUES "P" "S" "E".
003200     05  RDST-DESTINATION         PIC X(40).
003300     05  RDST-LAST-RUN-NUMBER     PIC 9(05).
003400     05  RDST-LAST-DELIVERED-DATE PIC 9(08).
003500     05  RDST-LAST-DELIVERED-TIME PIC 9(06).
003600     05  RDST-LAST-LINE-COUNT     PIC 9(06).
