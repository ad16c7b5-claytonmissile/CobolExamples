000100*---------------------------------
000200* FDBAILOG - Record layout for
000300* the BAI2 file log. Sender,
000400* creation date and time and
000500* the bank's file id number,
000600* from the file header record,
000700* identify a file.
000800*---------------------------------
000900 FD  BAI-LOG-FILE
001000     LABEL RECORDS ARE STANDARD.
001100 01  BAI-LOG-RECORD.
001200     05  BLOG-FILE-KEY.
001300         10  BLOG-SENDER      PIC X(10).
001400         10  BLOG-FILE-DATE   PIC X(06).
001500         10  BLOG-FILE-TIME   PIC X(04).
001600         10  BLOG-FILE-ID     PIC X(10).
001700     05  BLOG-LOAD-DATE       PIC 9(08).
