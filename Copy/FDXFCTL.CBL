000100*---------------------------------
000200* FDXFCTL - Record layout for the
000300* Transfer Number Control File.
000400*---------------------------------
000500 FD  XFER-CTL-FILE
000600     LABEL RECORDS ARE STANDARD.
000700 01  XFER-CTL-RECORD.
000800     05  XFCTL-NEXT-NUMBER    PIC 9(06).
