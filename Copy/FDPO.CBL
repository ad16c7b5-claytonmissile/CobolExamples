002800* unbudgeted.
002900*---------------------------------
003000     05  PO-CATEGORY          PIC 9(02).
003100*---------------------------------
003200* The project the PO is charged
003300* to, on the Project Master
003400* File. Blank means no project.
003500*---------------------------------
003600     05  PO-PROJECT           PIC X(06).
