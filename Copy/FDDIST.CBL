002700* entries automatically.
002800*---------------------------------
002900     05  DIST-COMPANY         PIC 9(02).
003000*---------------------------------
003100* The store the line's expense
003200* belongs to, on the Store
003300* Codes File - the four-wall
003400* store P&L charges it to that
003500* store. Zero means no store
003600* (office or company-wide
003700* spend).
003800*---------------------------------
003900     05  DIST-STORE           PIC 9(02).
004000*---------------------------------
004100* The project the line's
004200* expense is charged to, on
004300* the Project Master File -
004400* the project cost report sums
004500* it as actual spend. Blank
004600* means no project.
004700*---------------------------------
004800     05  DIST-PROJECT         PIC X(06).
