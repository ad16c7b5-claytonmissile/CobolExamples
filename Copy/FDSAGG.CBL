003000*---------------------------------
003100     05  AGG-RETURNS          PIC S9(6)V99.
003200     05  AGG-VOIDS            PIC S9(6)V99.
003300*---------------------------------
003400* Extended cost of the net
003500* amount, for gross margin.
003600*---------------------------------
003700     05  AGG-COST             PIC S9(6)V99.
