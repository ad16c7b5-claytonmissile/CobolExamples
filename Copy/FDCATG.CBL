000700 01  CATEGORY-RECORD.
000800     05  CATG-CODE            PIC 9(02).
000900     05  CATG-NAME            PIC X(20).
001000*---------------------------------
001100* Whether sales of the category
001200* are subject to sales tax.
001300* Anything but E is taxable, so
001400* categories set up before the
001500* flag stay taxable.
001600*---------------------------------
001700     05  CATG-TAX-STATUS      PIC X(01).
001800         88  CATG-IS-TAXABLE       VALUE "T".
001900         88  CATG-IS-TAX-EXEMPT    VALUE "E".
002000*---------------------------------
002100* The category's normal gross
002200* margin range, in percent of
002300* net sales. A high of zero
002400* (or a category set up before
002500* the range) means no range,
002600* and the sales exception
002700* report leaves the category
002800* alone.
002900*---------------------------------
003000     05  CATG-MARGIN-LOW      PIC 9(02)V9.
003100     05  CATG-MARGIN-HIGH     PIC 9(02)V9.
