004000         88  OPER-IS-LOCKED       VALUE "L".
004100     05  OPER-OLD-PASSWORD    PIC X(08)
004200                              OCCURS 3 TIMES.
004300*---------------------------------
004400* Full display of vendor tax ids
004500* and bank account numbers. Any
004600* other operator sees them
004700* masked to the last four.
004800*---------------------------------
004900     05  OPER-AUTH-UNMASK     PIC X(01).
005000         88  OPER-CAN-SEE-FULL-IDS VALUE "Y".
005100*---------------------------------
005200* The supervisor who vouches for
005300* this operator's access at each
005400* quarterly recertification.
005500* Blank sends the operator to
005600* whoever runs the cycle with
005700* utility authority.
005800*---------------------------------
005900     05  OPER-SUPERVISOR      PIC X(08).
006000*---------------------------------
006100* The highest requisition
006200* approval tier this operator
006300* may approve. Zero means the
006400* operator approves no
006500* requisitions.
006600*---------------------------------
006700     05  OPER-REQN-TIER       PIC 9(01).
