020200     MOVE SPACE TO RECEIPT-RECORD.
020300     MOVE PO-NUMBER TO RCPT-PO-NUMBER.
020400     MOVE NEXT-RECEIPT-SEQ TO RCPT-SEQ.
020450     MOVE PO-PROJECT TO RCPT-PROJECT.
020460     MOVE ZEROES TO RCPT-VOUCHER.
020500     MOVE "N" TO ZERO-DATE-IS-OK.
020600     MOVE "ENTER RECEIPT DATE (MM/DD/CCYY)" TO DATE-PROMPT.
020700     PERFORM GET-A-DATE.
