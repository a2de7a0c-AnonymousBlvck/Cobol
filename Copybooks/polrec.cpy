              02 PolSizeCode PIC X(2).
              02 PolQtyOrdered PIC 9(5).
              02 PolQtyReceived PIC 9(5).
      *> The unit cost agreed with the supplier when the line was
      *> ordered, and how many units supplier invoices have billed
      *> against the line so far - apledger's three-way match holds
      *> an invoice that bills past what porecv received or above
      *> this cost. Spaces on lines from before the fields existed
      *> read as zero: no agreed cost, nothing billed yet.
              02 PolUnitCost PIC 9(5)V99.
              02 PolQtyBilled PIC 9(5).
      *> Units sent back to the supplier through rtvendor - a line
      *> can only return what was received and not already returned.
              02 PolQtyReturned PIC 9(5).
      *> The date porecv last posted a delivery against the line -
      *> what the supplier scorecard measures lateness by. Zero or
      *> spaces: nothing received since the date was kept.
              02 PolLastRecvDate PIC 9(8).
      *> On a drop-ship PO, the line of the sales order (the
      *> header's PODropOrderID) this PO line fills. Zero or spaces
      *> on stock lines.
              02 PolOrderSeq PIC 9(3).
