                     88 MoveSale VALUE "S".
                     88 MoveAdjustment VALUE "A".
                     88 MoveCount VALUE "C".
                     88 MoveVendorReturn VALUE "V".
                     88 MoveTransferOut VALUE "T".
                     88 MoveTransferIn VALUE "I".
      *> What each unit of the move is worth to the ledger and where
      *> it came from, for glpost's inventory entries. Goods
      *> receiving and returns to the supplier stamp the PO cost;
      *> zero or spaces means the product's unit cost at posting.
      *> A receipt stamped C is stock coming back in off a customer
      *> credit memo - cost of sales reversed, not a supplier owed.
      *> An adjustment stamped L is layaway moving goods between the
      *> shelf and the back room - reserved, put back on a pickup
      *> ahead of its sale line, or released on a cancellation. The
      *> goods stay ours throughout, so it carries no value.
              02 FILLER PIC X VALUE SPACE.
              02 MoveUnitCost PIC 9(5)V99.
              02 FILLER PIC X VALUE SPACE.
              02 MoveOrigin PIC X(1).
                     88 MoveFromCustomer VALUE "C".
                     88 MoveFromLayaway VALUE "L".
      *> The stock location the move happened at (see locrec.cpy).
      *> The quantities above stay the product/size totals across
      *> every location; spaces here are lines journalled before
      *> stock was held by location. A transfer writes one T line
      *> at the sending location and one I line at the receiving
      *> one - the goods are on neither shelf in between.
              02 FILLER PIC X VALUE SPACE.
              02 MoveLocCode PIC X(2).
