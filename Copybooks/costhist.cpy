      *> Shared product cost-history record layout for costhist.txt.
      *> porecv re-averages ProdUnitCost every time a delivery posts -
      *> the on-hand quantity at the old cost weighted against the
      *> received quantity at the cost agreed on the PO line - and
      *> appends one line here per change, dated, with the cost
      *> before and after and the PO that moved it, so a margin or a
      *> stock valuation can be traced back to the deliveries behind
      *> it.
       01 CostHistRecord.
              02 ChDate PIC 9(8).
              02 ChTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 ChProdCode PIC X(5).
              02 FILLER PIC X VALUE SPACE.
              02 ChPONumber PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 ChOnHand PIC 9(7).
              02 FILLER PIC X VALUE SPACE.
              02 ChRecvQty PIC 9(5).
              02 FILLER PIC X VALUE SPACE.
              02 ChRecvCost PIC 9(5)V99.
              02 FILLER PIC X VALUE SPACE.
              02 ChOldCost PIC 9(5)V99.
              02 FILLER PIC X VALUE SPACE.
              02 ChNewCost PIC 9(5)V99.
