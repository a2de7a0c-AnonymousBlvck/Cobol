              02 ProdStatus PIC X(1).
                     88 ProdSelling VALUES "A", " ".
                     88 ProdDiscontinued VALUE "D".
      *> Drop-ship: "Y" marks a bulky product we never stock - the
      *> supplier delivers it straight to the customer. ordpick
      *> raises a PO for such a line instead of allocating it, and
      *> the supplier's delivery confirmation through porecv ships
      *> it without it ever touching the shelves or stockmove.txt.
      *> A space reads as stocked.
              02 ProdDropShip PIC X(1).
                     88 ProdDropShipped VALUE "Y".
                     88 ProdStocked VALUES "N", " ".
      *> Merchandise category off category.txt (catrec.cpy): the
      *> department and the category under it, assigned through
      *> tables. Spaces until one is assigned - the category report
      *> groups those as unassigned.
              02 ProdCategory.
                     03 ProdCatDept PIC X(2).
                     03 ProdCatSub PIC X(2).
