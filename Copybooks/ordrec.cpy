      *> Shared sales-order header layout for order.txt, keyed by its
      *> own order number, so the sale relationship the shop used to
      *> keep on paper lives on file. One header per customer order,
      *> carrying who ordered, where it ships, who sold it and when;
      *> the product/size lines hang off it on ordlines.txt
      *> (ordlrec.cpy), keyed by order number plus line sequence the
      *> way polines.txt hangs off po.txt, so one order is one pick
      *> ticket, one packing slip and one invoice however many items
      *> the customer asked for.
      *> Each line walks its own status - E (entered) -> P (picked)
      *> -> S (shipped) -> V (invoiced), C (cancelled), or the B
      *> (backordered) side track - so part of an order can ship
      *> while the rest waits on stock. OrderStatus is the order's
      *> overall state, rolled up from its lines every time a line
      *> moves: the earliest step any open line still needs (E, then
      *> P, then S, then B), else V once everything live is billed,
      *> else C when every line was cancelled. ordpick takes orders
      *> at E; ordinv bills whatever lines have reached S.
      *> Two header-only states sit in front of the pick: H (held)
      *> is an entered order ordpick refused on the CREDCHK credit
      *> check, waiting on the ordhold worklist, and R (released) is
      *> one a supervisor let through, which ordpick picks without
      *> asking again. The lines stay at E under both, and the
      *> rollup leaves H or R standing while any line is still E.
       01 OrderData.
              02 OrderID PIC 9(6).
              02 OrderDate PIC 9(8).
              02 OrderCustID PIC 9(6).
              02 OrderStatus PIC X(1).
                     88 OrderEntered VALUE "E".
                     88 OrderPicked VALUE "P".
                     88 OrderInvoiced VALUE "V".
                     88 OrderCancelled VALUE "C".
                     88 OrderBackordered VALUE "B".
                     88 OrderHeld VALUE "H".
                     88 OrderReleased VALUE "R".
      *> Zero until a line is billed; then the number of the invoice
      *> the order was last billed on - each line keeps its own in
      *> OlInvoiceNo, since a split shipment bills twice.
              02 OrderInvoiceNo PIC 9(6).
      *> Which custaddr.txt line the goods ship to - the AddrSeq the
      *> operator chose through PICKADDR at entry, zero for the main
      *> Who sold the order - keyed at entry, carried through to
      *> the invoice's custtran line for the commission run.
              02 OrderSalesID PIC X(6).
      *> Freight ordship has charged on this order's shipments that
      *> no invoice has carried yet, and the part of it that is
      *> taxable in the delivery zone. ordinv bills both on the next
      *> invoice for the order as a freight line and zeroes them.
              02 OrderFreight PIC 9(5)V99.
              02 OrderFreightTaxed PIC 9(5)V99.
