      *> Shared sales-order line layout for ordlines.txt, keyed by
      *> order number plus a line sequence so one keyed START covers
      *> exactly one order's lines, the way polines.txt hangs off
      *> po.txt. Each line ties the order on order.txt (ordrec.cpy)
      *> to one product/size on prodsku.txt and a quantity, and walks
      *> its own status - E (entered) -> P (picked) -> S (shipped)
      *> -> V (invoiced), or C (cancelled), with B (backordered) the
      *> side track ordpick puts a stock-short line on and bordrel
      *> takes it back off to E when the stock arrives.
       01 OrderLineData.
              02 OrderLineKey.
                     03 OlOrderID PIC 9(6).
                     03 OlLineSeq PIC 9(3).
              02 OlProdCode PIC X(5).
              02 OlSizeLabel PIC X(2).
              02 OlQty PIC 9(5).
              02 OlStatus PIC X(1).
                     88 OlEntered VALUE "E".
                     88 OlPicked VALUE "P".
                     88 OlShipped VALUE "S".
                     88 OlInvoiced VALUE "V".
                     88 OlCancelled VALUE "C".
                     88 OlBackordered VALUE "B".
      *> D - a drop-ship line ordpick has put on a PO to the
      *> product's supplier for direct delivery; porecv moves it to
      *> S when the supplier confirms the goods arrived.
                     88 OlDropShipped VALUE "D".
      *> The unit price the customer was promised - set when a quote
      *> converts into an order, so the invoice bills what the quote
      *> said. Zero on a line keyed straight into ordentry: ordinv
      *> prices it through GETPRICE on the billing date.
              02 OlUnitPrice PIC 9(5)V99.
      *> Zero until the line reaches V; then the invoice that billed
      *> it.
              02 OlInvoiceNo PIC 9(6).
