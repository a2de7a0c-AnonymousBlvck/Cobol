      *> Shared sales-quotation line layout for quotelines.txt, keyed
      *> by quote number plus a line sequence so one keyed START
      *> covers exactly one quote's lines. Each line names the
      *> product/size quoted, the quantity and the unit price the
      *> customer was given - GETPRICE's effective price with any
      *> GETPROMO deal on top, flagged in QlOnPromo - which is the
      *> price the order line carries when the quote converts.
      *> QlOrderID is the order.txt number the line became; zero
      *> until then.
       01 QuoteLineData.
              02 QuoteLineKey.
                     03 QlQuoteNo PIC 9(6).
                     03 QlLineSeq PIC 9(3).
              02 QlProdCode PIC X(5).
              02 QlSizeCode PIC X(2).
              02 QlQty PIC 9(5).
              02 QlUnitPrice PIC 9(5)V99.
              02 QlOnPromo PIC X(1).
              02 QlOrderID PIC 9(6).
