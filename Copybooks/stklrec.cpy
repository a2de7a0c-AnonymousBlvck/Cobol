      *> Shared stock-by-location record layout for stkloc.txt - one
      *> record per location/product/size, keyed by location code
      *> plus the prodsku.txt key. SkuQty on prodsku.txt stays the
      *> total on hand across every location, so the two always
      *> move together through LOCMOVE's below-zero guard; goods out
      *> on a transfer are on transfer.txt, not on any shelf here.
       01 StockLocData.
              02 StlKey.
                     03 StlLocCode PIC X(2).
                     03 StlProdCode PIC X(5).
                     03 StlSizeCode PIC X(2).
              02 StlQty PIC 9(5).
              02 StlLastMoveDate PIC 9(8).
