      *> that used to sit in the master's three fixed slots. Every
      *> quantity change still goes through the below-zero guard and
      *> lands on stockmove.txt.
      *> SkuUPC is the 12-digit UPC-A barcode printed on the item,
      *> spaces until one is assigned through tables. It is an
      *> alternate key (WITH DUPLICATES, so the many SKUs still
      *> without one can share spaces), so a scan at the counter or
      *> the dock reads straight to the product and size; tables
      *> refuses a UPC already on another SKU, and upcexcp reports
      *> any duplicates that get in some other way.
       01 SkuData.
              02 SkuKey.
                     03 SkuProdCode PIC X(5).
                     03 SkuSizeCode PIC X(2).
              02 SkuQty PIC 9(5).
              02 SkuReorder PIC 9(5).
              02 SkuUPC PIC X(12).
