      *> Shared kit definition record layout for kit.txt - one record
      *> per component of a kit, keyed by the kit's product code plus
      *> the component's prodsku.txt key, so one keyed START covers
      *> exactly one kit's components. The kit is a product on
      *> product.txt like any other, priced through GETPRICE, but it
      *> holds no stock of its own: selling one takes KitCompQty of
      *> each component per kit sold. Maintained through the kits
      *> table program.
       01 KitData.
              02 KitKey.
                     03 KitProdCode PIC X(5).
                     03 KitCompProd PIC X(5).
                     03 KitCompSize PIC X(2).
              02 KitCompQty PIC 9(3).
