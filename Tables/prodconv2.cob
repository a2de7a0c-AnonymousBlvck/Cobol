       >>SOURCE FORMAT FREE
*> One-time conversion of product.txt from the 34-byte layout
*> ending at ProdSuppCode to the 35-byte layout ending at
*> ProdStatus, set to "A" - everything on file keeps selling until
*> someone discontinues it through tables' menu. Run once, by
*> hand, after dropping in the new programs and before any of them
*> customer.txt. Reads the file under the old layout, writes
*> product.new under the new one, and product.new is renamed over
*> product.txt to finish. prodsku.txt is untouched - the SKU
*> record didn't change. Both layouts are spelled out here, so a
*> file this old still converts in two steps - this, then
*> prodconv3.
IDENTIFICATION DIVISION.
PROGRAM-ID. prodconv2.

              02 OldProdSuppCode PIC X(5).

FD NewProductFile.
       01 NewProductData.
              02 NewProdCode PIC X(5).
              02 NewProdName PIC X(10).
              02 NewProdUnitPrice PIC 9(5)V99.
              02 NewProdUnitCost PIC 9(5)V99.
              02 NewProdSuppCode PIC X(5).
              02 NewProdStatus PIC X(1).

WORKING-STORAGE SECTION.
01 OldFileStatus PIC XX.
