*> set) prints with the shortfall quantity and the product's name
*> read off the product.txt master, so the shop finds out it is low
*> on mediums from the morning report instead of from a customer.
*> Each line names the product's supplier, so purchasing can take
*> a repeat shortage straight to that supplier's line on the
*> suppscore scorecard.
*> Runs as a nightlybatch step after the customer report, and by
*> hand the same way custextract is.
IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT ProductFile ASSIGN TO "product.txt"
       02 FILLER PIC X(21) VALUE "Low Stock / Reorder  ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 Heads PIC X(70) VALUE
       "Code   Name        Size  On Hand  Reorder At  Shortfall  Supp".
01 ReorderDetailLine.
       02 PrnProdCode PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnReorderAt PIC ZZZZ9.
       02 FILLER PIC X(6) VALUE SPACES.
       02 PrnShortfall PIC ZZZZ9.
       02 FILLER PIC X(5) VALUE SPACES.
       02 PrnSuppCode PIC X(5).
01 NoShortagesLine PIC X(45) VALUE "No product/size is at or under reorder level.".
01 TotalLine.
       02 FILLER PIC X(26) VALUE "Product/sizes to reorder: ".
           MOVE SkuQty TO PrnOnHand
           MOVE SkuReorder TO PrnReorderAt
           MOVE Shortfall TO PrnShortfall
           IF ProdFound = "Y"
               MOVE ProdSuppCode TO PrnSuppCode
           ELSE
               MOVE SPACES TO PrnSuppCode
           END-IF
           WRITE PrintLine FROM ReorderDetailLine AFTER ADVANCING 1 LINE
           ADD 1 TO ShortCount
           END-IF
