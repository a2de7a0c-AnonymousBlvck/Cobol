*> trailer counting the data lines and hashing the units on hand,
*> so the web side can prove it loaded the whole file. Runs late in
*> nightlybatch so the site opens with the shop's stock picture.
*> A kit (a gift set or bundle on kit.txt) has no sizes of its own,
*> so its PRD line is followed by one KIT line instead, carrying
*> how many whole kits the home location - where web orders are
*> filled from - can make up right now: KITSTOCK's figure, the
*> scarcest component deciding, which weborder holds the order to.
*> That number goes into the units hash with the SKU quantities.
*> Each PRD line ends with the product's category - department
*> code then category code, off ProdCategory - so the storefront
*> can build its menus the way the shop groups its stock; blank
*> for a product not yet put in a category.
IDENTIFICATION DIVISION.
PROGRAM-ID. webfeed.

           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT FeedFile ASSIGN TO "webcat.txt"
01 FeedPrice PIC 9(5)V99.
01 EffPrice PIC 9(5)V99.
01 PriceFound PIC X.
*> List price only - no customer and no quantity, so GETPRICE
*> leaves contract and quantity-break prices out of it.
01 ListCustID PIC 9(6) VALUE ZERO.
01 ListQty PIC 9(5) VALUE ZERO.
01 FinalPrice PIC 9(5)V99.
01 OnPromo PIC X.
01 DataLineCount PIC 9(7) VALUE ZERO.
01 UnitsOnFeed PIC 9(12) VALUE ZERO.
01 ProductCount PIC 9(5) VALUE ZERO.
01 SkuLineCount PIC 9(7) VALUE ZERO.
01 KitLineCount PIC 9(7) VALUE ZERO.
01 KitLocCode PIC X(2).
01 ProdIsKit PIC X.
01 KitAvail PIC 9(5).
01 PrdFeedLine.
       02 FILLER PIC X(4) VALUE "PRD ".
       02 FeedProdCode PIC X(5).
       02 FeedProdName PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 FeedPriceOut PIC 9(5).99.
       02 FILLER PIC X VALUE SPACE.
       02 FeedCategory PIC X(4).
01 SkuFeedLine.
       02 FILLER PIC X(4) VALUE "SKU ".
       02 FeedSkuProd PIC X(5).
       02 FeedSkuSize PIC X(2).
       02 FILLER PIC X VALUE SPACE.
       02 FeedInStock PIC X(1).
01 KitFeedLine.
       02 FILLER PIC X(4) VALUE "KIT ".
       02 FeedKitProd PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 FeedKitAvail PIC 9(5).
       COPY "ctlrec.cpy".
       COPY "retcode.cpy".


       CLOSE ProductFile, SkuFile, FeedFile.
       DISPLAY "Catalog feed written to webcat.txt : " ProductCount
           " products, " SkuLineCount " SKU lines, " KitLineCount
           " kit lines.".
       IF ProductCount = 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
       IF NOT ProdDiscontinued
           ADD 1 TO ProductCount
           MOVE ProdUnitPrice TO FeedPrice
           CALL "GETPRICE" USING ProdCode, RunDate, ListCustID, ListQty,
               EffPrice, PriceFound
           IF PriceFound = "Y"
               MOVE EffPrice TO FeedPrice
           END-IF
           MOVE ProdCode TO FeedProdCode
           MOVE ProdName TO FeedProdName
           MOVE FeedPrice TO FeedPriceOut
           MOVE ProdCategory TO FeedCategory
           WRITE FeedLine FROM PrdFeedLine
           ADD 1 TO DataLineCount
           MOVE SPACES TO KitLocCode
           CALL "KITSTOCK" USING ProdCode, KitLocCode, ProdIsKit,
               KitAvail
           IF ProdIsKit = "Y"
               PERFORM FeedKitAvailability
           ELSE
               PERFORM FeedProductSkus
           END-IF
       END-IF.
       READ ProductFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.

FeedKitAvailability.
       MOVE ProdCode TO FeedKitProd.
       MOVE KitAvail TO FeedKitAvail.
       WRITE FeedLine FROM KitFeedLine.
       ADD 1 TO DataLineCount.
       ADD 1 TO KitLineCount.
       ADD KitAvail TO UnitsOnFeed.

FeedProductSkus.
       MOVE "N" TO SkuEOF.
       MOVE ProdCode TO SkuProdCode.
