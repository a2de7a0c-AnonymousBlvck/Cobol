           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ProdLogFile ASSIGN TO "prodlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SuppCode
           FILE STATUS IS SuppFileStatus.

       SELECT OPTIONAL CategoryFile ASSIGN TO "category.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CatKey
           FILE STATUS IS CatFileStatus.

DATA DIVISION.
FILE SECTION.
FD ProductFile.
FD StockMoveFile.
       COPY "stkmove.cpy".

FD ProdLogFile.
       COPY "prodimg.cpy".

FD SupplierFile.
       COPY "supprec.cpy".

FD CategoryFile.
       COPY "catrec.cpy".

WORKING-STORAGE SECTION.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 SkuExists PIC X.
01 StockChange PIC S9(5).
01 NewStock PIC S9(7).
01 EntryLocCode PIC X(2).
01 LocMoveQty PIC S9(5).
01 LocQty PIC 9(5).
01 LocApply PIC X.
01 LocResult PIC X.
01 BrowseEOF PIC X.
01 OldQty PIC 9(5).
01 SkuEOF PIC X.
01 SuppFileStatus PIC XX.
01 SuppFound PIC X.
01 CatFileStatus PIC XX.
01 CatFound PIC X.
01 MoreSizes PIC X.
01 ChangeReorder PIC X.
01 ChangeUPC PIC X.
01 EntryUPC PIC X(12).
01 UpcOK PIC X.
01 ReasonChoice PIC X.
01 EntrySize PIC X(2).
01 SkuShown PIC 9(3).
       END-IF.
       OPEN I-O SkuFile.
       OPEN EXTEND StockMoveFile.
       OPEN EXTEND ProdLogFile.
       MOVE SPACES TO StockMoveRecord.
       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "6 : Search Product by Name "
            DISPLAY "7 : Print Product Catalog "
            DISPLAY "8 : Discontinue/Reinstate Product "
            DISPLAY "9 : Drop-Ship/Stock Product "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice
               WHEN 6 PERFORM SearchByName
               WHEN 7 PERFORM PrintCatalogReport
               WHEN 8 PERFORM DiscontinueProd
               WHEN 9 PERFORM DropShipProd
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
CLOSE ProductFile, SkuFile, StockMoveFile, ProdLogFile.
STOP RUN.

*> prodcatalog opens product.txt and prodsku.txt for itself, so this
       ACCEPT MoveTime FROM TIME.
       WRITE StockMoveRecord.

WriteSkuImage.
       MOVE SPACES TO ProdImageRecord.
       ACCEPT PiDate FROM DATE YYYYMMDD.
       ACCEPT PiTime FROM TIME.
       MOVE "TABLES" TO PiProgram.
       SET PiSku TO TRUE.
       MOVE SkuData TO PiImage.
       WRITE ProdImageRecord.

WriteProdImage.
       MOVE SPACES TO ProdImageRecord.
       ACCEPT PiDate FROM DATE YYYYMMDD.
       ACCEPT PiTime FROM TIME.
       MOVE "TABLES" TO PiProgram.
       SET PiProduct TO TRUE.
       MOVE ProductData TO PiImage.
       WRITE ProdImageRecord.

*> A deletion goes on the log under the reserved name DELETE with
*> the deleted key in the image, for prodfwd to replay as a DELETE.
WriteProdDeletion.
       MOVE SPACES TO ProdImageRecord.
       ACCEPT PiDate FROM DATE YYYYMMDD.
       ACCEPT PiTime FROM TIME.
       MOVE "DELETE" TO PiProgram.
       SET PiProduct TO TRUE.
       MOVE ProductData TO PiImage.
       WRITE ProdImageRecord.

WriteSkuDeletion.
       MOVE SPACES TO ProdImageRecord.
       ACCEPT PiDate FROM DATE YYYYMMDD.
       ACCEPT PiTime FROM TIME.
       MOVE "DELETE" TO PiProgram.
       SET PiSku TO TRUE.
       MOVE SkuData TO PiImage.
       WRITE ProdImageRecord.

AddProd.
       DISPLAY " "
       DISPLAY "Enter Product Code : " WITH NO ADVANCING.
       DISPLAY "Enter Product Name : " WITH NO ADVANCING.
       ACCEPT ProdName.
       PERFORM AcceptPriceAndCost.
       MOVE "N" TO CatFound.
       PERFORM AcceptCategory UNTIL CatFound = "Y".
       MOVE "A" TO ProdStatus.
       MOVE "N" TO ProdDropShip.
       DISPLAY " ".

       WRITE ProductData
           INVALID KEY DISPLAY "Product code already on file"
           NOT INVALID KEY
               PERFORM WriteProdImage
               PERFORM AddSizes
       END-WRITE.

       IF EntrySize = SPACES
           MOVE "N" TO MoreSizes
       ELSE
           MOVE "N" TO UpcOK
           PERFORM AcceptSkuUPC UNTIL UpcOK = "Y"
           MOVE ProdCode TO SkuProdCode
           MOVE EntrySize TO SkuSizeCode
           MOVE EntryUPC TO SkuUPC
           DISPLAY "Enter quantity on hand for size " EntrySize " : "
               WITH NO ADVANCING
           ACCEPT SkuQty
           DISPLAY "Enter reorder level for that size (0 for none) : "
               WITH NO ADVANCING
           ACCEPT SkuReorder
           MOVE SPACES TO EntryLocCode
           IF SkuQty > 0
               MOVE "X" TO LocResult
               PERFORM AcceptOpeningLocation UNTIL LocResult NOT = "X"
           END-IF
           WRITE SkuData
               INVALID KEY DISPLAY "That size is already on file for this product"
               NOT INVALID KEY
                   PERFORM WriteSkuImage
                   IF SkuQty > 0
                       PERFORM PlaceOpeningStock
                   END-IF
           END-WRITE
       END-IF.

*> A UPC is optional - Enter leaves the size without one - but one
*> that is keyed must pass VALIDUPC's check digit and must not be
*> on some other SKU already. The probe reads along the UPC key into
*> the SKU record area, so callers take the UPC before they build
*> or re-read the record they mean to file.
AcceptSkuUPC.
       DISPLAY "UPC barcode for size " EntrySize " (blank for none) : "
           WITH NO ADVANCING.
       MOVE SPACES TO EntryUPC.
       ACCEPT EntryUPC.
       MOVE "Y" TO UpcOK.
       IF EntryUPC NOT = SPACES
           CALL "VALIDUPC" USING EntryUPC, UpcOK
           IF UpcOK = "N"
               DISPLAY "That isn't a valid 12-digit UPC - check the digits."
           ELSE
               PERFORM CheckUPCInUse
           END-IF
       END-IF.

CheckUPCInUse.
       MOVE EntryUPC TO SkuUPC.
       READ SkuFile KEY IS SkuUPC
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF SkuProdCode NOT = ProdCode
                       OR SkuSizeCode NOT = EntrySize
                   DISPLAY "UPC is already on " SkuProdCode " size "
                       SkuSizeCode " - not assigned."
                   MOVE "N" TO UpcOK
               END-IF
       END-READ.

*> The opening quantity is stock on a shelf somewhere, so it is put
*> at a location on stkloc.txt the moment the size is written; a
*> zero move asked of LOCMOVE proves the location first.
AcceptOpeningLocation.
       DISPLAY "Location holding it (blank for home) : "
           WITH NO ADVANCING.
       MOVE SPACES TO EntryLocCode.
       ACCEPT EntryLocCode.
       MOVE 0 TO LocMoveQty.
       MOVE "N" TO LocApply.
       CALL "LOCMOVE" USING EntryLocCode, ProdCode, EntrySize,
           LocMoveQty, LocApply, LocQty, LocResult.
       IF LocResult = "X"
           DISPLAY "Location " EntryLocCode " is not on file or is closed."
       END-IF.

PlaceOpeningStock.
       MOVE SkuQty TO LocMoveQty.
       MOVE "Y" TO LocApply.
       CALL "LOCMOVE" USING EntryLocCode, ProdCode, EntrySize,
           LocMoveQty, LocApply, LocQty, LocResult.
       MOVE ProdCode TO MoveProdCode.
       MOVE EntrySize TO MoveSizeLabel.
       MOVE 0 TO MoveOldQty.
       MOVE SkuQty TO MoveNewQty.
       SET MoveReceipt TO TRUE.
       MOVE EntryLocCode TO MoveLocCode.
       PERFORM WriteStockMove.

*> Deleting a product takes its SKU records with it - an orphaned
*> SKU would still answer stock lookups for a product that's gone.
DeleteProd.
       DISPLAY " "
       DELETE ProductFile
           INVALID KEY DISPLAY "Product code doesn't exist"
           NOT INVALID KEY
               PERFORM WriteProdDeletion
               PERFORM DeleteSkusForProduct
       END-DELETE.

DeleteSkusForProduct.
           IF SkuProdCode = ProdCode
               DELETE SkuFile
                   INVALID KEY DISPLAY "SKU not removed"
                   NOT INVALID KEY PERFORM WriteSkuDeletion
               END-DELETE
           ELSE
               MOVE "Y" TO SkuEOF
           DISPLAY "Enter the new Product Name : " WITH NO ADVANCING
           ACCEPT ProdName
           PERFORM AcceptPriceAndCost
           DISPLAY "Category now : " ProdCategory
           MOVE "N" TO CatFound
           PERFORM AcceptCategory UNTIL CatFound = "Y"

           REWRITE ProductData
               INVALID KEY DISPLAY "Product not updated"
               NOT INVALID KEY
                   PERFORM WriteProdImage
                   DISPLAY "Add more sizes? They are added one at a time :"
                   PERFORM AddSizes
           END-REWRITE
       END-IF.
       CLOSE SupplierFile.

*> The category has to be one on category.txt - a category under a
*> department, not the bare department - or blank to leave the
*> product unassigned for now. Probed the way the supplier code is.
AcceptCategory.
       DISPLAY "Enter Category - department then category code (blank for none) : "
           WITH NO ADVANCING.
       MOVE SPACES TO ProdCategory.
       ACCEPT ProdCategory.
       MOVE "Y" TO CatFound.
       IF ProdCategory NOT = SPACES
           PERFORM CheckCategoryCode
           IF CatFound = "N"
               DISPLAY "That isn't a category on category.txt - set it up"
                   " through the categories table, or leave it blank."
           END-IF
       END-IF.

CheckCategoryCode.
       MOVE "N" TO CatFound.
       OPEN INPUT CategoryFile.
       IF CatFileStatus = "00" AND ProdCatSub NOT = SPACES
           MOVE ProdCategory TO CatKey
           READ CategoryFile
               INVALID KEY MOVE "N" TO CatFound
               NOT INVALID KEY MOVE "Y" TO CatFound
           END-READ
       END-IF.
       CLOSE CategoryFile.

GetProd.
       MOVE "Y" TO ProdExists.
       DISPLAY " ".
           DISPLAY "Unit Price : " DispUnitPrice
           DISPLAY "Unit Cost : " DispUnitCost
           DISPLAY "Supplier : " ProdSuppCode
           DISPLAY "Category : " ProdCategory
           IF ProdDiscontinued
               DISPLAY "Status : DISCONTINUED - selling out remaining stock"
           ELSE
               DISPLAY "Status : Selling"
           END-IF
           IF ProdDropShipped
               DISPLAY "Supply : Drop-ship - supplier delivers direct"
           ELSE
               DISPLAY "Supply : Stocked"
           END-IF
           PERFORM ListSkusForProduct
       END-IF.

                   REWRITE ProductData
                       INVALID KEY DISPLAY "Product not updated"
                       NOT INVALID KEY
                           PERFORM WriteProdImage
                           DISPLAY ProdCode " is selling again."
                   END-REWRITE
               END-IF
                   REWRITE ProductData
                       INVALID KEY DISPLAY "Product not updated"
                       NOT INVALID KEY
                           PERFORM WriteProdImage
                           DISPLAY ProdCode " discontinued - remaining"
                               " stock stays sellable until it runs out."
                   END-REWRITE
*> Walks the product's SKUs off prodsku.txt - the key starts with
*> the product code, so a START there and a browse until the code
*> changes covers exactly this product's sizes, however many it has.
*> A drop-ship product is never put on the shelves: ordpick orders
*> each line of it from the supplier for delivery straight to the
*> customer. Switching back makes it an ordinary stocked product.
DropShipProd.
       MOVE "Y" TO ProdExists.
       DISPLAY " ".
       DISPLAY "Enter Product Code : " WITH NO ADVANCING.
       ACCEPT ProdCode.
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ.

       IF ProdExists = "N"
           DISPLAY "Product code doesn't exist"
       ELSE
           IF ProdDropShipped
               DISPLAY ProdName " is drop-ship. Stock it instead? (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT ReasonChoice
               IF ReasonChoice = "Y" OR ReasonChoice = "y"
                   MOVE "N" TO ProdDropShip
                   REWRITE ProductData
                       INVALID KEY DISPLAY "Product not updated"
                       NOT INVALID KEY
                           PERFORM WriteProdImage
                           DISPLAY ProdCode " is a stocked product again."
                   END-REWRITE
               END-IF
           ELSE
               DISPLAY ProdName " is stocked. Make it drop-ship? (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT ReasonChoice
               IF ReasonChoice = "Y" OR ReasonChoice = "y"
                   IF ProdSuppCode = SPACES
                       DISPLAY "A drop-ship product needs a supplier - set one"
                           " through Update Product first."
                   ELSE
                       SET ProdDropShipped TO TRUE
                       REWRITE ProductData
                           INVALID KEY DISPLAY "Product not updated"
                           NOT INVALID KEY
                               PERFORM WriteProdImage
                               DISPLAY ProdCode " is drop-ship - new order"
                                   " lines go on a PO to " ProdSuppCode "."
                       END-REWRITE
                   END-IF
               END-IF
           END-IF
       END-IF.

ListSkusForProduct.
       MOVE 0 TO SkuShown.
       MOVE "N" TO SkuEOF.
           IF SkuProdCode = ProdCode
               ADD 1 TO SkuShown
               DISPLAY "  Size " SkuSizeCode " - Qty on hand : " SkuQty
                   " - Reorder at : " SkuReorder " - UPC : " SkuUPC
           ELSE
               MOVE "Y" TO SkuEOF
           END-IF
                   WITH NO ADVANCING
               MOVE SPACE TO ReasonChoice
               ACCEPT ReasonChoice
               DISPLAY "At location (blank for home) : "
                   WITH NO ADVANCING
               MOVE SPACES TO EntryLocCode
               ACCEPT EntryLocCode

               COMPUTE NewStock = SkuQty + StockChange
               MOVE "N" TO LocResult
               IF NewStock >= 0
                   MOVE StockChange TO LocMoveQty
                   MOVE "Y" TO LocApply
                   CALL "LOCMOVE" USING EntryLocCode, ProdCode,
                       SkuSizeCode, LocMoveQty, LocApply, LocQty,
                       LocResult
               END-IF

               IF NewStock < 0 OR LocResult = "N"
                   DISPLAY "That would take stock below zero - update rejected."
               END-IF
               IF LocResult = "X"
                   DISPLAY "Location " EntryLocCode
                       " is not on file or is closed - update rejected."
               END-IF
               IF LocResult = "Y"
                   MOVE SkuQty TO OldQty
                   MOVE NewStock TO SkuQty
                   REWRITE SkuData
                       INVALID KEY DISPLAY "Stock not updated"
                       NOT INVALID KEY
                           PERFORM WriteSkuImage
                           MOVE ProdCode TO MoveProdCode
                           MOVE SkuSizeCode TO MoveSizeLabel
                           MOVE OldQty TO MoveOldQty
                                       SET MoveReceipt TO TRUE
                                   END-IF
                           END-EVALUATE
                           MOVE EntryLocCode TO MoveLocCode
                           PERFORM WriteStockMove
                           DISPLAY "New qty on hand : " SkuQty
                               " (" LocQty " at location "
                               EntryLocCode ")"
                   END-REWRITE
               END-IF

                   REWRITE SkuData
                       INVALID KEY DISPLAY "Reorder level not updated"
                       NOT INVALID KEY
                           PERFORM WriteSkuImage
                           DISPLAY "Reorder level now : " SkuReorder
                   END-REWRITE
               END-IF

               DISPLAY "UPC for this size : " SkuUPC
               DISPLAY "Change it? (Y/N) : " WITH NO ADVANCING
               ACCEPT ChangeUPC
               IF ChangeUPC = "Y" OR ChangeUPC = "y"
                   PERFORM ChangeSkuUPC
               END-IF
           END-IF
       END-IF.

*> The SKU is read back by its own key once the UPC has passed, the
*> in-use probe having read along the UPC key into the record area.
ChangeSkuUPC.
       MOVE SkuSizeCode TO EntrySize.
       MOVE "N" TO UpcOK.
       PERFORM AcceptSkuUPC UNTIL UpcOK = "Y".
       MOVE "Y" TO SkuExists.
       MOVE ProdCode TO SkuProdCode.
       MOVE EntrySize TO SkuSizeCode.
       READ SkuFile
           INVALID KEY MOVE "N" TO SkuExists
       END-READ.
       IF SkuExists = "N"
           DISPLAY "UPC not updated"
       ELSE
           MOVE EntryUPC TO SkuUPC
           REWRITE SkuData
               INVALID KEY DISPLAY "UPC not updated"
               NOT INVALID KEY
                   PERFORM WriteSkuImage
                   DISPLAY "UPC now : " SkuUPC
           END-REWRITE
       END-IF.

*> Looks products up by name along the ProdName alternate key: START
*> positions at the first name on or after the typed prefix and the
*> browse stops the moment names stop matching it - no in-memory
