*> code "C", so shrinkage finally shows up somewhere. Every keyed
*> count - variance or not - prints on the dated CountVar document
*> (off RPTFILE) showing book versus counted per SKU.
*> Stock is held by location, so a count is of one location's
*> shelves: the sheet and the keying session each name the location
*> (blank for the home location), the book quantity is what
*> stkloc.txt holds there, and a variance moves that location
*> through LOCMOVE and SkuQty by the same amount, journalled with
*> the location.
*> A count can be keyed by scanning the item's UPC at the product
*> prompt instead of typing the product and size: the scan is read
*> along prodsku.txt's UPC key straight to the SKU.
*> Every SKU record it rewrites is also appended to prodlog.txt as an
*> after-image, so prodfwd can roll a restored prodsku.txt forward.
*> Counts are not keyed while today's month is closed (PERIODCHK)
*> unless a supervisor has reopened it through perlock.
IDENTIFICATION DIVISION.
PROGRAM-ID. prodcount.

           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT ProductFile ASSIGN TO "product.txt"
       SELECT StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ProdLogFile ASSIGN TO "prodlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SheetFile ASSIGN TO DYNAMIC SheetFileName
           ORGANIZATION IS LINE SEQUENTIAL.

FD StockMoveFile.
       COPY "stkmove.cpy".

FD ProdLogFile.
       COPY "prodimg.cpy".

FD SheetFile.
       01 SheetLine PIC X(70).

01 ToProdCode PIC X(5).
01 SheetSuppCode PIC X(5).
01 SheetLineCount PIC 9(5).
*> Product code, or a scanned twelve-digit UPC - anything past the
*> fifth character means a scan.
01 EntryItem PIC X(12).
01 EntryItemParts REDEFINES EntryItem.
       02 EntryProd PIC X(5).
       02 EntryItemRest PIC X(7).
01 EntrySize PIC X(2).
01 CountedQty PIC 9(5).
01 MoreCounts PIC X.
01 SheetHeadLine.
       02 FILLER PIC X(22) VALUE "COUNT SHEET - printed ".
       02 PrnSheetDate PIC 9999/99/99.
       02 FILLER PIC X(13) VALUE "  location : ".
       02 PrnSheetLoc PIC X(2).
01 SheetColumnLine PIC X(50) VALUE
       "Code   Size   Book Qty   Counted Qty".
01 SheetDetail.
       02 PrnVarVariance PIC ZZZZ9-.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnVarNote PIC X(10).
01 VarLocLine.
       02 FILLER PIC X(11) VALUE "Location : ".
       02 PrnVarLoc PIC X(2).
01 RunDate PIC 9(8).
01 CountLocCode PIC X(2).
01 BookQty PIC 9(5).
01 NewStock PIC S9(7).
01 LocMoveQty PIC S9(5).
01 LocQty PIC 9(5).
01 LocApply PIC X.
01 LocResult PIC X.
01 PostingDate PIC 9(8).
01 PeriodOpen PIC X.

PROCEDURE DIVISION.
StartPara.
           STOP RUN
       END-IF.
       OPEN EXTEND StockMoveFile.
       OPEN EXTEND ProdLogFile.
       MOVE SPACES TO StockMoveRecord.

       PERFORM UNTIL StayOpen = "N"
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
       CLOSE SkuFile, ProductFile, StockMoveFile, ProdLogFile.
       IF CountKeyedCount > 0
           DISPLAY "Counts keyed : " CountKeyedCount " - variances posted : "
               VarPostedCount "."
           END-IF
           MOVE SPACES TO SheetSuppCode
       END-IF.
       PERFORM AcceptCountLocation.
       IF LocResult = "X"
           DISPLAY "Location " CountLocCode
               " is not on file or is closed - no sheet printed."
       ELSE
           PERFORM WriteCountSheet
       END-IF.

*> A zero move asked of LOCMOVE proves the location, fills in the
*> home location's code when none is keyed, and hands back what the
*> location holds of the product/size passed - the book quantity.
AcceptCountLocation.
       DISPLAY "Location to count (blank for home) : "
           WITH NO ADVANCING.
       MOVE SPACES TO CountLocCode.
       ACCEPT CountLocCode.
       PERFORM ReadLocationBook.

ReadLocationBook.
       MOVE 0 TO LocMoveQty.
       MOVE "N" TO LocApply.
       CALL "LOCMOVE" USING CountLocCode, SkuProdCode, SkuSizeCode,
           LocMoveQty, LocApply, LocQty, LocResult.

WriteCountSheet.
       CALL "RPTFILE" USING SheetBase, SheetSuffix, SheetMode,
           SheetFileName.
       OPEN OUTPUT SheetFile.
       MOVE RunDate TO PrnSheetDate.
       MOVE CountLocCode TO PrnSheetLoc.
       WRITE SheetLine FROM SheetHeadLine.
       MOVE SPACES TO SheetLine.
       WRITE SheetLine.
WriteOneSheetLine.
       MOVE SkuProdCode TO PrnSheetProd.
       MOVE SkuSizeCode TO PrnSheetSize.
       PERFORM ReadLocationBook.
       MOVE LocQty TO PrnSheetQty.
       WRITE SheetLine FROM SheetDetail.
       ADD 1 TO SheetLineCount.

*> A variance posts under today's date, so counts are not taken
*> while today's month stands closed on periodctl.txt - sheets can
*> still be printed.
KeyCountedQuantities.
       ACCEPT PostingDate FROM DATE YYYYMMDD.
       CALL "PERIODCHK" USING PostingDate, PeriodOpen.
       IF PeriodOpen = "Y"
           PERFORM SelectCountLocation
       END-IF.

SelectCountLocation.
       PERFORM AcceptCountLocation.
       IF LocResult = "X"
           DISPLAY "Location " CountLocCode
               " is not on file or is closed."
       ELSE
           PERFORM KeyLocationCounts
       END-IF.

KeyLocationCounts.
       IF VarDocOpen = "N"
           CALL "RPTFILE" USING VarBase, VarSuffix, VarMode,
               VarFileName
           OPEN OUTPUT VarFile
           MOVE RunDate TO PrnVarDate
           WRITE VarLine FROM VarHeadLine
           MOVE CountLocCode TO PrnVarLoc
           WRITE VarLine FROM VarLocLine
           MOVE SPACES TO VarLine
           WRITE VarLine
           MOVE "Y" TO VarDocOpen

KeyOneCount.
       DISPLAY " ".
       DISPLAY "Enter Product Code or scan UPC (blank to finish) : "
           WITH NO ADVANCING.
       MOVE SPACES TO EntryItem.
       ACCEPT EntryItem.
       IF EntryItem = SPACES
           MOVE "N" TO MoreCounts
       ELSE
           MOVE "Y" TO SkuExists
           IF EntryItemRest NOT = SPACES
               PERFORM ReadScannedSku
           ELSE
               PERFORM ReadKeyedSku
           END-IF
           IF SkuExists = "N"
               DISPLAY "No SKU record for that product/size."
           ELSE
               DISPLAY "Counting " SkuProdCode " size " SkuSizeCode
               PERFORM ReadLocationBook
               MOVE LocQty TO BookQty
               DISPLAY "Book quantity at location " CountLocCode " : "
                   BookQty
               DISPLAY "Counted quantity : " WITH NO ADVANCING
               ACCEPT CountedQty
               ADD 1 TO CountKeyedCount
           END-IF
       END-IF.

ReadKeyedSku.
       DISPLAY "Enter size code : " WITH NO ADVANCING.
       MOVE SPACES TO EntrySize.
       ACCEPT EntrySize.
       MOVE EntryProd TO SkuProdCode.
       MOVE EntrySize TO SkuSizeCode.
       READ SkuFile
           INVALID KEY MOVE "N" TO SkuExists
       END-READ.

ReadScannedSku.
       MOVE EntryItem TO SkuUPC.
       READ SkuFile KEY IS SkuUPC
           INVALID KEY MOVE "N" TO SkuExists
       END-READ.

*> Only the variance posts - a matching count touches nothing but
*> the report. The location moves to the counted quantity and the
*> SKU total by the same variance; the movement carries the total
*> before and after under reason "C" and the location counted, so
*> the stock journal says exactly which count changed what.
PostOneCount.
       COMPUTE Variance = CountedQty - BookQty.
       MOVE SkuProdCode TO PrnVarProd.
       MOVE SkuSizeCode TO PrnVarSize.
       MOVE BookQty TO PrnVarBook.
       MOVE CountedQty TO PrnVarCounted.
       MOVE Variance TO PrnVarVariance.

       IF Variance = 0
           MOVE "matches" TO PrnVarNote
           WRITE VarLine FROM VarDetail
       ELSE
           PERFORM PostCountVariance
           WRITE VarLine FROM VarDetail
       END-IF.

PostCountVariance.
       MOVE "N" TO LocResult.
       COMPUTE NewStock = SkuQty + Variance.
       IF NewStock >= 0
           MOVE Variance TO LocMoveQty
           MOVE "Y" TO LocApply
           CALL "LOCMOVE" USING CountLocCode, SkuProdCode, SkuSizeCode,
               LocMoveQty, LocApply, LocQty, LocResult
       END-IF.
       IF LocResult NOT = "Y"
           DISPLAY "Stock not updated"
           MOVE "NOT POSTED" TO PrnVarNote
       ELSE
           MOVE SkuQty TO MoveOldQty
           MOVE NewStock TO SkuQty
           REWRITE SkuData
               INVALID KEY
                   DISPLAY "Stock not updated"
                   MOVE "NOT POSTED" TO PrnVarNote
               NOT INVALID KEY
                   PERFORM WriteSkuImage
                   MOVE SkuProdCode TO MoveProdCode
                   MOVE SkuSizeCode TO MoveSizeLabel
                   MOVE SkuQty TO MoveNewQty
                   SET MoveCount TO TRUE
                   MOVE CountLocCode TO MoveLocCode
                   PERFORM WriteStockMove
                   ADD 1 TO VarPostedCount
                   MOVE "posted" TO PrnVarNote
                       SkuProdCode " size " SkuSizeCode
                       " now " SkuQty "."
           END-REWRITE
       END-IF.

WriteStockMove.
       ACCEPT MoveDate FROM DATE YYYYMMDD.
       ACCEPT MoveTime FROM TIME.
       WRITE StockMoveRecord.

WriteSkuImage.
       MOVE SPACES TO ProdImageRecord.
       ACCEPT PiDate FROM DATE YYYYMMDD.
       ACCEPT PiTime FROM TIME.
       MOVE "PRODCOUN" TO PiProgram.
       SET PiSku TO TRUE.
       MOVE SkuData TO PiImage.
       WRITE ProdImageRecord.
