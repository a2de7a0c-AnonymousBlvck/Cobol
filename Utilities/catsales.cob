       >>SOURCE FORMAT FREE
*> Department and category sales and stock report. Products are put
*> in a category through tables (ProdCategory, off the two-level
*> category.txt table), and this run answers "how is outerwear
*> doing" without anyone listing codes by hand. For a chosen period
*> it prints one line per category - units sold, sales dollars,
*> cost of those sales, gross margin and margin percent, then the
*> quantity on hand today and its value at cost - with a subtotal
*> for each department and a grand total. Units sold come off
*> stockmove.txt sale lines (old-minus-new per "S" line) and are
*> priced the way prodmargin prices them: the effective price on
*> the movement's own date through GETPRICE with any live promos.txt
*> deal through GETPROMO on top, costed at the product's unit cost.
*> On hand is the product's SKU quantities summed off prodsku.txt,
*> valued at ProdUnitCost the way prodvalue values it. Products not
*> yet in a category print together as "(unassigned)" at the top.
*> The sales booked to customers on custtran.txt for the same
*> period (purchases, invoices and credit memos, net of tax and
*> freight) close the report as a control figure beside the priced
*> total, so a gap - drop-ship lines, credits, keyed prices - is
*> in plain sight. The report goes to CatSales.rpt.
IDENTIFICATION DIVISION.
PROGRAM-ID. catsales.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MoveFileStatus.

       SELECT OPTIONAL TranFile ASSIGN TO "custtran.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TranFileStatus.

       SELECT ProductFile ASSIGN TO "product.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

       SELECT OPTIONAL SkuFile ASSIGN TO "prodsku.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT OPTIONAL CategoryFile ASSIGN TO "category.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CatKey
           FILE STATUS IS CatFileStatus.

       SELECT CatReport ASSIGN TO "CatSales.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortFile ASSIGN TO "catwork.tmp".

DATA DIVISION.
FILE SECTION.
FD StockMoveFile.
       COPY "stkmove.cpy".

FD TranFile.
       COPY "trnrec.cpy".

FD ProductFile.
       COPY "prodrec.cpy".

FD SkuFile.
       COPY "skurec.cpy".

FD CategoryFile.
       COPY "catrec.cpy".

FD CatReport.
       01 PrintLine PIC X(132).

*> One record per sale movement in the period and one per product
*> with stock on hand, each carrying the product's category - the
*> sort brings every category's figures together for the totals.
SD SortFile.
       01 SortRecord.
              02 SortCategory.
                     03 SortDept PIC X(2).
                     03 SortSub PIC X(2).
              02 SortUnits PIC 9(7).
              02 SortRevenue PIC 9(9)V99.
              02 SortCost PIC 9(9)V99.
              02 SortOnHand PIC 9(7).
              02 SortStockValue PIC 9(9)V99.

WORKING-STORAGE SECTION.
01 MoveFileStatus PIC XX.
01 TranFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 SkuFileStatus PIC XX.
01 CatFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 MoveEOF PIC X.
01 TranEOF PIC X.
01 ProdEOF PIC X.
01 SkuEOF PIC X.
01 SortDone PIC X.
01 ProdFound PIC X.
01 RunDate PIC 9(8).
01 FromDate PIC 9(8).
01 ToDate PIC 9(8).
01 SoldUnits PIC 9(5).
01 UnitCost PIC 9(5)V99.
01 LinePrice PIC 9(5)V99.
01 PriceFound PIC X.
*> List price only - no customer and no quantity, so GETPRICE
*> leaves contract and quantity-break prices out of it.
01 ListCustID PIC 9(6) VALUE ZERO.
01 ListQty PIC 9(5) VALUE ZERO.
01 FinalPrice PIC 9(5)V99.
01 OnPromo PIC X.
01 ProdOnHand PIC 9(7).
01 MovesReleased PIC 9(7) VALUE ZERO.
01 ProductsReleased PIC 9(7) VALUE ZERO.
01 CategoryCount PIC 9(5) VALUE ZERO.
01 CurCategory.
       02 CurDept PIC X(2).
       02 CurSub PIC X(2).
*> Running totals at each level; a level's figures roll into the
*> one above it as its line is printed.
01 CatTotals.
       02 CatUnits PIC 9(9).
       02 CatRevenue PIC 9(11)V99.
       02 CatCost PIC 9(11)V99.
       02 CatOnHand PIC 9(9).
       02 CatStockValue PIC 9(11)V99.
01 DeptTotals.
       02 DeptUnits PIC 9(9).
       02 DeptRevenue PIC 9(11)V99.
       02 DeptCost PIC 9(11)V99.
       02 DeptOnHand PIC 9(9).
       02 DeptStockValue PIC 9(11)V99.
01 GrandTotals.
       02 GrandUnits PIC 9(9).
       02 GrandRevenue PIC 9(11)V99.
       02 GrandCost PIC 9(11)V99.
       02 GrandOnHand PIC 9(9).
       02 GrandStockValue PIC 9(11)V99.
*> The level being printed - category, department or grand total.
01 LvlTotals.
       02 LvlUnits PIC 9(9).
       02 LvlRevenue PIC 9(11)V99.
       02 LvlCost PIC 9(11)V99.
       02 LvlOnHand PIC 9(9).
       02 LvlStockValue PIC 9(11)V99.
01 LvlMargin PIC S9(11)V99.
01 LvlPct PIC S9(3)V99.
01 BookedSales PIC S9(11)V99 VALUE ZERO.
01 SalesGap PIC S9(11)V99.
01 PageHeading.
       02 FILLER PIC X(32) VALUE "Department and Category Sales   ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 RangeEchoLine.
       02 FILLER PIC X(17) VALUE "Sales period   : ".
       02 PrnFromDate PIC 9999/99/99.
       02 FILLER PIC X(4) VALUE " to ".
       02 PrnToDate PIC 9999/99/99.
01 Heads PIC X(130) VALUE
       "Dept Cat  Name                  Units Sold          Sales           Cost         Margin  Margin%    On Hand    Stock Value".
01 CatDetailLine.
       02 PrnLvlDept PIC X(2).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnLvlSub PIC X(2).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnLvlName PIC X(20).
       02 PrnLvlUnits PIC ZZZ,ZZZ,ZZ9.
       02 PrnLvlRevenue PIC $$$,$$$,$$9.99.
       02 PrnLvlCost PIC $$$,$$$,$$9.99.
       02 PrnLvlMargin PIC $$$,$$$,$$9.99-.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnLvlPct PIC ZZ9.99-.
       02 PrnLvlOnHand PIC ZZZ,ZZZ,ZZ9.
       02 PrnLvlStockValue PIC $$$,$$$,$$9.99.
01 NoDataLine PIC X(50) VALUE
       "No sales in the period and no stock on hand.".
01 ControlHeadLine PIC X(40) VALUE "Control against custtran.txt".
01 PricedLine.
       02 FILLER PIC X(40) VALUE "  Sales priced from stockmove.txt     : ".
       02 PrnPricedSales PIC $$$,$$$,$$$,$$9.99-.
01 BookedLine.
       02 FILLER PIC X(40) VALUE "  Sales booked to customers, net      : ".
       02 PrnBookedSales PIC $$$,$$$,$$$,$$9.99-.
01 GapLine.
       02 FILLER PIC X(40) VALUE "  Difference                          : ".
       02 PrnSalesGap PIC $$$,$$$,$$$,$$9.99-.
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       DISPLAY " ".
       DISPLAY "Category sales from (YYYYMMDD, zeros for all) : "
           WITH NO ADVANCING.
       ACCEPT FromDate.
       DISPLAY "Category sales to (YYYYMMDD, zeros for today) : "
           WITH NO ADVANCING.
       ACCEPT ToDate.
       IF ToDate = 0
           MOVE RunDate TO ToDate
       END-IF.
       MOVE FromDate TO PrnFromDate.
       MOVE ToDate TO PrnToDate.

       OPEN INPUT ProductFile.
       MOVE "product.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, ProdFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT SkuFile.
       OPEN INPUT CategoryFile.

       OPEN OUTPUT CatReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       WRITE PrintLine FROM RangeEchoLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.

       SORT SortFile
           ON ASCENDING KEY SortCategory
           INPUT PROCEDURE IS ReleaseCategoryFigures
           OUTPUT PROCEDURE IS PrintCategories.

       PERFORM TallyBookedSales.
       COMPUTE SalesGap = GrandRevenue - BookedSales.
       MOVE GrandRevenue TO PrnPricedSales.
       MOVE BookedSales TO PrnBookedSales.
       MOVE SalesGap TO PrnSalesGap.
       WRITE PrintLine FROM ControlHeadLine AFTER ADVANCING 3 LINES.
       WRITE PrintLine FROM PricedLine AFTER ADVANCING 1 LINE.
       WRITE PrintLine FROM BookedLine AFTER ADVANCING 1 LINE.
       WRITE PrintLine FROM GapLine AFTER ADVANCING 1 LINE.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

       CLOSE CatReport.
       CLOSE ProductFile, SkuFile, CategoryFile.
       DISPLAY "Category report written to CatSales.rpt - "
           CategoryCount " categories, " MovesReleased
           " sale movements, " ProductsReleased " products in stock.".
       MOVE RC-SUCCESS TO RETURN-CODE.
       GOBACK.

ReleaseCategoryFigures.
       PERFORM ReleaseSaleMovements.
       PERFORM ReleaseStockOnHand.

ReleaseSaleMovements.
       MOVE "N" TO MoveEOF.
       OPEN INPUT StockMoveFile.
       IF MoveFileStatus NOT = "00" AND MoveFileStatus NOT = "05"
           MOVE "Y" TO MoveEOF
       END-IF.
       PERFORM ReleaseOneMove UNTIL MoveEOF = "Y".
       CLOSE StockMoveFile.

ReleaseOneMove.
       READ StockMoveFile
           AT END MOVE "Y" TO MoveEOF
           NOT AT END
               IF MoveSale AND MoveDate >= FromDate
                       AND MoveDate <= ToDate
                       AND MoveOldQty > MoveNewQty
                   COMPUTE SoldUnits = MoveOldQty - MoveNewQty
                   PERFORM ReleaseOneSale
               END-IF
       END-READ.

*> Each movement is priced on its own date, the way prodmargin
*> prices it, so a price that changed mid-period is honoured line
*> by line.
ReleaseOneSale.
       PERFORM ReadMoveProduct.
       MOVE SPACES TO SortRecord.
       MOVE ProdCategory TO SortCategory.
       CALL "GETPRICE" USING MoveProdCode, MoveDate, ListCustID, ListQty,
           LinePrice, PriceFound.
       CALL "GETPROMO" USING MoveProdCode, MoveDate, LinePrice,
           FinalPrice, OnPromo.
       MOVE SoldUnits TO SortUnits.
       COMPUTE SortRevenue = SoldUnits * FinalPrice.
       COMPUTE SortCost = SoldUnits * UnitCost.
       MOVE 0 TO SortOnHand.
       MOVE 0 TO SortStockValue.
       ADD 1 TO MovesReleased.
       RELEASE SortRecord.

*> A movement for a product no longer on the master still counts,
*> under unassigned, at no price or cost of its own.
ReadMoveProduct.
       MOVE "Y" TO ProdFound.
       MOVE MoveProdCode TO ProdCode.
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdFound
       END-READ.
       MOVE 0 TO UnitCost.
       MOVE 0 TO LinePrice.
       IF ProdFound = "N"
           MOVE SPACES TO ProdCategory
       ELSE
           IF ProdUnitCost NUMERIC
               MOVE ProdUnitCost TO UnitCost
           END-IF
           IF ProdUnitPrice NUMERIC
               MOVE ProdUnitPrice TO LinePrice
           END-IF
       END-IF.

ReleaseStockOnHand.
       MOVE "N" TO ProdEOF.
       MOVE LOW-VALUES TO ProdCode.
       START ProductFile KEY IS GREATER THAN OR EQUAL TO ProdCode
           INVALID KEY MOVE "Y" TO ProdEOF
       END-START.
       PERFORM ReleaseOneProduct UNTIL ProdEOF = "Y".

ReleaseOneProduct.
       READ ProductFile NEXT RECORD
           AT END MOVE "Y" TO ProdEOF
       END-READ.
       IF ProdEOF = "N"
           PERFORM SumProductSkus
           IF ProdOnHand > 0
               MOVE SPACES TO SortRecord
               MOVE ProdCategory TO SortCategory
               MOVE 0 TO SortUnits
               MOVE 0 TO SortRevenue
               MOVE 0 TO SortCost
               MOVE ProdOnHand TO SortOnHand
               MOVE 0 TO UnitCost
               IF ProdUnitCost NUMERIC
                   MOVE ProdUnitCost TO UnitCost
               END-IF
               COMPUTE SortStockValue = ProdOnHand * UnitCost
               ADD 1 TO ProductsReleased
               RELEASE SortRecord
           END-IF
       END-IF.

SumProductSkus.
       MOVE 0 TO ProdOnHand.
       MOVE "N" TO SkuEOF.
       MOVE ProdCode TO SkuProdCode.
       MOVE LOW-VALUES TO SkuSizeCode.
       START SkuFile KEY IS GREATER THAN OR EQUAL TO SkuKey
           INVALID KEY MOVE "Y" TO SkuEOF
       END-START.
       PERFORM AddOneSku UNTIL SkuEOF = "Y".

AddOneSku.
       READ SkuFile NEXT RECORD
           AT END MOVE "Y" TO SkuEOF
       END-READ.
       IF SkuEOF = "N"
           IF SkuProdCode NOT = ProdCode
               MOVE "Y" TO SkuEOF
           ELSE
               ADD SkuQty TO ProdOnHand
           END-IF
       END-IF.

*> Control breaks on the sorted category: a change of category
*> prints the one just finished, and a change of department under
*> it prints the department's subtotal as well.
PrintCategories.
       MOVE ZEROES TO CatTotals, DeptTotals, GrandTotals.
       MOVE "N" TO SortDone.
       RETURN SortFile
           AT END MOVE "Y" TO SortDone
       END-RETURN.
       IF SortDone = "Y"
           WRITE PrintLine FROM NoDataLine AFTER ADVANCING 2 LINES
       ELSE
           MOVE SortCategory TO CurCategory
           PERFORM TakeOneSortRecord UNTIL SortDone = "Y"
           PERFORM PrintCategoryLine
           PERFORM PrintDeptLine
           PERFORM PrintGrandLine
       END-IF.

TakeOneSortRecord.
       IF SortCategory NOT = CurCategory
           PERFORM PrintCategoryLine
           IF SortDept NOT = CurDept
               PERFORM PrintDeptLine
           END-IF
           MOVE SortCategory TO CurCategory
       END-IF.
       ADD SortUnits TO CatUnits.
       ADD SortRevenue TO CatRevenue.
       ADD SortCost TO CatCost.
       ADD SortOnHand TO CatOnHand.
       ADD SortStockValue TO CatStockValue.
       RETURN SortFile
           AT END MOVE "Y" TO SortDone
       END-RETURN.

PrintCategoryLine.
       ADD 1 TO CategoryCount.
       MOVE CatTotals TO LvlTotals.
       MOVE CurDept TO PrnLvlDept.
       MOVE CurSub TO PrnLvlSub.
       IF CurCategory = SPACES
           MOVE "(unassigned)" TO PrnLvlName
       ELSE
           MOVE CurCategory TO CatKey
           READ CategoryFile
               INVALID KEY MOVE "(not on table)" TO CatName
           END-READ
           MOVE CatName TO PrnLvlName
       END-IF.
       PERFORM FillLevelFigures.
       WRITE PrintLine FROM CatDetailLine AFTER ADVANCING 1 LINE.
       ADD CatUnits TO DeptUnits.
       ADD CatRevenue TO DeptRevenue.
       ADD CatCost TO DeptCost.
       ADD CatOnHand TO DeptOnHand.
       ADD CatStockValue TO DeptStockValue.
       MOVE ZEROES TO CatTotals.

PrintDeptLine.
       MOVE DeptTotals TO LvlTotals.
       MOVE CurDept TO PrnLvlDept.
       MOVE SPACES TO PrnLvlSub.
       IF CurDept = SPACES
           MOVE "Unassigned total" TO PrnLvlName
       ELSE
           MOVE CurDept TO CatDept
           MOVE SPACES TO CatSub
           READ CategoryFile
               INVALID KEY MOVE "(not on table)" TO CatName
           END-READ
           MOVE SPACES TO PrnLvlName
           STRING CatName DELIMITED BY "  "
                  " total" DELIMITED BY SIZE
                  INTO PrnLvlName
           END-STRING
       END-IF.
       PERFORM FillLevelFigures.
       WRITE PrintLine FROM CatDetailLine AFTER ADVANCING 1 LINE.
       MOVE SPACES TO PrintLine.
       WRITE PrintLine AFTER ADVANCING 1 LINE.
       ADD DeptUnits TO GrandUnits.
       ADD DeptRevenue TO GrandRevenue.
       ADD DeptCost TO GrandCost.
       ADD DeptOnHand TO GrandOnHand.
       ADD DeptStockValue TO GrandStockValue.
       MOVE ZEROES TO DeptTotals.

PrintGrandLine.
       MOVE GrandTotals TO LvlTotals.
       MOVE SPACES TO PrnLvlDept.
       MOVE SPACES TO PrnLvlSub.
       MOVE "ALL DEPARTMENTS" TO PrnLvlName.
       PERFORM FillLevelFigures.
       WRITE PrintLine FROM CatDetailLine AFTER ADVANCING 1 LINE.

FillLevelFigures.
       COMPUTE LvlMargin = LvlRevenue - LvlCost.
       IF LvlRevenue > 0
           COMPUTE LvlPct ROUNDED = (LvlMargin * 100) / LvlRevenue
       ELSE
           MOVE 0 TO LvlPct
       END-IF.
       MOVE LvlUnits TO PrnLvlUnits.
       MOVE LvlRevenue TO PrnLvlRevenue.
       MOVE LvlCost TO PrnLvlCost.
       MOVE LvlMargin TO PrnLvlMargin.
       MOVE LvlPct TO PrnLvlPct.
       MOVE LvlOnHand TO PrnLvlOnHand.
       MOVE LvlStockValue TO PrnLvlStockValue.

*> Sales booked to customers in the period, net of the tax and
*> freight inside each line; a credit memo's negative amount takes
*> its goods back off.
TallyBookedSales.
       MOVE "N" TO TranEOF.
       OPEN INPUT TranFile.
       IF TranFileStatus NOT = "00" AND TranFileStatus NOT = "05"
           MOVE "Y" TO TranEOF
       END-IF.
       PERFORM TallyOneTran UNTIL TranEOF = "Y".
       CLOSE TranFile.

TallyOneTran.
       READ TranFile
           AT END MOVE "Y" TO TranEOF
           NOT AT END
               IF (TranPurchase OR TranInvoice OR TranCreditMemo)
                       AND TranDate >= FromDate AND TranDate <= ToDate
                   COMPUTE BookedSales = BookedSales
                       + TranAmount - TranTaxAmount
                   IF TranFreight NUMERIC
                       SUBTRACT TranFreight FROM BookedSales
                   END-IF
               END-IF
       END-READ.
