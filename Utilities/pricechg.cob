       >>SOURCE FORMAT FREE
*> Mass price change. A supplier's increase across two hundred
*> products used to mean two hundred prodprice.txt lines keyed by
*> hand, and a missed one sold at the old price for months. This
*> run selects the products - one supplier's, one department or
*> category's, or a product-code range - and applies a percentage
*> or a fixed amount to each one's price today (GETPRICE's
*> effective price, ProdUnitPrice behind it), optionally rounded to
*> the nearest price with a set ending such as .99. Nothing is
*> written until the operator has seen it: the preview, PriceChg.rpt,
*> lists every product with its old price, new price, unit cost and
*> the margin the new price would make, flagging any that would
*> sell below cost, and only a Y to the confirm puts the new prices
*> on prodprice.txt - one line per product, effective on the future
*> date keyed, so the change is announced ahead and the old price
*> goes on selling until then. Discontinued products are left out;
*> they are selling down, not being repriced. A product whose price
*> would come out at zero or less is listed and skipped.
IDENTIFICATION DIVISION.
PROGRAM-ID. pricechg.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT ProductFile ASSIGN TO "product.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

       SELECT OPTIONAL ProdPriceFile ASSIGN TO "prodprice.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdPriceStatus.

       SELECT PreviewReport ASSIGN TO "PriceChg.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ProductFile.
       COPY "prodrec.cpy".

FD ProdPriceFile.
       COPY "prodpr.cpy".

FD PreviewReport.
       01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 ProdFileStatus PIC XX.
01 ProdPriceStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ProdEOF PIC X.
01 RunDate PIC 9(8).
*> Selection.
01 SelectMode PIC X.
       88 SelectBySupplier VALUES "S", "s".
       88 SelectByCategory VALUES "C", "c".
       88 SelectByRange VALUES "R", "r".
01 SelectValid PIC X.
01 SelSuppCode PIC X(5).
01 SelDept PIC X(2).
01 SelSub PIC X(2).
01 FromProdCode PIC X(5).
01 ToProdCode PIC X(5).
*> The change itself.
01 ChangeMode PIC X.
       88 ChangeByPercent VALUES "P", "p".
       88 ChangeByAmount VALUES "A", "a".
01 ChangeValid PIC X.
01 ChangePct PIC S9(3)V99.
01 ChangeAmt PIC S9(5)V99.
01 PriceEnding PIC X(2).
01 PriceEndingNum REDEFINES PriceEnding PIC 99.
01 EndingCents PIC V99.
01 EffDate PIC 9(8).
01 EffDateParts REDEFINES EffDate.
       02 EffYear PIC 9(4).
       02 EffMonth PIC 99.
       02 EffDay PIC 99.
01 EffDateCheck.
       02 EffChkMonth PIC 99.
       02 EffChkDay PIC 99.
       02 EffChkYear PIC 9(4).
01 EffDateValid PIC X.
01 PostAnswer PIC X.
*> Per-product work.
01 OldPrice PIC 9(5)V99.
01 PriceFound PIC X.
*> List price only - no customer and no quantity, so GETPRICE
*> leaves contract and quantity-break prices out of it.
01 ListCustID PIC 9(6) VALUE ZERO.
01 ListQty PIC 9(5) VALUE ZERO.
01 WorkPrice PIC S9(7)V99.
01 WholeDollars PIC S9(7).
01 RoundedPrice PIC S9(7)V99.
01 NewPrice PIC 9(5)V99.
01 UnitCost PIC 9(5)V99.
01 NewMargin PIC S9(5)V99.
01 NewPct PIC S9(3)V99.
*> What the preview showed is what posts: every product that will
*> take a new price is held here between the preview and the
*> confirm.
01 ChgCount PIC 9(4) VALUE ZERO.
01 ChgMax PIC 9(4) VALUE 2000.
01 ChgSub PIC 9(4).
01 ChgTable.
       02 ChgEntry OCCURS 2000 TIMES.
              03 ChgProdCode PIC X(5).
              03 ChgNewPrice PIC 9(5)V99.
01 SkippedCount PIC 9(5) VALUE ZERO.
01 BelowCostCount PIC 9(5) VALUE ZERO.
01 TableFull PIC X VALUE "N".
01 PostedCount PIC 9(5) VALUE ZERO.
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Price Change Preview      ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 SelectEchoLine.
       02 FILLER PIC X(13) VALUE "Selection  : ".
       02 PrnSelection PIC X(60).
01 ChangeEchoLine.
       02 FILLER PIC X(13) VALUE "Change     : ".
       02 PrnChange PIC X(45).
       02 PrnEnding PIC X(15).
01 EffEchoLine.
       02 FILLER PIC X(13) VALUE "Effective  : ".
       02 PrnEffDate PIC 9999/99/99.
01 Heads PIC X(96) VALUE
       "Code   Name         Old Price   New Price    Change   Unit Cost  New Margin  Margin%  Flag".
01 PreviewDetailLine.
       02 PrnProdCode PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnProdName PIC X(10).
       02 PrnOldPrice PIC $$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnNewPrice PIC $$$,$$9.99.
       02 PrnPriceChange PIC $$$,$$9.99-.
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnUnitCost PIC $$$,$$9.99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnNewMargin PIC $$$,$$9.99-.
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnNewPct PIC ZZ9.99-.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnFlag PIC X(12).
01 WorkChange PIC S9(5)V99.
01 NoneSelectedLine PIC X(50) VALUE "No products matched the selection.".
01 TotalsLine.
       02 PrnChgCount PIC Z,ZZ9.
       02 FILLER PIC X(21) VALUE " products to reprice,".
       02 PrnBelowCount PIC Z,ZZ9.
       02 FILLER PIC X(13) VALUE " below cost, ".
       02 PrnSkippedCount PIC Z,ZZ9.
       02 FILLER PIC X(9) VALUE " skipped.".
01 FullLine PIC X(70) VALUE
       "SELECTION TOO LARGE - only the first 2000 products were taken.".
01 PostedLine.
       02 FILLER PIC X(9) VALUE "POSTED : ".
       02 PrnPostedCount PIC Z,ZZ9.
       02 FILLER PIC X(40) VALUE " prices written to prodprice.txt.".
01 NotPostedLine PIC X(50) VALUE "NOT POSTED - nothing was written.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.

       OPEN INPUT ProductFile.
       MOVE "product.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, ProdFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.

       DISPLAY " ".
       DISPLAY "Mass price change".
       MOVE "N" TO SelectValid.
       PERFORM AcceptSelection UNTIL SelectValid = "Y".
       MOVE "N" TO ChangeValid.
       PERFORM AcceptChange UNTIL ChangeValid = "Y".
       PERFORM AcceptPriceEnding.
       MOVE "N" TO EffDateValid.
       PERFORM AcceptEffDate UNTIL EffDateValid = "Y".

       OPEN OUTPUT PreviewReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       WRITE PrintLine FROM SelectEchoLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM ChangeEchoLine AFTER ADVANCING 1 LINE.
       MOVE EffDate TO PrnEffDate.
       WRITE PrintLine FROM EffEchoLine AFTER ADVANCING 1 LINE.
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.

       PERFORM PreviewProducts.

       IF ChgCount = 0 AND SkippedCount = 0
           WRITE PrintLine FROM NoneSelectedLine AFTER ADVANCING 2 LINES
       ELSE
           MOVE ChgCount TO PrnChgCount
           MOVE BelowCostCount TO PrnBelowCount
           MOVE SkippedCount TO PrnSkippedCount
           WRITE PrintLine FROM TotalsLine AFTER ADVANCING 2 LINES
       END-IF.
       IF TableFull = "Y"
           WRITE PrintLine FROM FullLine AFTER ADVANCING 1 LINE
       END-IF.
       CLOSE PreviewReport.
       CLOSE ProductFile.

       DISPLAY " ".
       DISPLAY "Preview written to PriceChg.rpt : " ChgCount
           " products to reprice, " BelowCostCount " below cost, "
           SkippedCount " skipped.".
       MOVE "N" TO PostAnswer.
       IF ChgCount > 0
           DISPLAY "Post these " ChgCount " prices effective " EffDate
               "? (Y/N) : " WITH NO ADVANCING
           ACCEPT PostAnswer
       END-IF.

       OPEN EXTEND PreviewReport.
       IF PostAnswer = "Y" OR PostAnswer = "y"
           PERFORM PostNewPrices
           MOVE PostedCount TO PrnPostedCount
           WRITE PrintLine FROM PostedLine AFTER ADVANCING 2 LINES
           DISPLAY PostedCount " prices written to prodprice.txt."
       ELSE
           WRITE PrintLine FROM NotPostedLine AFTER ADVANCING 2 LINES
           DISPLAY "Nothing posted."
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE PreviewReport.

       IF TableFull = "Y" OR BelowCostCount > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

AcceptSelection.
       DISPLAY "Select by Supplier, Category or code Range? (S/C/R) : "
           WITH NO ADVANCING.
       MOVE SPACE TO SelectMode.
       ACCEPT SelectMode.
       MOVE "Y" TO SelectValid.
       MOVE SPACES TO PrnSelection.
       EVALUATE TRUE
           WHEN SelectBySupplier
               DISPLAY "Supplier Code : " WITH NO ADVANCING
               MOVE SPACES TO SelSuppCode
               ACCEPT SelSuppCode
               STRING "supplier " DELIMITED BY SIZE
                      SelSuppCode DELIMITED BY SIZE
                      INTO PrnSelection
               END-STRING
           WHEN SelectByCategory
               DISPLAY "Department Code : " WITH NO ADVANCING
               MOVE SPACES TO SelDept
               ACCEPT SelDept
               DISPLAY "Category Code (blank for the whole department) : "
                   WITH NO ADVANCING
               MOVE SPACES TO SelSub
               ACCEPT SelSub
               STRING "department " DELIMITED BY SIZE
                      SelDept DELIMITED BY SIZE
                      " category " DELIMITED BY SIZE
                      SelSub DELIMITED BY SIZE
                      INTO PrnSelection
               END-STRING
           WHEN SelectByRange
               DISPLAY "From product code (blank for first) : "
                   WITH NO ADVANCING
               MOVE SPACES TO FromProdCode
               ACCEPT FromProdCode
               DISPLAY "To product code (blank for last) : "
                   WITH NO ADVANCING
               MOVE SPACES TO ToProdCode
               ACCEPT ToProdCode
               STRING "products " DELIMITED BY SIZE
                      FromProdCode DELIMITED BY SIZE
                      " to " DELIMITED BY SIZE
                      ToProdCode DELIMITED BY SIZE
                      INTO PrnSelection
               END-STRING
               IF FromProdCode = SPACES
                   MOVE LOW-VALUES TO FromProdCode
               END-IF
               IF ToProdCode = SPACES
                   MOVE HIGH-VALUES TO ToProdCode
               END-IF
           WHEN OTHER
               DISPLAY "Answer S, C or R."
               MOVE "N" TO SelectValid
       END-EVALUATE.
       IF SelectBySupplier AND SelSuppCode = SPACES
           DISPLAY "A supplier code is required."
           MOVE "N" TO SelectValid
       END-IF.
       IF SelectByCategory AND SelDept = SPACES
           DISPLAY "A department code is required."
           MOVE "N" TO SelectValid
       END-IF.

AcceptChange.
       DISPLAY "Change by Percentage or fixed Amount? (P/A) : "
           WITH NO ADVANCING.
       MOVE SPACE TO ChangeMode.
       ACCEPT ChangeMode.
       MOVE "Y" TO ChangeValid.
       MOVE SPACES TO PrnChange.
       EVALUATE TRUE
           WHEN ChangeByPercent
               DISPLAY "Percentage (e.g. 6.00, or -10.00 for a cut) : "
                   WITH NO ADVANCING
               ACCEPT ChangePct
               IF ChangePct = 0 OR ChangePct <= -100
                   DISPLAY "Enter a percentage other than zero and above -100."
                   MOVE "N" TO ChangeValid
               ELSE
                   MOVE ChangePct TO NewPct
                   MOVE NewPct TO PrnNewPct
                   STRING PrnNewPct DELIMITED BY SIZE
                          " percent on today's price" DELIMITED BY SIZE
                          INTO PrnChange
                   END-STRING
               END-IF
           WHEN ChangeByAmount
               DISPLAY "Amount per unit (e.g. 1.50, or -2.00 for a cut) : "
                   WITH NO ADVANCING
               ACCEPT ChangeAmt
               IF ChangeAmt = 0
                   DISPLAY "Enter an amount other than zero."
                   MOVE "N" TO ChangeValid
               ELSE
                   MOVE ChangeAmt TO PrnPriceChange
                   STRING PrnPriceChange DELIMITED BY SIZE
                          " on today's price" DELIMITED BY SIZE
                          INTO PrnChange
                   END-STRING
               END-IF
           WHEN OTHER
               DISPLAY "Answer P or A."
               MOVE "N" TO ChangeValid
       END-EVALUATE.

AcceptPriceEnding.
       DISPLAY "Round to a price ending in cents (e.g. 99, blank for none) : "
           WITH NO ADVANCING.
       MOVE SPACES TO PriceEnding.
       ACCEPT PriceEnding.
       MOVE SPACES TO PrnEnding.
       IF PriceEnding NOT NUMERIC
           MOVE SPACES TO PriceEnding
       ELSE
           COMPUTE EndingCents = PriceEndingNum / 100
           STRING "ending ." DELIMITED BY SIZE
                  PriceEnding DELIMITED BY SIZE
                  INTO PrnEnding
           END-STRING
       END-IF.

*> Prices are announced ahead, never back-dated: the effective date
*> has to be a real date after today. VALIDDATE checks the calendar
*> the way every date entry point does.
AcceptEffDate.
       DISPLAY "Effective date (YYYYMMDD, after today) : "
           WITH NO ADVANCING.
       MOVE 0 TO EffDate.
       ACCEPT EffDate.
       MOVE EffMonth TO EffChkMonth.
       MOVE EffDay TO EffChkDay.
       MOVE EffYear TO EffChkYear.
       CALL "VALIDDATE" USING EffDateCheck, EffDateValid.
       IF EffDateValid = "N"
           DISPLAY "That isn't a valid date."
       ELSE
           IF EffDate <= RunDate
               DISPLAY "The effective date must be after today."
               MOVE "N" TO EffDateValid
           END-IF
       END-IF.

PreviewProducts.
       MOVE "N" TO ProdEOF.
       IF SelectByRange
           MOVE FromProdCode TO ProdCode
       ELSE
           MOVE LOW-VALUES TO ProdCode
       END-IF.
       START ProductFile KEY IS GREATER THAN OR EQUAL TO ProdCode
           INVALID KEY MOVE "Y" TO ProdEOF
       END-START.
       PERFORM PreviewNextProduct UNTIL ProdEOF = "Y".

PreviewNextProduct.
       READ ProductFile NEXT RECORD
           AT END MOVE "Y" TO ProdEOF
       END-READ.
       IF ProdEOF = "N"
           IF SelectByRange AND ProdCode > ToProdCode
               MOVE "Y" TO ProdEOF
           ELSE
               IF NOT ProdDiscontinued
                   PERFORM CheckProductSelected
               END-IF
           END-IF
       END-IF.

CheckProductSelected.
       EVALUATE TRUE
           WHEN SelectBySupplier
               IF ProdSuppCode = SelSuppCode
                   PERFORM PreviewOneProduct
               END-IF
           WHEN SelectByCategory
               IF ProdCatDept = SelDept
                       AND (SelSub = SPACES OR ProdCatSub = SelSub)
                   PERFORM PreviewOneProduct
               END-IF
           WHEN OTHER
               PERFORM PreviewOneProduct
       END-EVALUATE.

PreviewOneProduct.
       MOVE 0 TO OldPrice.
       IF ProdUnitPrice NUMERIC
           MOVE ProdUnitPrice TO OldPrice
       END-IF.
       CALL "GETPRICE" USING ProdCode, RunDate, ListCustID, ListQty,
           OldPrice, PriceFound.
       IF ChangeByPercent
           COMPUTE WorkPrice ROUNDED = OldPrice
               + (OldPrice * ChangePct / 100)
       ELSE
           COMPUTE WorkPrice = OldPrice + ChangeAmt
       END-IF.
       IF PriceEnding NOT = SPACES AND WorkPrice > 0
           PERFORM RoundToEnding
       END-IF.
       MOVE 0 TO UnitCost.
       IF ProdUnitCost NUMERIC
           MOVE ProdUnitCost TO UnitCost
       END-IF.

       MOVE ProdCode TO PrnProdCode.
       MOVE ProdName TO PrnProdName.
       MOVE OldPrice TO PrnOldPrice.
       MOVE UnitCost TO PrnUnitCost.
       IF WorkPrice <= 0 OR WorkPrice > 99999.99
           ADD 1 TO SkippedCount
           MOVE 0 TO PrnNewPrice
           MOVE 0 TO PrnPriceChange
           MOVE 0 TO PrnNewMargin
           MOVE 0 TO PrnNewPct
           MOVE "SKIPPED" TO PrnFlag
       ELSE
           MOVE WorkPrice TO NewPrice
           PERFORM HoldNewPrice
       END-IF.
       WRITE PrintLine FROM PreviewDetailLine AFTER ADVANCING 1 LINE.

*> The nearest price with the chosen ending - 10.02 goes to 9.99,
*> 10.60 to 10.99 - and never down to nothing: a price under the
*> first ending takes that ending.
RoundToEnding.
       MOVE WorkPrice TO WholeDollars.
       COMPUTE RoundedPrice = WholeDollars + EndingCents.
       IF RoundedPrice - WorkPrice > 0.50
           SUBTRACT 1 FROM RoundedPrice
       END-IF.
       IF WorkPrice - RoundedPrice > 0.50
           ADD 1 TO RoundedPrice
       END-IF.
       IF RoundedPrice <= 0
           ADD 1 TO RoundedPrice
       END-IF.
       MOVE RoundedPrice TO WorkPrice.

HoldNewPrice.
       IF ChgCount < ChgMax
           ADD 1 TO ChgCount
           MOVE ProdCode TO ChgProdCode(ChgCount)
           MOVE NewPrice TO ChgNewPrice(ChgCount)
           COMPUTE WorkChange = NewPrice - OldPrice
           COMPUTE NewMargin = NewPrice - UnitCost
           COMPUTE NewPct ROUNDED = (NewMargin * 100) / NewPrice
           MOVE NewPrice TO PrnNewPrice
           MOVE WorkChange TO PrnPriceChange
           MOVE NewMargin TO PrnNewMargin
           MOVE NewPct TO PrnNewPct
           IF NewMargin < 0
               ADD 1 TO BelowCostCount
               MOVE "BELOW COST" TO PrnFlag
           ELSE
               MOVE SPACES TO PrnFlag
           END-IF
       ELSE
           MOVE "Y" TO TableFull
           ADD 1 TO SkippedCount
           MOVE NewPrice TO PrnNewPrice
           MOVE 0 TO PrnPriceChange
           MOVE 0 TO PrnNewMargin
           MOVE 0 TO PrnNewPct
           MOVE "NOT TAKEN" TO PrnFlag
       END-IF.

PostNewPrices.
       OPEN EXTEND ProdPriceFile.
       PERFORM PostOnePrice VARYING ChgSub FROM 1 BY 1
           UNTIL ChgSub > ChgCount.
       CLOSE ProdPriceFile.

PostOnePrice.
       MOVE SPACES TO ProdPriceRecord.
       MOVE ChgProdCode(ChgSub) TO PrcProdCode.
       MOVE EffDate TO PrcEffDate.
       MOVE ChgNewPrice(ChgSub) TO PrcPrice.
       WRITE ProdPriceRecord.
       ADD 1 TO PostedCount.
