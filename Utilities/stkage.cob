       >>SOURCE FORMAT FREE
*> Aged-inventory report with markdown candidates. skuvel says
*> what sells fast; this says what is sitting on the shelf tying up
*> money. One pass of stockmove.txt - sorted into SKU order - dates
*> each SKU's last sale ("S") and last receipt ("R"), and every SKU
*> with stock on hand is aged by the days since its last sale in
*> 30/360 style (since its last receipt where it has never sold,
*> and straight into the oldest band where the journal has nothing
*> for it). The on-hand quantity is banded under 90 days, 90, 180
*> and 365 days and over, valued at ProdUnitCost, and printed
*> supplier by supplier with each supplier's band subtotals and a
*> grand total - the dated StkAge report off RPTFILE.
*> A product whose every stocked SKU is past the age the operator
*> chooses (180 days unless told otherwise) is listed after the
*> suppliers as a markdown candidate, with a suggested discount
*> that deepens with age - 15% under 180 days, 25% under 365, 40%
*> beyond - and a product that already has a type D promos.txt
*> deal running on or after today is left off. The operator can
*> accept the list, give the sale a date window, and each
*> candidate becomes a type D percent-off line on promos.txt that
*> GETPROMO honors like any other deal - clearing dead stock is a
*> report plus a confirmation.
IDENTIFICATION DIVISION.
PROGRAM-ID. stkage.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MoveFileStatus.

       SELECT SkuFile ASSIGN TO "prodsku.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT ProductFile ASSIGN TO "product.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

       SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SuppCode
           FILE STATUS IS SuppFileStatus.

       SELECT OPTIONAL PromoFile ASSIGN TO "promos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PromoFileStatus.

       SELECT MoveSortFile ASSIGN TO "agewk1.tmp".

       SELECT AgeSortFile ASSIGN TO "agewk2.tmp".

       SELECT AgeReport ASSIGN TO DYNAMIC AgeRptName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StockMoveFile.
       COPY "stkmove.cpy".

FD SkuFile.
       COPY "skurec.cpy".

FD ProductFile.
       COPY "prodrec.cpy".

FD SupplierFile.
       COPY "supprec.cpy".

FD PromoFile.
       COPY "promorec.cpy".

SD MoveSortFile.
       01 MoveSortRecord.
              02 MsSkuKey PIC X(7).
              02 MsDate PIC 9(8).
              02 MsReason PIC X(1).

SD AgeSortFile.
       01 AgeSortRecord.
              02 AsSuppCode PIC X(5).
              02 AsProdCode PIC X(5).
              02 AsSizeCode PIC X(2).
              02 AsQty PIC 9(5).
              02 AsUnitCost PIC 9(5)V99.
              02 AsLastSale PIC 9(8).
              02 AsLastReceipt PIC 9(8).
              02 AsDays PIC 9(5).
              02 AsBand PIC 9.

FD AgeReport.
       01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 MoveFileStatus PIC XX.
01 SkuFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 SuppFileStatus PIC XX.
01 PromoFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 MoveEOF PIC X.
01 SortEOF PIC X.
01 SkuEOF PIC X.
01 PromoEOF PIC X.
01 ProdFound PIC X.
01 SuppFound PIC X.
01 RunDate PIC 9(8).
01 RunParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay PIC 99.
01 RunDayNum PIC 9(7).
01 AgeDate PIC 9(8).
01 AgeParts REDEFINES AgeDate.
       02 AgeYear PIC 9(4).
       02 AgeMonth PIC 99.
       02 AgeDay PIC 99.
01 MarkdownAge PIC 9(3).
*> Last sale and receipt per SKU off the sorted journal, in key
*> order so the aging pass can SEARCH ALL it.
01 DateCount PIC 9(5) VALUE ZERO.
01 DateMax PIC 9(5) VALUE 5000.
01 DateOverflow PIC 9(5) VALUE ZERO.
01 DateTable.
       02 DateEntry OCCURS 1 TO 5000 TIMES DEPENDING ON DateCount
              ASCENDING KEY IS DateSkuKey
              INDEXED BY DateIdx.
              03 DateSkuKey PIC X(7).
              03 DateLastSale PIC 9(8).
              03 DateLastReceipt PIC 9(8).
01 GroupSkuKey PIC X(7).
01 GroupLastSale PIC 9(8).
01 GroupLastReceipt PIC 9(8).
*> Band values: 1 under 90 days, 2 90-179, 3 180-364, 4 365 and
*> over; the same subscript runs the totals.
01 BandSub PIC 9.
01 SuppTotals.
       02 SuppBandValue PIC 9(9)V99 OCCURS 4 TIMES.
       02 SuppBandQty PIC 9(7) OCCURS 4 TIMES.
01 GrandTotals.
       02 GrandBandValue PIC 9(9)V99 OCCURS 4 TIMES.
       02 GrandBandQty PIC 9(7) OCCURS 4 TIMES.
01 GrandValue PIC 9(9)V99.
01 LineValue PIC 9(9)V99.
01 CurrentSupp PIC X(5).
01 CurrentProd PIC X(5).
01 SkusAged PIC 9(7) VALUE ZERO.
*> One product at a time: its youngest stocked SKU decides whether
*> the product as a whole is a markdown candidate.
01 ProdMinDays PIC 9(5).
01 ProdQty PIC 9(7).
01 ProdValue PIC 9(9)V99.
01 CandCount PIC 9(4) VALUE ZERO.
01 CandMax PIC 9(4) VALUE 1000.
01 CandSub PIC 9(4).
01 CandTable.
       02 CandEntry OCCURS 1000 TIMES.
              03 CandProdCode PIC X(5).
              03 CandSuppCode PIC X(5).
              03 CandDays PIC 9(5).
              03 CandQty PIC 9(7).
              03 CandValue PIC 9(9)V99.
              03 CandPct PIC 9(3).
              03 CandOnPromo PIC X.
01 CandPrinted PIC 9(4) VALUE ZERO.
01 AcceptConfirm PIC X.
01 PromoFrom PIC 9(8).
01 PromoTo PIC 9(8).
01 PromoToParts REDEFINES PromoTo.
       02 PromoToYear PIC 9(4).
       02 PromoToMonth PIC 99.
       02 PromoToDay PIC 99.
01 PromosWritten PIC 9(4) VALUE ZERO.
*> Dated report file off RPTFILE.
01 AgeRptName PIC X(30).
01 AgeRptBase PIC X(12) VALUE "StkAge".
01 AgeRptSuffix PIC X(4) VALUE ".rpt".
01 AgeRptMode PIC X VALUE "N".
01 PageHeading.
       02 FILLER PIC X(36) VALUE "Aged Inventory                      ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 SuppHeading.
       02 FILLER PIC X(10) VALUE "Supplier  ".
       02 PrnSuppCode PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSuppName PIC X(20).
01 Heads PIC X(100) VALUE
       "Code   Size  On Hand   Last Sale   Last Rcpt   Days  Band       Value at Cost".
01 DetailLine.
       02 PrnProdCode PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSizeCode PIC X(2).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnQty PIC ZZ,ZZ9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnLastSale PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnLastReceipt PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnDays PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnBand PIC X(8).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnValue PIC ZZZ,ZZZ,ZZ9.99.
01 EditDate PIC 9999/99/99.
01 BandNames.
       02 FILLER PIC X(8) VALUE "Current ".
       02 FILLER PIC X(8) VALUE "90+     ".
       02 FILLER PIC X(8) VALUE "180+    ".
       02 FILLER PIC X(8) VALUE "365+    ".
01 BandNameTable REDEFINES BandNames.
       02 BandName PIC X(8) OCCURS 4 TIMES.
01 BandTotalLine.
       02 FILLER PIC X(6) VALUE SPACES.
       02 PrnTotalLabel PIC X(20).
       02 PrnTotalBand PIC X(8).
       02 PrnTotalQty PIC Z,ZZZ,ZZ9.
       02 FILLER PIC X(18) VALUE SPACES.
       02 PrnTotalValue PIC ZZZ,ZZZ,ZZ9.99.
01 GrandLine.
       02 FILLER PIC X(6) VALUE SPACES.
       02 FILLER PIC X(41) VALUE "Inventory at cost, all bands".
       02 FILLER PIC X(14) VALUE SPACES.
       02 PrnGrandValue PIC ZZZ,ZZZ,ZZ9.99.
01 CandHeading.
       02 FILLER PIC X(30) VALUE "Markdown candidates - nothing ".
       02 FILLER PIC X(19) VALUE "sold for at least ".
       02 PrnMarkdownAge PIC ZZ9.
       02 FILLER PIC X(5) VALUE " days".
01 CandHeads PIC X(100) VALUE
       "Code   Supp    Days   On Hand     Value at Cost  Suggested".
01 CandLine.
       02 PrnCandProd PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCandSupp PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCandDays PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCandQty PIC Z,ZZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCandValue PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER PIC X(5) VALUE SPACES.
       02 PrnCandPct PIC ZZ9.
       02 FILLER PIC X(6) VALUE "% off ".
       02 PrnCandNote PIC X(20).
01 NoCandLine PIC X(50) VALUE
       "No product past the markdown age.".
01 OverflowLine PIC X(70) VALUE
       "Journal held more SKUs than the table - some aged as no movement.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       COMPUTE RunDayNum = (RunYear * 360) + (RunMonth * 30) + RunDay.
       DISPLAY " ".
       DISPLAY "Markdown age in days (zeros for 180) : " WITH NO ADVANCING.
       ACCEPT MarkdownAge.
       IF MarkdownAge = 0
           MOVE 180 TO MarkdownAge
       END-IF.
       MOVE MarkdownAge TO PrnMarkdownAge.

       SORT MoveSortFile
           ON ASCENDING KEY MsSkuKey
           INPUT PROCEDURE IS ReleaseMoves
           OUTPUT PROCEDURE IS BuildDateTable.

       OPEN INPUT SkuFile.
       MOVE "prodsku.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, SkuFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT ProductFile.
       MOVE "product.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, ProdFileStatus, FileOK.
       IF FileOK = "N"
           CLOSE SkuFile
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT SupplierFile.

       CALL "RPTFILE" USING AgeRptBase, AgeRptSuffix, AgeRptMode,
           AgeRptName.
       OPEN OUTPUT AgeReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       INITIALIZE GrandTotals.

       SORT AgeSortFile
           ON ASCENDING KEY AsSuppCode, AsProdCode, AsSizeCode
           INPUT PROCEDURE IS ReleaseStockedSkus
           OUTPUT PROCEDURE IS PrintAgedSkus.
       CLOSE SkuFile ProductFile SupplierFile.

       PERFORM PrintGrandTotals.
       PERFORM FlagRunningPromos.
       PERFORM PrintCandidates.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE AgeReport.
       DISPLAY "Aged inventory written to " AgeRptName " - "
           CandPrinted " markdown candidates.".

       IF CandPrinted > 0
           DISPLAY "Write the markdowns to promos.txt? (Y/N) : "
               WITH NO ADVANCING
           ACCEPT AcceptConfirm
           IF AcceptConfirm = "Y" OR AcceptConfirm = "y"
               PERFORM WriteMarkdowns
               DISPLAY "Markdown deals written : " PromosWritten
                   " from " PromoFrom " to " PromoTo "."
           END-IF
       END-IF.
       MOVE RC-SUCCESS TO RETURN-CODE.
       GOBACK.

*> Only sales and receipts date a SKU.
ReleaseMoves.
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
               IF MoveSale OR MoveReceipt
                   MOVE SPACES TO MsSkuKey
                   STRING MoveProdCode DELIMITED BY SIZE
                          MoveSizeLabel DELIMITED BY SIZE
                          INTO MsSkuKey
                   END-STRING
                   MOVE MoveDate TO MsDate
                   MOVE MoveReason TO MsReason
                   RELEASE MoveSortRecord
               END-IF
       END-READ.

BuildDateTable.
       MOVE 0 TO DateCount.
       MOVE "N" TO SortEOF.
       RETURN MoveSortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.
       PERFORM DateOneSku UNTIL SortEOF = "Y".

DateOneSku.
       MOVE MsSkuKey TO GroupSkuKey.
       MOVE 0 TO GroupLastSale GroupLastReceipt.
       PERFORM TakeOneDate
           UNTIL SortEOF = "Y" OR MsSkuKey NOT = GroupSkuKey.
       IF DateCount < DateMax
           ADD 1 TO DateCount
           MOVE GroupSkuKey TO DateSkuKey(DateCount)
           MOVE GroupLastSale TO DateLastSale(DateCount)
           MOVE GroupLastReceipt TO DateLastReceipt(DateCount)
       ELSE
           ADD 1 TO DateOverflow
       END-IF.

TakeOneDate.
       IF MsReason = "S" AND MsDate > GroupLastSale
           MOVE MsDate TO GroupLastSale
       END-IF.
       IF MsReason = "R" AND MsDate > GroupLastReceipt
           MOVE MsDate TO GroupLastReceipt
       END-IF.
       RETURN MoveSortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.

*> Every SKU with stock on hand, aged and banded, under its
*> product's supplier.
ReleaseStockedSkus.
       MOVE "N" TO SkuEOF.
       PERFORM ReleaseOneSku UNTIL SkuEOF = "Y".

ReleaseOneSku.
       READ SkuFile NEXT RECORD
           AT END MOVE "Y" TO SkuEOF
       END-READ.
       IF SkuEOF = "N" AND SkuQty > 0
           MOVE "Y" TO ProdFound
           MOVE SkuProdCode TO ProdCode
           READ ProductFile
               INVALID KEY MOVE "N" TO ProdFound
           END-READ
           IF ProdFound = "Y"
               MOVE ProdSuppCode TO AsSuppCode
               MOVE ProdUnitCost TO AsUnitCost
           ELSE
               MOVE SPACES TO AsSuppCode
               MOVE 0 TO AsUnitCost
           END-IF
           MOVE SkuProdCode TO AsProdCode
           MOVE SkuSizeCode TO AsSizeCode
           MOVE SkuQty TO AsQty
           PERFORM AgeOneSku
           RELEASE AgeSortRecord
       END-IF.

AgeOneSku.
       MOVE 0 TO AsLastSale AsLastReceipt.
       IF DateCount > 0
           SET DateIdx TO 1
           SEARCH ALL DateEntry
               WHEN DateSkuKey(DateIdx) = SkuKey
                   MOVE DateLastSale(DateIdx) TO AsLastSale
                   MOVE DateLastReceipt(DateIdx) TO AsLastReceipt
           END-SEARCH
       END-IF.
       IF AsLastSale > 0
           MOVE AsLastSale TO AgeDate
       ELSE
           MOVE AsLastReceipt TO AgeDate
       END-IF.
       IF AgeDate = 0
           MOVE 99999 TO AsDays
       ELSE
           COMPUTE AsDays = RunDayNum
               - ((AgeYear * 360) + (AgeMonth * 30) + AgeDay)
       END-IF.
       EVALUATE TRUE
           WHEN AsDays < 90 MOVE 1 TO AsBand
           WHEN AsDays < 180 MOVE 2 TO AsBand
           WHEN AsDays < 365 MOVE 3 TO AsBand
           WHEN OTHER MOVE 4 TO AsBand
       END-EVALUATE.

PrintAgedSkus.
       MOVE "N" TO SortEOF.
       RETURN AgeSortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.
       PERFORM PrintOneSupplier UNTIL SortEOF = "Y".

PrintOneSupplier.
       MOVE AsSuppCode TO CurrentSupp.
       INITIALIZE SuppTotals.
       MOVE CurrentSupp TO PrnSuppCode.
       MOVE "Y" TO SuppFound.
       MOVE CurrentSupp TO SuppCode.
       READ SupplierFile
           INVALID KEY MOVE "N" TO SuppFound
       END-READ.
       IF SuppFound = "Y"
           MOVE SuppName TO PrnSuppName
       ELSE
           MOVE "(no supplier on file)" TO PrnSuppName
       END-IF.
       WRITE PrintLine FROM SuppHeading AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM Heads AFTER ADVANCING 1 LINE.
       PERFORM PrintOneProduct
           UNTIL SortEOF = "Y" OR AsSuppCode NOT = CurrentSupp.
       PERFORM PrintSupplierTotals
           VARYING BandSub FROM 1 BY 1 UNTIL BandSub > 4.

PrintOneProduct.
       MOVE AsProdCode TO CurrentProd.
       MOVE 99999 TO ProdMinDays.
       MOVE 0 TO ProdQty ProdValue.
       PERFORM PrintOneSku
           UNTIL SortEOF = "Y" OR AsSuppCode NOT = CurrentSupp
               OR AsProdCode NOT = CurrentProd.
       IF ProdMinDays >= MarkdownAge
           PERFORM AddCandidate
       END-IF.

PrintOneSku.
       ADD 1 TO SkusAged.
       COMPUTE LineValue = AsQty * AsUnitCost.
       MOVE AsProdCode TO PrnProdCode.
       MOVE AsSizeCode TO PrnSizeCode.
       MOVE AsQty TO PrnQty.
       IF AsLastSale > 0
           MOVE AsLastSale TO EditDate
           MOVE EditDate TO PrnLastSale
       ELSE
           MOVE "never" TO PrnLastSale
       END-IF.
       IF AsLastReceipt > 0
           MOVE AsLastReceipt TO EditDate
           MOVE EditDate TO PrnLastReceipt
       ELSE
           MOVE "none" TO PrnLastReceipt
       END-IF.
       MOVE AsDays TO PrnDays.
       MOVE BandName(AsBand) TO PrnBand.
       MOVE LineValue TO PrnValue.
       WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE.
       ADD LineValue TO SuppBandValue(AsBand) GrandBandValue(AsBand).
       ADD AsQty TO SuppBandQty(AsBand) GrandBandQty(AsBand) ProdQty.
       ADD LineValue TO ProdValue.
       IF AsDays < ProdMinDays
           MOVE AsDays TO ProdMinDays
       END-IF.
       RETURN AgeSortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.

PrintSupplierTotals.
       IF BandSub = 1
           MOVE "Supplier total" TO PrnTotalLabel
       ELSE
           MOVE SPACES TO PrnTotalLabel
       END-IF.
       MOVE BandName(BandSub) TO PrnTotalBand.
       MOVE SuppBandQty(BandSub) TO PrnTotalQty.
       MOVE SuppBandValue(BandSub) TO PrnTotalValue.
       WRITE PrintLine FROM BandTotalLine AFTER ADVANCING 1 LINE.

*> The suggested discount deepens with the youngest SKU's age.
AddCandidate.
       IF CandCount < CandMax
           ADD 1 TO CandCount
           MOVE CurrentProd TO CandProdCode(CandCount)
           MOVE CurrentSupp TO CandSuppCode(CandCount)
           MOVE ProdMinDays TO CandDays(CandCount)
           MOVE ProdQty TO CandQty(CandCount)
           MOVE ProdValue TO CandValue(CandCount)
           MOVE "N" TO CandOnPromo(CandCount)
           EVALUATE TRUE
               WHEN ProdMinDays < 180 MOVE 15 TO CandPct(CandCount)
               WHEN ProdMinDays < 365 MOVE 25 TO CandPct(CandCount)
               WHEN OTHER MOVE 40 TO CandPct(CandCount)
           END-EVALUATE
       END-IF.

PrintGrandTotals.
       MOVE 0 TO GrandValue.
       WRITE PrintLine FROM SPACES AFTER ADVANCING 1 LINE.
       PERFORM PrintGrandBand
           VARYING BandSub FROM 1 BY 1 UNTIL BandSub > 4.
       MOVE GrandValue TO PrnGrandValue.
       WRITE PrintLine FROM GrandLine AFTER ADVANCING 1 LINE.
       IF DateOverflow > 0
           WRITE PrintLine FROM OverflowLine AFTER ADVANCING 2 LINES
       END-IF.

PrintGrandBand.
       IF BandSub = 1
           MOVE "All suppliers" TO PrnTotalLabel
       ELSE
           MOVE SPACES TO PrnTotalLabel
       END-IF.
       MOVE BandName(BandSub) TO PrnTotalBand.
       MOVE GrandBandQty(BandSub) TO PrnTotalQty.
       MOVE GrandBandValue(BandSub) TO PrnTotalValue.
       ADD GrandBandValue(BandSub) TO GrandValue.
       WRITE PrintLine FROM BandTotalLine AFTER ADVANCING 1 LINE.

*> A product already carrying a percent-off deal that runs today or
*> later is not offered a second one.
FlagRunningPromos.
       IF CandCount > 0
           MOVE "N" TO PromoEOF
           OPEN INPUT PromoFile
           IF PromoFileStatus NOT = "00" AND PromoFileStatus NOT = "05"
               MOVE "Y" TO PromoEOF
           END-IF
           PERFORM FlagOnePromo UNTIL PromoEOF = "Y"
           CLOSE PromoFile
       END-IF.

FlagOnePromo.
       READ PromoFile
           AT END MOVE "Y" TO PromoEOF
           NOT AT END
               IF PromoPctOff AND PromoEnd >= RunDate
                   PERFORM MatchOneCandidate
                       VARYING CandSub FROM 1 BY 1
                       UNTIL CandSub > CandCount
               END-IF
       END-READ.

MatchOneCandidate.
       IF CandProdCode(CandSub) = PromoProdCode
           MOVE "Y" TO CandOnPromo(CandSub)
       END-IF.

PrintCandidates.
       WRITE PrintLine FROM CandHeading AFTER ADVANCING 3 LINES.
       MOVE 0 TO CandPrinted.
       IF CandCount = 0
           WRITE PrintLine FROM NoCandLine AFTER ADVANCING 2 LINES
       ELSE
           WRITE PrintLine FROM CandHeads AFTER ADVANCING 2 LINES
           PERFORM PrintOneCandidate
               VARYING CandSub FROM 1 BY 1 UNTIL CandSub > CandCount
       END-IF.

PrintOneCandidate.
       MOVE CandProdCode(CandSub) TO PrnCandProd.
       MOVE CandSuppCode(CandSub) TO PrnCandSupp.
       MOVE CandDays(CandSub) TO PrnCandDays.
       MOVE CandQty(CandSub) TO PrnCandQty.
       MOVE CandValue(CandSub) TO PrnCandValue.
       MOVE CandPct(CandSub) TO PrnCandPct.
       IF CandOnPromo(CandSub) = "Y"
           MOVE "already on promo" TO PrnCandNote
       ELSE
           MOVE SPACES TO PrnCandNote
           ADD 1 TO CandPrinted
       END-IF.
       WRITE PrintLine FROM CandLine AFTER ADVANCING 1 LINE.

*> The sale window defaults to today for a month.
WriteMarkdowns.
       DISPLAY "Markdown from (YYYYMMDD, zeros for today) : "
           WITH NO ADVANCING.
       ACCEPT PromoFrom.
       IF PromoFrom = 0
           MOVE RunDate TO PromoFrom
       END-IF.
       DISPLAY "Markdown to (YYYYMMDD, zeros for a month) : "
           WITH NO ADVANCING.
       ACCEPT PromoTo.
       IF PromoTo = 0
           MOVE PromoFrom TO PromoTo
           ADD 1 TO PromoToMonth
           IF PromoToMonth > 12
               MOVE 1 TO PromoToMonth
               ADD 1 TO PromoToYear
           END-IF
           IF PromoToDay > 28
               MOVE 28 TO PromoToDay
           END-IF
       END-IF.
       IF PromoTo < PromoFrom
           DISPLAY "The window ends before it starts - nothing written."
       ELSE
           OPEN EXTEND PromoFile
           PERFORM WriteOneMarkdown
               VARYING CandSub FROM 1 BY 1 UNTIL CandSub > CandCount
           CLOSE PromoFile
       END-IF.

WriteOneMarkdown.
       IF CandOnPromo(CandSub) = "N"
           MOVE SPACES TO PromoRecord
           MOVE CandProdCode(CandSub) TO PromoProdCode
           MOVE PromoFrom TO PromoStart
           MOVE PromoTo TO PromoEnd
           SET PromoPctOff TO TRUE
           MOVE CandPct(CandSub) TO PromoValue
           WRITE PromoRecord
           ADD 1 TO PromosWritten
       END-IF.
