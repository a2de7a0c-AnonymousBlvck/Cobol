       >>SOURCE FORMAT FREE
*> UPC exception report. The counter, the order desk, the dock and
*> the count all take a scanned UPC now, so a SKU with no barcode
*> on file has to be keyed by hand and a barcode on two SKUs scans
*> as whichever one the index finds first. This run lists both:
*> every SKU of a selling product (discontinued products are left
*> out - they are selling down, not being restocked) whose UPC is
*> still spaces, with its quantity on hand so the ones that matter
*> are plain; and every UPC found on more than one SKU, read along
*> the UPC alternate key so the SKUs sharing one come together.
*> tables refuses a duplicate when it is keyed, so the second list
*> only fills when a file was loaded or restored some other way.
*> Any duplicate exits RC-WARNING; SKUs without a UPC are listed
*> but are not by themselves a warning. The report goes to
*> UPCExcept.rpt.
IDENTIFICATION DIVISION.
PROGRAM-ID. upcexcp.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL SkuFile ASSIGN TO "prodsku.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT ProductFile ASSIGN TO "product.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

       SELECT UPCReport ASSIGN TO "UPCExcept.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SkuFile.
       COPY "skurec.cpy".

FD ProductFile.
       COPY "prodrec.cpy".

FD UPCReport.
       01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 SkuFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 BrowseEOF PIC X.
01 ProdFound PIC X.
01 RunDate PIC 9(8).
01 NoUPCCount PIC 9(7) VALUE ZERO.
01 DupUPCCount PIC 9(7) VALUE ZERO.
01 DupSkuCount PIC 9(7) VALUE ZERO.
*> The SKU read just before along the UPC key, held so the first of
*> a shared UPC can be printed when the second turns up.
01 PrevUPC PIC X(12).
01 PrevProdCode PIC X(5).
01 PrevSizeCode PIC X(2).
01 PrevPrinted PIC X.
01 PageHeading.
       02 FILLER PIC X(26) VALUE "UPC Exceptions            ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 NoUPCHead PIC X(50) VALUE "Selling SKUs with no UPC".
01 NoUPCHeads PIC X(50) VALUE
       "Code  Size  Name         On Hand".
01 NoUPCDetailLine.
       02 PrnNoProdCode PIC X(5).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnNoSizeCode PIC X(2).
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnNoProdName PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnNoQty PIC ZZZZ,ZZ9.
01 NoneMissingLine PIC X(40) VALUE "Every selling SKU has a UPC.".
01 NoUPCTotalLine.
       02 PrnNoUPCCount PIC Z(6)9.
       02 FILLER PIC X(25) VALUE " selling SKUs with no UPC".
01 DupHead PIC X(50) VALUE "UPCs on more than one SKU".
01 DupHeads PIC X(50) VALUE
       "UPC           Code  Size  Name".
01 DupDetailLine.
       02 PrnDupUPC PIC X(12).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnDupProdCode PIC X(5).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnDupSizeCode PIC X(2).
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnDupProdName PIC X(10).
01 NoneDupLine PIC X(40) VALUE "No UPC is on more than one SKU.".
01 DupTotalLine.
       02 PrnDupUPCCount PIC Z(6)9.
       02 FILLER PIC X(19) VALUE " UPCs shared among ".
       02 PrnDupSkuCount PIC Z(6)9.
       02 FILLER PIC X(5) VALUE " SKUs".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.

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
       OPEN OUTPUT UPCReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.

       PERFORM ListMissingUPCs.
       PERFORM ListDuplicateUPCs.

       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE SkuFile, ProductFile, UPCReport.
       DISPLAY "UPC exceptions : " NoUPCCount " selling SKUs with no UPC, "
           DupUPCCount " UPCs on more than one SKU.".
       DISPLAY "Report written to UPCExcept.rpt".
       IF DupUPCCount > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

*> Product and size order, the way the count sheets and the catalog
*> run, so the list can be worked through with the goods in hand.
ListMissingUPCs.
       WRITE PrintLine FROM NoUPCHead AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM NoUPCHeads AFTER ADVANCING 1 LINE.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO SkuKey.
       START SkuFile KEY IS GREATER THAN OR EQUAL TO SkuKey
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM CheckNextSku UNTIL BrowseEOF = "Y".
       IF NoUPCCount = 0
           WRITE PrintLine FROM NoneMissingLine AFTER ADVANCING 1 LINE
       ELSE
           MOVE NoUPCCount TO PrnNoUPCCount
           WRITE PrintLine FROM NoUPCTotalLine AFTER ADVANCING 2 LINES
       END-IF.

CheckNextSku.
       READ SkuFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N" AND SkuUPC = SPACES
           PERFORM ReadSkuProduct
           IF ProdFound = "Y" AND ProdSelling
               PERFORM PrintMissingUPC
           END-IF
       END-IF.

ReadSkuProduct.
       MOVE "Y" TO ProdFound.
       MOVE SkuProdCode TO ProdCode.
       READ ProductFile
           INVALID KEY
               MOVE "N" TO ProdFound
               MOVE "(no master)" TO ProdName
       END-READ.

PrintMissingUPC.
       ADD 1 TO NoUPCCount.
       MOVE SkuProdCode TO PrnNoProdCode.
       MOVE SkuSizeCode TO PrnNoSizeCode.
       MOVE ProdName TO PrnNoProdName.
       MOVE SkuQty TO PrnNoQty.
       WRITE PrintLine FROM NoUPCDetailLine AFTER ADVANCING 1 LINE.

*> Started just past spaces on the UPC key, so the SKUs without one
*> are skipped and the rest come in UPC order, a shared UPC's SKUs
*> one after another.
ListDuplicateUPCs.
       WRITE PrintLine FROM DupHead AFTER ADVANCING 3 LINES.
       WRITE PrintLine FROM DupHeads AFTER ADVANCING 1 LINE.
       MOVE SPACES TO PrevUPC.
       MOVE "N" TO PrevPrinted.
       MOVE "N" TO BrowseEOF.
       MOVE SPACES TO SkuUPC.
       START SkuFile KEY IS GREATER THAN SkuUPC
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM CheckNextUPC UNTIL BrowseEOF = "Y".
       IF DupUPCCount = 0
           WRITE PrintLine FROM NoneDupLine AFTER ADVANCING 1 LINE
       ELSE
           MOVE DupUPCCount TO PrnDupUPCCount
           MOVE DupSkuCount TO PrnDupSkuCount
           WRITE PrintLine FROM DupTotalLine AFTER ADVANCING 2 LINES
       END-IF.

CheckNextUPC.
       READ SkuFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF SkuUPC = PrevUPC
               PERFORM PrintSharedUPC
           ELSE
               MOVE "N" TO PrevPrinted
           END-IF
           MOVE SkuUPC TO PrevUPC
           MOVE SkuProdCode TO PrevProdCode
           MOVE SkuSizeCode TO PrevSizeCode
       END-IF.

*> The first SKU on a shared UPC is only known to be one when the
*> second arrives, so it is printed then, from what was held.
PrintSharedUPC.
       IF PrevPrinted = "N"
           ADD 1 TO DupUPCCount
           ADD 1 TO DupSkuCount
           MOVE PrevUPC TO PrnDupUPC
           MOVE PrevProdCode TO PrnDupProdCode
           MOVE PrevSizeCode TO PrnDupSizeCode
           MOVE PrevProdCode TO ProdCode
           READ ProductFile
               INVALID KEY MOVE "(no master)" TO ProdName
           END-READ
           MOVE ProdName TO PrnDupProdName
           WRITE PrintLine FROM DupDetailLine AFTER ADVANCING 1 LINE
           MOVE "Y" TO PrevPrinted
       END-IF.
       ADD 1 TO DupSkuCount.
       MOVE SPACES TO PrnDupUPC.
       MOVE SkuProdCode TO PrnDupProdCode.
       MOVE SkuSizeCode TO PrnDupSizeCode.
       PERFORM ReadSkuProduct.
       MOVE ProdName TO PrnDupProdName.
       WRITE PrintLine FROM DupDetailLine AFTER ADVANCING 1 LINE.
