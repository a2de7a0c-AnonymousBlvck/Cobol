       >>SOURCE FORMAT FREE
*> Return-to-vendor. Damaged or wrong goods going back to a supplier
*> used to come off stock by hand through tables, while the
*> supplier's invoice on apledger.txt went on showing the full
*> amount. This module takes the supplier, the PO the goods came in
*> on, and each SKU and quantity going back - checked against the
*> PO line, which can only return what porecv received and not
*> already returned. Once confirmed, each line comes off prodsku.txt
*> through the same guarded quantity move every stock change makes,
*> journalled to stockmove.txt under the vendor-return reason, and
*> the line's returned count moves forward. The return is valued at
*> the cost agreed on the PO line (the product's unit cost for a
*> line raised before PO costs were kept) and raised as a debit
*> memo numbered off the dmctl.txt control file the way cheques come
*> off chqctl.txt. The memo goes on apledger.txt as its own ledger
*> line and its value comes off the supplier's open invoices, the
*> PO's own first; whatever they can't absorb stays on the memo as
*> credit appayrun takes off the supplier's next cheque. The dated
*> Return document - one copy in the box, one for the file - lists
*> the goods, the memo and the invoices it reduced.
*> Stock is held by location, so the return names the location the
*> goods leave from (blank for the home location); each line comes
*> off that location's shelf through LOCMOVE as well as off SkuQty,
*> and a line the location can't cover is left out like any other.
*> Every SKU record it rewrites is also appended to prodlog.txt as an
*> after-image, so prodfwd can roll a restored prodsku.txt forward.
IDENTIFICATION DIVISION.
PROGRAM-ID. rtvendor.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SuppCode
           FILE STATUS IS SuppFileStatus.

       SELECT OPTIONAL POFile ASSIGN TO "po.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PONumber
           FILE STATUS IS POFileStatus.

       SELECT OPTIONAL POLineFile ASSIGN TO "polines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLineKey
           FILE STATUS IS POLineStatus.

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

       SELECT OPTIONAL APFile ASSIGN TO "apledger.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APID
           FILE STATUS IS APFileStatus.

       SELECT OPTIONAL MemoControlFile ASSIGN TO "dmctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MemoControlStatus.

       SELECT StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ProdLogFile ASSIGN TO "prodlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ReturnDocFile ASSIGN TO DYNAMIC ReturnDocName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SupplierFile.
       COPY "supprec.cpy".

FD POFile.
       COPY "porec.cpy".

FD POLineFile.
       COPY "polrec.cpy".

FD SkuFile.
       COPY "skurec.cpy".

FD ProductFile.
       COPY "prodrec.cpy".

FD APFile.
       COPY "aprec.cpy".

FD MemoControlFile.
       01 MemoControlRecord.
              02 NextMemoNo PIC 9(6).

FD StockMoveFile.
       COPY "stkmove.cpy".

FD ProdLogFile.
       COPY "prodimg.cpy".

FD ReturnDocFile.
       01 ReturnDocLine PIC X(70).

WORKING-STORAGE SECTION.
01 SuppFileStatus PIC XX.
01 POFileStatus PIC XX.
01 POLineStatus PIC XX.
01 SkuFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 APFileStatus PIC XX.
01 MemoControlStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
*> Dated return document off RPTFILE - one generation per session,
*> every return raised appended to it.
01 ReturnDocName PIC X(30).
01 ReturnDocBase PIC X(12) VALUE "Return".
01 ReturnDocSuffix PIC X(4) VALUE ".rpt".
01 ReturnDocMode PIC X VALUE "N".
01 RunDate PIC 9(8).
01 MoreReturns PIC X VALUE "Y".
01 MoreLines PIC X.
01 SuppExists PIC X.
01 POExists PIC X.
01 LineFound PIC X.
01 LineEOF PIC X.
01 SkuExists PIC X.
01 ProdExists PIC X.
01 BrowseEOF PIC X.
01 EntrySupp PIC X(5).
01 EntryPONo PIC 9(6).
01 EntryProd PIC X(5).
01 EntrySize PIC X(2).
01 EntryQty PIC 9(5).
01 EntryReason PIC X.
       88 ReasonValid VALUES "D", "W", "O".
01 ReasonText PIC X(12).
01 PostConfirm PIC X.
01 Returnable PIC S9(6).
01 NewStock PIC S9(6).
01 RtnLocCode PIC X(2).
01 LocMoveQty PIC S9(5).
01 LocQty PIC 9(5).
01 LocApply PIC X.
01 LocResult PIC X.
*> The return being built: one slot per PO line going back, posted
*> only once the operator confirms the whole return.
01 RtnCount PIC 9(3) VALUE ZERO.
01 RtnMax PIC 9(3) VALUE 50.
01 RtnSub PIC 9(3).
01 RtnTable.
       02 RtnEntry OCCURS 50 TIMES.
              03 RtnLineSeq PIC 9(3).
              03 RtnProdCode PIC X(5).
              03 RtnSizeCode PIC X(2).
              03 RtnQty PIC 9(5).
              03 RtnCost PIC 9(5)V99.
              03 RtnValue PIC 9(7)V99.
              03 RtnPosted PIC X.
01 RtnTotal PIC 9(7)V99.
01 PostedCount PIC 9(3).
*> Debit memo and how it was taken against the ledger.
01 WorkMemoNo PIC 9(6).
01 MemoAPID PIC 9(6).
01 NextAPID PIC 9(6).
01 MemoLeft PIC 9(7)V99.
01 TakeAmount PIC 9(7)V99.
01 ApplyPass PIC X.
01 AppliedCount PIC 9(3).
01 AppliedMax PIC 9(3) VALUE 50.
01 AppliedTable.
       02 AppliedEntry OCCURS 50 TIMES.
              03 AppAPID PIC 9(6).
              03 AppInvRef PIC X(10).
              03 AppAmount PIC 9(7)V99.
01 DispAmount PIC $$$,$$$,$$9.99.
01 DispCost PIC ZZ,ZZ9.99.
01 ReturnDetail.
       02 FILLER PIC X(2) VALUE SPACES.
       02 RdLineSeq PIC 9(3).
       02 FILLER PIC X VALUE SPACE.
       02 RdProdCode PIC X(5).
       02 FILLER PIC X VALUE "/".
       02 RdSizeCode PIC X(2).
       02 FILLER PIC X(7) VALUE "  qty  ".
       02 RdQty PIC ZZZZ9.
       02 FILLER PIC X(4) VALUE " at ".
       02 RdCost PIC ZZ,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 RdValue PIC $$$,$$$,$$9.99.
01 AppliedDetail.
       02 FILLER PIC X(20) VALUE "  taken off ledger  ".
       02 AdAPID PIC 9(6).
       02 FILLER PIC X(7) VALUE "  ref  ".
       02 AdInvRef PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 AdAmount PIC $$$,$$$,$$9.99.

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       OPEN INPUT SupplierFile.
       MOVE "supplier.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, SuppFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN INPUT POFile.
       MOVE "po.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, POFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN I-O POLineFile.
       MOVE "polines.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, POLineStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN I-O SkuFile.
       MOVE "prodsku.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, SkuFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN INPUT ProductFile.
       MOVE "product.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, ProdFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN I-O APFile.
       MOVE "apledger.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, APFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN EXTEND StockMoveFile.
       OPEN EXTEND ProdLogFile.
       MOVE SPACES TO StockMoveRecord.
       CALL "RPTFILE" USING ReturnDocBase, ReturnDocSuffix,
           ReturnDocMode, ReturnDocName.

       PERFORM RaiseOneReturn UNTIL MoreReturns = "N".

       CLOSE SupplierFile, POFile, POLineFile, SkuFile, ProductFile,
           APFile, StockMoveFile, ProdLogFile.
       DISPLAY "Return documents written to " ReturnDocName.
       STOP RUN.

RaiseOneReturn.
       DISPLAY " ".
       DISPLAY "Supplier code goods are going back to (blank to finish) : "
           WITH NO ADVANCING.
       MOVE SPACES TO EntrySupp.
       ACCEPT EntrySupp.
       IF EntrySupp = SPACES
           MOVE "N" TO MoreReturns
       ELSE
           MOVE "Y" TO SuppExists
           MOVE EntrySupp TO SuppCode
           READ SupplierFile
               INVALID KEY MOVE "N" TO SuppExists
           END-READ
           IF SuppExists = "N"
               DISPLAY "Supplier " EntrySupp " isn't on file."
           ELSE
               DISPLAY "Supplier : " SuppName
               PERFORM AcceptReturnPO
           END-IF
       END-IF.

AcceptReturnPO.
       DISPLAY "PO the goods came in on : " WITH NO ADVANCING.
       ACCEPT EntryPONo.
       MOVE "Y" TO POExists.
       MOVE EntryPONo TO PONumber.
       READ POFile
           INVALID KEY MOVE "N" TO POExists
       END-READ.
       IF POExists = "N"
           DISPLAY "PO " EntryPONo " isn't on file - nothing returned."
       ELSE
           IF POSuppCode NOT = EntrySupp
               DISPLAY "PO " EntryPONo " was placed with supplier "
                   POSuppCode " - nothing returned."
           ELSE
               PERFORM BuildReturn
           END-IF
       END-IF.

BuildReturn.
       MOVE 0 TO RtnCount.
       MOVE 0 TO RtnTotal.
       MOVE SPACE TO EntryReason.
       PERFORM AcceptReason UNTIL ReasonValid.
       MOVE "X" TO LocResult.
       PERFORM AcceptReturnLocation UNTIL LocResult NOT = "X".
       MOVE "Y" TO MoreLines.
       PERFORM AcceptReturnLine UNTIL MoreLines = "N".
       IF RtnCount = 0
           DISPLAY "No lines keyed - nothing returned."
       ELSE
           MOVE RtnTotal TO DispAmount
           DISPLAY "Return " RtnCount " lines to " EntrySupp
               " for a debit memo of " DispAmount "? (Y/N) : "
               WITH NO ADVANCING
           ACCEPT PostConfirm
           IF PostConfirm = "Y" OR PostConfirm = "y"
               PERFORM PostReturn
           ELSE
               DISPLAY "Return abandoned - nothing posted."
           END-IF
       END-IF.

AcceptReason.
       DISPLAY "Reason - D damaged, W wrong goods, O other : "
           WITH NO ADVANCING.
       ACCEPT EntryReason.
       EVALUATE EntryReason
           WHEN "D" MOVE "DAMAGED" TO ReasonText
           WHEN "W" MOVE "WRONG GOODS" TO ReasonText
           WHEN "O" MOVE "OTHER" TO ReasonText
           WHEN OTHER DISPLAY "Reason must be D, W or O."
       END-EVALUATE.

*> A zero move asked of LOCMOVE proves the location and fills in the
*> home location's code when none is keyed.
AcceptReturnLocation.
       DISPLAY "Goods leave from location (blank for home) : "
           WITH NO ADVANCING.
       MOVE SPACES TO RtnLocCode.
       ACCEPT RtnLocCode.
       MOVE 0 TO LocMoveQty.
       MOVE "N" TO LocApply.
       CALL "LOCMOVE" USING RtnLocCode, EntryProd, EntrySize,
           LocMoveQty, LocApply, LocQty, LocResult.
       IF LocResult = "X"
           DISPLAY "Location " RtnLocCode " is not on file or is closed."
       END-IF.

*> Each SKU going back must be a line of the PO: it can return what
*> was received less what earlier returns already sent back, and no
*> more than is on the shelf now.
AcceptReturnLine.
       DISPLAY "Product code going back (blank when done) : "
           WITH NO ADVANCING.
       MOVE SPACES TO EntryProd.
       ACCEPT EntryProd.
       IF EntryProd = SPACES
           MOVE "N" TO MoreLines
       ELSE
           DISPLAY "Size code : " WITH NO ADVANCING
           MOVE SPACES TO EntrySize
           ACCEPT EntrySize
           PERFORM FindPOLine
           IF LineFound = "N"
               DISPLAY EntryProd " size " EntrySize " isn't on PO "
                   EntryPONo "."
           ELSE
               PERFORM AcceptReturnQty
           END-IF
       END-IF.

FindPOLine.
       MOVE "N" TO LineFound.
       MOVE "N" TO LineEOF.
       MOVE EntryPONo TO PolPONumber.
       MOVE 0 TO PolLineSeq.
       START POLineFile KEY IS GREATER THAN OR EQUAL TO POLineKey
           INVALID KEY MOVE "Y" TO LineEOF
       END-START.
       PERFORM CheckNextPOLine UNTIL LineEOF = "Y" OR LineFound = "Y".

CheckNextPOLine.
       READ POLineFile NEXT RECORD
           AT END MOVE "Y" TO LineEOF
       END-READ.
       IF LineEOF = "N"
           IF PolPONumber NOT = EntryPONo
               MOVE "Y" TO LineEOF
           ELSE
               IF PolProdCode = EntryProd AND PolSizeCode = EntrySize
                   MOVE "Y" TO LineFound
               END-IF
           END-IF
       END-IF.

AcceptReturnQty.
       IF PolQtyReturned NOT NUMERIC
           MOVE 0 TO PolQtyReturned
       END-IF.
       IF PolUnitCost NOT NUMERIC
           MOVE 0 TO PolUnitCost
       END-IF.
       COMPUTE Returnable = PolQtyReceived - PolQtyReturned.
       PERFORM ReturnedAlreadyInTable
           VARYING RtnSub FROM 1 BY 1 UNTIL RtnSub > RtnCount.
       IF Returnable < 0
           MOVE 0 TO Returnable
       END-IF.
       DISPLAY "Line " PolLineSeq " - received " PolQtyReceived
           ", returned before " PolQtyReturned ", can return "
           Returnable.
       DISPLAY "Quantity going back : " WITH NO ADVANCING.
       ACCEPT EntryQty.
       IF EntryQty = 0 OR EntryQty > Returnable
           DISPLAY "Quantity must be 1 to " Returnable " - line not taken."
       ELSE
           IF RtnCount NOT < RtnMax
               DISPLAY "The return is full - raise another for the rest."
           ELSE
               ADD 1 TO RtnCount
               MOVE PolLineSeq TO RtnLineSeq(RtnCount)
               MOVE PolProdCode TO RtnProdCode(RtnCount)
               MOVE PolSizeCode TO RtnSizeCode(RtnCount)
               MOVE EntryQty TO RtnQty(RtnCount)
               MOVE PolUnitCost TO RtnCost(RtnCount)
               IF PolUnitCost = 0
                   PERFORM CostFromProduct
               END-IF
               COMPUTE RtnValue(RtnCount) =
                   RtnQty(RtnCount) * RtnCost(RtnCount)
               ADD RtnValue(RtnCount) TO RtnTotal
               MOVE "N" TO RtnPosted(RtnCount)
               MOVE RtnCost(RtnCount) TO DispCost
               DISPLAY "Taken : " EntryQty " at " DispCost
           END-IF
       END-IF.

ReturnedAlreadyInTable.
       IF RtnLineSeq(RtnSub) = PolLineSeq
           SUBTRACT RtnQty(RtnSub) FROM Returnable
       END-IF.

CostFromProduct.
       MOVE "Y" TO ProdExists.
       MOVE PolProdCode TO ProdCode.
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ.
       IF ProdExists = "Y" AND ProdUnitCost NUMERIC
           MOVE ProdUnitCost TO RtnCost(RtnCount)
       END-IF.

*> Stock first, line by line - a SKU that would go below zero or has
*> vanished is left out and off the memo. Then the memo is raised
*> for what actually went back and taken off the ledger.
PostReturn.
       MOVE 0 TO PostedCount.
       MOVE 0 TO RtnTotal.
       PERFORM PostOneReturnLine
           VARYING RtnSub FROM 1 BY 1 UNTIL RtnSub > RtnCount.
       IF PostedCount = 0
           DISPLAY "No line could come off stock - no debit memo raised."
       ELSE
           PERFORM AssignMemoNumber
           PERFORM WriteDebitMemo
           PERFORM WriteReturnDocument
           MOVE RtnTotal TO DispAmount
           DISPLAY "Debit memo DM" WorkMemoNo " raised for "
               DispAmount " - ledger " MemoAPID "."
       END-IF.

PostOneReturnLine.
       MOVE "Y" TO SkuExists.
       MOVE RtnProdCode(RtnSub) TO SkuProdCode.
       MOVE RtnSizeCode(RtnSub) TO SkuSizeCode.
       READ SkuFile
           INVALID KEY MOVE "N" TO SkuExists
       END-READ.
       IF SkuExists = "N"
           DISPLAY "No SKU record for " RtnProdCode(RtnSub) " size "
               RtnSizeCode(RtnSub) " - line not returned."
       ELSE
           COMPUTE NewStock = SkuQty - RtnQty(RtnSub)
           IF NewStock < 0
               DISPLAY "Only " SkuQty " of " RtnProdCode(RtnSub)
                   " size " RtnSizeCode(RtnSub)
                   " on hand - line not returned."
           ELSE
               PERFORM TakeReturnLineStock
           END-IF
       END-IF.

TakeReturnLineStock.
       COMPUTE LocMoveQty = 0 - RtnQty(RtnSub).
       MOVE "Y" TO LocApply.
       CALL "LOCMOVE" USING RtnLocCode, SkuProdCode, SkuSizeCode,
           LocMoveQty, LocApply, LocQty, LocResult.
       IF LocResult NOT = "Y"
           DISPLAY "Only " LocQty " of " RtnProdCode(RtnSub)
               " size " RtnSizeCode(RtnSub) " at location "
               RtnLocCode " - line not returned."
       ELSE
           MOVE SkuQty TO MoveOldQty
           MOVE NewStock TO SkuQty
           REWRITE SkuData
               INVALID KEY
                   COMPUTE LocMoveQty = RtnQty(RtnSub)
                   CALL "LOCMOVE" USING RtnLocCode, SkuProdCode,
                       SkuSizeCode, LocMoveQty, LocApply, LocQty,
                       LocResult
                   DISPLAY "Stock not updated"
               NOT INVALID KEY
                   PERFORM WriteSkuImage
                   MOVE SkuProdCode TO MoveProdCode
                   MOVE SkuSizeCode TO MoveSizeLabel
                   MOVE SkuQty TO MoveNewQty
                   SET MoveVendorReturn TO TRUE
                   MOVE RtnCost(RtnSub) TO MoveUnitCost
                   MOVE RtnLocCode TO MoveLocCode
                   PERFORM WriteStockMove
                   MOVE "Y" TO RtnPosted(RtnSub)
                   ADD 1 TO PostedCount
                   ADD RtnValue(RtnSub) TO RtnTotal
                   PERFORM PostLineReturned
           END-REWRITE
       END-IF.

PostLineReturned.
       MOVE EntryPONo TO PolPONumber.
       MOVE RtnLineSeq(RtnSub) TO PolLineSeq.
       READ POLineFile
           INVALID KEY DISPLAY "PO line " PolLineSeq " vanished."
           NOT INVALID KEY
               IF PolQtyReturned NOT NUMERIC
                   MOVE 0 TO PolQtyReturned
               END-IF
               ADD RtnQty(RtnSub) TO PolQtyReturned
               REWRITE POLineData
                   INVALID KEY DISPLAY "PO line not updated"
               END-REWRITE
       END-READ.

*> Memo numbers come off dmctl.txt the way cheque numbers come off
*> chqctl.txt - read, used, written back incremented.
AssignMemoNumber.
       OPEN INPUT MemoControlFile.
       IF MemoControlStatus = "00"
           READ MemoControlFile
               AT END MOVE 1 TO NextMemoNo
           END-READ
       ELSE
           MOVE 1 TO NextMemoNo
       END-IF.
       CLOSE MemoControlFile.
       MOVE NextMemoNo TO WorkMemoNo.
       OPEN OUTPUT MemoControlFile.
       COMPUTE NextMemoNo = WorkMemoNo + 1.
       WRITE MemoControlRecord.
       CLOSE MemoControlFile.

*> The memo's value comes off the PO's own open or held invoices
*> first, then the supplier's other open invoices oldest ledger
*> number first. An invoice taken to nothing is settled. What is
*> left becomes the memo's standing credit.
WriteDebitMemo.
       MOVE RtnTotal TO MemoLeft.
       MOVE 0 TO AppliedCount.
       MOVE "P" TO ApplyPass.
       PERFORM ApplyMemoPass.
       IF MemoLeft > 0
           MOVE "S" TO ApplyPass
           PERFORM ApplyMemoPass
       END-IF.

       PERFORM AssignNextAPID.
       MOVE NextAPID TO APID.
       MOVE NextAPID TO MemoAPID.
       MOVE EntrySupp TO APSuppCode.
       MOVE EntryPONo TO APPONumber.
       MOVE SPACES TO APInvRef.
       STRING "DM" DELIMITED BY SIZE
              WorkMemoNo DELIMITED BY SIZE
              INTO APInvRef
       END-STRING.
       MOVE RunDate TO APInvDate.
       MOVE RunDate TO APDueDate.
       MOVE MemoLeft TO APAmount.
       IF MemoLeft > 0
           SET APDebitMemo TO TRUE
       ELSE
           SET APMemoUsed TO TRUE
       END-IF.
       WRITE APRecord
           INVALID KEY DISPLAY "Ledger number taken - memo not written."
       END-WRITE.

ApplyMemoPass.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO APID.
       START APFile KEY IS GREATER THAN OR EQUAL TO APID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM ApplyMemoToNext UNTIL BrowseEOF = "Y" OR MemoLeft = 0.

ApplyMemoToNext.
       READ APFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF APSuppCode = EntrySupp AND (APOpen OR APHeld)
               IF (ApplyPass = "P" AND APPONumber = EntryPONo)
                       OR (ApplyPass = "S" AND APPONumber NOT = EntryPONo)
                   PERFORM TakeMemoOffInvoice
               END-IF
           END-IF
       END-IF.

TakeMemoOffInvoice.
       IF APAmount > MemoLeft
           MOVE MemoLeft TO TakeAmount
       ELSE
           MOVE APAmount TO TakeAmount
       END-IF.
       SUBTRACT TakeAmount FROM APAmount.
       IF APAmount = 0
           SET APPaid TO TRUE
       END-IF.
       REWRITE APRecord
           INVALID KEY DISPLAY "Ledger " APID " not reduced"
           NOT INVALID KEY
               SUBTRACT TakeAmount FROM MemoLeft
               IF AppliedCount < AppliedMax
                   ADD 1 TO AppliedCount
                   MOVE APID TO AppAPID(AppliedCount)
                   MOVE APInvRef TO AppInvRef(AppliedCount)
                   MOVE TakeAmount TO AppAmount(AppliedCount)
               END-IF
       END-REWRITE.

AssignNextAPID.
       MOVE 0 TO NextAPID.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO APID.
       START APFile KEY IS GREATER THAN OR EQUAL TO APID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM FindHighestAPID UNTIL BrowseEOF = "Y".
       ADD 1 TO NextAPID.

FindHighestAPID.
       READ APFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           MOVE APID TO NextAPID
       END-IF.

WriteReturnDocument.
       OPEN EXTEND ReturnDocFile.
       MOVE SPACES TO ReturnDocLine.
       STRING "RETURN TO VENDOR - debit memo DM" DELIMITED BY SIZE
              WorkMemoNo DELIMITED BY SIZE
              "  dated " DELIMITED BY SIZE
              RunDate DELIMITED BY SIZE
              INTO ReturnDocLine
       END-STRING.
       WRITE ReturnDocLine.
       MOVE SPACES TO ReturnDocLine.
       STRING "Supplier " DELIMITED BY SIZE
              EntrySupp DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              SuppName DELIMITED BY SIZE
              "  PO " DELIMITED BY SIZE
              EntryPONo DELIMITED BY SIZE
              "  reason " DELIMITED BY SIZE
              ReasonText DELIMITED BY SIZE
              INTO ReturnDocLine
       END-STRING.
       WRITE ReturnDocLine.
       MOVE SPACES TO ReturnDocLine.
       WRITE ReturnDocLine.
       PERFORM WriteOneReturnLine
           VARYING RtnSub FROM 1 BY 1 UNTIL RtnSub > RtnCount.
       MOVE SPACES TO ReturnDocLine.
       MOVE RtnTotal TO DispAmount.
       STRING "Debit memo total   " DELIMITED BY SIZE
              DispAmount DELIMITED BY SIZE
              INTO ReturnDocLine
       END-STRING.
       WRITE ReturnDocLine.
       PERFORM WriteOneAppliedLine
           VARYING RtnSub FROM 1 BY 1 UNTIL RtnSub > AppliedCount.
       IF MemoLeft > 0
           MOVE SPACES TO ReturnDocLine
           MOVE MemoLeft TO DispAmount
           STRING "  credit still due " DELIMITED BY SIZE
                  DispAmount DELIMITED BY SIZE
                  INTO ReturnDocLine
           END-STRING
           WRITE ReturnDocLine
       END-IF.
       MOVE SPACES TO ReturnDocLine.
       WRITE ReturnDocLine.
       CLOSE ReturnDocFile.

WriteOneReturnLine.
       IF RtnPosted(RtnSub) = "Y"
           MOVE RtnLineSeq(RtnSub) TO RdLineSeq
           MOVE RtnProdCode(RtnSub) TO RdProdCode
           MOVE RtnSizeCode(RtnSub) TO RdSizeCode
           MOVE RtnQty(RtnSub) TO RdQty
           MOVE RtnCost(RtnSub) TO RdCost
           MOVE RtnValue(RtnSub) TO RdValue
           WRITE ReturnDocLine FROM ReturnDetail
       END-IF.

WriteOneAppliedLine.
       MOVE AppAPID(RtnSub) TO AdAPID.
       MOVE AppInvRef(RtnSub) TO AdInvRef.
       MOVE AppAmount(RtnSub) TO AdAmount.
       WRITE ReturnDocLine FROM AppliedDetail.

WriteStockMove.
       ACCEPT MoveDate FROM DATE YYYYMMDD.
       ACCEPT MoveTime FROM TIME.
       WRITE StockMoveRecord.

WriteSkuImage.
       MOVE SPACES TO ProdImageRecord.
       ACCEPT PiDate FROM DATE YYYYMMDD.
       ACCEPT PiTime FROM TIME.
       MOVE "RTVENDOR" TO PiProgram.
       SET PiSku TO TRUE.
       MOVE SkuData TO PiImage.
       WRITE ProdImageRecord.
