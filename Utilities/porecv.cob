*> RPTFILE, like the invoice documents), and the PO closes itself
*> the moment every line is covered, so the open-PO report only
*> ever shows what is genuinely still coming.
*> Each posted line also re-averages the product's unit cost: the
*> stock already on hand across all its sizes at the old cost,
*> weighted against the quantity received at the PO line's agreed
*> cost. The product master is rewritten and every change appended
*> to costhist.txt with the before and after cost and the PO, so
*> prodvalue, prodmargin and the margin flags follow what was
*> actually paid. A line raised before PO costs were kept carries
*> no cost and leaves the average alone.
*> A drop-ship PO (raised by ordpick for one sales order) is
*> received the same way, but what is keyed is the supplier's
*> confirmation that the goods reached the customer: nothing goes
*> on the shelves, so SkuQty, stockmove.txt and the average cost
*> are left alone. Once a line's full quantity is confirmed, the
*> sales-order line it fills moves from D to S and the order's
*> header is rolled up, so ordinv bills it on its next run.
*> Stock is held by location, so a stocked PO is received at a
*> named location (blank for the home location); each line goes
*> through LOCMOVE onto that location's shelf as well as onto
*> SkuQty, the location is printed on the Receiving document, and
*> the receipt line on stockmove.txt carries it.
*> Each line can be proved at the dock by scanning the UPC off the
*> goods before the quantity is keyed: the scan is read along
*> prodsku.txt's UPC key straight to a product and size, and one
*> that isn't the line's (or isn't on file) is refused and asked
*> for again, so the wrong carton is never booked in against the
*> line. Enter at the scan prompt skips the check for goods with
*> no barcode; a drop-ship PO has no goods at the dock to scan.
*> Each line also shows what the supplier's advance ship notices on
*> asn.txt (loaded by asnimp) say is on its way, beside the ordered
*> quantity, with the earliest arrival date promised; posting a
*> delivery against the line marks those notices arrived, so asnrpt
*> stops chasing the truck.
*> Every SKU and product record it rewrites is also appended to
*> prodlog.txt as an after-image, so prodfwd can roll restored copies
*> of prodsku.txt and product.txt forward.
IDENTIFICATION DIVISION.
PROGRAM-ID. porecv.

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

       SELECT OPTIONAL OrderFile ASSIGN TO "order.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderID
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL OrderLineFile ASSIGN TO "ordlines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderLineKey
           FILE STATUS IS OrderLineStatus.

       SELECT OPTIONAL AsnFile ASSIGN TO "asn.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AsnKey
           FILE STATUS IS AsnFileStatus.

       SELECT CostHistFile ASSIGN TO "costhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ProdLogFile ASSIGN TO "prodlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RecvDocFile ASSIGN TO DYNAMIC RecvDocName
           ORGANIZATION IS LINE SEQUENTIAL.

FD SkuFile.
       COPY "skurec.cpy".

FD ProductFile.
       COPY "prodrec.cpy".

FD OrderFile.
       COPY "ordrec.cpy".

FD OrderLineFile.
       COPY "ordlrec.cpy".

FD AsnFile.
       COPY "asnrec.cpy".

FD CostHistFile.
       COPY "costhist.cpy".

FD StockMoveFile.
       COPY "stkmove.cpy".

FD ProdLogFile.
       COPY "prodimg.cpy".

FD RecvDocFile.
       01 RecvDocLine PIC X(70).

01 POFileStatus PIC XX.
01 POLineStatus PIC XX.
01 SkuFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 OrderFileStatus PIC XX.
01 OrderLineStatus PIC XX.
01 AsnFileStatus PIC XX.
*> What the line's in-transit ship notices say is coming.
01 AsnEOF PIC X.
01 AsnQtyDue PIC 9(6).
01 AsnNoticeCount PIC 9(3).
01 AsnFirstDate PIC 9(8).
01 DispAsnDate PIC 9999/99/99.
*> The sales order a drop-ship PO fills - zero on a stock PO.
01 DropOrderID PIC 9(6).
01 DropLineFound PIC X.
*> Line counts by status while an order's header status is rolled
*> up from its lines.
01 RollEOF PIC X.
01 RollEntered PIC 9(3).
01 RollPicked PIC 9(3).
01 RollShipped PIC 9(3).
01 RollBackordered PIC 9(3).
01 RollInvoiced PIC 9(3).
01 CheckFileName PIC X(20).
01 FileOK PIC X.
*> Dated receiving document off RPTFILE - one generation per
01 MorePOs PIC X VALUE "Y".
01 EntryPONo PIC X(6).
01 RecvQty PIC 9(5).
01 ScanUPC PIC X(12).
01 ScanDone PIC X.
01 NewStock PIC 9(7).
01 RecvLocCode PIC X(2).
01 LocMoveQty PIC S9(5).
01 LocQty PIC 9(5).
01 LocApply PIC X.
01 LocResult PIC X.
01 AllCovered PIC X.
01 LinesPosted PIC 9(5).
01 WorkPONumber PIC 9(6).
01 Outstanding PIC S9(6).
01 OverBy PIC 9(5).
*> Weighted-average cost work area.
01 ProdExists PIC X.
01 SkuEOF PIC X.
01 OnHandAfter PIC 9(7).
01 OnHandBefore PIC 9(7).
01 OldCost PIC 9(5)V99.
01 NewCost PIC 9(5)V99.
01 DispOldCost PIC ZZ,ZZ9.99.
01 DispNewCost PIC ZZ,ZZ9.99.

PROCEDURE DIVISION.
StartPara.
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN I-O ProductFile.
       MOVE "product.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, ProdFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN I-O OrderFile.
       OPEN I-O OrderLineFile.
       OPEN I-O AsnFile.
       OPEN EXTEND StockMoveFile.
       OPEN EXTEND ProdLogFile.
       MOVE SPACES TO StockMoveRecord.
       OPEN EXTEND CostHistFile.
       MOVE SPACES TO CostHistRecord.
       CALL "RPTFILE" USING RecvDocBase, RecvDocSuffix, RecvDocMode,
           RecvDocName.

       PERFORM ReceiveOnePO UNTIL MorePOs = "N".

       CLOSE POFile, POLineFile, SkuFile, ProductFile, StockMoveFile,
           ProdLogFile, CostHistFile.
       CLOSE OrderFile, OrderLineFile, AsnFile.
       DISPLAY "Receiving report written to " RecvDocName.
       STOP RUN.

               DISPLAY "PO number doesn't exist"
           ELSE
               IF POOpen
                   PERFORM AcceptRecvLocation
                   IF LocResult = "X"
                       DISPLAY "Location " RecvLocCode
                           " is not on file or is closed."
                   ELSE
                       PERFORM ReceivePOLines
                   END-IF
               ELSE
                   DISPLAY "PO is not open - nothing to receive against."
               END-IF
           END-IF
       END-IF.

*> A drop-ship PO puts nothing on a shelf, so only a stocked PO asks
*> where the goods are coming in; a zero move asked of LOCMOVE
*> proves the location and fills in the home location's code.
AcceptRecvLocation.
       MOVE SPACES TO RecvLocCode.
       MOVE "Y" TO LocResult.
       IF PODropOrderID NOT NUMERIC OR PODropOrderID = 0
           DISPLAY "Receiving at location (blank for home) : "
               WITH NO ADVANCING
           ACCEPT RecvLocCode
           MOVE 0 TO LocMoveQty
           MOVE "N" TO LocApply
           CALL "LOCMOVE" USING RecvLocCode, PolProdCode, PolSizeCode,
               LocMoveQty, LocApply, LocQty, LocResult
       END-IF.

ReceivePOLines.
       MOVE PONumber TO WorkPONumber.
       MOVE 0 TO DropOrderID.
       IF PODropOrderID NUMERIC
           MOVE PODropOrderID TO DropOrderID
       END-IF.
       MOVE 0 TO LinesPosted.
       OPEN EXTEND RecvDocFile.
       MOVE SPACES TO RecvDocLine.
              INTO RecvDocLine
       END-STRING.
       WRITE RecvDocLine.
       IF DropOrderID > 0
           MOVE SPACES TO RecvDocLine
           STRING "  DROP SHIP for sales order " DELIMITED BY SIZE
                  DropOrderID DELIMITED BY SIZE
                  " - delivered direct to :" DELIMITED BY SIZE
                  INTO RecvDocLine
           END-STRING
           WRITE RecvDocLine
           MOVE SPACES TO RecvDocLine
           STRING "    " DELIMITED BY SIZE
                  PODropShipTo DELIMITED BY SIZE
                  INTO RecvDocLine
           END-STRING
           WRITE RecvDocLine
           IF PODropCity NOT = SPACES OR PODropState NOT = SPACES
                   OR PODropZip NOT = SPACES
               MOVE SPACES TO RecvDocLine
               STRING "    " DELIMITED BY SIZE
                      PODropCity DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      PODropState DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      PODropZip DELIMITED BY SPACE
                      INTO RecvDocLine
               END-STRING
               WRITE RecvDocLine
           END-IF
           DISPLAY "Drop-ship PO for sales order " DropOrderID
               " - key what the supplier confirms was delivered."
       ELSE
           MOVE SPACES TO RecvDocLine
           STRING "  Received at location " DELIMITED BY SIZE
                  RecvLocCode DELIMITED BY SIZE
                  INTO RecvDocLine
           END-STRING
           WRITE RecvDocLine
       END-IF.

       MOVE "N" TO LineEOF.
       MOVE WorkPONumber TO PolPONumber.
       DISPLAY "Line " PolLineSeq " : " PolProdCode " size "
           PolSizeCode " - ordered " PolQtyOrdered ", received "
           PolQtyReceived ", outstanding " Outstanding ".".
       PERFORM TotalLineNotices.
       IF AsnNoticeCount > 0
           MOVE AsnFirstDate TO DispAsnDate
           DISPLAY "  On ship notice : " AsnQtyDue " due "
               DispAsnDate " (" AsnNoticeCount " notice(s))."
       END-IF.
       IF DropOrderID = 0
           MOVE "N" TO ScanDone
           PERFORM AcceptLineScan UNTIL ScanDone = "Y"
       END-IF.
       DISPLAY "Quantity in this delivery (0 for none) : "
           WITH NO ADVANCING.
       ACCEPT RecvQty.
       IF RecvQty = 0
           PERFORM NoteLineStanding
       ELSE
           IF DropOrderID > 0
               PERFORM PostDropDelivery
           ELSE
               PERFORM PostOneReceipt
           END-IF
       END-IF.

*> The line's notices sit together under its PO and line number on
*> asn.txt, so one keyed START finds them all.
TotalLineNotices.
       MOVE 0 TO AsnQtyDue AsnNoticeCount AsnFirstDate.
       PERFORM StartLineNotices.
       PERFORM TotalOneNotice UNTIL AsnEOF = "Y".

StartLineNotices.
       MOVE "N" TO AsnEOF.
       MOVE PolPONumber TO AsnPONumber.
       MOVE PolLineSeq TO AsnLineSeq.
       MOVE LOW-VALUES TO AsnNumber.
       START AsnFile KEY IS GREATER THAN OR EQUAL TO AsnKey
           INVALID KEY MOVE "Y" TO AsnEOF
       END-START.

ReadLineNotice.
       READ AsnFile NEXT RECORD
           AT END MOVE "Y" TO AsnEOF
       END-READ.
       IF AsnEOF = "N"
           IF AsnPONumber NOT = PolPONumber
                   OR AsnLineSeq NOT = PolLineSeq
               MOVE "Y" TO AsnEOF
           END-IF
       END-IF.

TotalOneNotice.
       PERFORM ReadLineNotice.
       IF AsnEOF = "N" AND AsnInTransit
           ADD AsnQtyShipped TO AsnQtyDue
           ADD 1 TO AsnNoticeCount
           IF AsnFirstDate = 0 OR AsnArriveDate < AsnFirstDate
               MOVE AsnArriveDate TO AsnFirstDate
           END-IF
       END-IF.

*> A delivery posted against the line is the truck the notices
*> promised, whatever quantity came off it.
MarkNoticesArrived.
       PERFORM StartLineNotices.
       PERFORM MarkOneNotice UNTIL AsnEOF = "Y".

MarkOneNotice.
       PERFORM ReadLineNotice.
       IF AsnEOF = "N" AND AsnInTransit
           SET AsnArrived TO TRUE
           ACCEPT AsnRecvDate FROM DATE YYYYMMDD
           REWRITE AsnData
               INVALID KEY DISPLAY "Ship notice " AsnNumber
                   " not marked arrived"
           END-REWRITE
       END-IF.

*> The UPC read lands in the SKU record area; PostOneReceipt reads
*> the line's SKU back by its own key before anything is posted.
AcceptLineScan.
       DISPLAY "Scan the item's UPC (Enter to skip) : "
           WITH NO ADVANCING.
       MOVE SPACES TO ScanUPC.
       ACCEPT ScanUPC.
       MOVE "Y" TO ScanDone.
       IF ScanUPC NOT = SPACES
           MOVE ScanUPC TO SkuUPC
           READ SkuFile KEY IS SkuUPC
               INVALID KEY
                   DISPLAY "UPC " ScanUPC " isn't on file - scan again."
                   MOVE "N" TO ScanDone
               NOT INVALID KEY
                   IF SkuProdCode NOT = PolProdCode
                           OR SkuSizeCode NOT = PolSizeCode
                       DISPLAY "That is " SkuProdCode " size " SkuSizeCode
                           " - not this line's item. Scan again."
                       MOVE "N" TO ScanDone
                   END-IF
           END-READ
       END-IF.

*> The receipt is the stock event: quantity up at the receiving
*> location and on the SKU through the guarded moves, journalled to
*> stockmove.txt as a receipt, and the line's received count moved
*> forward only once the SKU rewrite stood. A
*> line for a SKU that has since vanished off prodsku.txt is
*> flagged, not posted into thin air.
PostOneReceipt.
                  INTO RecvDocLine
           END-STRING
           WRITE RecvDocLine
       ELSE
           PERFORM PostReceiptStock
       END-IF.

PostReceiptStock.
       MOVE RecvQty TO LocMoveQty.
       MOVE "Y" TO LocApply.
       CALL "LOCMOVE" USING RecvLocCode, PolProdCode, PolSizeCode,
           LocMoveQty, LocApply, LocQty, LocResult.
       IF LocResult NOT = "Y"
           DISPLAY "Stock not updated at location " RecvLocCode
       ELSE
           MOVE SkuQty TO MoveOldQty
           COMPUTE NewStock = SkuQty + RecvQty
           MOVE NewStock TO SkuQty
           REWRITE SkuData
               INVALID KEY
                   COMPUTE LocMoveQty = 0 - RecvQty
                   CALL "LOCMOVE" USING RecvLocCode, PolProdCode,
                       PolSizeCode, LocMoveQty, LocApply, LocQty,
                       LocResult
                   DISPLAY "Stock not updated"
               NOT INVALID KEY
                   PERFORM WriteSkuImage
                   MOVE SkuProdCode TO MoveProdCode
                   MOVE SkuSizeCode TO MoveSizeLabel
                   MOVE SkuQty TO MoveNewQty
                   SET MoveReceipt TO TRUE
                   IF PolUnitCost NUMERIC
                       MOVE PolUnitCost TO MoveUnitCost
                   ELSE
                       MOVE 0 TO MoveUnitCost
                   END-IF
                   MOVE RecvLocCode TO MoveLocCode
                   PERFORM WriteStockMove
                   ADD RecvQty TO PolQtyReceived
                   ACCEPT PolLastRecvDate FROM DATE YYYYMMDD
                   REWRITE POLineData
                       INVALID KEY DISPLAY "PO line not updated"
                   END-REWRITE
                   ADD 1 TO LinesPosted
                   PERFORM MarkNoticesArrived
                   PERFORM ReaverageProductCost
                   PERFORM NoteLineStanding
           END-REWRITE
       END-IF.

*> A confirmed drop-ship delivery moves only the PO line's received
*> count - no stock, no journal, no cost average. The order line
*> ships once everything it asked for is confirmed.
PostDropDelivery.
       ADD RecvQty TO PolQtyReceived.
       ACCEPT PolLastRecvDate FROM DATE YYYYMMDD.
       REWRITE POLineData
           INVALID KEY DISPLAY "PO line not updated"
           NOT INVALID KEY
               ADD 1 TO LinesPosted
               PERFORM MarkNoticesArrived
               IF PolQtyReceived >= PolQtyOrdered
                   PERFORM ShipDropOrderLine
               END-IF
               PERFORM NoteLineStanding
       END-REWRITE.

ShipDropOrderLine.
       MOVE "Y" TO DropLineFound.
       MOVE DropOrderID TO OlOrderID.
       MOVE 0 TO OlLineSeq.
       IF PolOrderSeq NUMERIC
           MOVE PolOrderSeq TO OlLineSeq
       END-IF.
       READ OrderLineFile
           INVALID KEY MOVE "N" TO DropLineFound
       END-READ.
       IF DropLineFound = "Y" AND OlDropShipped
           SET OlShipped TO TRUE
           REWRITE OrderLineData
               INVALID KEY DISPLAY "Order " OlOrderID " line "
                   OlLineSeq " not updated"
               NOT INVALID KEY
                   DISPLAY "  Order " OlOrderID " line " OlLineSeq
                       " shipped direct - ready to invoice."
                   MOVE DropOrderID TO OrderID
                   READ OrderFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM RollUpOrderStatus
                   END-READ
           END-REWRITE
       ELSE
           DISPLAY "  Order " DropOrderID " has no drop-ship line "
               PolOrderSeq " waiting - order not updated."
       END-IF.

*> The header's overall status, rolled up from its lines: the
*> earliest step any open line still needs - entered, picked,
*> shipped, then backordered - else invoiced once every live line
*> is billed, else cancelled. A credit hold or release stands while
*> any line is still waiting to be picked. A drop-ship line on order
*> from the supplier counts as picked - it is spoken for and waits
*> only on delivery.
RollUpOrderStatus.
       MOVE 0 TO RollEntered, RollPicked, RollShipped, RollBackordered,
           RollInvoiced.
       MOVE "N" TO RollEOF.
       MOVE OrderID TO OlOrderID.
       MOVE 0 TO OlLineSeq.
       START OrderLineFile KEY IS GREATER THAN OR EQUAL TO OrderLineKey
           INVALID KEY MOVE "Y" TO RollEOF
       END-START.
       PERFORM TallyOneOrderLine UNTIL RollEOF = "Y".
       EVALUATE TRUE
           WHEN RollEntered > 0 AND (OrderHeld OR OrderReleased)
               CONTINUE
           WHEN RollEntered > 0 SET OrderEntered TO TRUE
           WHEN RollPicked > 0 SET OrderPicked TO TRUE
           WHEN RollShipped > 0 SET OrderShipped TO TRUE
           WHEN RollBackordered > 0 SET OrderBackordered TO TRUE
           WHEN RollInvoiced > 0 SET OrderInvoiced TO TRUE
           WHEN OTHER SET OrderCancelled TO TRUE
       END-EVALUATE.
       REWRITE OrderData
           INVALID KEY DISPLAY "Order " OrderID " not updated"
       END-REWRITE.

TallyOneOrderLine.
       READ OrderLineFile NEXT RECORD
           AT END MOVE "Y" TO RollEOF
       END-READ.
       IF RollEOF = "N"
           IF OlOrderID NOT = OrderID
               MOVE "Y" TO RollEOF
           ELSE
               EVALUATE TRUE
                   WHEN OlEntered ADD 1 TO RollEntered
                   WHEN OlPicked OR OlDropShipped ADD 1 TO RollPicked
                   WHEN OlShipped ADD 1 TO RollShipped
                   WHEN OlBackordered ADD 1 TO RollBackordered
                   WHEN OlInvoiced ADD 1 TO RollInvoiced
               END-EVALUATE
           END-IF
       END-IF.

*> The stock on hand before this delivery is every size of the
*> product after it, less what just came in. That quantity stays at
*> the old cost, the received quantity comes in at the PO cost, and
*> the weighted result becomes the product's unit cost. Nothing on
*> hand before means the PO cost simply becomes the cost.
ReaverageProductCost.
       IF PolUnitCost NOT NUMERIC
           MOVE 0 TO PolUnitCost
       END-IF.
       IF PolUnitCost = 0
           DISPLAY "  No agreed cost on the PO line - unit cost left as is."
       ELSE
           MOVE "Y" TO ProdExists
           MOVE PolProdCode TO ProdCode
           READ ProductFile
               INVALID KEY MOVE "N" TO ProdExists
           END-READ
           IF ProdExists = "N"
               DISPLAY "  Product " PolProdCode
                   " not on file - unit cost not averaged."
           ELSE
               PERFORM SumProductOnHand
               IF ProdUnitCost NOT NUMERIC
                   MOVE 0 TO ProdUnitCost
               END-IF
               MOVE ProdUnitCost TO OldCost
               IF OnHandAfter > RecvQty
                   COMPUTE OnHandBefore = OnHandAfter - RecvQty
               ELSE
                   MOVE 0 TO OnHandBefore
               END-IF
               COMPUTE NewCost ROUNDED =
                   ((OnHandBefore * OldCost) + (RecvQty * PolUnitCost))
                   / (OnHandBefore + RecvQty)
               IF NewCost NOT = OldCost
                   MOVE NewCost TO ProdUnitCost
                   REWRITE ProductData
                       INVALID KEY DISPLAY "  Product cost not updated"
                       NOT INVALID KEY
                           PERFORM WriteProdImage
                           PERFORM WriteCostHistory
                           MOVE OldCost TO DispOldCost
                           MOVE NewCost TO DispNewCost
                           DISPLAY "  Unit cost " DispOldCost " -> "
                               DispNewCost
                   END-REWRITE
               END-IF
           END-IF
       END-IF.

SumProductOnHand.
       MOVE 0 TO OnHandAfter.
       MOVE "N" TO SkuEOF.
       MOVE PolProdCode TO SkuProdCode.
       MOVE LOW-VALUES TO SkuSizeCode.
       START SkuFile KEY IS GREATER THAN OR EQUAL TO SkuKey
           INVALID KEY MOVE "Y" TO SkuEOF
       END-START.
       PERFORM AddOneSkuOnHand UNTIL SkuEOF = "Y".

AddOneSkuOnHand.
       READ SkuFile NEXT RECORD
           AT END MOVE "Y" TO SkuEOF
       END-READ.
       IF SkuEOF = "N"
           IF SkuProdCode NOT = PolProdCode
               MOVE "Y" TO SkuEOF
           ELSE
               ADD SkuQty TO OnHandAfter
           END-IF
       END-IF.

WriteCostHistory.
       ACCEPT ChDate FROM DATE YYYYMMDD.
       ACCEPT ChTime FROM TIME.
       MOVE ProdCode TO ChProdCode.
       MOVE WorkPONumber TO ChPONumber.
       MOVE OnHandBefore TO ChOnHand.
       MOVE RecvQty TO ChRecvQty.
       MOVE PolUnitCost TO ChRecvCost.
       MOVE OldCost TO ChOldCost.
       MOVE NewCost TO ChNewCost.
       WRITE CostHistRecord.

*> One document line per PO line, flagging a delivery that leaves
*> the line short or takes it over what was ordered.
NoteLineStanding.
       ACCEPT MoveDate FROM DATE YYYYMMDD.
       ACCEPT MoveTime FROM TIME.
       WRITE StockMoveRecord.

WriteSkuImage.
       MOVE SPACES TO ProdImageRecord.
       ACCEPT PiDate FROM DATE YYYYMMDD.
       ACCEPT PiTime FROM TIME.
       MOVE "PORECV" TO PiProgram.
       SET PiSku TO TRUE.
       MOVE SkuData TO PiImage.
       WRITE ProdImageRecord.

WriteProdImage.
       MOVE SPACES TO ProdImageRecord.
       ACCEPT PiDate FROM DATE YYYYMMDD.
       ACCEPT PiTime FROM TIME.
       MOVE "PORECV" TO PiProgram.
       SET PiProduct TO TRUE.
       MOVE ProductData TO PiImage.
       WRITE ProdImageRecord.
