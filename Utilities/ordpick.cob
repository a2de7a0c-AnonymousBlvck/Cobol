*> until someone walks the shelves. This run takes every status-E
*> order oldest order number first (order numbers are assigned
*> highest-plus-one, so ascending OrderID is entry order), allocates
*> each of its entered lines on ordlines.txt against SkuQty on
*> prodsku.txt through the same below-zero guard every other stock
*> decrement uses, journals the allocation to stockmove.txt, and
*> flips each filled line to status P so shipping and invoicing
*> know it was pulled. The filled lines go through a SORT on order
*> number plus product code and size - the way glpost sorts its
*> postings by date - so PickList.rpt comes out as one pick ticket
*> per order, its lines in shelf order, with the quantity to pull
*> for each. A line the stock can't cover is printed on the
*> shortage section with the quantity short, written to
*> backorder.txt with the date and quantity owed, and the line is
*> parked at status B for bordrel to hand back when the stock
*> arrives - never silently skipped; the rest of the order still
*> picks. Each order's header status is rolled up from its lines
*> once they are done. Before any stock is touched each entered
*> order goes through the CREDCHK credit check - balance plus open
*> orders against the limit, dunning level, broken promises, and a
*> written-off or placed account - and an order that fails is put
*> on credit hold (status H) and listed in its own section for the
*> ordhold worklist instead of being picked; an order a supervisor
*> released there (status R) is picked without asking again. Any
*> shortage or hold exits RC-WARNING so nightlybatch surfaces it.
*> A line for a product flagged drop-ship is never allocated: it
*> goes on a purchase order to the product's supplier instead - one
*> PO per order and supplier, numbered off poctl.txt like pomnt's,
*> carrying the customer's ship-to address from custaddr.txt (or
*> the main address), street line, city, state and ZIP - and the
*> line is parked at D until porecv takes the supplier's delivery
*> confirmation. The lines sent out are listed in their own
*> section; a drop-ship line whose product has no supplier on file
*> stays at E, is listed with the reason, and exits RC-WARNING.
*> Stock is held by location, so the run picks from one of them -
*> PICKLOC= on pickparm.txt, else the home location - and each line
*> is allocated through LOCMOVE against that location's shelf as
*> well as the SkuQty total; a line the pick location can't cover
*> is short even when another location holds the stock, and waits
*> on backorder.txt for a transfer or a receipt like any other.
*> A kit line (a product on kit.txt, ordered with no size) is made
*> up at picking: it is filled only when the pick location can make
*> up the whole quantity - KITSTOCK's figure, the scarcest component
*> deciding - and then each component comes off the shelf and its
*> SKU through the same guards, journalled as a sale of the
*> component. The pick ticket lists the components to pull under
*> the kit line; a kit the location can't make up is short like any
*> other line, showing how many it could.
*> Every SKU record it rewrites is also appended to prodlog.txt as an
*> after-image, so prodfwd can roll a restored prodsku.txt forward.
IDENTIFICATION DIVISION.
PROGRAM-ID. ordpick.

           RECORD KEY IS OrderID
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL OrderLineFile ASSIGN TO "ordlines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderLineKey
           FILE STATUS IS OrderLineStatus.

       SELECT OPTIONAL SkuFile ASSIGN TO "prodsku.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT ProductFile ASSIGN TO "product.txt"
           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

       SELECT OPTIONAL KitFile ASSIGN TO "kit.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KitKey
           FILE STATUS IS KitFileStatus.

       SELECT StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ProdLogFile ASSIGN TO "prodlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL BackOrderFile ASSIGN TO "backorder.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BackID
           FILE STATUS IS BackFileStatus.

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

       SELECT OPTIONAL POControlFile ASSIGN TO "poctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POControlStatus.

       SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SuppCode
           FILE STATUS IS SuppFileStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT OPTIONAL AddressFile ASSIGN TO "custaddr.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AddrKey
           FILE STATUS IS AddrFileStatus.

       SELECT PickListReport ASSIGN TO "PickList.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

FD OrderFile.
       COPY "ordrec.cpy".

FD OrderLineFile.
       COPY "ordlrec.cpy".

FD SkuFile.
       COPY "skurec.cpy".

FD ProductFile.
       COPY "prodrec.cpy".

FD KitFile.
       COPY "kitrec.cpy".

FD StockMoveFile.
       COPY "stkmove.cpy".

FD ProdLogFile.
       COPY "prodimg.cpy".

FD BackOrderFile.
       COPY "bordrec.cpy".

FD POFile.
       COPY "porec.cpy".

FD POLineFile.
       COPY "polrec.cpy".

FD POControlFile.
       01 POControlRecord.
              02 NextPONumber PIC 9(6).

FD SupplierFile.
       COPY "supprec.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

FD AddressFile.
       COPY "addrrec.cpy".

FD PickListReport.
       01 PrintLine PIC X(80).

SD SortFile.
       01 SortRecord.
              02 SortOrderID PIC 9(6).
              02 SortProdCode PIC X(5).
              02 SortSizeCode PIC X(2).
              02 SortLineSeq PIC 9(3).
              02 SortCustID PIC 9(6).
              02 SortShipSeq PIC 9(2).
              02 SortQty PIC 9(5).
              02 SortFlag PIC X(1).
                     88 SortEOF VALUE HIGH-VALUE.

WORKING-STORAGE SECTION.
01 OrderFileStatus PIC XX.
01 OrderLineStatus PIC XX.
01 SkuFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 BackFileStatus PIC XX.
01 BackBrowseEOF PIC X.
01 POFileStatus PIC XX.
01 POLineStatus PIC XX.
01 POControlStatus PIC XX.
01 SuppFileStatus PIC XX.
01 CustFileStatus PIC XX.
01 AddrFileStatus PIC XX.
01 NextBackID PIC 9(6).
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ProdFound PIC X.
01 RunDate PIC 9(8).
01 NewStock PIC S9(6).
01 PickLocCode PIC X(2).
01 LocMoveQty PIC S9(5).
01 LocQty PIC 9(5).
01 LocApply PIC X.
01 LocResult PIC X.
*> Kit lines: whether the line's product is a kit, how many the
*> pick location can make up, and each component's share of the
*> line while it is taken. kit.txt is opened only while one kit's
*> components are read, KITSTOCK opening it for itself in between.
01 LineIsKit PIC X.
01 KitAvail PIC 9(5).
01 KitEOF PIC X.
01 KitFileStatus PIC XX.
01 KitNeedQty PIC 9(5).
01 KitCompTaken PIC X.
01 ParmFileName PIC X(20) VALUE "pickparm.txt".
01 ParmKeyword PIC X(12) VALUE "PICKLOC".
01 ParmValue PIC X(30).
01 ParmFound PIC X.
01 LinesEOF PIC X.
01 OrdersRead PIC 9(7) VALUE ZERO.
01 OrdersFilled PIC 9(7) VALUE ZERO.
01 LinesFilled PIC 9(7) VALUE ZERO.
01 LinesShort PIC 9(7) VALUE ZERO.
01 OrderLinesPicked PIC 9(3).
01 OrdersHeld PIC 9(7) VALUE ZERO.
01 CreditOpenValue PIC 9(7)V99.
01 CreditReason PIC X(30).
01 CreditPassed PIC X.
*> Drop-ship work: the PO opened for each supplier on the order in
*> hand and its next line number, and the order's ship-to line,
*> resolved the first time one of its lines goes out.
01 DropLine PIC X.
01 SuppFound PIC X.
01 CustFound PIC X.
01 AddrFound PIC X.
01 DropShipTo PIC X(30).
01 DropCity PIC X(20).
01 DropState PIC X(2).
01 DropZip PIC X(10).
01 DropShipToSet PIC X.
01 DropNote PIC X(26).
01 WorkPONumber PIC 9(6).
01 LinesDropShipped PIC 9(7) VALUE ZERO.
01 LinesDropRefused PIC 9(7) VALUE ZERO.
01 DropPOCount PIC 9(2).
01 DropPOMax PIC 9(2) VALUE 20.
01 DropPOSub PIC 9(2).
01 DropPOHit PIC 9(2).
01 DropPOTable.
       02 DropPOEntry OCCURS 20 TIMES.
              03 DpoSuppCode PIC X(5).
              03 DpoPONumber PIC 9(6).
              03 DpoLineSeq PIC 9(3).
*> Every drop-ship line this run - sent out on a PO, or refused with
*> the reason - kept for its own section like the shortages.
01 DropCount PIC 9(3) VALUE ZERO.
01 DropMax PIC 9(3) VALUE 200.
01 DropSub PIC 9(3).
01 DropTable.
       02 DropEntry OCCURS 200 TIMES.
              03 DropOrderID PIC 9(6).
              03 DropProdCode PIC X(5).
              03 DropSizeCode PIC X(2).
              03 DropQty PIC 9(5).
              03 DropReason PIC X(26).
01 BreakOrderID PIC 9(6).
01 GroupQty PIC 9(7).
*> Line counts by status while an order's header status is rolled
*> up from its lines.
01 RollEOF PIC X.
01 RollEntered PIC 9(3).
01 RollPicked PIC 9(3).
01 RollShipped PIC 9(3).
01 RollBackordered PIC 9(3).
01 RollInvoiced PIC 9(3).
*> Shortage lines are held in a table while the allocation pass
*> runs so they can print as their own section after the pick list;
*> a run with more shortages than the table holds still reports the
              03 ShortSizeCode PIC X(2).
              03 ShortWanted PIC 9(5).
              03 ShortOnHand PIC 9(5).
*> Orders put on credit hold this run, kept for their own section
*> the same way as the shortages.
01 HeldCount PIC 9(3) VALUE ZERO.
01 HeldMax PIC 9(3) VALUE 200.
01 HeldSub PIC 9(3).
01 HeldTable.
       02 HeldEntry OCCURS 200 TIMES.
              03 HeldOrderID PIC 9(6).
              03 HeldCustID PIC 9(6).
              03 HeldOpenValue PIC 9(7)V99.
              03 HeldReason PIC X(30).
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Pick List                 ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
       02 FILLER PIC X(14) VALUE "  Pick from : ".
       02 PrnPickLoc PIC X(2).
01 GroupHeadLine.
       02 FILLER PIC X(21) VALUE "PICK TICKET - Order  ".
       02 PrnGroupOrderID PIC 9(6).
       02 FILLER PIC X(13) VALUE "  Customer : ".
       02 PrnGroupCustID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnGroupShipTo PIC X(26).
01 PickDetailLine.
       02 FILLER PIC X(4) VALUE SPACES.
       02 FILLER PIC X(5) VALUE "Line ".
       02 PrnPickLineSeq PIC 9(3).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnPickProd PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnPickName PIC X(20).
       02 FILLER PIC X(8) VALUE "  Size :".
       02 FILLER PIC X VALUE SPACE.
       02 PrnPickSize PIC X(2).
       02 FILLER PIC X(9) VALUE "   Pull :".
       02 PrnPickQty PIC ZZZZ9.
01 KitCompLine.
       02 FILLER PIC X(14) VALUE SPACES.
       02 FILLER PIC X(12) VALUE "component : ".
       02 PrnCompProd PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCompName PIC X(10).
       02 FILLER PIC X(8) VALUE "  Size :".
       02 FILLER PIC X VALUE SPACE.
       02 PrnCompSize PIC X(2).
       02 FILLER PIC X(9) VALUE "   Pull :".
       02 PrnCompQty PIC ZZZZ9.
01 GroupTotalLine.
       02 FILLER PIC X(4) VALUE SPACES.
       02 FILLER PIC X(19) VALUE "Total to pull    : ".
       02 PrnShortWanted PIC ZZZZ9.
       02 FILLER PIC X(11) VALUE "  on hand :".
       02 PrnShortOnHand PIC ZZZZ9.
01 HeldHeading PIC X(50) VALUE
       "Orders HELD for credit review - see ordhold".
01 HeldDetailLine.
       02 FILLER PIC X(8) VALUE "Order : ".
       02 PrnHeldOrderID PIC 9(6).
       02 FILLER PIC X(8) VALUE "  cust ".
       02 PrnHeldCustID PIC 9(6).
       02 FILLER PIC X(7) VALUE " open :".
       02 PrnHeldValue PIC $$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnHeldReason PIC X(30).
01 DropHeading PIC X(50) VALUE
       "Drop-ship lines - supplier delivers direct".
01 DropDetailLine.
       02 FILLER PIC X(8) VALUE "Order : ".
       02 PrnDropOrderID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnDropProd PIC X(5).
       02 FILLER PIC X(6) VALUE " size ".
       02 PrnDropSize PIC X(2).
       02 FILLER PIC X(7) VALUE "  qty :".
       02 PrnDropQty PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnDropNote PIC X(26).
01 DropCountsLine.
       02 PrnDropTotCount PIC Z(6)9.
       02 FILLER PIC X(28) VALUE " drop-ship lines sent out, ".
       02 PrnDropRefCount PIC Z(6)9.
       02 FILLER PIC X(15) VALUE " not sent out.".
01 NoOrdersLine PIC X(40) VALUE "No entered orders awaiting fulfilment.".
01 CountsLine.
       02 PrnReadCount PIC Z(6)9.
       02 FILLER PIC X(14) VALUE " orders read, ".
       02 PrnFilledCount PIC Z(6)9.
       02 FILLER PIC X(9) VALUE " picked, ".
       02 PrnShortTotCount PIC Z(6)9.
       02 FILLER PIC X(15) VALUE " lines short, ".
       02 PrnHeldTotCount PIC Z(6)9.
       02 FILLER PIC X(7) VALUE " held. ".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN I-O OrderLineFile.
       MOVE "ordlines.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OrderLineStatus, FileOK.
       IF FileOK = "N"
           CLOSE OrderFile, SkuFile
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM FindPickLocation.
       IF LocResult = "X"
           DISPLAY "Pick location " PickLocCode
               " is not on locations.txt or is closed."
           CLOSE OrderFile, SkuFile, OrderLineFile
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE PickLocCode TO PrnPickLoc.
       OPEN INPUT ProductFile.
       OPEN EXTEND StockMoveFile.
       OPEN EXTEND ProdLogFile.
       MOVE SPACES TO StockMoveRecord.
       OPEN I-O BackOrderFile.
       PERFORM AssignNextBackID.
       OPEN I-O POFile.
       OPEN I-O POLineFile.
       OPEN INPUT SupplierFile.
       OPEN INPUT CustomerFile.
       OPEN INPUT AddressFile.
       OPEN OUTPUT PickListReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.

       SORT SortFile
           ON ASCENDING KEY SortOrderID, SortProdCode, SortSizeCode,
               SortLineSeq
           INPUT PROCEDURE IS AllocateOrders
           OUTPUT PROCEDURE IS PrintPickList.

       IF ShortCount > 0
           PERFORM PrintShortSection
       END-IF.
       IF HeldCount > 0
           PERFORM PrintHeldSection
       END-IF.
       IF DropCount > 0
           PERFORM PrintDropSection
       END-IF.

       MOVE OrdersRead TO PrnReadCount.
       MOVE OrdersFilled TO PrnFilledCount.
       MOVE LinesShort TO PrnShortTotCount.
       MOVE OrdersHeld TO PrnHeldTotCount.
       WRITE PrintLine FROM CountsLine AFTER ADVANCING 2 LINES.
       IF LinesDropShipped > 0 OR LinesDropRefused > 0
           MOVE LinesDropShipped TO PrnDropTotCount
           MOVE LinesDropRefused TO PrnDropRefCount
           WRITE PrintLine FROM DropCountsLine AFTER ADVANCING 1 LINE
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

       CLOSE OrderFile, OrderLineFile, SkuFile, ProductFile, StockMoveFile,
           ProdLogFile.
       CLOSE BackOrderFile.
       CLOSE POFile, POLineFile, SupplierFile, CustomerFile, AddressFile.
       CLOSE PickListReport.

       DISPLAY "Order fulfilment : " OrdersFilled " of " OrdersRead
           " entered orders picked, " LinesShort " lines stock-short, "
           OrdersHeld " held for credit.".
       IF LinesDropShipped > 0 OR LinesDropRefused > 0
           DISPLAY "Drop-ship lines : " LinesDropShipped " put on supplier POs, "
               LinesDropRefused " not sent out."
       END-IF.
       DISPLAY "Pick list written to PickList.rpt".
       IF LinesShort > 0 OR OrdersHeld > 0 OR LinesDropRefused > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF OrderEntered OR OrderReleased
               ADD 1 TO OrdersRead
               MOVE "Y" TO CreditPassed
               IF OrderEntered
                   CALL "CREDCHK" USING OrderCustID, RunDate,
                       CreditOpenValue, CreditReason, CreditPassed
               END-IF
               IF CreditPassed = "Y"
                   PERFORM AllocateOneOrder
               ELSE
                   PERFORM HoldOneOrder
               END-IF
           END-IF
       END-IF.

*> A failed credit check parks the whole order at H with nothing
*> allocated; its lines stay at E for whoever releases it.
HoldOneOrder.
       SET OrderHeld TO TRUE.
       REWRITE OrderData
           INVALID KEY DISPLAY "Order " OrderID " not updated"
           NOT INVALID KEY
               ADD 1 TO OrdersHeld
               IF HeldCount < HeldMax
                   ADD 1 TO HeldCount
                   MOVE OrderID TO HeldOrderID(HeldCount)
                   MOVE OrderCustID TO HeldCustID(HeldCount)
                   MOVE CreditOpenValue TO HeldOpenValue(HeldCount)
                   MOVE CreditReason TO HeldReason(HeldCount)
               END-IF
       END-REWRITE.

*> Every entered line of the order is allocated in line order; lines
*> already picked, shipped or parked on backorder are left alone.
*> Drop-ship lines go to their supplier's PO instead.
AllocateOneOrder.
       MOVE 0 TO OrderLinesPicked.
       MOVE 0 TO DropPOCount.
       MOVE "N" TO DropShipToSet.
       MOVE "N" TO LinesEOF.
       MOVE OrderID TO OlOrderID.
       MOVE 0 TO OlLineSeq.
       START OrderLineFile KEY IS GREATER THAN OR EQUAL TO OrderLineKey
           INVALID KEY MOVE "Y" TO LinesEOF
       END-START.
       PERFORM AllocateNextLine UNTIL LinesEOF = "Y".
       IF OrderLinesPicked > 0
           ADD 1 TO OrdersFilled
       END-IF.
       PERFORM RollUpOrderStatus.

AllocateNextLine.
       READ OrderLineFile NEXT RECORD
           AT END MOVE "Y" TO LinesEOF
       END-READ.
       IF LinesEOF = "N"
           IF OlOrderID NOT = OrderID
               MOVE "Y" TO LinesEOF
           ELSE
               IF OlEntered
                   PERFORM CheckDropShipLine
                   IF DropLine = "Y"
                       PERFORM RaiseDropShipLine
                   ELSE
                       PERFORM AllocateOneLine
                   END-IF
               END-IF
           END-IF
       END-IF.

AllocateOneLine.
       CALL "KITSTOCK" USING OlProdCode, PickLocCode, LineIsKit,
           KitAvail.
       IF LineIsKit = "Y"
           PERFORM AllocateKitLine
       ELSE
           PERFORM AllocateSkuLine
       END-IF.

AllocateSkuLine.
       MOVE "Y" TO SkuFound.
       MOVE OlProdCode TO SkuProdCode.
       MOVE OlSizeLabel TO SkuSizeCode.
       READ SkuFile
           INVALID KEY MOVE "N" TO SkuFound
       END-READ.
           MOVE 0 TO SkuQty
           PERFORM NoteShortLine
       ELSE
           COMPUTE NewStock = SkuQty - OlQty
           IF NewStock < 0
               PERFORM NoteShortLine
           ELSE
               PERFORM TakeStockForLine
           END-IF
       END-IF.

*> A zero move asked of LOCMOVE proves the location and fills in
*> the home location's code when the card names none.
FindPickLocation.
       MOVE SPACES TO PickLocCode.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "Y"
           MOVE ParmValue(1:2) TO PickLocCode
       END-IF.
       MOVE 0 TO LocMoveQty.
       MOVE "N" TO LocApply.
       CALL "LOCMOVE" USING PickLocCode, OlProdCode, OlSizeLabel,
           LocMoveQty, LocApply, LocQty, LocResult.

*> The allocation is the stock event: quantity down at the pick
*> location and on the SKU through the guards proved above,
*> movement journalled as a sale, line flipped to picked only once
*> the SKU rewrite stood. A line the location can't cover goes on
*> the shortage section showing what the location holds.
TakeStockForLine.
       COMPUTE LocMoveQty = 0 - OlQty.
       MOVE "Y" TO LocApply.
       CALL "LOCMOVE" USING PickLocCode, OlProdCode, OlSizeLabel,
           LocMoveQty, LocApply, LocQty, LocResult.
       IF LocResult NOT = "Y"
           MOVE LocQty TO SkuQty
           PERFORM NoteShortLine
       ELSE
           PERFORM TakeSkuForLine
       END-IF.

TakeSkuForLine.
       MOVE SkuQty TO MoveOldQty.
       MOVE NewStock TO SkuQty.
       REWRITE SkuData
           INVALID KEY
               COMPUTE LocMoveQty = OlQty
               CALL "LOCMOVE" USING PickLocCode, OlProdCode,
                   OlSizeLabel, LocMoveQty, LocApply, LocQty, LocResult
               PERFORM NoteShortLine
           NOT INVALID KEY
               PERFORM WriteSkuImage
               MOVE SkuProdCode TO MoveProdCode
               MOVE SkuSizeCode TO MoveSizeLabel
               MOVE SkuQty TO MoveNewQty
               SET MoveSale TO TRUE
               MOVE PickLocCode TO MoveLocCode
               PERFORM WriteStockMove
               PERFORM MarkLinePicked
       END-REWRITE.

MarkLinePicked.
       SET OlPicked TO TRUE.
       REWRITE OrderLineData
           INVALID KEY DISPLAY "Order " OlOrderID " line "
               OlLineSeq " not updated"
           NOT INVALID KEY
               ADD 1 TO LinesFilled
               ADD 1 TO OrderLinesPicked
               MOVE OlOrderID TO SortOrderID
               MOVE OlProdCode TO SortProdCode
               MOVE OlSizeLabel TO SortSizeCode
               MOVE OlLineSeq TO SortLineSeq
               MOVE OrderCustID TO SortCustID
               MOVE OrderShipSeq TO SortShipSeq
               MOVE OlQty TO SortQty
               MOVE SPACE TO SortFlag
               RELEASE SortRecord
       END-REWRITE.

*> A kit the pick location can't make up in full goes on the
*> shortage section with the number it could make up, and waits on
*> backorder.txt like any short line.
AllocateKitLine.
       IF KitAvail < OlQty
           MOVE KitAvail TO SkuQty
           PERFORM NoteShortLine
       ELSE
           PERFORM TakeKitForLine
       END-IF.

*> KITSTOCK has just proved every component can be covered at the
*> pick location, so each is taken in turn; one that still fails
*> (a rewrite refused) is reported and the rest of the kit is taken.
TakeKitForLine.
       OPEN INPUT KitFile.
       MOVE "N" TO KitEOF.
       IF KitFileStatus NOT = "00"
           MOVE "Y" TO KitEOF
       ELSE
           MOVE OlProdCode TO KitProdCode
           MOVE LOW-VALUES TO KitCompProd
           MOVE LOW-VALUES TO KitCompSize
           START KitFile KEY IS GREATER THAN OR EQUAL TO KitKey
               INVALID KEY MOVE "Y" TO KitEOF
           END-START
       END-IF.
       PERFORM TakeNextKitComponent UNTIL KitEOF = "Y".
       CLOSE KitFile.
       PERFORM MarkLinePicked.

TakeNextKitComponent.
       READ KitFile NEXT RECORD
           AT END MOVE "Y" TO KitEOF
       END-READ.
       IF KitEOF = "N"
           IF KitProdCode NOT = OlProdCode
               MOVE "Y" TO KitEOF
           ELSE
               PERFORM TakeOneKitComponent
           END-IF
       END-IF.

TakeOneKitComponent.
       COMPUTE KitNeedQty = KitCompQty * OlQty.
       MOVE "N" TO KitCompTaken.
       MOVE "Y" TO SkuFound.
       MOVE KitCompProd TO SkuProdCode.
       MOVE KitCompSize TO SkuSizeCode.
       READ SkuFile
           INVALID KEY MOVE "N" TO SkuFound
       END-READ.
       IF SkuFound = "Y"
           COMPUTE NewStock = SkuQty - KitNeedQty
       END-IF.
       IF SkuFound = "Y" AND NewStock >= 0
           COMPUTE LocMoveQty = 0 - KitNeedQty
           MOVE "Y" TO LocApply
           CALL "LOCMOVE" USING PickLocCode, KitCompProd, KitCompSize,
               LocMoveQty, LocApply, LocQty, LocResult
           IF LocResult = "Y"
               MOVE SkuQty TO MoveOldQty
               MOVE NewStock TO SkuQty
               REWRITE SkuData
                   INVALID KEY
                       COMPUTE LocMoveQty = KitNeedQty
                       CALL "LOCMOVE" USING PickLocCode, KitCompProd,
                           KitCompSize, LocMoveQty, LocApply, LocQty,
                           LocResult
                   NOT INVALID KEY
                       PERFORM WriteSkuImage
                       MOVE "Y" TO KitCompTaken
                       MOVE KitCompProd TO MoveProdCode
                       MOVE KitCompSize TO MoveSizeLabel
                       MOVE SkuQty TO MoveNewQty
                       SET MoveSale TO TRUE
                       MOVE PickLocCode TO MoveLocCode
                       PERFORM WriteStockMove
               END-REWRITE
           END-IF
       END-IF.
       IF KitCompTaken = "N"
           DISPLAY "Order " OlOrderID " line " OlLineSeq " kit component "
               KitCompProd " size " KitCompSize " not taken from stock"
       END-IF.

CheckDropShipLine.
       MOVE "N" TO DropLine.
       MOVE OlProdCode TO ProdCode.
       READ ProductFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF ProdDropShipped
                   MOVE "Y" TO DropLine
               END-IF
       END-READ.

*> The product master just read names the supplier. A supplier that
*> isn't there leaves the line at E - nothing is ordered from
*> nobody - and it is listed for the buyer to put right.
RaiseDropShipLine.
       MOVE "Y" TO SuppFound.
       IF ProdSuppCode = SPACES
           MOVE "N" TO SuppFound
       ELSE
           MOVE ProdSuppCode TO SuppCode
           READ SupplierFile
               INVALID KEY MOVE "N" TO SuppFound
           END-READ
       END-IF.
       IF SuppFound = "N"
           ADD 1 TO LinesDropRefused
           MOVE 0 TO WorkPONumber
           MOVE "NOT SENT - no supplier" TO DropNote
           PERFORM NoteDropLine
       ELSE
           IF DropShipToSet = "N"
               PERFORM ResolveDropShipTo
           END-IF
           PERFORM FindDropPO
           PERFORM WriteDropPOLine
       END-IF.

*> The ship-to is the order's address-book line when it names one,
*> else the customer's main address - the street line with its
*> city, state and ZIP, so the supplier can deliver to it.
ResolveDropShipTo.
       MOVE SPACES TO DropShipTo DropCity DropState DropZip.
       MOVE "Y" TO CustFound.
       MOVE OrderCustID TO CustID.
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustFound
       END-READ.
       IF CustFound = "Y"
           MOVE CustAddress TO DropShipTo
           MOVE CustCity TO DropCity
           MOVE CustState TO DropState
           MOVE CustZip TO DropZip
       END-IF.
       IF OrderShipSeq > 0
           MOVE "Y" TO AddrFound
           MOVE OrderCustID TO AddrCustID
           MOVE OrderShipSeq TO AddrSeq
           READ AddressFile
               INVALID KEY MOVE "N" TO AddrFound
           END-READ
           IF AddrFound = "Y"
               MOVE AddrLine TO DropShipTo
               MOVE AddrCity TO DropCity
               MOVE AddrState TO DropState
               MOVE AddrZip TO DropZip
           END-IF
       END-IF.
       MOVE "Y" TO DropShipToSet.

*> Finds (or opens) this order's PO to the supplier in ProdSuppCode;
*> DropPOHit points at its slot on return.
FindDropPO.
       MOVE 0 TO DropPOHit.
       PERFORM ScanOneDropPO
           VARYING DropPOSub FROM 1 BY 1
           UNTIL DropPOSub > DropPOCount OR DropPOHit > 0.
       IF DropPOHit = 0
           IF DropPOCount < DropPOMax
               ADD 1 TO DropPOCount
           END-IF
           MOVE DropPOCount TO DropPOHit
           MOVE ProdSuppCode TO DpoSuppCode(DropPOHit)
           PERFORM AssignPONumber
           MOVE WorkPONumber TO DpoPONumber(DropPOHit)
           MOVE 0 TO DpoLineSeq(DropPOHit)
           MOVE WorkPONumber TO PONumber
           MOVE RunDate TO PODate
           MOVE ProdSuppCode TO POSuppCode
           MOVE RunDate TO POExpectDate
           SET POOpen TO TRUE
           MOVE OrderID TO PODropOrderID
           MOVE OrderCustID TO PODropCustID
           MOVE DropShipTo TO PODropShipTo
           MOVE DropCity TO PODropCity
           MOVE DropState TO PODropState
           MOVE DropZip TO PODropZip
           MOVE 0 TO POSentDate
           WRITE POHeaderData
               INVALID KEY DISPLAY "PO " PONumber " not written."
           END-WRITE
       END-IF.

ScanOneDropPO.
       IF DpoSuppCode(DropPOSub) = ProdSuppCode
           MOVE DropPOSub TO DropPOHit
       END-IF.

*> The PO line carries the order line it fills, so porecv can find
*> the line to ship when the supplier confirms delivery.
WriteDropPOLine.
       ADD 1 TO DpoLineSeq(DropPOHit).
       MOVE DpoPONumber(DropPOHit) TO PolPONumber.
       MOVE DpoLineSeq(DropPOHit) TO PolLineSeq.
       MOVE OlProdCode TO PolProdCode.
       MOVE OlSizeLabel TO PolSizeCode.
       MOVE OlQty TO PolQtyOrdered.
       MOVE 0 TO PolQtyReceived.
       MOVE ProdUnitCost TO PolUnitCost.
       MOVE 0 TO PolQtyBilled.
       MOVE 0 TO PolQtyReturned.
       MOVE 0 TO PolLastRecvDate.
       MOVE OlLineSeq TO PolOrderSeq.
       WRITE POLineData
           INVALID KEY DISPLAY "PO line not written."
           NOT INVALID KEY
               SET OlDropShipped TO TRUE
               REWRITE OrderLineData
                   INVALID KEY DISPLAY "Order " OlOrderID " line "
                       OlLineSeq " not updated"
                   NOT INVALID KEY
                       ADD 1 TO LinesDropShipped
                       MOVE DpoPONumber(DropPOHit) TO WorkPONumber
                       MOVE SPACES TO DropNote
                       STRING "on PO " DELIMITED BY SIZE
                              WorkPONumber DELIMITED BY SIZE
                              " to " DELIMITED BY SIZE
                              ProdSuppCode DELIMITED BY SIZE
                              INTO DropNote
                       END-STRING
                       PERFORM NoteDropLine
               END-REWRITE
       END-WRITE.

NoteDropLine.
       IF DropCount < DropMax
           ADD 1 TO DropCount
           MOVE OlOrderID TO DropOrderID(DropCount)
           MOVE OlProdCode TO DropProdCode(DropCount)
           MOVE OlSizeLabel TO DropSizeCode(DropCount)
           MOVE OlQty TO DropQty(DropCount)
           MOVE DropNote TO DropReason(DropCount)
       END-IF.

*> Sequential numbers come off the poctl.txt control file the way
*> pomnt takes them - read, used, written back incremented.
AssignPONumber.
       OPEN INPUT POControlFile.
       IF POControlStatus = "00"
           READ POControlFile
               AT END MOVE 5000 TO NextPONumber
           END-READ
       ELSE
           MOVE 5000 TO NextPONumber
       END-IF.
       CLOSE POControlFile.
       MOVE NextPONumber TO WorkPONumber.
       OPEN OUTPUT POControlFile.
       COMPUTE NextPONumber = WorkPONumber + 1.
       WRITE POControlRecord.
       CLOSE POControlFile.

NoteShortLine.
       ADD 1 TO LinesShort.
       IF ShortCount < ShortMax
           ADD 1 TO ShortCount
           MOVE OlOrderID TO ShortOrderID(ShortCount)
           MOVE OlProdCode TO ShortProdCode(ShortCount)
           MOVE OlSizeLabel TO ShortSizeCode(ShortCount)
           MOVE OlQty TO ShortWanted(ShortCount)
           MOVE SkuQty TO ShortOnHand(ShortCount)
       END-IF.
       PERFORM WriteBackOrder.

*> The short line goes on file as a backorder with the quantity
*> owed, and the line is parked at B so tomorrow's run doesn't
*> write the same debt twice; bordrel hands it back to E when the
*> stock arrives, finding it by order number and SKU.
WriteBackOrder.
       MOVE NextBackID TO BackID.
       ACCEPT BackDate FROM DATE YYYYMMDD.
       MOVE OrderCustID TO BackCustID.
       MOVE OlOrderID TO BackOrderID.
       MOVE OlProdCode TO BackProdCode.
       MOVE OlSizeLabel TO BackSizeLabel.
       MOVE OlQty TO BackQtyOwed.
       SET BackOpen TO TRUE.
       WRITE BackOrderData
           INVALID KEY DISPLAY "Backorder " BackID " not written."
           NOT INVALID KEY
               ADD 1 TO NextBackID
               SET OlBackordered TO TRUE
               REWRITE OrderLineData
                   INVALID KEY DISPLAY "Order " OlOrderID " line "
                       OlLineSeq " not updated"
               END-REWRITE
       END-WRITE.

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

*> BackOrderFile is keyed in ascending BackID order, so the highest
*> number on file is the last one this scan reads before EOF - the
*> same shape ordentry's AssignNextOrderID uses, made once for the
           MOVE BackID TO NextBackID
       END-IF.

*> Control break on order number: one pick ticket per order, its
*> lines beneath in product/size order - the order the floor walks
*> the shelves - and the total quantity to pull for the carton.
PrintPickList.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       IF SortEOF
           WRITE PrintLine FROM NoOrdersLine AFTER ADVANCING 2 LINES
       ELSE
           MOVE SortOrderID TO BreakOrderID
           PERFORM StartPickTicket
           MOVE 0 TO GroupQty
           PERFORM PrintOnePickLine UNTIL SortEOF
           PERFORM EndPickTicket
       END-IF.

PrintOnePickLine.
       IF SortOrderID NOT = BreakOrderID
           PERFORM EndPickTicket
           MOVE SortOrderID TO BreakOrderID
           PERFORM StartPickTicket
           MOVE 0 TO GroupQty
       END-IF.

       MOVE "Y" TO ProdFound.
       MOVE SortProdCode TO ProdCode.
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdFound
       END-READ.
       IF ProdFound = "Y"
           MOVE ProdName TO PrnPickName
       ELSE
           MOVE "(no product master)" TO PrnPickName
       END-IF.
       MOVE SortLineSeq TO PrnPickLineSeq.
       MOVE SortProdCode TO PrnPickProd.
       MOVE SortSizeCode TO PrnPickSize.
       MOVE SortQty TO PrnPickQty.
       WRITE PrintLine FROM PickDetailLine AFTER ADVANCING 1 LINE.
       ADD SortQty TO GroupQty.
       IF SortSizeCode = SPACES
           PERFORM PrintKitComponents
       END-IF.

       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.

*> A kit line carries no size; what the floor pulls is its
*> components, listed under it with the quantity for the whole line.
PrintKitComponents.
       OPEN INPUT KitFile.
       MOVE "N" TO KitEOF.
       IF KitFileStatus NOT = "00"
           MOVE "Y" TO KitEOF
       ELSE
           MOVE SortProdCode TO KitProdCode
           MOVE LOW-VALUES TO KitCompProd
           MOVE LOW-VALUES TO KitCompSize
           START KitFile KEY IS GREATER THAN OR EQUAL TO KitKey
               INVALID KEY MOVE "Y" TO KitEOF
           END-START
       END-IF.
       PERFORM PrintOneKitComponent UNTIL KitEOF = "Y".
       CLOSE KitFile.

PrintOneKitComponent.
       READ KitFile NEXT RECORD
           AT END MOVE "Y" TO KitEOF
       END-READ.
       IF KitEOF = "N"
           IF KitProdCode NOT = SortProdCode
               MOVE "Y" TO KitEOF
           ELSE
               MOVE KitCompProd TO ProdCode
               READ ProductFile
                   INVALID KEY MOVE SPACES TO ProdName
               END-READ
               MOVE KitCompProd TO PrnCompProd
               MOVE ProdName TO PrnCompName
               MOVE KitCompSize TO PrnCompSize
               COMPUTE KitNeedQty = KitCompQty * SortQty
               MOVE KitNeedQty TO PrnCompQty
               WRITE PrintLine FROM KitCompLine AFTER ADVANCING 1 LINE
           END-IF
       END-IF.

StartPickTicket.
       MOVE SortOrderID TO PrnGroupOrderID.
       MOVE SortCustID TO PrnGroupCustID.
       IF SortShipSeq > 0
           MOVE SPACES TO PrnGroupShipTo
           STRING "ship to address seq " DELIMITED BY SIZE
                  SortShipSeq DELIMITED BY SIZE
                  INTO PrnGroupShipTo
           END-STRING
       ELSE
           MOVE "ship to main address" TO PrnGroupShipTo
       END-IF.
       WRITE PrintLine FROM GroupHeadLine AFTER ADVANCING 2 LINES.

EndPickTicket.
       MOVE GroupQty TO PrnGroupQty.
       WRITE PrintLine FROM GroupTotalLine AFTER ADVANCING 1 LINE.

       MOVE ShortOnHand(ShortSub) TO PrnShortOnHand.
       WRITE PrintLine FROM ShortDetailLine AFTER ADVANCING 1 LINE.

PrintDropSection.
       WRITE PrintLine FROM DropHeading AFTER ADVANCING 2 LINES.
       PERFORM PrintOneDropLine
           VARYING DropSub FROM 1 BY 1
           UNTIL DropSub > DropCount.

PrintOneDropLine.
       MOVE DropOrderID(DropSub) TO PrnDropOrderID.
       MOVE DropProdCode(DropSub) TO PrnDropProd.
       MOVE DropSizeCode(DropSub) TO PrnDropSize.
       MOVE DropQty(DropSub) TO PrnDropQty.
       MOVE DropReason(DropSub) TO PrnDropNote.
       WRITE PrintLine FROM DropDetailLine AFTER ADVANCING 1 LINE.

PrintHeldSection.
       WRITE PrintLine FROM HeldHeading AFTER ADVANCING 2 LINES.
       PERFORM PrintOneHeldLine
           VARYING HeldSub FROM 1 BY 1
           UNTIL HeldSub > HeldCount.

PrintOneHeldLine.
       MOVE HeldOrderID(HeldSub) TO PrnHeldOrderID.
       MOVE HeldCustID(HeldSub) TO PrnHeldCustID.
       MOVE HeldOpenValue(HeldSub) TO PrnHeldValue.
       MOVE HeldReason(HeldSub) TO PrnHeldReason.
       WRITE PrintLine FROM HeldDetailLine AFTER ADVANCING 1 LINE.

WriteStockMove.
       ACCEPT MoveDate FROM DATE YYYYMMDD.
       ACCEPT MoveTime FROM TIME.
       WRITE StockMoveRecord.

WriteSkuImage.
       MOVE SPACES TO ProdImageRecord.
       ACCEPT PiDate FROM DATE YYYYMMDD.
       ACCEPT PiTime FROM TIME.
       MOVE "ORDPICK" TO PiProgram.
       SET PiSku TO TRUE.
       MOVE SkuData TO PiImage.
       WRITE ProdImageRecord.
