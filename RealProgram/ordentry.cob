       >>SOURCE FORMAT FREE
*> Sales order entry: the on-file link between program_'s customers
*> and tables' products. An order is a header on order.txt - keyed
*> by its own order number, carrying the CustID, order date,
*> ship-to, salesperson and overall status - with as many
*> product/size lines as the customer wants on ordlines.txt, keyed
*> by order number plus line sequence, each with its quantity and
*> its own status (entered/picked/shipped/invoiced/cancelled/
*> backordered). An order is only opened once the customer is found
*> active on customer.txt, and a line is only accepted once the
*> product is found on product.txt with the size on its own SKU
*> record on prodsku.txt - the same existence checks RecordPurchase
*> and tables' UpdateStock each make on their own files, made
*> together here before anything is written. Order numbers are
*> assigned the same highest-plus-one way AddCust assigns the next
*> CustID. A kit (a gift set or bundle on kit.txt) is ordered as
*> one line with no size, at the kit's own price, and made up from
*> its components by ordpick. A line for a drop-ship product is
*> taken like any other and the clerk is told the supplier
*> delivers it direct; ordpick puts it on the supplier's PO rather
*> than the pick list. The product prompt also takes a scanned UPC,
*> read along prodsku.txt's UPC key straight to the product and
*> size, so a scanned line skips the size prompt. The price shown
*> is this customer's - their contract or price-level price when it
*> beats list - and once the quantity is keyed a quantity break
*> that brings it lower is shown as well, the price ordinv will
*> bill the line at.
*> The clerk may override that price through PRICEOVR - a new price
*> and a reason, with a supervisor's PIN when it goes under cost or
*> too far under list. The overridden price rides on the line as
*> OlUnitPrice, the same as a quoted price, so ordinv bills it, and
*> the override is journalled to priceovr.txt and seclog.txt once
*> the line is on file.
IDENTIFICATION DIVISION.
PROGRAM-ID. ordentry.

           RECORD KEY IS OrderID
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL OrderLineFile ASSIGN TO "ordlines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderLineKey
           FILE STATUS IS OrderLineStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

DATA DIVISION.
FD OrderFile.
       COPY "ordrec.cpy".

FD OrderLineFile.
       COPY "ordlrec.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

01 ProdFileStatus PIC XX.
01 CustFileStatus PIC XX.
01 OrderFileStatus PIC XX.
01 OrderLineStatus PIC XX.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 CustExists PIC X.
01 EffPrice PIC 9(5)V99.
01 PriceFound PIC X.
01 DispEffPrice PIC $$,$$9.99.
*> GETPRICE weighs the customer's contract and quantity-break
*> prices too: the one-unit price is shown with the product, the
*> price at the keyed quantity once it is known.
01 SingleQty PIC 9(5) VALUE 1.
01 QtyPrice PIC 9(5)V99.
*> A price the clerk keys over the line's own through PRICEOVR.
01 OvrAction PIC X.
01 OvrSource PIC X(3) VALUE "ORD".
01 OvrNormPrice PIC 9(5)V99.
01 OvrNewPrice PIC 9(5)V99.
01 OvrReason PIC X(2).
01 OvrSuperID PIC X(6).
01 OvrResult PIC X.
*> A kit line has no size of its own; KITSTOCK says whether the
*> product is a kit and how many the home location could make up.
01 KitLocCode PIC X(2).
01 LineIsKit PIC X.
01 KitAvail PIC 9(5).
01 DispKitAvail PIC ZZ,ZZ9.
01 EntrySalesID PIC X(6).
*> The product prompt takes a five-character product code or a
*> scanned twelve-digit UPC - anything past the fifth character
*> means a scan, read along prodsku.txt's UPC key.
01 EntryItem PIC X(12).
01 EntryItemParts REDEFINES EntryItem.
       02 EntryItemCode PIC X(5).
       02 EntryItemRest PIC X(7).
01 LineScanned PIC X.
01 EntryLineSeq PIC 9(3).
01 MoreLines PIC X.
01 NextLineSeq PIC 9(3).
01 LineCount PIC 9(3).
01 LinesEOF PIC X.
01 LinesChanged PIC 9(3).
*> Line counts by status while an order's header status is rolled
*> up from its lines.
01 RollEOF PIC X.
01 RollEntered PIC 9(3).
01 RollPicked PIC 9(3).
01 RollShipped PIC 9(3).
01 RollBackordered PIC 9(3).
01 RollInvoiced PIC 9(3).

PROCEDURE DIVISION.
StartPara.
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN I-O OrderLineFile.
       MOVE "ordlines.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OrderLineStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.

       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
CLOSE OrderFile, OrderLineFile, CustomerFile, ProductFile, SkuFile.
STOP RUN.

EnterOrder.
       END-IF.

       IF IDValid = "Y" AND CustExists = "Y"
           PERFORM WriteOrderHeader
       END-IF.

*> The ship-to is chosen through the shared address picker - a
*> customer with no address-book entries ships to CustAddress with
*> no extra prompt, and only the sequence number rides the order;
*> the line itself is read back off custaddr.txt when the packing
*> slip or invoice needs it. The header goes on file first so the
*> number is the order's while its lines are keyed; an order left
*> with no lines is taken back off.
WriteOrderHeader.
       PERFORM AssignNextOrderID.
       MOVE NextOrderID TO OrderID.
       ACCEPT OrderDate FROM DATE YYYYMMDD.
       MOVE CustID TO OrderCustID.
       SET OrderEntered TO TRUE.
       MOVE 0 TO OrderInvoiceNo.
       MOVE 0 TO OrderFreight.
       MOVE 0 TO OrderFreightTaxed.
       CALL "PICKADDR" USING CustID, CustAddress, ShipToAddr,
           ShipToSeq.
       MOVE ShipToSeq TO OrderShipSeq.
       DISPLAY "Salesperson ID : " WITH NO ADVANCING.
       MOVE SPACES TO EntrySalesID.
       ACCEPT EntrySalesID.
       MOVE EntrySalesID TO OrderSalesID.

       WRITE OrderData
           INVALID KEY DISPLAY "Order number taken - order not written."
           NOT INVALID KEY
               MOVE 0 TO NextLineSeq
               MOVE 0 TO LineCount
               MOVE "Y" TO MoreLines
               PERFORM AcceptOrderLine UNTIL MoreLines = "N"
               IF LineCount = 0
                   DELETE OrderFile
                       INVALID KEY CONTINUE
                   END-DELETE
                   DISPLAY "No lines entered - no order recorded."
               ELSE
                   DISPLAY "Order " OrderID " entered for customer "
                       OrderCustID " : " LineCount " lines."
               END-IF
       END-WRITE.

AcceptOrderLine.
       MOVE "Y" TO ProdExists.
       MOVE "N" TO LineScanned.
       MOVE SPACES TO EntryItem.
       DISPLAY "Enter Product Code or scan UPC (blank to finish) : "
           WITH NO ADVANCING.
       ACCEPT EntryItem.
       MOVE EntryItemCode TO ProdCode.
       IF EntryItem = SPACES
           MOVE "N" TO MoreLines
       ELSE
       IF EntryItemRest NOT = SPACES
           PERFORM ResolveOrderUPC
       END-IF
       IF ProdExists = "Y"
           READ ProductFile
               INVALID KEY MOVE "N" TO ProdExists
           END-READ
       END-IF

       IF ProdExists = "N"
           IF EntryItemRest NOT = SPACES
               DISPLAY "UPC " EntryItem " isn't on file - line not accepted."
           ELSE
               DISPLAY "Product code doesn't exist - line not accepted."
           END-IF
       ELSE
       IF ProdDiscontinued
           DISPLAY "Product is discontinued - no new orders taken."
       ELSE
           DISPLAY "Product : " ProdName
           IF ProdDropShipped
               DISPLAY "Drop-ship - the supplier delivers this direct."
           END-IF
           MOVE ProdUnitPrice TO EffPrice
           CALL "GETPRICE" USING ProdCode, RunDate, OrderCustID,
               SingleQty, EffPrice, PriceFound
           MOVE EffPrice TO DispEffPrice
           DISPLAY "Price today : " DispEffPrice
           MOVE SPACES TO KitLocCode
           MOVE "N" TO LineIsKit
           IF LineScanned = "N"
               CALL "KITSTOCK" USING ProdCode, KitLocCode, LineIsKit,
                   KitAvail
           END-IF
           IF LineIsKit = "Y"
               PERFORM AcceptKitOrderQty
           ELSE
               PERFORM AcceptOrderSizeQty
           END-IF
       END-IF
       END-IF
       END-IF.

*> A scanned UPC resolves straight to one product and size, so the
*> size prompt is skipped; a kit has no SKU and so never scans.
ResolveOrderUPC.
       MOVE EntryItem TO SkuUPC.
       READ SkuFile KEY IS SkuUPC
           INVALID KEY MOVE "N" TO ProdExists
       END-READ.
       IF ProdExists = "Y"
           MOVE "Y" TO LineScanned
           MOVE SkuProdCode TO ProdCode
           MOVE SkuSizeCode TO EntrySize
       END-IF.

AcceptOrderSizeQty.
       IF LineScanned = "Y"
           DISPLAY "Scanned size : " EntrySize
       ELSE
           PERFORM ListOrderSkus
           DISPLAY "Enter size code to order : " WITH NO ADVANCING
           MOVE SPACES TO EntrySize
           ACCEPT EntrySize
       END-IF.
       PERFORM CheckSizeCode.
       IF SizeValid = "N"
           DISPLAY "That size isn't carried for this product - line not accepted."
       ELSE
           DISPLAY "Enter quantity : " WITH NO ADVANCING
           ACCEPT EntryQty
           IF EntryQty = 0
               DISPLAY "Quantity must be more than zero - line not accepted."
           ELSE
               PERFORM WriteOrderLine
           END-IF
       END-IF.

*> A kit on kit.txt is ordered as one item with no size - ordinv
*> bills it at the kit's own price and ordpick makes it up from its
*> components when the order is picked. What the home location
*> could make up today is shown for the clerk, but the order is
*> taken either way, as any line is.
AcceptKitOrderQty.
       MOVE KitAvail TO DispKitAvail.
       DISPLAY "Kit - made up from its components at picking ("
           DispKitAvail " can be made up at location " KitLocCode ")".
       MOVE SPACES TO EntrySize.
       DISPLAY "Enter quantity : " WITH NO ADVANCING.
       ACCEPT EntryQty.
       IF EntryQty = 0
           DISPLAY "Quantity must be more than zero - line not accepted."
       ELSE
           PERFORM WriteOrderLine
       END-IF.

*> The product's sizes are SKU records keyed by product code plus
           END-IF
       END-IF.

WriteOrderLine.
       PERFORM ShowQtyPrice.
       MOVE EffPrice TO OvrNormPrice.
       IF EntryQty > 1 AND QtyPrice < EffPrice
           MOVE QtyPrice TO OvrNormPrice
       END-IF.
       MOVE "A" TO OvrAction.
       CALL "PRICEOVR" USING OvrAction, OvrSource, OrderID,
           EntrySalesID, OrderCustID, ProdCode, EntryQty, ProdUnitPrice,
           OvrNormPrice, ProdUnitCost, OvrNewPrice, OvrReason,
           OvrSuperID, OvrResult.
       ADD 1 TO NextLineSeq.
       MOVE OrderID TO OlOrderID.
       MOVE NextLineSeq TO OlLineSeq.
       MOVE ProdCode TO OlProdCode.
       MOVE EntrySize TO OlSizeLabel.
       MOVE EntryQty TO OlQty.
       SET OlEntered TO TRUE.
       MOVE 0 TO OlUnitPrice.
       IF OvrResult = "Y"
           MOVE OvrNewPrice TO OlUnitPrice
       END-IF.
       MOVE 0 TO OlInvoiceNo.

       WRITE OrderLineData
           INVALID KEY DISPLAY "Order line already on file - line not written."
           NOT INVALID KEY
               ADD 1 TO LineCount
               DISPLAY "Line " OlLineSeq " : " OlQty " of "
                   OlProdCode " size " OlSizeLabel "."
               IF OvrResult = "Y"
                   MOVE "J" TO OvrAction
                   CALL "PRICEOVR" USING OvrAction, OvrSource, OrderID,
                       EntrySalesID, OrderCustID, ProdCode, EntryQty,
                       ProdUnitPrice, OvrNormPrice, ProdUnitCost,
                       OvrNewPrice, OvrReason, OvrSuperID, OvrResult
               END-IF
       END-WRITE.

ShowQtyPrice.
       IF EntryQty > 1
           MOVE ProdUnitPrice TO QtyPrice
           CALL "GETPRICE" USING ProdCode, RunDate, OrderCustID,
               EntryQty, QtyPrice, PriceFound
           IF QtyPrice < EffPrice
               MOVE QtyPrice TO DispEffPrice
               DISPLAY "Price at this quantity : " DispEffPrice
           END-IF
       END-IF.

GetOrder.
       MOVE "Y" TO OrderExists.
       DISPLAY " ".
       DISPLAY "Order : " OrderID.
       DISPLAY "Date : " OrderDate.
       DISPLAY "Customer : " OrderCustID.
       EVALUATE TRUE
           WHEN OrderEntered DISPLAY "Status : Entered"
           WHEN OrderPicked DISPLAY "Status : Picked"
           WHEN OrderInvoiced DISPLAY "Status : Invoiced"
           WHEN OrderCancelled DISPLAY "Status : Cancelled"
           WHEN OrderBackordered DISPLAY "Status : Backordered"
           WHEN OrderHeld DISPLAY "Status : Credit hold"
           WHEN OrderReleased DISPLAY "Status : Released from credit hold"
           WHEN OTHER DISPLAY "Status : " OrderStatus
       END-EVALUATE.
       IF OrderInvoiceNo > 0
           DISPLAY "Last invoice : " OrderInvoiceNo
       END-IF.
       IF OrderShipSeq > 0
           DISPLAY "Ship to : address book seq " OrderShipSeq
       ELSE
           DISPLAY "Ship to : main record address"
       END-IF.
       PERFORM StartOrderLines.
       PERFORM DisplayOneOrderLine UNTIL LinesEOF = "Y".

DisplayOneOrderLine.
       DISPLAY "  Line " OlLineSeq " : " OlQty " of " OlProdCode
           " size " OlSizeLabel " - status " OlStatus
           WITH NO ADVANCING.
       IF OlUnitPrice NUMERIC AND OlUnitPrice > 0
           MOVE OlUnitPrice TO DispEffPrice
           DISPLAY " at quoted " DispEffPrice WITH NO ADVANCING
       END-IF.
       IF OlInvoiced AND OlInvoiceNo > 0
           DISPLAY " on invoice " OlInvoiceNo WITH NO ADVANCING
       END-IF.
       DISPLAY " ".
       PERFORM ReadNextOrderLine.

*> Positions ordlines.txt on the first line of the order in OrderID
*> and reads it, LinesEOF set once the order's lines run out.
StartOrderLines.
       MOVE "N" TO LinesEOF.
       MOVE OrderID TO OlOrderID.
       MOVE 0 TO OlLineSeq.
       START OrderLineFile KEY IS GREATER THAN OR EQUAL TO OrderLineKey
           INVALID KEY MOVE "Y" TO LinesEOF
       END-START.
       PERFORM ReadNextOrderLine.

ReadNextOrderLine.
       IF LinesEOF = "N"
           READ OrderLineFile NEXT RECORD
               AT END MOVE "Y" TO LinesEOF
           END-READ
       END-IF.
       IF LinesEOF = "N" AND OlOrderID NOT = OrderID
           MOVE "Y" TO LinesEOF
       END-IF.

*> A status change is made line by line - one line, or every line
*> still open - and the header's overall status rolled up after.
ChangeOrderStatus.
       MOVE "Y" TO OrderExists.
       DISPLAY " ".
           IF OrderInvoiced OR OrderCancelled
               DISPLAY "Order is already closed - status not changed."
           ELSE
               IF OrderHeld
                   DISPLAY "Order is on credit hold - release or cancel it"
                       " through ordhold."
               ELSE
                   DISPLAY "Line to change (0 for every open line) : "
                       WITH NO ADVANCING
                   ACCEPT EntryLineSeq
                   IF EntryLineSeq NOT NUMERIC
                       MOVE 0 TO EntryLineSeq
                   END-IF
                   DISPLAY "New status - P (picked), S (shipped), V (invoiced), C (cancelled) : "
                       WITH NO ADVANCING
                   ACCEPT EntryStatus
                   IF EntryStatus = "P" OR EntryStatus = "S"
                           OR EntryStatus = "V" OR EntryStatus = "C"
                       MOVE 0 TO LinesChanged
                       PERFORM StartOrderLines
                       PERFORM ChangeOneOrderLine UNTIL LinesEOF = "Y"
                       IF LinesChanged = 0
                           DISPLAY "No open line matched - order not changed."
                       ELSE
                           PERFORM RollUpOrderStatus
                           DISPLAY "Order " OrderID " : " LinesChanged
                               " lines now status " EntryStatus
                               ", order status " OrderStatus "."
                       END-IF
                   ELSE
                       DISPLAY "Status must be P, S, V or C - order not changed."
                   END-IF
               END-IF
           END-IF
       END-IF.

ChangeOneOrderLine.
       IF (EntryLineSeq = 0 OR EntryLineSeq = OlLineSeq)
               AND NOT OlInvoiced AND NOT OlCancelled
           MOVE EntryStatus TO OlStatus
           REWRITE OrderLineData
               INVALID KEY DISPLAY "Line " OlLineSeq " not updated"
               NOT INVALID KEY ADD 1 TO LinesChanged
           END-REWRITE
       END-IF.
       PERFORM ReadNextOrderLine.

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

*>OrderFile is keyed in ascending OrderID order, so the highest
*>order number on file is simply the last one this scan reads
*>before EOF - the same shape AddCust's AssignNextCustID uses.
