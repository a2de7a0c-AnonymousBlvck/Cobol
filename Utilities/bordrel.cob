*> date so the run only looks at SKUs with a stockmove.txt receipt
*> line on or after it - the receipt lines say when stock arrived -
*> or answer zeros to check every open backorder. A released
*> order-linked backorder hands its order line - the B line on that
*> order for the same SKU - back to E and rolls the order's status
*> up again, so the next ordpick run allocates the stock and prints
*> it on the pick list with everything else; a released web-sourced backorder
*> points the clerk back at the websusp.txt line to re-post. Either
*> way BordRel.rpt says whose orders just became shippable, with the
*> customer's name off customer.txt. Quantities promised earlier in
*> the same run are held against later backorders for the same SKU,
*> so two old debts can't both be promised the same delivery.
*> A backorder for a kit (a product on kit.txt, owed with no size)
*> is released once enough whole kits can be made up from the
*> components - at ordpick's pick location (PICKLOC= on
*> pickparm.txt) for an order, at the home location for a web
*> order, the places those two take their stock from - through
*> KITSTOCK; a kit has no receipts of its own, so the receipt date
*> is not asked of it.
*> Each release goes to NOTIFY as a BORDR event, so a customer who
*> opted in hears by email or text that the goods they were owed
*> are in and on their way to them.
IDENTIFICATION DIVISION.
PROGRAM-ID. bordrel.

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

       SELECT CustomerFile ASSIGN TO "customer.txt"
FD OrderFile.
       COPY "ordrec.cpy".

FD OrderLineFile.
       COPY "ordlrec.cpy".

FD SkuFile.
       COPY "skurec.cpy".

WORKING-STORAGE SECTION.
01 BackFileStatus PIC XX.
01 OrderFileStatus PIC XX.
01 OrderLineStatus PIC XX.
01 LinesEOF PIC X.
01 LineFound PIC X.
*> Line counts by status while an order's header status is rolled
*> up from its lines.
01 RollEOF PIC X.
01 RollEntered PIC 9(3).
01 RollPicked PIC 9(3).
01 RollShipped PIC 9(3).
01 RollBackordered PIC 9(3).
01 RollInvoiced PIC 9(3).
01 SkuFileStatus PIC XX.
01 CustFileStatus PIC XX.
01 MoveFileStatus PIC XX.
01 ReleasedCount PIC 9(7) VALUE ZERO.
01 StillShortCount PIC 9(7) VALUE ZERO.
01 AvailableQty PIC S9(6).
01 PickLocCode PIC X(2).
01 KitLocCode PIC X(2).
01 BackIsKit PIC X.
01 KitAvail PIC 9(5).
01 ParmFileName PIC X(20) VALUE "pickparm.txt".
01 ParmKeyword PIC X(12) VALUE "PICKLOC".
01 ParmValue PIC X(30).
01 ParmFound PIC X.
*> Quantities promised to older backorders this run, per SKU, so a
*> later backorder for the same product/size only sees what is left.
01 PromiseCount PIC 9(3) VALUE ZERO.
       02 FILLER PIC X(13) VALUE " still short.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
01 NamePtr PIC 99.
*> What a release tells NOTIFY.
01 NtfEvent PIC X(5).
01 NtfRef PIC X(10).
01 NtfAmount PIC 9(7)V99.
01 NtfDetail PIC X(30).
01 NtfQty PIC ZZZZ9.
       COPY "retcode.cpy".

PROCEDURE DIVISION.
       DISPLAY "Release against receipts since (YYYYMMDD, zeros for all) : "
           WITH NO ADVANCING.
       ACCEPT SinceDate.
       MOVE SPACES TO PickLocCode.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "Y"
           MOVE ParmValue(1:2) TO PickLocCode
       END-IF.

       OPEN I-O BackOrderFile.
       MOVE "backorder.txt" TO CheckFileName.
           GOBACK
       END-IF.
       OPEN I-O OrderFile.
       OPEN I-O OrderLineFile.
       OPEN INPUT SkuFile.
       OPEN INPUT CustomerFile.
       OPEN OUTPUT ReleaseReport.
       WRITE PrintLine FROM CountsLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

       CLOSE BackOrderFile, OrderFile, OrderLineFile, SkuFile,
           CustomerFile.
       CLOSE ReleaseReport.

       DISPLAY "Backorder release : " ReleasedCount " released, "
       END-IF.

TryOneBackorder.
       IF BackOrderID > 0
           MOVE PickLocCode TO KitLocCode
       ELSE
           MOVE SPACES TO KitLocCode
       END-IF.
       CALL "KITSTOCK" USING BackProdCode, KitLocCode, BackIsKit,
           KitAvail.
       IF BackIsKit = "Y"
           PERFORM TryKitBackorder
       ELSE
           PERFORM TrySkuBackorder
       END-IF.

TryKitBackorder.
       PERFORM LookUpPromised.
       COMPUTE AvailableQty = KitAvail - PromQty(PromiseHit)
           - BackQtyOwed.
       IF AvailableQty < 0
           ADD 1 TO StillShortCount
       ELSE
           PERFORM ReleaseOneBackorder
       END-IF.

TrySkuBackorder.
       MOVE "Y" TO ReceiptSeen.
       IF SinceDate > 0
           PERFORM CheckReceiptSeen
               ADD 1 TO ReleasedCount
               PERFORM HandBackOrder
               PERFORM PrintReleasedLine
               IF CustFound = "Y"
                   PERFORM NotifyRelease
               END-IF
       END-REWRITE.

*> The reference is the order the goods were owed on, or the
*> backorder itself for a web order with none.
NotifyRelease.
       MOVE "BORDR" TO NtfEvent.
       IF BackOrderID > 0
           MOVE BackOrderID TO NtfRef
       ELSE
           MOVE BackID TO NtfRef
       END-IF.
       MOVE 0 TO NtfAmount.
       MOVE BackQtyOwed TO NtfQty.
       MOVE SPACES TO NtfDetail.
       STRING "Released " DELIMITED BY SIZE
              NtfQty DELIMITED BY SIZE
              " x " DELIMITED BY SIZE
              BackProdCode DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              BackSizeLabel DELIMITED BY SPACE
              INTO NtfDetail
       END-STRING.
       CALL "NOTIFY" USING CustID, CustEmail, CustPhone, NtfEvent,
           NtfRef, NtfAmount, NtfDetail.

*> An order-linked backorder hands its order line back from B to E
*> for the next ordpick run - the first B line on the order for the
*> backorder's SKU - and the header follows its lines; a web-sourced
*> one has no order to hand back, only the suspense line for the
*> clerk.
HandBackOrder.
       MOVE "take order on next pick run" TO PrnRelNote.
       IF BackOrderID > 0
           READ OrderFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM FindBackorderedLine
                   IF LineFound = "Y"
                       SET OlEntered TO TRUE
                       REWRITE OrderLineData
                           INVALID KEY DISPLAY "Order " OlOrderID
                               " line " OlLineSeq " not updated"
                       END-REWRITE
                   END-IF
                   PERFORM RollUpOrderStatus
           END-READ
       ELSE
           MOVE "re-post from websusp.txt" TO PrnRelNote
       END-IF.

FindBackorderedLine.
       MOVE "N" TO LineFound.
       MOVE "N" TO LinesEOF.
       MOVE OrderID TO OlOrderID.
       MOVE 0 TO OlLineSeq.
       START OrderLineFile KEY IS GREATER THAN OR EQUAL TO OrderLineKey
           INVALID KEY MOVE "Y" TO LinesEOF
       END-START.
       PERFORM CheckOneOrderLine UNTIL LinesEOF = "Y".

CheckOneOrderLine.
       READ OrderLineFile NEXT RECORD
           AT END MOVE "Y" TO LinesEOF
       END-READ.
       IF LinesEOF = "N"
           IF OlOrderID NOT = OrderID
               MOVE "Y" TO LinesEOF
           ELSE
               IF OlBackordered AND OlProdCode = BackProdCode
                       AND OlSizeLabel = BackSizeLabel
                   MOVE "Y" TO LineFound
                   MOVE "Y" TO LinesEOF
               END-IF
           END-IF
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

PrintReleasedLine.
       MOVE BackID TO PrnRelBackID.
       MOVE "Y" TO CustFound.
