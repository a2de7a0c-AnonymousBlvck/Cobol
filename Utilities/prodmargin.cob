*> report prints worst margin first with BELOW COST and LOW flags,
*> so a line selling under cost is the first thing on the page, not
*> a discovery months later. Output goes to ProdMargin.rpt.
*> Drop-ship sales never pass through stockmove.txt, so they are
*> picked up off polines.txt instead: every drop-ship PO line whose
*> delivery the supplier confirmed in the period counts its units,
*> costs them at the PO line's agreed cost - what we actually paid,
*> not the stock average - and prices them at the order line's own
*> price, else the effective price on the delivery date, the way
*> ordinv bills them.
IDENTIFICATION DIVISION.
PROGRAM-ID. prodmargin.

           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

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

       SELECT OPTIONAL OrderLineFile ASSIGN TO "ordlines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderLineKey
           FILE STATUS IS OrderLineStatus.

       SELECT MarginReport ASSIGN TO "ProdMargin.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

FD ProductFile.
       COPY "prodrec.cpy".

FD POFile.
       COPY "porec.cpy".

FD POLineFile.
       COPY "polrec.cpy".

FD OrderLineFile.
       COPY "ordlrec.cpy".

FD MarginReport.
       01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 MoveFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 POFileStatus PIC XX.
01 POLineStatus PIC XX.
01 OrderLineStatus PIC XX.
01 POLineEOF PIC X.
01 POFound PIC X.
01 OlFound PIC X.
01 MgnWantCode PIC X(5).
01 DropUnits PIC 9(5).
01 DropCost PIC 9(5)V99.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 MoveEOF PIC X.
01 SoldUnits PIC 9(5).
01 LinePrice PIC 9(5)V99.
01 PriceFound PIC X.
*> List price only - no customer and no quantity, so GETPRICE
*> leaves contract and quantity-break prices out of it.
01 ListCustID PIC 9(6) VALUE ZERO.
01 ListQty PIC 9(5) VALUE ZERO.
01 FinalPrice PIC 9(5)V99.
01 OnPromo PIC X.
*> One slot per product that sold in the period.
       END-IF.

       PERFORM TallySaleMovements.
       PERFORM TallyDropShipSales.

       OPEN OUTPUT MarginReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       END-READ.

AddToMgnSlot.
       MOVE MoveProdCode TO MgnWantCode.
       PERFORM FindMgnSlot.

*> Each movement is priced exactly the way the selling paths
*> price: the effective price on its own date with any live
*> promos.txt deal on top - so a weekend-sale unit isn't
*> overstated past its BELOW COST flag.
       MOVE MgnFallPrice(MgnHit) TO LinePrice.
       CALL "GETPRICE" USING MoveProdCode, MoveDate, ListCustID, ListQty,
           LinePrice, PriceFound.
       CALL "GETPROMO" USING MoveProdCode, MoveDate, LinePrice,
           FinalPrice, OnPromo.
       MOVE FinalPrice TO LinePrice.
       ADD SoldUnits TO MgnUnits(MgnHit).
       COMPUTE MgnRevenue(MgnHit) = MgnRevenue(MgnHit)
           + (SoldUnits * LinePrice).
       COMPUTE MgnCost(MgnHit) = MgnCost(MgnHit)
           + (SoldUnits * MgnUnitCost(MgnHit)).

*> Finds (or opens) the slot for the product in MgnWantCode; MgnHit
*> points at it on return.
FindMgnSlot.
       MOVE 0 TO MgnHit.
       PERFORM ScanOneMgnSlot
           VARYING MgnSub FROM 1 BY 1
           IF MgnCount < MgnMax
               ADD 1 TO MgnCount
               MOVE MgnCount TO MgnHit
               MOVE MgnWantCode TO MgnProdCode(MgnHit)
               MOVE 0 TO MgnUnits(MgnHit)
               MOVE 0 TO MgnRevenue(MgnHit)
               MOVE 0 TO MgnCost(MgnHit)
               MOVE "Y" TO ProdFound
               MOVE MgnWantCode TO ProdCode
               READ ProductFile
                   INVALID KEY MOVE "N" TO ProdFound
               END-READ
           END-IF
       END-IF.

ScanOneMgnSlot.
       IF MgnProdCode(MgnSub) = MgnWantCode
           MOVE MgnSub TO MgnHit
       END-IF.

*> A PO line with an order line behind it is a drop-ship line; its
*> last confirmed delivery dates the sale.
TallyDropShipSales.
       MOVE "N" TO POLineEOF.
       OPEN INPUT POLineFile.
       IF POLineStatus NOT = "00"
           MOVE "Y" TO POLineEOF
       END-IF.
       OPEN INPUT POFile.
       OPEN INPUT OrderLineFile.
       IF POLineEOF = "N"
           MOVE LOW-VALUES TO POLineKey
           START POLineFile KEY IS GREATER THAN OR EQUAL TO POLineKey
               INVALID KEY MOVE "Y" TO POLineEOF
           END-START
       END-IF.
       PERFORM TallyOneDropLine UNTIL POLineEOF = "Y".
       CLOSE POLineFile, POFile, OrderLineFile.

TallyOneDropLine.
       READ POLineFile NEXT RECORD
           AT END MOVE "Y" TO POLineEOF
       END-READ.
       IF POLineEOF = "N"
           IF PolOrderSeq NUMERIC AND PolOrderSeq > 0
                   AND PolQtyReceived NUMERIC AND PolQtyReceived > 0
                   AND PolLastRecvDate NUMERIC
                   AND PolLastRecvDate >= FromDate
                   AND PolLastRecvDate <= ToDate
               PERFORM AddDropShipSale
           END-IF
       END-IF.

AddDropShipSale.
       MOVE PolProdCode TO MgnWantCode.
       PERFORM FindMgnSlot.
       MOVE PolQtyReceived TO DropUnits.
       MOVE 0 TO DropCost.
       IF PolUnitCost NUMERIC
           MOVE PolUnitCost TO DropCost
       END-IF.

       MOVE 0 TO LinePrice.
       MOVE "Y" TO POFound.
       MOVE PolPONumber TO PONumber.
       READ POFile
           INVALID KEY MOVE "N" TO POFound
       END-READ.
       IF POFound = "Y" AND PODropOrderID NUMERIC
           MOVE "Y" TO OlFound
           MOVE PODropOrderID TO OlOrderID
           MOVE PolOrderSeq TO OlLineSeq
           READ OrderLineFile
               INVALID KEY MOVE "N" TO OlFound
           END-READ
           IF OlFound = "Y" AND OlUnitPrice NUMERIC
               MOVE OlUnitPrice TO LinePrice
           END-IF
       END-IF.
       IF LinePrice = 0
           MOVE MgnFallPrice(MgnHit) TO LinePrice
           CALL "GETPRICE" USING PolProdCode, PolLastRecvDate,
               ListCustID, ListQty, LinePrice, PriceFound
       END-IF.

       ADD DropUnits TO MgnUnits(MgnHit).
       COMPUTE MgnRevenue(MgnHit) = MgnRevenue(MgnHit)
           + (DropUnits * LinePrice).
       COMPUTE MgnCost(MgnHit) = MgnCost(MgnHit)
           + (DropUnits * DropCost).

ReleaseMargins.
       PERFORM ReleaseOneMargin
           VARYING MgnSub FROM 1 BY 1
