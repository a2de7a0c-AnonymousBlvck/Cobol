       >>SOURCE FORMAT FREE
*> Shipping confirmation - the step between "picked" and "invoiced"
*> that nobody used to record. The operator keys a picked order's
*> number, one packing slip prints for the carton (customer name,
*> the ship-to line the order chose through PICKADDR at entry, then
*> every picked line's item and quantity - the GETCUST mailing
*> label's shape, for a shipment - with any line still waiting on
*> stock listed as to follow), the ship date and the shipping
*> operator's ID land on the shiplog.txt journal one line per
*> shipment the way payjrnl.txt records receipts, and only then do
*> the picked lines move from P to S and the order's status roll up
*> from its lines. A part-picked order ships what was picked; the
*> backordered lines ship on a later slip once they are picked.
*> ordinv bills nothing that hasn't reached S, so "did it actually
*> leave the building?" is answered by the log, not by memory.
*> Packing slips for the session append to one dated PackSlip
*> document off RPTFILE, the way custinvoice keeps its invoice
*> documents.
*> Each carton is rated as it goes: the operator keys the carrier
*> and the carton weight, GETFRGT prices it off the carrates.txt
*> band for the customer's delivery zone, and the operator can key
*> an override for a quoted or special delivery. The carrier,
*> weight and charge go on the shiplog.txt line, and the charge
*> accrues on the order header for ordinv to bill as a freight
*> line - taxed or not as the zone's rate line says.
*> Every shipment logged also goes to NOTIFY as a SHIP event, so a
*> customer who opted in hears by email or text that it is on its
*> way, with the carrier and the freight charged.
*> The slip prints the ship-to's city, state and ZIP under its
*> street, and the carton is zoned by that delivery ZIP through
*> GETZIP when zipjuris.txt knows it, the customer's own
*> jurisdiction otherwise.
IDENTIFICATION DIVISION.
PROGRAM-ID. ordship.

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
FD OrderFile.
       COPY "ordrec.cpy".

FD OrderLineFile.
       COPY "ordlrec.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

              02 ShipCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 ShipOperID PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 ShipCarrier PIC X(4).
              02 FILLER PIC X VALUE SPACE.
              02 ShipWeight PIC 9(4)V9.
              02 FILLER PIC X VALUE SPACE.
              02 ShipFreight PIC 9(5)V99.
              02 FILLER PIC X VALUE SPACE.
              02 ShipFrtTaxable PIC X(1).

FD PackSlipFile.
       01 PackSlipLine PIC X(60).

WORKING-STORAGE SECTION.
01 OrderFileStatus PIC XX.
01 OrderLineStatus PIC XX.
01 CustFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 AddrFileStatus PIC XX.
01 EntryOrderID PIC X(6).
01 ShipperID PIC X(6).
01 ShipToLine PIC X(30).
01 ShipToCity PIC X(20).
01 ShipToState PIC X(2).
01 ShipToZip PIC X(10).
01 ZipJuris PIC X(2).
01 ZipResult PIC X.
01 NamePtr PIC 99.
01 WorkName PIC X(31).
01 LinesEOF PIC X.
01 PickedLines PIC 9(3).
*> The carton's freight, rated through GETFRGT or keyed by hand.
01 CarrierCode PIC X(4).
01 CarrierName PIC X(20).
01 CartonWeight PIC 9(4)V9.
01 FreightJuris PIC X(2).
01 FreightCharge PIC 9(5)V99.
01 FreightTaxable PIC X.
01 RateFound PIC X.
01 EntryValid PIC X.
01 OverrideChoice PIC X.
01 DispFreight PIC $$,$$9.99.
01 ShippedLines PIC 9(3).
*> Line counts by status while an order's header status is rolled
*> up from its lines.
01 RollEOF PIC X.
01 RollEntered PIC 9(3).
01 RollPicked PIC 9(3).
01 RollShipped PIC 9(3).
01 RollBackordered PIC 9(3).
01 RollInvoiced PIC 9(3).
*> What a shipment tells NOTIFY.
01 NtfEvent PIC X(5).
01 NtfRef PIC X(10).
01 NtfAmount PIC 9(7)V99.
01 NtfDetail PIC X(30).

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
       OPEN INPUT CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.

       PERFORM ShipOneOrder UNTIL MoreShipments = "N".

       CLOSE OrderFile, OrderLineFile, CustomerFile, ProductFile,
           ShipLogFile.
       DISPLAY "Shipments recorded to shiplog.txt : " ShippedCount.
       IF ShippedCount > 0
           DISPLAY "Packing slips written to " SlipFileName
           IF OrderExists = "N"
               DISPLAY "Order number doesn't exist"
           ELSE
               PERFORM CountPickedLines
               IF PickedLines > 0
                   PERFORM ConfirmShipment
               ELSE
                   DISPLAY "Order has no picked lines - only picked lines ship."
               END-IF
           END-IF
       END-IF.
           DISPLAY "Customer " OrderCustID " isn't on file - not shipped."
       ELSE
           PERFORM ResolveShipTo
           PERFORM CaptureFreight
           PERFORM PrintPackingSlip
           MOVE 0 TO ShippedLines
           PERFORM StartOrderLines
           PERFORM ShipOneLine UNTIL LinesEOF = "Y"
           IF ShippedLines = 0
               DISPLAY "Order lines not updated - not shipped."
           ELSE
               ADD FreightCharge TO OrderFreight
               IF FreightTaxable = "Y"
                   ADD FreightCharge TO OrderFreightTaxed
               END-IF
               PERFORM RollUpOrderStatus
               PERFORM WriteShipLog
               PERFORM NotifyShipment
               ADD 1 TO ShippedCount
               DISPLAY "Order " OrderID " shipped : " ShippedLines
                   " lines."
           END-IF
       END-IF.

CountPickedLines.
       MOVE 0 TO PickedLines.
       PERFORM StartOrderLines.
       PERFORM CountOnePickedLine UNTIL LinesEOF = "Y".

CountOnePickedLine.
       IF OlPicked
           ADD 1 TO PickedLines
       END-IF.
       PERFORM ReadNextOrderLine.

ShipOneLine.
       IF OlPicked
           SET OlShipped TO TRUE
           REWRITE OrderLineData
               INVALID KEY DISPLAY "Line " OlLineSeq " not updated"
               NOT INVALID KEY ADD 1 TO ShippedLines
           END-REWRITE
       END-IF.
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

*> The ship-to is whatever the order chose at entry: seq zero is
*> the main record address, anything else reads the address book
*> if the line has since been deleted.
ResolveShipTo.
       MOVE CustAddress TO ShipToLine.
       MOVE CustCity TO ShipToCity.
       MOVE CustState TO ShipToState.
       MOVE CustZip TO ShipToZip.
       IF OrderShipSeq > 0
           OPEN INPUT AddressFile
           IF AddrFileStatus = "00" OR AddrFileStatus = "05"
               END-READ
               IF AddrFound = "Y"
                   MOVE AddrLine TO ShipToLine
                   MOVE AddrCity TO ShipToCity
                   MOVE AddrState TO ShipToState
                   MOVE AddrZip TO ShipToZip
               ELSE
                   DISPLAY "Address seq " OrderShipSeq
                       " no longer on file - using the main address."
           CLOSE AddressFile
       END-IF.

*> No carrier means a counter pick-up or our own van - no charge.
*> A carrier with no band for the zone and weight is keyed by hand.
CaptureFreight.
       MOVE 0 TO FreightCharge.
       MOVE 0 TO CartonWeight.
       MOVE "N" TO FreightTaxable.
       MOVE SPACES TO CarrierName.
       DISPLAY "Carrier code (blank for none) : " WITH NO ADVANCING.
       MOVE SPACES TO CarrierCode.
       ACCEPT CarrierCode.
       IF CarrierCode NOT = SPACES
           MOVE "N" TO EntryValid
           PERFORM AcceptCartonWeight UNTIL EntryValid = "Y"
           MOVE "00" TO FreightJuris
           IF CustTaxJuris NOT = SPACES
               MOVE CustTaxJuris TO FreightJuris
           END-IF
           IF ShipToZip NOT = SPACES
               CALL "GETZIP" USING ShipToZip, ShipToCity, ShipToState,
                   ZipJuris, ZipResult
               IF ZipResult = "Y"
                   MOVE ZipJuris TO FreightJuris
               END-IF
           END-IF
           CALL "GETFRGT" USING CarrierCode, FreightJuris,
               CartonWeight, FreightCharge, FreightTaxable,
               CarrierName, RateFound
           IF RateFound = "Y"
               MOVE FreightCharge TO DispFreight
               DISPLAY "Rated freight : " DispFreight " " CarrierName
               DISPLAY "Override the rated charge? (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT OverrideChoice
           ELSE
               DISPLAY "No rate on file for that carrier, zone and weight."
               MOVE "Y" TO OverrideChoice
           END-IF
           IF OverrideChoice = "Y" OR OverrideChoice = "y"
               MOVE "N" TO EntryValid
               PERFORM AcceptFreightCharge UNTIL EntryValid = "Y"
           END-IF
       END-IF.

AcceptCartonWeight.
       DISPLAY "Carton weight in lb (e.g. 0012.5) : " WITH NO ADVANCING.
       ACCEPT CartonWeight.
       IF CartonWeight NOT NUMERIC
           DISPLAY "Enter the weight as a number."
       ELSE
           MOVE "Y" TO EntryValid
       END-IF.

AcceptFreightCharge.
       DISPLAY "Freight charge : " WITH NO ADVANCING.
       ACCEPT FreightCharge.
       IF FreightCharge NOT NUMERIC
           DISPLAY "Enter the charge as a number."
       ELSE
           MOVE "Y" TO EntryValid
       END-IF.

PrintPackingSlip.
       OPEN EXTEND PackSlipFile.

       MOVE SPACES TO PackSlipLine.

       MOVE ShipToLine TO PackSlipLine.
       WRITE PackSlipLine.
       IF ShipToCity NOT = SPACES OR ShipToState NOT = SPACES
               OR ShipToZip NOT = SPACES
           MOVE SPACES TO PackSlipLine
           STRING ShipToCity DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  ShipToState DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ShipToZip DELIMITED BY SPACE
                  INTO PackSlipLine
           END-STRING
           WRITE PackSlipLine
       END-IF.
       IF CarrierCode NOT = SPACES
           MOVE SPACES TO PackSlipLine
           STRING "Shipped via " DELIMITED BY SIZE
                  CarrierCode DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CarrierName DELIMITED BY SIZE
                  INTO PackSlipLine
           END-STRING
           WRITE PackSlipLine
       END-IF.
       MOVE SPACES TO PackSlipLine.
       WRITE PackSlipLine.

       PERFORM StartOrderLines.
       PERFORM PrintOneSlipLine UNTIL LinesEOF = "Y".

       MOVE SPACES TO PackSlipLine.
       WRITE PackSlipLine.
       CLOSE PackSlipFile.

*> Picked lines are in the carton; lines still entered or on
*> backorder are listed so the customer knows the rest is coming,
*> and drop-ship lines so they know which goods come separately.
PrintOneSlipLine.
       IF OlPicked OR OlEntered OR OlBackordered OR OlDropShipped
           MOVE "Y" TO ProdExists
           MOVE OlProdCode TO ProdCode
           READ ProductFile
               INVALID KEY MOVE "N" TO ProdExists
           END-READ
           IF ProdExists = "N"
               MOVE OlProdCode TO ProdName
           END-IF
           MOVE SPACES TO PackSlipLine
           IF OlPicked
               STRING ProdName DELIMITED BY SIZE
                      "  size " DELIMITED BY SIZE
                      OlSizeLabel DELIMITED BY SIZE
                      "  qty " DELIMITED BY SIZE
                      OlQty DELIMITED BY SIZE
                      INTO PackSlipLine
               END-STRING
           ELSE
           IF OlDropShipped
               STRING ProdName DELIMITED BY SIZE
                      "  size " DELIMITED BY SIZE
                      OlSizeLabel DELIMITED BY SIZE
                      "  qty " DELIMITED BY SIZE
                      OlQty DELIMITED BY SIZE
                      "  direct from supplier" DELIMITED BY SIZE
                      INTO PackSlipLine
               END-STRING
           ELSE
               STRING ProdName DELIMITED BY SIZE
                      "  size " DELIMITED BY SIZE
                      OlSizeLabel DELIMITED BY SIZE
                      "  qty " DELIMITED BY SIZE
                      OlQty DELIMITED BY SIZE
                      "  to follow" DELIMITED BY SIZE
                      INTO PackSlipLine
               END-STRING
           END-IF
           END-IF
           WRITE PackSlipLine
       END-IF.
       PERFORM ReadNextOrderLine.

WriteShipLog.
       ACCEPT ShipDate FROM DATE YYYYMMDD.
       ACCEPT ShipTime FROM TIME.
       MOVE OrderID TO ShipOrderID.
       MOVE OrderCustID TO ShipCustID.
       MOVE ShipperID TO ShipOperID.
       MOVE CarrierCode TO ShipCarrier.
       MOVE CartonWeight TO ShipWeight.
       MOVE FreightCharge TO ShipFreight.
       MOVE FreightTaxable TO ShipFrtTaxable.
       WRITE ShipLogRecord.

NotifyShipment.
       MOVE "SHIP" TO NtfEvent.
       MOVE OrderID TO NtfRef.
       MOVE FreightCharge TO NtfAmount.
       MOVE SPACES TO NtfDetail.
       IF CarrierCode NOT = SPACES
           STRING "Shipped via " DELIMITED BY SIZE
                  CarrierName DELIMITED BY SIZE
                  INTO NtfDetail
           END-STRING
       ELSE
           MOVE "Shipped" TO NtfDetail
       END-IF.
       CALL "NOTIFY" USING CustID, CustEmail, CustPhone, NtfEvent,
           NtfRef, NtfAmount, NtfDetail.
