*> on order with ordered-versus-received per line, so nothing is
*> ordered twice because nobody knew it was already coming.
*> Receiving (porecv) posts deliveries against the lines and closes
*> the PO when everything is in. Each line carries the unit cost
*> agreed with the supplier - the product's standing cost on a line
*> built from the shortages, keyed (defaulting the same way) on a
*> line entered by hand - and the PO document prints it with the
*> line and order values, so apledger has something to match the
*> supplier's invoice against.
*> Drop-ship POs are raised by ordpick, one per sales order and
*> supplier, for products flagged drop-ship; they print here like
*> any other PO with the customer's delivery address on them, and
*> the open-PO report marks them with the order they fill. POs
*> built or keyed here are stock POs and carry no order.
*> A supplier flagged for electronic POs on supplier.txt gets its
*> new POs as data off the nightly poedi run, so printing one here
*> is only for the file copy.
IDENTIFICATION DIVISION.
PROGRAM-ID. pomnt.

           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT OpenPOReport ASSIGN TO "OpenPO.rpt"
01 EntryProd PIC X(5).
01 EntrySize PIC X(2).
01 EntryQty PIC 9(5).
01 EntryCost PIC 9(5)V99.
01 DispCost PIC ZZ,ZZ9.99.
01 LineValue PIC 9(9)V99.
01 POValue PIC 9(9)V99.
01 DispValue PIC $$$,$$$,$$9.99.
01 EntryPONo PIC 9(6).
01 MoreLines PIC X.
01 Shortfall PIC 9(5).
       02 PrnLineReceived PIC ZZZZ9.
       02 FILLER PIC X(15) VALUE "  outstanding :".
       02 PrnLineOutstanding PIC ZZZZ9.
01 DropShipLine.
       02 FILLER PIC X(4) VALUE SPACES.
       02 FILLER PIC X(29) VALUE "Drop ship for sales order : ".
       02 PrnDropOrderID PIC 9(6).
       02 FILLER PIC X(11) VALUE "  customer ".
       02 PrnDropCustID PIC 9(6).
01 NoOpenPOLine PIC X(40) VALUE "No open purchase orders on file.".
01 OpenPOTotLine.
       02 FILLER PIC X(24) VALUE "Open purchase orders : ".
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ.
       IF ProdExists = "Y" AND (ProdDiscontinued OR ProdDropShipped)
           CONTINUE
       ELSE
       IF ProdExists = "N" OR ProdSuppCode = SPACES
       MOVE ProdSuppCode TO POSuppCode.
       MOVE EntryExpect TO POExpectDate.
       SET POOpen TO TRUE.
       MOVE 0 TO PODropOrderID.
       MOVE 0 TO PODropCustID.
       MOVE SPACES TO PODropShipTo PODropCity PODropState PODropZip.
       MOVE 0 TO POSentDate.
       WRITE POHeaderData
           INVALID KEY DISPLAY "PO " PONumber " not written."
       END-WRITE.
       MOVE SkuSizeCode TO PolSizeCode.
       MOVE Shortfall TO PolQtyOrdered.
       MOVE 0 TO PolQtyReceived.
       MOVE ProdUnitCost TO PolUnitCost.
       MOVE 0 TO PolQtyBilled.
       MOVE 0 TO PolOrderSeq.
       WRITE POLineData
           INVALID KEY DISPLAY "PO line not written."
           NOT INVALID KEY ADD 1 TO BuiltLineCount
           MOVE EntrySupp TO POSuppCode
           MOVE EntryExpect TO POExpectDate
           SET POOpen TO TRUE
           MOVE 0 TO PODropOrderID
           MOVE 0 TO PODropCustID
           MOVE SPACES TO PODropShipTo PODropCity PODropState PODropZip
           MOVE 0 TO POSentDate
           WRITE POHeaderData
               INVALID KEY DISPLAY "PO number taken - PO not written."
               NOT INVALID KEY PERFORM AcceptPOLines
                   IF EntryQty = 0
                       DISPLAY "Quantity must be more than zero - line skipped."
                   ELSE
                       MOVE ProdUnitCost TO DispCost
                       DISPLAY "Agreed unit cost (zero for " DispCost
                           ") : " WITH NO ADVANCING
                       ACCEPT EntryCost
                       IF EntryCost = 0
                           MOVE ProdUnitCost TO EntryCost
                       END-IF
                       ADD 1 TO WorkLineSeq
                       MOVE WorkPONumber TO PolPONumber
                       MOVE WorkLineSeq TO PolLineSeq
                       MOVE EntrySize TO PolSizeCode
                       MOVE EntryQty TO PolQtyOrdered
                       MOVE 0 TO PolQtyReceived
                       MOVE EntryCost TO PolUnitCost
                       MOVE 0 TO PolQtyBilled
                       MOVE 0 TO PolOrderSeq
                       WRITE POLineData
                           INVALID KEY DISPLAY "PO line not written."
                       END-WRITE
           WRITE PODocLine
       END-IF.

       IF PODropOrderID NUMERIC AND PODropOrderID > 0
           MOVE SPACES TO PODocLine
           STRING "DROP SHIP - deliver direct to customer "
                      DELIMITED BY SIZE
                  PODropCustID DELIMITED BY SIZE
                  INTO PODocLine
           END-STRING
           WRITE PODocLine
           MOVE SPACES TO PODocLine
           STRING "Deliver to : " DELIMITED BY SIZE
                  PODropShipTo DELIMITED BY SIZE
                  INTO PODocLine
           END-STRING
           WRITE PODocLine
           IF PODropCity NOT = SPACES OR PODropState NOT = SPACES
                   OR PODropZip NOT = SPACES
               MOVE SPACES TO PODocLine
               STRING "             " DELIMITED BY SIZE
                      PODropCity DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      PODropState DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      PODropZip DELIMITED BY SPACE
                      INTO PODocLine
               END-STRING
               WRITE PODocLine
           END-IF
           MOVE SPACES TO PODocLine
           STRING "Our sales order : " DELIMITED BY SIZE
                  PODropOrderID DELIMITED BY SIZE
                  INTO PODocLine
           END-STRING
           WRITE PODocLine
       END-IF.

       MOVE SPACES TO PODocLine.
       MOVE PODate TO PrnPODate.
       MOVE POExpectDate TO PrnExpectDate.
       MOVE SPACES TO PODocLine.
       WRITE PODocLine.

       MOVE 0 TO POValue.
       PERFORM BrowsePOLines.
       MOVE SPACES TO PODocLine.
       WRITE PODocLine.
       MOVE POValue TO DispValue.
       MOVE SPACES TO PODocLine.
       STRING "Order value : " DELIMITED BY SIZE
              DispValue DELIMITED BY SIZE
              INTO PODocLine
       END-STRING.
       WRITE PODocLine.
       MOVE SPACES TO PODocLine.
       WRITE PODocLine.

BrowsePOLines.
       MOVE "N" TO LineEOF.
               READ ProductFile
                   INVALID KEY MOVE "N" TO ProdExists
               END-READ
               IF PolUnitCost NOT NUMERIC
                   MOVE 0 TO PolUnitCost
               END-IF
               MOVE PolUnitCost TO DispCost
               COMPUTE LineValue = PolQtyOrdered * PolUnitCost
               ADD LineValue TO POValue
               MOVE SPACES TO PODocLine
               IF ProdExists = "Y"
                   STRING "  " DELIMITED BY SIZE
                          PolSizeCode DELIMITED BY SIZE
                          ")  qty " DELIMITED BY SIZE
                          PolQtyOrdered DELIMITED BY SIZE
                          " @ " DELIMITED BY SIZE
                          DispCost DELIMITED BY SIZE
                          INTO PODocLine
                   END-STRING
               ELSE
                          PolSizeCode DELIMITED BY SIZE
                          "  qty " DELIMITED BY SIZE
                          PolQtyOrdered DELIMITED BY SIZE
                          " @ " DELIMITED BY SIZE
                          DispCost DELIMITED BY SIZE
                          INTO PODocLine
                   END-STRING
               END-IF
       END-IF.
       MOVE POExpectDate TO PrnExpectDate.
       WRITE PrintLine FROM POHeadLine AFTER ADVANCING 2 LINES.
       IF PODropOrderID NUMERIC AND PODropOrderID > 0
           MOVE PODropOrderID TO PrnDropOrderID
           MOVE PODropCustID TO PrnDropCustID
           WRITE PrintLine FROM DropShipLine AFTER ADVANCING 1 LINE
       END-IF.
       PERFORM ListOpenPOLines.

ListOpenPOLines.
