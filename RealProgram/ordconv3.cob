       >>SOURCE FORMAT FREE
*> One-time conversion of order.txt from the 54-byte one-line order
*> layout to the 35-byte order header plus order lines. Every old order
*> becomes a header on order.new carrying its number, date,
*> customer, ship-to, salesperson, status and invoice number, and a
*> single line 001 on ordlines.txt with the product/size, quantity,
*> quoted price, its own copy of the status and, for an invoiced
*> order, the invoice number - so an order picked, shipped or billed
*> under the old layout reads the same under the new one, and a
*> backorder.txt record still finds its line by order number and
*> SKU. Run once, by hand, after dropping in the new programs and
*> before any of them is used again, the same way ordconv2 took the
*> file to the 54-byte layout. ordlines.txt is written fresh; order.new
*> is renamed over order.txt to finish.
IDENTIFICATION DIVISION.
PROGRAM-ID. ordconv3.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OldOrderFile ASSIGN TO "order.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldOrderID
           FILE STATUS IS OldFileStatus.

       SELECT NewOrderFile ASSIGN TO "order.new"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NewOrderID.

       SELECT OrderLineFile ASSIGN TO "ordlines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OrderLineKey.

DATA DIVISION.
FILE SECTION.
FD OldOrderFile.
       01 OldOrderData.
              02 OldOrderID PIC 9(6).
              02 OldOrderDate PIC 9(8).
              02 OldOrderCustID PIC 9(6).
              02 OldOrderProdCode PIC X(5).
              02 OldOrderSizeLabel PIC X(2).
              02 OldOrderQty PIC 9(5).
              02 OldOrderStatus PIC X(1).
              02 OldOrderInvoiceNo PIC 9(6).
              02 OldOrderShipSeq PIC 9(2).
              02 OldOrderSalesID PIC X(6).
              02 OldOrderUnitPrice PIC 9(5)V99.

FD NewOrderFile.
       01 NewOrderData.
              02 NewOrderID PIC 9(6).
              02 NewOrderDate PIC 9(8).
              02 NewOrderCustID PIC 9(6).
              02 NewOrderStatus PIC X(1).
              02 NewOrderInvoiceNo PIC 9(6).
              02 NewOrderShipSeq PIC 9(2).
              02 NewOrderSalesID PIC X(6).

FD OrderLineFile.
       COPY "ordlrec.cpy".

WORKING-STORAGE SECTION.
01 OldFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ConvEOF PIC X VALUE "N".
01 RecsConverted PIC 9(7) VALUE ZERO.
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       OPEN INPUT OldOrderFile.
       MOVE "order.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OldFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT NewOrderFile.
       OPEN OUTPUT OrderLineFile.

       READ OldOrderFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
       PERFORM ConvertOne UNTIL ConvEOF = "Y".

       CLOSE OldOrderFile, NewOrderFile, OrderLineFile.
       DISPLAY "Orders converted : " RecsConverted.
       DISPLAY "Rename order.new over order.txt to finish.".
       MOVE RC-SUCCESS TO RETURN-CODE.
       GOBACK.

ConvertOne.
       MOVE SPACES TO NewOrderData.
       MOVE OldOrderID TO NewOrderID.
       MOVE OldOrderDate TO NewOrderDate.
       MOVE OldOrderCustID TO NewOrderCustID.
       MOVE OldOrderStatus TO NewOrderStatus.
       MOVE OldOrderInvoiceNo TO NewOrderInvoiceNo.
       MOVE OldOrderShipSeq TO NewOrderShipSeq.
       MOVE OldOrderSalesID TO NewOrderSalesID.

       MOVE SPACES TO OrderLineData.
       MOVE OldOrderID TO OlOrderID.
       MOVE 1 TO OlLineSeq.
       MOVE OldOrderProdCode TO OlProdCode.
       MOVE OldOrderSizeLabel TO OlSizeLabel.
       MOVE OldOrderQty TO OlQty.
       MOVE OldOrderStatus TO OlStatus.
       MOVE OldOrderUnitPrice TO OlUnitPrice.
       MOVE OldOrderInvoiceNo TO OlInvoiceNo.

       WRITE NewOrderData
           INVALID KEY DISPLAY "Duplicate key on convert : "
               OldOrderID
           NOT INVALID KEY
               WRITE OrderLineData
                   INVALID KEY DISPLAY "Duplicate line on convert : "
                       OldOrderID
               END-WRITE
               ADD 1 TO RecsConverted
       END-WRITE.

       READ OldOrderFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
