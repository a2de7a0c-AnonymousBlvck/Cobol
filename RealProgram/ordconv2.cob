       >>SOURCE FORMAT FREE
*> One-time conversion of order.txt from the 47-byte layout ending
*> at OrderSalesID to the 54-byte layout: the record gains
*> OrderUnitPrice, zero on every existing order - nothing before
*> quotations carried a promised price, so ordinv goes on pricing
*> those orders through GETPRICE at billing. Run once, by hand,
*> after dropping in the new programs and before any of them is
*> used again, the same way ordconv took the file to the 47-byte
*> layout. Reads the file under the old layout, writes order.new
*> under the new one, and order.new is renamed over order.txt to
*> finish.
IDENTIFICATION DIVISION.
PROGRAM-ID. ordconv2.

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

FD NewOrderFile.
       01 NewOrderData.
              02 NewOrderID PIC 9(6).
              02 NewOrderDate PIC 9(8).
              02 NewOrderCustID PIC 9(6).
              02 NewOrderProdCode PIC X(5).
              02 NewOrderSizeLabel PIC X(2).
              02 NewOrderQty PIC 9(5).
              02 NewOrderStatus PIC X(1).
              02 NewOrderInvoiceNo PIC 9(6).
              02 NewOrderShipSeq PIC 9(2).
              02 NewOrderSalesID PIC X(6).
              02 NewOrderUnitPrice PIC 9(5)V99.

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

       READ OldOrderFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
       PERFORM ConvertOne UNTIL ConvEOF = "Y".

       CLOSE OldOrderFile, NewOrderFile.
       DISPLAY "Orders converted : " RecsConverted.
       DISPLAY "Rename order.new over order.txt to finish.".
       MOVE RC-SUCCESS TO RETURN-CODE.
       GOBACK.

ConvertOne.
       MOVE SPACES TO NewOrderData.
       MOVE OldOrderID TO NewOrderID.
       MOVE OldOrderDate TO NewOrderDate.
       MOVE OldOrderCustID TO NewOrderCustID.
       MOVE OldOrderProdCode TO NewOrderProdCode.
       MOVE OldOrderSizeLabel TO NewOrderSizeLabel.
       MOVE OldOrderQty TO NewOrderQty.
       MOVE OldOrderStatus TO NewOrderStatus.
       MOVE OldOrderInvoiceNo TO NewOrderInvoiceNo.
       MOVE OldOrderShipSeq TO NewOrderShipSeq.
       MOVE OldOrderSalesID TO NewOrderSalesID.
       MOVE 0 TO NewOrderUnitPrice.

       WRITE NewOrderData
           INVALID KEY DISPLAY "Duplicate key on convert : "
               OldOrderID
           NOT INVALID KEY ADD 1 TO RecsConverted
       END-WRITE.

       READ OldOrderFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
