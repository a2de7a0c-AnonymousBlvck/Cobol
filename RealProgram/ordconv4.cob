       >>SOURCE FORMAT FREE
*> One-time conversion of order.txt from the 35-byte order header
*> ending at OrderSalesID to the 49-byte header: the record gains
*> OrderFreight and OrderFreightTaxed, zero on every existing order
*> - nothing shipped before carriers were rated carried a freight
*> charge, so ordinv bills those orders for goods only. The lines
*> on ordlines.txt are untouched. Run once, by hand, after dropping
*> in the new programs and before any of them is used again, the
*> same way ordconv3 split the file into header and lines. Reads
*> the file under the old layout, writes order.new under the new
*> one, and order.new is renamed over order.txt to finish.
IDENTIFICATION DIVISION.
PROGRAM-ID. ordconv4.

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
           RECORD KEY IS OrderID.

DATA DIVISION.
FILE SECTION.
FD OldOrderFile.
       01 OldOrderData.
              02 OldOrderID PIC 9(6).
              02 OldOrderDate PIC 9(8).
              02 OldOrderCustID PIC 9(6).
              02 OldOrderStatus PIC X(1).
              02 OldOrderInvoiceNo PIC 9(6).
              02 OldOrderShipSeq PIC 9(2).
              02 OldOrderSalesID PIC X(6).

FD NewOrderFile.
       COPY "ordrec.cpy".

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
       MOVE SPACES TO OrderData.
       MOVE OldOrderID TO OrderID.
       MOVE OldOrderDate TO OrderDate.
       MOVE OldOrderCustID TO OrderCustID.
       MOVE OldOrderStatus TO OrderStatus.
       MOVE OldOrderInvoiceNo TO OrderInvoiceNo.
       MOVE OldOrderShipSeq TO OrderShipSeq.
       MOVE OldOrderSalesID TO OrderSalesID.
       MOVE 0 TO OrderFreight.
       MOVE 0 TO OrderFreightTaxed.

       WRITE OrderData
           INVALID KEY DISPLAY "Duplicate key on convert : "
               OldOrderID
           NOT INVALID KEY ADD 1 TO RecsConverted
       END-WRITE.

       READ OldOrderFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
