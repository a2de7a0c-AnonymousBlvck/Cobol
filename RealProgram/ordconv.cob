       >>SOURCE FORMAT FREE
*> One-time conversion of order.txt from the 33-byte layout ending
*> at OrderStatus to the 47-byte layout: the record gains
*> OrderInvoiceNo (zero - no order billed before the field existed
*> carries a number), OrderShipSeq (zero - everything old ships to
*> the main record address) and OrderSalesID (spaces - old sales
              02 OldOrderStatus PIC X(1).

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

WORKING-STORAGE SECTION.
01 OldFileStatus PIC XX.
