01 SoldUnits PIC 9(5).
01 LinePrice PIC 9(5)V99.
01 PriceFound PIC X.
*> List price only - no customer and no quantity, so GETPRICE
*> leaves contract and quantity-break prices out of it.
01 ListCustID PIC 9(6) VALUE ZERO.
01 ListQty PIC 9(5) VALUE ZERO.
01 FinalPrice PIC 9(5)V99.
01 OnPromo PIC X.
01 PctChange PIC S9(5)V9.
       IF ProdFound = "Y"
           MOVE ProdUnitPrice TO LinePrice
       END-IF.
       CALL "GETPRICE" USING MoveProdCode, MoveDate, ListCustID, ListQty,
           LinePrice, PriceFound.
       CALL "GETPROMO" USING MoveProdCode, MoveDate, LinePrice,
           FinalPrice, OnPromo.
       MOVE FinalPrice TO LinePrice.
