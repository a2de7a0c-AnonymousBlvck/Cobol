*> reprices last month's reprint. A missing or empty prodprice.txt,
*> or a product with no lines on it, comes back "N" so each caller
*> falls back to the master's ProdUnitPrice as it always did.
*> Callers also pass the customer and the quantity being priced,
*> and the price they already hold (the master's ProdUnitPrice)
*> comes in as the list price of last resort. When the quantity is
*> more than zero the list price is then weighed against
*> contract.txt: the customer's own contract lines, the lines for
*> the price level on the customer's record, and the quantity
*> breaks open to everyone - each one in force on the date and
*> starting at or below the quantity - and the lowest of them all
*> comes back, flagged found. Callers still put GETPROMO on top. A
*> zero customer gets no contract and a zero quantity asks for the
*> list price alone, which is what the margin and analysis reports
*> value at.
IDENTIFICATION DIVISION.
PROGRAM-ID. GETPRICE.
AUTHOR. NANDO BINGANI .
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdPriceStatus.

       SELECT OPTIONAL ContractFile ASSIGN TO "contract.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ContKey
           FILE STATUS IS ContractStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

DATA DIVISION.
FILE SECTION.
FD ProdPriceFile.
       COPY "prodpr.cpy".

FD ContractFile.
       COPY "contrec.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

WORKING-STORAGE SECTION.
01 ProdPriceStatus PIC XX.
01 PriceEOF PIC X.
01 BestEffDate PIC 9(8).
01 ContractStatus PIC XX.
01 CustFileStatus PIC XX.
01 ContractEOF PIC X.
01 OwnerLevel PIC X(2).
*> The owner whose lines are being scanned - a customer, a price
*> level or everyone.
01 ScanCustID PIC 9(6).
01 ScanLevel PIC X(2).

LINKAGE SECTION.
       01 LProdCode PIC X(5).
       01 LAsOfDate PIC 9(8).
       01 LCustID PIC 9(6).
       01 LQty PIC 9(5).
       01 LPrice PIC 9(5)V99.
       01 LFound PIC X.

PROCEDURE DIVISION USING LProdCode, LAsOfDate, LCustID, LQty, LPrice,
       LFound.
StartPara.
       MOVE "N" TO LFound.
       MOVE 0 TO BestEffDate.
       END-IF.
       PERFORM ScanOnePrice UNTIL PriceEOF = "Y".
       CLOSE ProdPriceFile.
       IF LQty > 0
           PERFORM WeighContracts
       END-IF.
EXIT PROGRAM.

ScanOnePrice.
                   MOVE "Y" TO LFound
               END-IF
       END-READ.

*> The customer's price level comes off their own record, so a
*> level changed through UPDCUST takes effect on the next sale.
WeighContracts.
       MOVE SPACES TO OwnerLevel.
       IF LCustID > 0
           OPEN INPUT CustomerFile
           IF CustFileStatus = "00"
               MOVE LCustID TO CustID
               READ CustomerFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CustPriceLevel TO OwnerLevel
               END-READ
           END-IF
           CLOSE CustomerFile
       END-IF.
       OPEN INPUT ContractFile.
       IF ContractStatus = "00"
           IF LCustID > 0
               MOVE LCustID TO ScanCustID
               MOVE SPACES TO ScanLevel
               PERFORM ScanOwnerLines
           END-IF
           IF OwnerLevel NOT = SPACES
               MOVE 0 TO ScanCustID
               MOVE OwnerLevel TO ScanLevel
               PERFORM ScanOwnerLines
           END-IF
           MOVE 0 TO ScanCustID
           MOVE SPACES TO ScanLevel
           PERFORM ScanOwnerLines
       END-IF.
       CLOSE ContractFile.

*> One owner's lines for the product come together in ContMinQty
*> order, so the scan stops at the first break above the quantity.
ScanOwnerLines.
       MOVE "N" TO ContractEOF.
       MOVE ScanCustID TO ContCustID.
       MOVE ScanLevel TO ContLevel.
       MOVE LProdCode TO ContProdCode.
       MOVE 0 TO ContMinQty.
       START ContractFile KEY IS GREATER THAN OR EQUAL TO ContKey
           INVALID KEY MOVE "Y" TO ContractEOF
       END-START.
       PERFORM WeighOneContract UNTIL ContractEOF = "Y".

WeighOneContract.
       READ ContractFile NEXT RECORD
           AT END MOVE "Y" TO ContractEOF
       END-READ.
       IF ContractEOF = "N"
           IF ContCustID NOT = ScanCustID OR ContLevel NOT = ScanLevel
                   OR ContProdCode NOT = LProdCode
                   OR ContMinQty > LQty
               MOVE "Y" TO ContractEOF
           ELSE
               IF ContStartDate <= LAsOfDate
                       AND (ContEndDate = 0 OR ContEndDate >= LAsOfDate)
                       AND ContPrice < LPrice
                   MOVE ContPrice TO LPrice
                   MOVE "Y" TO LFound
               END-IF
           END-IF
       END-IF.
