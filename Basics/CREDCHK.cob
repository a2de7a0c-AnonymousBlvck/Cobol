       >>SOURCE FORMAT FREE
*> Shared order-credit check in the GETTERMS mould: callers pass a
*> customer ID and the date they are checking for, and get back the
*> value of the customer's open orders, a Y/N passed flag and, when
*> the check fails, the reason in words for the worklist. ordpick
*> asks before it allocates stock to an entered order, so credit is
*> looked at before the goods leave rather than at billing time;
*> ordhold asks again to show the supervisor why an order is held.
*> An order fails when the customer is not on file, not active
*> (inactive, written off - W - or placed for collection - P),
*> at dunning level two or more on dunlevel.txt, has broken a
*> promise to pay on promises.txt, or when the balance owing less
*> any credit on account, plus every unbilled line on the
*> customer's open orders, passes a non-zero CustCreditLimit. Open
*> lines are valued at their own price when they carry one (a
*> converted quote), else at the customer's price for the line's
*> quantity through GETPRICE, else at the master's ProdUnitPrice -
*> the order ordinv bills at. A branch of a chain is measured
*> against its parent's limit on the whole group's balance, through
*> GETGROUP; the open orders counted are still the customer's own.
IDENTIFICATION DIVISION.
PROGRAM-ID. CREDCHK.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.September 1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT OPTIONAL DunLevelFile ASSIGN TO "dunlevel.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DunCustID
           FILE STATUS IS DunLevelStatus.

       SELECT OPTIONAL PromiseFile ASSIGN TO "promises.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PromCustID
           FILE STATUS IS PromiseStatus.

       SELECT OPTIONAL OrderFile ASSIGN TO "order.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderID
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL OrderLineFile ASSIGN TO "ordlines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderLineKey
           FILE STATUS IS OrderLineStatus.

       SELECT ProductFile ASSIGN TO "product.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY "custrec.cpy".

FD DunLevelFile.
       01 DunLevelRecord.
              02 DunCustID PIC 9(6).
              02 DunLevel PIC 9.
              02 DunLastDate PIC 9(8).

FD PromiseFile.
       COPY "promrec.cpy".

FD OrderFile.
       COPY "ordrec.cpy".

FD OrderLineFile.
       COPY "ordlrec.cpy".

FD ProductFile.
       COPY "prodrec.cpy".

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
01 DunLevelStatus PIC XX.
01 PromiseStatus PIC XX.
01 OrderFileStatus PIC XX.
01 OrderLineStatus PIC XX.
01 ProdFileStatus PIC XX.
01 CustFound PIC X.
01 BrowseEOF PIC X.
01 LinesEOF PIC X.
01 LinePrice PIC 9(5)V99.
01 EffPrice PIC 9(5)V99.
01 PriceFound PIC X.
01 OpenValue PIC 9(9)V99.
01 Exposure PIC S9(9)V99.
01 PrnDunLevel PIC 9.
01 GroupLimit PIC 9(7)V99.
01 GroupExposure PIC S9(9)V99.
01 GroupMembers PIC 9(3).
01 GroupParentOK PIC X.

LINKAGE SECTION.
       01 LCustID PIC 9(6).
       01 LAsOfDate PIC 9(8).
       01 LOpenValue PIC 9(7)V99.
       01 LReason PIC X(30).
       01 LPassed PIC X.

PROCEDURE DIVISION USING LCustID, LAsOfDate, LOpenValue, LReason,
       LPassed.
StartPara.
       MOVE "Y" TO LPassed.
       MOVE SPACES TO LReason.
       MOVE 0 TO LOpenValue.

       MOVE "Y" TO CustFound.
       OPEN INPUT CustomerFile.
       IF CustFileStatus NOT = "00"
           MOVE "N" TO CustFound
       ELSE
           MOVE LCustID TO CustID
           READ CustomerFile
               INVALID KEY MOVE "N" TO CustFound
           END-READ
       END-IF.
       CLOSE CustomerFile.

       IF CustFound = "N"
           MOVE "N" TO LPassed
           MOVE "customer not on file" TO LReason
           GOBACK
       END-IF.

       PERFORM TotalOpenOrders.
       IF OpenValue > 9999999.99
           MOVE 9999999.99 TO LOpenValue
       ELSE
           MOVE OpenValue TO LOpenValue
       END-IF.

       EVALUATE TRUE
           WHEN CustWrittenOff
               MOVE "account written off" TO LReason
           WHEN CustPlaced
               MOVE "placed for collection" TO LReason
           WHEN NOT CustActive
               MOVE "customer is inactive" TO LReason
           WHEN OTHER
               PERFORM CheckDunLevel
       END-EVALUATE.
       IF LReason = SPACES
           PERFORM CheckPromise
       END-IF.
       IF LReason = SPACES
           MOVE CustCreditLimit TO GroupLimit
           COMPUTE GroupExposure = CustBalance - CustCreditBal
           CALL "GETGROUP" USING CustID, CustParentID, GroupLimit,
               GroupExposure, GroupMembers, GroupParentOK
           IF GroupLimit > 0
               COMPUTE Exposure = GroupExposure + OpenValue
               IF Exposure > GroupLimit
                   IF GroupMembers > 1
                       MOVE "over the group's credit limit" TO LReason
                   ELSE
                       MOVE "over credit limit" TO LReason
                   END-IF
               END-IF
           END-IF
       END-IF.

       IF LReason NOT = SPACES
           MOVE "N" TO LPassed
       END-IF.
       GOBACK.

CheckDunLevel.
       OPEN INPUT DunLevelFile.
       IF DunLevelStatus = "00"
           MOVE LCustID TO DunCustID
           READ DunLevelFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DunLevel >= 2
                       MOVE DunLevel TO PrnDunLevel
                       STRING "at dunning level " DELIMITED BY SIZE
                              PrnDunLevel DELIMITED BY SIZE
                              INTO LReason
                       END-STRING
                   END-IF
           END-READ
       END-IF.
       CLOSE DunLevelFile.

CheckPromise.
       OPEN INPUT PromiseFile.
       IF PromiseStatus = "00"
           MOVE LCustID TO PromCustID
           READ PromiseFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PromBroken
                       MOVE "broken promise to pay" TO LReason
                   END-IF
           END-READ
       END-IF.
       CLOSE PromiseFile.

*> order.txt has no customer key, so every header is read - the
*> same full-file pass ordaging makes - and the unbilled lines of
*> each of this customer's orders are valued.
TotalOpenOrders.
       MOVE 0 TO OpenValue.
       MOVE "N" TO BrowseEOF.
       OPEN INPUT OrderFile.
       IF OrderFileStatus NOT = "00"
           MOVE "Y" TO BrowseEOF
       END-IF.
       OPEN INPUT OrderLineFile.
       OPEN INPUT ProductFile.
       IF BrowseEOF = "N"
           MOVE LOW-VALUES TO OrderID
           START OrderFile KEY IS GREATER THAN OR EQUAL TO OrderID
               INVALID KEY MOVE "Y" TO BrowseEOF
           END-START
       END-IF.
       PERFORM TotalNextOrder UNTIL BrowseEOF = "Y".
       CLOSE OrderFile, OrderLineFile, ProductFile.

TotalNextOrder.
       READ OrderFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF OrderCustID = LCustID
                   AND NOT OrderInvoiced AND NOT OrderCancelled
               MOVE "N" TO LinesEOF
               MOVE OrderID TO OlOrderID
               MOVE 0 TO OlLineSeq
               START OrderLineFile
                   KEY IS GREATER THAN OR EQUAL TO OrderLineKey
                   INVALID KEY MOVE "Y" TO LinesEOF
               END-START
               PERFORM TotalOneOrderLine UNTIL LinesEOF = "Y"
           END-IF
       END-IF.

TotalOneOrderLine.
       READ OrderLineFile NEXT RECORD
           AT END MOVE "Y" TO LinesEOF
       END-READ.
       IF LinesEOF = "N"
           IF OlOrderID NOT = OrderID
               MOVE "Y" TO LinesEOF
           ELSE
               IF NOT OlInvoiced AND NOT OlCancelled
                   PERFORM PriceOneOrderLine
                   COMPUTE OpenValue = OpenValue + (OlQty * LinePrice)
               END-IF
           END-IF
       END-IF.

PriceOneOrderLine.
       MOVE 0 TO LinePrice.
       IF OlUnitPrice NUMERIC AND OlUnitPrice > 0
           MOVE OlUnitPrice TO LinePrice
       ELSE
           MOVE OlProdCode TO ProdCode
           READ ProductFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE ProdUnitPrice TO LinePrice
           END-READ
           MOVE LinePrice TO EffPrice
           CALL "GETPRICE" USING OlProdCode, LAsOfDate, LCustID, OlQty,
               EffPrice, PriceFound
           IF PriceFound = "Y"
               MOVE EffPrice TO LinePrice
           END-IF
       END-IF.
