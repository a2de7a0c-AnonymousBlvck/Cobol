       >>SOURCE FORMAT FREE
*> Credit-hold worklist. ordpick runs every entered order through
*> the CREDCHK credit check before it allocates stock, and an order
*> that fails is parked on order.txt at status H rather than picked.
*> This is where those orders are worked: supervisor-authorized
*> against authusers.txt the way custwoff is, it lists every held
*> order with the customer, the open-order value and the reason the
*> check gives today, and lets the supervisor release one - status
*> R, which the next ordpick run picks without asking again - or
*> cancel it - every line not yet picked goes to C, any open
*> backorder.txt record for the order is cancelled with it, and the
*> header rolls up from its lines. Each decision is stamped on
*> audit.txt with the supervisor's ID, the name slots carrying the
*> order and the decision the way opadmin's OPADM lines do.
IDENTIFICATION DIVISION.
PROGRAM-ID. ordhold.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

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

       SELECT OPTIONAL BackOrderFile ASSIGN TO "backorder.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BackID
           FILE STATUS IS BackFileStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT AuthFile ASSIGN TO "authusers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuthFileStatus.

       SELECT AuditFile ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OrderFile.
       COPY "ordrec.cpy".

FD OrderLineFile.
       COPY "ordlrec.cpy".

FD BackOrderFile.
       COPY "bordrec.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

FD AuthFile.
       COPY "authuser.cpy".

FD AuditFile.
       COPY "audrec.cpy".

WORKING-STORAGE SECTION.
01 OrderFileStatus PIC XX.
01 OrderLineStatus PIC XX.
01 BackFileStatus PIC XX.
01 CustFileStatus PIC XX.
01 AuthFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 OrderExists PIC X.
01 CustFound PIC X.
01 BrowseEOF PIC X.
01 LinesEOF PIC X.
01 ConfirmChoice PIC X.
01 RunDate PIC 9(8).
01 HeldListed PIC 9(5).
01 LinesCancelled PIC 9(3).
01 BackCancelledCount PIC 9(3).
01 CreditOpenValue PIC 9(7)V99.
01 CreditReason PIC X(30).
01 CreditPassed PIC X.
01 DispOpenValue PIC $$,$$$,$$9.99.
01 DispLimit PIC $$,$$$,$$9.99.
01 DispBalance PIC $$,$$$,$$9.99.
01 CustName PIC X(22).
01 NamePtr PIC 99.
01 AuditOrderText.
       02 FILLER PIC X(6) VALUE "ORDER ".
       02 AuditOrderNo PIC 9(6).
01 AuditDecision PIC X(15).
01 SignedOnOper PIC X(6).
01 EnteredOperID PIC X(6).
01 EnteredPIN PIC X(4).
01 AuthOK PIC X.
01 AuthEOF PIC X.
*> Line counts by status while an order's header status is rolled
*> up from its lines.
01 RollEOF PIC X.
01 RollEntered PIC 9(3).
01 RollPicked PIC 9(3).
01 RollShipped PIC 9(3).
01 RollBackordered PIC 9(3).
01 RollInvoiced PIC 9(3).

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       DISPLAY " ".
       DISPLAY "Releasing credit holds is a supervisor action.".
       DISPLAY "Supervisor operator ID : " WITH NO ADVANCING.
       ACCEPT EnteredOperID.
       DISPLAY "Supervisor PIN : " WITH NO ADVANCING.
       ACCEPT EnteredPIN.
       PERFORM CheckSupervisor.
       IF AuthOK NOT = "Y"
           DISPLAY "Not an authorized supervisor - closing."
           STOP RUN
       END-IF.
       MOVE EnteredOperID TO SignedOnOper.

       OPEN I-O OrderFile.
       MOVE "order.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OrderFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN I-O OrderLineFile.
       MOVE "ordlines.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OrderLineStatus, FileOK.
       IF FileOK = "N"
           CLOSE OrderFile
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN I-O BackOrderFile.
       OPEN INPUT CustomerFile.

       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "Credit-hold worklist"
            DISPLAY "1 : List Held Orders "
            DISPLAY "2 : Release Order "
            DISPLAY "3 : Cancel Order "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM ListHeldOrders
               WHEN 2 PERFORM ReleaseOrder
               WHEN 3 PERFORM CancelOrder
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
       CLOSE OrderFile, OrderLineFile, BackOrderFile, CustomerFile.
       STOP RUN.

CheckSupervisor.
       MOVE "N" TO AuthOK.
       MOVE "N" TO AuthEOF.
       OPEN INPUT AuthFile.
       IF AuthFileStatus NOT = "00" AND AuthFileStatus NOT = "05"
           MOVE "Y" TO AuthEOF
       ELSE
           READ AuthFile
               AT END MOVE "Y" TO AuthEOF
           END-READ
           PERFORM ScanAuthUsers UNTIL AuthEOF = "Y" OR AuthOK = "Y"
       END-IF.
       CLOSE AuthFile.

ScanAuthUsers.
       IF AuthOperatorID = EnteredOperID AND AuthPIN = EnteredPIN
               AND AuthRoleSuper
           MOVE "Y" TO AuthOK
       ELSE
           READ AuthFile
               AT END MOVE "Y" TO AuthEOF
           END-READ
       END-IF.

*> Every held order, oldest order number first, with the reason the
*> credit check gives as of today - a customer who has paid since
*> the pick run shows as passing, and can simply be released.
ListHeldOrders.
       MOVE 0 TO HeldListed.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO OrderID.
       START OrderFile KEY IS GREATER THAN OR EQUAL TO OrderID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       DISPLAY " ".
       PERFORM ListNextHeldOrder UNTIL BrowseEOF = "Y".
       IF HeldListed = 0
           DISPLAY "No orders on credit hold."
       ELSE
           DISPLAY HeldListed " orders on credit hold."
       END-IF.

ListNextHeldOrder.
       READ OrderFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF OrderHeld
               ADD 1 TO HeldListed
               PERFORM ShowHeldOrder
           END-IF
       END-IF.

ShowHeldOrder.
       CALL "CREDCHK" USING OrderCustID, RunDate, CreditOpenValue,
           CreditReason, CreditPassed.
       IF CreditPassed = "Y"
           MOVE "now passes the credit check" TO CreditReason
       END-IF.
       PERFORM FetchCustName.
       MOVE CreditOpenValue TO DispOpenValue.
       DISPLAY OrderID " " OrderDate " " OrderCustID " " CustName
           " open " DispOpenValue.
       DISPLAY "       " CreditReason.

ShowCustomerPosition.
       IF CustFound = "Y"
           MOVE CustBalance TO DispBalance
           MOVE CustCreditLimit TO DispLimit
           DISPLAY "Balance : " DispBalance "   Limit : " DispLimit
       END-IF.

FetchCustName.
       MOVE "Y" TO CustFound.
       MOVE OrderCustID TO CustID.
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustFound
       END-READ.
       MOVE SPACES TO CustName.
       IF CustFound = "Y"
           MOVE 1 TO NamePtr
           STRING CustFName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CustLName DELIMITED BY SPACE
                  INTO CustName
                  WITH POINTER NamePtr
           END-STRING
       ELSE
           MOVE "(customer not on file)" TO CustName
       END-IF.

*> Reads the order the supervisor names and shows it with the
*> customer's position; OrderExists comes back "Y" only for an
*> order that is actually on hold.
FetchHeldOrder.
       MOVE "Y" TO OrderExists.
       DISPLAY " ".
       DISPLAY "Enter Order number : " WITH NO ADVANCING.
       ACCEPT OrderID.
       READ OrderFile
           INVALID KEY MOVE "N" TO OrderExists
       END-READ.
       IF OrderExists = "N"
           DISPLAY "Order number doesn't exist"
       ELSE
           IF NOT OrderHeld
               DISPLAY "Order " OrderID " is not on credit hold."
               MOVE "N" TO OrderExists
           ELSE
               PERFORM ShowHeldOrder
               PERFORM ShowCustomerPosition
           END-IF
       END-IF.

ReleaseOrder.
       PERFORM FetchHeldOrder.
       IF OrderExists = "Y"
           DISPLAY "Release this order for picking? (Y/N) : "
               WITH NO ADVANCING
           ACCEPT ConfirmChoice
           IF ConfirmChoice = "Y" OR ConfirmChoice = "y"
               SET OrderReleased TO TRUE
               REWRITE OrderData
                   INVALID KEY DISPLAY "Order " OrderID " not updated"
                   NOT INVALID KEY
                       MOVE "RELEASED" TO AuditDecision
                       PERFORM WriteHoldAudit
                       DISPLAY "Order " OrderID
                           " released - the next pick run takes it."
               END-REWRITE
           ELSE
               DISPLAY "Order left on hold."
           END-IF
       END-IF.

CancelOrder.
       PERFORM FetchHeldOrder.
       IF OrderExists = "Y"
           DISPLAY "Cancel every unpicked line of this order? (Y/N) : "
               WITH NO ADVANCING
           ACCEPT ConfirmChoice
           IF ConfirmChoice = "Y" OR ConfirmChoice = "y"
               MOVE 0 TO LinesCancelled
               MOVE "N" TO LinesEOF
               MOVE OrderID TO OlOrderID
               MOVE 0 TO OlLineSeq
               START OrderLineFile
                   KEY IS GREATER THAN OR EQUAL TO OrderLineKey
                   INVALID KEY MOVE "Y" TO LinesEOF
               END-START
               PERFORM CancelNextOrderLine UNTIL LinesEOF = "Y"
               PERFORM CancelOrderBackorders
               PERFORM RollUpOrderStatus
               MOVE "CANCELLED" TO AuditDecision
               PERFORM WriteHoldAudit
               DISPLAY "Order " OrderID " : " LinesCancelled
                   " lines cancelled, " BackCancelledCount
                   " backorders cancelled, order status "
                   OrderStatus "."
           ELSE
               DISPLAY "Order left on hold."
           END-IF
       END-IF.

*> Only stock not yet pulled is given up: entered and backordered
*> lines go to C, anything already picked or shipped stands.
CancelNextOrderLine.
       READ OrderLineFile NEXT RECORD
           AT END MOVE "Y" TO LinesEOF
       END-READ.
       IF LinesEOF = "N"
           IF OlOrderID NOT = OrderID
               MOVE "Y" TO LinesEOF
           ELSE
               IF OlEntered OR OlBackordered
                   SET OlCancelled TO TRUE
                   REWRITE OrderLineData
                       INVALID KEY DISPLAY "Line " OlLineSeq
                           " not updated"
                       NOT INVALID KEY ADD 1 TO LinesCancelled
                   END-REWRITE
               END-IF
           END-IF
       END-IF.

*> backorder.txt has no order key, so the whole file is walked for
*> this order's open debts - the same pass bordrel makes.
CancelOrderBackorders.
       MOVE 0 TO BackCancelledCount.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO BackID.
       START BackOrderFile KEY IS GREATER THAN OR EQUAL TO BackID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM CancelNextBackorder UNTIL BrowseEOF = "Y".

CancelNextBackorder.
       READ BackOrderFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF BackOrderID = OrderID AND BackOpen
               SET BackCancelled TO TRUE
               REWRITE BackOrderData
                   INVALID KEY DISPLAY "Backorder " BackID
                       " not updated"
                   NOT INVALID KEY ADD 1 TO BackCancelledCount
               END-REWRITE
           END-IF
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

*> The name slots carry the order and the decision - "ORDER 001234"
*> then the check's reason, "ORDER 001234" then RELEASED or
*> CANCELLED - so audinq reads who let which order through.
WriteHoldAudit.
       OPEN EXTEND AuditFile.
       MOVE SPACES TO AuditRecord.
       ACCEPT AuditDate FROM DATE YYYYMMDD.
       ACCEPT AuditTime FROM TIME.
       MOVE "CRHOLD" TO AuditOp.
       MOVE OrderCustID TO AuditCustID.
       MOVE OrderID TO AuditOrderNo.
       MOVE AuditOrderText TO AuditOldFName.
       MOVE CreditReason TO AuditOldLName.
       MOVE AuditOrderText TO AuditNewFName.
       MOVE AuditDecision TO AuditNewLName.
       MOVE SignedOnOper TO AuditOperID.
       WRITE AuditRecord.
       CLOSE AuditFile.
