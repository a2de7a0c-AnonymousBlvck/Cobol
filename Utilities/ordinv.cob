*> and ordship confirms they left the building, a clerk used to
*> re-key every line into custinvoice by hand - double entry and
*> the usual source of wrong quantities on invoices. This run
*> gathers every status-S line on ordlines.txt - shipped but not yet
*> billed; a picked line that never shipped is never billed -
*> sorted by order number so each order's shipped lines go on one
*> invoice, and bills each
*> order exactly the way custinvoice bills a keyed invoice: numbered
*> off the invctl.txt control file, lines priced from product.txt
*> and kept on invlines.txt, the invoice registered on
*> invregister.txt, taxed through GETRATE, and the grand total
*> posted onto CustBalance with the same custtran.txt and
*> custlog.txt writes custinvoice makes. Each billed order is
*> flipped to status V with the invoice number recorded against it,
*> and the order's header takes the invoice number and rolls its
*> status up from its lines - a split shipment bills once per
*> shipment, each on its own invoice.
*> An order whose posting would breach the customer's non-zero
*> credit limit is held - there is no supervisor at the terminal in
*> a batch run, the same reading weborder gives its night-time
*> holds - and its lines stay at S for the operator to resolve; any
*> hold or skip exits
*> RC-WARNING. OrdInvoice.rpt lists what was billed and what was
*> held. Each open item is stamped with the due date and any
*> prompt-payment discount from the customer's terms (GETTERMS).
*> A line converted from a quote carries the quoted unit price and
*> bills at it; only lines with no price of their own go through
*> GETPRICE on the billing date, for the order's customer at the
*> line's quantity, so a contract or quantity-break price that
*> beats list is what is billed.
*> Freight ordship accrued on the order header goes on the invoice
*> as its own "Freight" line and is cleared from the header once
*> billed, so a split shipment bills each carton's freight once.
*> Only the part the zone taxes (OrderFreightTaxed) is taxed, and
*> the freight inside the total is carried on the custtran.txt line
*> for glpost to credit to freight income.
*> A customer holding a valid exemption certificate on exempt.txt
*> (GETEXMPT) is billed without tax, and the certificate is
*> stamped on the custtran.txt line.
*> A customer billed in another currency has the invoice total
*> shown again in that currency under its line on OrdInvoice.rpt,
*> at the fxrates.txt rate for the billing date (GETFXRT), and the
*> open item keeps the currency and rate for custpay to settle it
*> in; the balance and custtran.txt stay in dollars.
*> A branch of a chain is held against its parent's credit limit,
*> measured on the whole group's balance through GETGROUP.
*> Each invoice line keeps its product code and the register line
*> the bill-to and ship-to address-book sequence, so einvout can
*> send the invoice as data to customers who take it that way.
*> Each invoice line keeps the product's unit cost on the billing
*> date beside its price, for the customer-profitability run.
*> An order going to an address-book ship-to is taxed where it is
*> delivered: the ship-to line's ZIP is looked up through GETZIP
*> and, when zipjuris.txt knows it, its jurisdiction is rated
*> instead of the customer's own.
*> Nothing is billed while today's month is closed (PERIODCHK): the
*> run is skipped RC-WARNING and the shipped lines wait for the
*> month to be reopened.
IDENTIFICATION DIVISION.
PROGRAM-ID. ordinv.

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
           RECORD KEY IS OiInvoiceNo
           FILE STATUS IS OpenItemStatus.

       SELECT OPTIONAL AddressFile ASSIGN TO "custaddr.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AddrKey
           FILE STATUS IS AddrFileStatus.

       SELECT InvoiceRunReport ASSIGN TO "OrdInvoice.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

FD OrderFile.
       COPY "ordrec.cpy".

FD OrderLineFile.
       COPY "ordlrec.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

              02 RegTaxAmount PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 RegGrandTotal PIC 9(7)V99.
*> Which custaddr.txt lines the invoice billed and shipped to
*> (zero for the main record address), so einvout can send both.
              02 FILLER PIC X VALUE SPACE.
              02 RegBillSeq PIC 9(2).
              02 FILLER PIC X VALUE SPACE.
              02 RegShipSeq PIC 9(2).

FD InvLinesFile.
       01 InvLineRecord.
              02 LinePrice PIC 9(5)V99.
              02 FILLER PIC X VALUE SPACE.
              02 LineTotal PIC 9(7)V99.
*> The product billed, spaces on a freight line.
              02 FILLER PIC X VALUE SPACE.
              02 LineProdCode PIC X(5).
*> ProdUnitCost at the moment of sale, so the invoice line carries
*> its own cost of sales; spaces on a freight line and on lines from
*> before the field existed.
              02 FILLER PIC X VALUE SPACE.
              02 LineUnitCost PIC 9(5)V99.

FD TranFile.
       COPY "trnrec.cpy".
FD OpenItemFile.
       COPY "openitem.cpy".

FD AddressFile.
       COPY "addrrec.cpy".

FD InvoiceRunReport.
       01 PrintLine PIC X(80).

SD SortFile.
       01 SortRecord.
              02 SortOrderID PIC 9(6).
              02 SortLineSeq PIC 9(3).
              02 SortCustID PIC 9(6).
              02 SortProdCode PIC X(5).
              02 SortQty PIC 9(5).
              02 SortSalesID PIC X(6).
              02 SortUnitPrice PIC 9(5)V99.
              02 SortFlag PIC X(1).
                     88 SortEOF VALUE HIGH-VALUE.

WORKING-STORAGE SECTION.
01 OrderFileStatus PIC XX.
01 OrderLineStatus PIC XX.
01 LinesEOF PIC X.
01 OrderShippedLines PIC 9(3).
*> Line counts by status while an order's header status is rolled
*> up from its lines.
01 RollEOF PIC X.
01 RollEntered PIC 9(3).
01 RollPicked PIC 9(3).
01 RollShipped PIC 9(3).
01 RollBackordered PIC 9(3).
01 RollInvoiced PIC 9(3).
01 CustFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 InvControlStatus PIC XX.
01 CustExists PIC X.
01 ProdExists PIC X.
01 RunDate PIC 9(8).
01 PostingDate PIC 9(8).
01 PeriodOpen PIC X.
*> Loaded from taxrates.txt at start-up by GETRATE; the VALUE is
*> only the fallback for a missing or empty rate file.
01 TaxRate PIC V999 VALUE 0.075.
01 TaxRateFound PIC X.
01 InvoiceNo PIC 9(6).
01 BreakCustID PIC 9(6).
01 BreakOrderID PIC 9(6).
01 SubTotal PIC 9(7)V99.
01 TaxAmount PIC 9(7)V99.
01 GrandTotal PIC 9(7)V99.
*> Credit held on the account (overpayments) spends itself against
*> the invoice before anything lands on the balance.
01 CreditUsed PIC 9(7)V99.
*> The customer's payment terms off terms.txt through GETTERMS: the
*> open item carries the due date and any prompt-payment discount.
01 TermsNetDays PIC 9(3).
01 TermsDiscPct PIC 9(2)V99.
01 TermsDiscDays PIC 9(3).
01 TermsFound PIC X.
*> The invoice rates through GETRATE with the customer's own
*> jurisdiction; the start-up "00" rate is the fallback.
01 WorkJuris PIC X(2).
01 AddrFileStatus PIC XX.
01 AddrFileOK PIC X.
01 ZipJuris PIC X(2).
01 ZipResult PIC X.
01 CustRate PIC V999.
01 CustRateFound PIC X.
*> GETEXMPT's answer for the customer: an active, unexpired
*> certificate on exempt.txt takes the rate to zero, and its number
*> and type go on the line.
01 ExemptCertNo PIC X(15).
01 ExemptType PIC X(2).
01 CustExempt PIC X.
*> GETFXRT's rate for the customer's billing currency on the
*> billing date - "Y" shows the foreign total, "H" is a dollar
*> account and "N" a currency with no rate on file yet.
01 BillCurrency PIC X(3).
01 BillFxRate PIC 9(4)V9(6).
01 BillFxFound PIC X.
*> What GETGROUP hands back: the limit that governs the posting and
*> the exposure it is measured against - the group's, for a parent
*> or branch account.
01 GroupLimit PIC 9(7)V99.
01 GroupExposure PIC S9(9)V99.
01 GroupMembers PIC 9(3).
01 GroupParentOK PIC X.
*> Signed differences this program's writes make to the running
*> control totals on ctltot.txt, applied through CTLTOT.
01 CtlDeltaCount PIC S9(3).
01 OrdersBilled PIC 9(7) VALUE ZERO.
01 InvoiceCount PIC 9(7) VALUE ZERO.
01 HeldCount PIC 9(7) VALUE ZERO.
*> One order's shipped lines are gathered here before anything is
*> written, so a credit-limit hold leaves no half-written invoice
*> behind. An order with more lines than the table holds is billed
*> on a second invoice for the overflow.
01 GroupLineCount PIC 9(3) VALUE ZERO.
01 GroupLineMax PIC 9(3) VALUE 100.
01 GroupTable.
       02 GroupEntry OCCURS 100 TIMES.
              03 GrpOrderID PIC 9(6).
              03 GrpLineSeq PIC 9(3).
              03 GrpDesc PIC X(20).
              03 GrpProdCode PIC X(5).
              03 GrpUnitCost PIC 9(5)V99.
              03 GrpQty PIC 9(4).
              03 GrpPrice PIC 9(5)V99.
              03 GrpTotal PIC 9(7)V99.
              03 GrpSalesID PIC X(6).
01 GroupSalesID PIC X(6).
*> The order header's unbilled freight, taken onto the group's
*> invoice.
01 GroupFreight PIC 9(5)V99.
01 GroupFreightTaxed PIC 9(5)V99.
01 GroupShipSeq PIC 9(2).
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Order Invoicing Run       ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
01 BilledLine.
       02 FILLER PIC X(10) VALUE "Invoice : ".
       02 PrnInvoiceNo PIC 9(6).
       02 FILLER PIC X(10) VALUE "  Order : ".
       02 PrnBillOrderID PIC 9(6).
       02 FILLER PIC X(9) VALUE "  Cust : ".
       02 PrnBillCustID PIC 9(6).
       02 FILLER PIC X(10) VALUE "  Total : ".
       02 PrnBillTotal PIC $$$,$$9.99.
       02 FILLER PIC X(3) VALUE "  (".
       02 PrnBillLines PIC ZZ9.
       02 FILLER PIC X(7) VALUE " lines)".
01 ForeignLine.
       02 FILLER PIC X(10) VALUE SPACES.
       02 FILLER PIC X(3) VALUE "In ".
       02 PrnFxCurrency PIC X(3).
       02 FILLER PIC X(3) VALUE " : ".
       02 PrnForeignTotal PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER PIC X(4) VALUE " at ".
       02 PrnFxRate PIC ZZZ9.999999.
       02 FILLER PIC X(14) VALUE " to the dollar".
01 NoFxRateLine.
       02 FILLER PIC X(10) VALUE SPACES.
       02 FILLER PIC X(25) VALUE "No fxrates.txt rate for ".
       02 PrnNoFxCurrency PIC X(3).
       02 FILLER PIC X(26) VALUE " - billed in dollars only.".
01 HeldLine.
       02 FILLER PIC X(13) VALUE "Held order : ".
       02 PrnHeldOrderID PIC 9(6).
       02 FILLER PIC X(7) VALUE "  cust ".
       02 PrnHeldCustID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnHeldReason PIC X(40).
           MOVE 0.075 TO TaxRate
       END-IF.

*> Every invoice the run raises posts under today's date - none
*> while today's month stands closed on periodctl.txt. The shipped
*> lines stay unbilled and go on the first run after the month is
*> reopened.
       PERFORM CheckPostingPeriod.
       IF PeriodOpen = "N"
           DISPLAY "Order invoicing skipped - nothing billed."
           MOVE RC-WARNING TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN I-O OrderFile.
       MOVE "order.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OrderFileStatus, FileOK.
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN I-O OrderLineFile.
       MOVE "ordlines.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OrderLineStatus, FileOK.
       IF FileOK = "N"
           CLOSE OrderFile, CustomerFile, ProductFile
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN I-O OpenItemFile.
       OPEN INPUT AddressFile.
       MOVE "N" TO AddrFileOK.
       IF AddrFileStatus = "00" OR AddrFileStatus = "05"
           MOVE "Y" TO AddrFileOK
       END-IF.
       OPEN EXTEND InvRegisterFile.
       MOVE SPACES TO InvRegisterRecord.
       OPEN EXTEND InvLinesFile.
       WRITE PrintLine AFTER ADVANCING 1 LINE.

       SORT SortFile
           ON ASCENDING KEY SortOrderID, SortLineSeq
           INPUT PROCEDURE IS LoadShippedLines
           OUTPUT PROCEDURE IS BillByOrder.

       MOVE OrdersRead TO PrnReadCount.
       MOVE OrdersBilled TO PrnBilledCount.
       WRITE PrintLine FROM CountsLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

       CLOSE OrderFile, OrderLineFile, CustomerFile, ProductFile,
           OpenItemFile, AddressFile.
       CLOSE InvRegisterFile, InvLinesFile, TranFile, AfterImageFile.
       CLOSE InvoiceRunReport.

       DISPLAY "Order invoicing : " OrdersBilled " orders billed on "
           InvoiceCount " invoices, " HeldCount " orders held.".
       DISPLAY "Run report written to OrdInvoice.rpt".
       IF HeldCount > 0
           MOVE RC-WARNING TO RETURN-CODE
       END-IF.
       GOBACK.

CheckPostingPeriod.
       ACCEPT PostingDate FROM DATE YYYYMMDD.
       CALL "PERIODCHK" USING PostingDate, PeriodOpen.

LoadShippedLines.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO OrderID.
       START OrderFile KEY IS GREATER THAN OR EQUAL TO OrderID
       END-START.
       PERFORM ReleaseNextOrder UNTIL BrowseEOF = "Y".

*> Any order not yet closed may have shipped lines waiting - a split
*> shipment leaves the header at B or E while part of it has gone.
ReleaseNextOrder.
       READ OrderFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF NOT OrderInvoiced AND NOT OrderCancelled
               MOVE 0 TO OrderShippedLines
               PERFORM StartOrderLines
               PERFORM ReleaseOneShippedLine UNTIL LinesEOF = "Y"
               IF OrderShippedLines > 0
                   ADD 1 TO OrdersRead
               END-IF
           END-IF
       END-IF.

ReleaseOneShippedLine.
       IF OlShipped
           ADD 1 TO OrderShippedLines
           MOVE OrderID TO SortOrderID
           MOVE OlLineSeq TO SortLineSeq
           MOVE OrderCustID TO SortCustID
           MOVE OlProdCode TO SortProdCode
           MOVE OlQty TO SortQty
           MOVE OrderSalesID TO SortSalesID
           MOVE 0 TO SortUnitPrice
           IF OlUnitPrice NUMERIC
               MOVE OlUnitPrice TO SortUnitPrice
           END-IF
           MOVE SPACE TO SortFlag
           RELEASE SortRecord
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

*> Control break on order: all of one order's shipped lines are
*> gathered into the table, then billed as one invoice. A full
*> table closes the invoice and opens another for the same order.
BillByOrder.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.
       IF SortEOF
           WRITE PrintLine FROM NoOrdersLine AFTER ADVANCING 1 LINE
       ELSE
           MOVE SortOrderID TO BreakOrderID
           MOVE SortCustID TO BreakCustID
           MOVE 0 TO GroupLineCount
           PERFORM GatherOneLine UNTIL SortEOF
       END-IF.

GatherOneLine.
       IF SortOrderID NOT = BreakOrderID
           PERFORM BillOneGroup
           MOVE SortOrderID TO BreakOrderID
           MOVE SortCustID TO BreakCustID
           MOVE 0 TO GroupLineCount
       END-IF.

       ADD 1 TO GroupLineCount.
       MOVE SortOrderID TO GrpOrderID(GroupLineCount).
       MOVE SortLineSeq TO GrpLineSeq(GroupLineCount).
       MOVE SortQty TO GrpQty(GroupLineCount).
       MOVE SortSalesID TO GrpSalesID(GroupLineCount).
       MOVE SortProdCode TO GrpProdCode(GroupLineCount).
       IF ProdExists = "Y"
           MOVE ProdName TO GrpDesc(GroupLineCount)
           MOVE ProdUnitPrice TO GrpPrice(GroupLineCount)
           MOVE ProdUnitCost TO GrpUnitCost(GroupLineCount)
           MOVE ProdUnitPrice TO EffPrice
           CALL "GETPRICE" USING ProdCode, RunDate, SortCustID, SortQty,
               EffPrice, PriceFound
           IF PriceFound = "Y"
               MOVE EffPrice TO GrpPrice(GroupLineCount)
           END-IF
       ELSE
           MOVE "(no product master)" TO GrpDesc(GroupLineCount)
           MOVE 0 TO GrpPrice(GroupLineCount)
           MOVE 0 TO GrpUnitCost(GroupLineCount)
       END-IF.
       IF SortUnitPrice > 0
           MOVE SortUnitPrice TO GrpPrice(GroupLineCount)
       END-IF.
       COMPUTE GrpTotal(GroupLineCount) =
           GrpQty(GroupLineCount) * GrpPrice(GroupLineCount).
           PERFORM SumOneGroupLine
               VARYING GroupSub FROM 1 BY 1
               UNTIL GroupSub > GroupLineCount
           PERFORM GetOrderFreight
           ADD GroupFreight TO SubTotal

           MOVE "Y" TO CustExists
           MOVE BreakCustID TO CustID
           IF CustExists = "Y" AND CustTaxJuris NOT = SPACES
               MOVE CustTaxJuris TO WorkJuris
           END-IF
           IF CustExists = "Y" AND GroupShipSeq > 0
               PERFORM RateByShipToZip
           END-IF
           MOVE TaxRate TO CustRate
           CALL "GETRATE" USING WorkJuris, RunDate, CustRate,
               CustRateFound
           IF CustRateFound = "N"
               MOVE TaxRate TO CustRate
           END-IF
           CALL "GETEXMPT" USING BreakCustID, RunDate, ExemptCertNo,
               ExemptType, CustExempt
           IF CustExempt = "Y"
               MOVE 0 TO CustRate
           END-IF
           COMPUTE TaxAmount ROUNDED =
               (SubTotal - GroupFreight + GroupFreightTaxed) * CustRate
           COMPUTE GrandTotal = SubTotal + TaxAmount
           MOVE SPACES TO BillCurrency
           IF CustExists = "Y"
               MOVE CustCurrency TO BillCurrency
           END-IF
           CALL "GETFXRT" USING BillCurrency, RunDate, BillFxRate,
               BillFxFound
           MOVE 0 TO GroupLimit
           IF CustExists = "Y"
               MOVE CustCreditLimit TO GroupLimit
               COMPUTE GroupExposure = CustBalance - CustCreditBal
               CALL "GETGROUP" USING CustID, CustParentID, GroupLimit,
                   GroupExposure, GroupMembers, GroupParentOK
           END-IF

           EVALUATE TRUE
               WHEN CustExists = "N"
               WHEN CustInactive
                   MOVE "customer is inactive" TO PrnHeldReason
                   PERFORM ReportHeldGroup
               WHEN GroupLimit > 0
                       AND GroupExposure + GrandTotal > GroupLimit
                   IF GroupMembers > 1
                       MOVE "posting would breach the group's limit"
                           TO PrnHeldReason
                   ELSE
                       MOVE "posting would breach the credit limit"
                           TO PrnHeldReason
                   END-IF
                   PERFORM ReportHeldGroup
               WHEN OTHER
                   PERFORM PostOneGroup
           END-EVALUATE
       END-IF.

*> The ship-to's delivery ZIP decides the jurisdiction when the
*> table knows it; a ship-to with no ZIP, or one the table has not
*> got yet, stays on the customer's own.
RateByShipToZip.
       IF AddrFileOK = "Y"
           MOVE CustID TO AddrCustID
           MOVE GroupShipSeq TO AddrSeq
           READ AddressFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF AddrZip NOT = SPACES
                       CALL "GETZIP" USING AddrZip, AddrCity, AddrState,
                           ZipJuris, ZipResult
                       IF ZipResult = "Y"
                           MOVE ZipJuris TO WorkJuris
                       END-IF
                   END-IF
           END-READ
       END-IF.

SumOneGroupLine.
       ADD GrpTotal(GroupSub) TO SubTotal.

*> A header from before freight was kept, or one already billed,
*> brings nothing. The order's ship-to goes on the register line.
GetOrderFreight.
       MOVE 0 TO GroupFreight.
       MOVE 0 TO GroupFreightTaxed.
       MOVE 0 TO GroupShipSeq.
       MOVE BreakOrderID TO OrderID.
       READ OrderFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF OrderShipSeq NUMERIC
                   MOVE OrderShipSeq TO GroupShipSeq
               END-IF
               IF OrderFreight NUMERIC
                   MOVE OrderFreight TO GroupFreight
               END-IF
               IF OrderFreightTaxed NUMERIC
                   MOVE OrderFreightTaxed TO GroupFreightTaxed
               END-IF
       END-READ.

ReportHeldGroup.
       ADD 1 TO HeldCount.
       MOVE BreakOrderID TO PrnHeldOrderID.
       MOVE BreakCustID TO PrnHeldCustID.
       WRITE PrintLine FROM HeldLine AFTER ADVANCING 1 LINE.

*> The posting is custinvoice's, unattended: number off the control
*> file, lines to invlines.txt, register entry, balance up with the
*> transaction detail and after-image written the moment the
*> REWRITE stands, every billed line flipped to V carrying the
*> invoice number, and the order header brought up to date.
PostOneGroup.
       MOVE 0 TO CreditUsed.
       IF CustCreditBal > 0
               MOVE GrandTotal TO TranAmount
               MOVE TaxAmount TO TranTaxAmount
               MOVE WorkJuris TO TranJuris
               MOVE GroupFreight TO TranFreight
               MOVE ExemptType TO TranExemptType
               MOVE ExemptCertNo TO TranExemptCert
               PERFORM PickGroupSalesID
               MOVE GroupSalesID TO TranSalesID
               PERFORM WriteTran
               PERFORM WriteOneGroupDetail
                   VARYING GroupSub FROM 1 BY 1
                   UNTIL GroupSub > GroupLineCount
               IF GroupFreight > 0
                   PERFORM WriteFreightDetail
               END-IF
               PERFORM MarkOrderBilled
               PERFORM SaveNextInvoiceNumber
               MOVE 0 TO CtlDeltaCount
               MOVE 0 TO CtlDeltaActive
               PERFORM NoteControlTotals
               ADD 1 TO InvoiceCount
               MOVE InvoiceNo TO PrnInvoiceNo
               MOVE BreakOrderID TO PrnBillOrderID
               MOVE BreakCustID TO PrnBillCustID
               MOVE GrandTotal TO PrnBillTotal
               MOVE GroupLineCount TO PrnBillLines
               WRITE PrintLine FROM BilledLine AFTER ADVANCING 1 LINE
               PERFORM WriteForeignTotal
       END-REWRITE.

*> The customer's own figure under the dollar one, at the rate the
*> invoice was billed at.
WriteForeignTotal.
       EVALUATE BillFxFound
           WHEN "Y"
               MOVE BillCurrency TO PrnFxCurrency
               COMPUTE PrnForeignTotal ROUNDED = GrandTotal * BillFxRate
               MOVE BillFxRate TO PrnFxRate
               WRITE PrintLine FROM ForeignLine AFTER ADVANCING 1 LINE
           WHEN "N"
               MOVE BillCurrency TO PrnNoFxCurrency
               WRITE PrintLine FROM NoFxRateLine AFTER ADVANCING 1 LINE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

*> The invoice's salesperson is the order's - every line in the
*> group carries the header's - one invoice, one commission line.
PickGroupSalesID.
       MOVE SPACES TO GroupSalesID.
       PERFORM PickOneGroupSalesID
       MOVE GrpQty(GroupSub) TO LineQty.
       MOVE GrpPrice(GroupSub) TO LinePrice.
       MOVE GrpTotal(GroupSub) TO LineTotal.
       MOVE GrpProdCode(GroupSub) TO LineProdCode.
       MOVE GrpUnitCost(GroupSub) TO LineUnitCost.
       WRITE InvLineRecord.

       MOVE GrpOrderID(GroupSub) TO OlOrderID.
       MOVE GrpLineSeq(GroupSub) TO OlLineSeq.
       READ OrderLineFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               SET OlInvoiced TO TRUE
               MOVE InvoiceNo TO OlInvoiceNo
               REWRITE OrderLineData
                   INVALID KEY DISPLAY "Order " OlOrderID " line "
                       OlLineSeq " not updated"
               END-REWRITE
       END-READ.

WriteFreightDetail.
       MOVE SPACES TO InvLineRecord.
       MOVE InvoiceNo TO LineInvoiceNo.
       MOVE "Freight" TO LineDesc.
       MOVE 1 TO LineQty.
       MOVE GroupFreight TO LinePrice.
       MOVE GroupFreight TO LineTotal.
       MOVE SPACES TO LineProdCode.
       WRITE InvLineRecord.

MarkOrderBilled.
       MOVE BreakOrderID TO OrderID.
       READ OrderFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE InvoiceNo TO OrderInvoiceNo
               MOVE 0 TO OrderFreight
               MOVE 0 TO OrderFreightTaxed
               PERFORM RollUpOrderStatus
       END-READ.
       ADD 1 TO OrdersBilled.

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

*> Sequential numbers come off the invctl.txt control file the way
*> custinvoice takes them - read at the start, written back
*> incremented once the invoice is real.
       MOVE SubTotal TO RegSubTotal.
       MOVE TaxAmount TO RegTaxAmount.
       MOVE GrandTotal TO RegGrandTotal.
       MOVE 0 TO RegBillSeq.
       MOVE GroupShipSeq TO RegShipSeq.
       WRITE InvRegisterRecord.

*> The invoice's receivables side: one open item per invoice, born
       MOVE RunDate TO OiInvDate.
       MOVE GrandTotal TO OiAmount.
       MOVE CreditUsed TO OiPaidAmt.
       PERFORM StampOpenItemTerms.
       IF BillFxFound = "Y"
           MOVE BillCurrency TO OiCurrency
           MOVE BillFxRate TO OiFxRate
       ELSE
           MOVE SPACES TO OiCurrency
           MOVE 0 TO OiFxRate
       END-IF.
       MOVE SPACES TO OiDispStatus OiDispReason OiDispOperID.
       MOVE 0 TO OiDispDate OiDispFollowUp.
       EVALUATE TRUE
           WHEN OiPaidAmt >= OiAmount
               SET OiPaidFull TO TRUE
           INVALID KEY DISPLAY "Open item " OiInvoiceNo " not written."
       END-WRITE.

*> The customer's terms off terms.txt give the net due date the
*> collections runs age from, and any prompt-payment discount
*> custpay may allow inside the window. The discount is worked on
*> what the invoice still owes after any credit spent against it,
*> so nothing is discounted twice.
StampOpenItemTerms.
       CALL "GETTERMS" USING CustTermsCode, OiInvDate, TermsNetDays,
           TermsDiscPct, TermsDiscDays, OiDueDate, OiDiscDate,
           TermsFound.
       IF TermsDiscPct > 0 AND OiPaidAmt < OiAmount
           COMPUTE OiDiscAmt ROUNDED =
               (OiAmount - OiPaidAmt) * TermsDiscPct / 100
       ELSE
           MOVE 0 TO OiDiscAmt
           MOVE 0 TO OiDiscDate
       END-IF.

WriteTran.
       ACCEPT TranDate FROM DATE YYYYMMDD.
       ACCEPT TranTime FROM TIME.
