*> instead of being compiled in - renumbering the ledger or moving
*> finance charges to another account is a file edit. A missing
*> file or a missing role refuses the run up front.
*> The payables and inventory side books through the same day
*> break and the same proof. Goods received debit inventory and
*> credit payables at the cost stamped on the stockmove.txt receipt
*> line; supplier payments off appay.txt debit payables and credit
*> cash; a supplier invoice on apledger.txt with no PO behind it
*> (nothing received to accrue it) debits purchases and credits
*> payables; goods returned to the supplier debit payables and
*> credit inventory. Every sale line on stockmove.txt debits cost
*> of goods and credits inventory at unit cost, and stock back in
*> off a customer credit memo reverses it; count corrections and
*> hand adjustments book the variance to shrinkage. Layaway's
*> adjustments (stamped L) only move goods we still own between
*> the shelf and the back room and are passed by - the pickup's
*> sale line books the cost of goods. A move line with no stamped
*> cost is valued at the product's unit cost off product.txt.
*> Prompt-payment discounts allowed against invoices settled inside
*> their terms (DISCT lines) debit sales discounts and credit
*> receivables.
*> Freight billed on an order invoice (TranFreight on the custtran
*> line) is split out of the sale and credited to freight income
*> under its own FRGHT role.
*> A supplier invoice against a drop-ship PO has no stock receipt
*> behind it to accrue the payable - the goods went straight to the
*> customer - so it books at the invoice amount on its invoice date,
*> debiting cost of goods and crediting payables.
*> Loyalty points are a liability from the day they are earned.
*> Every loyalty.txt ledger line carries its money value, so points
*> earned debit loyalty expense and credit the points liability
*> (credit-memo take-backs run it the other way), points redeemed at
*> the counter clear the liability into sales - the part of the
*> sale the customer paid with points - and points expired release
*> it back against the expense. GLPost.rpt closes with the points
*> liability outstanding to the end of the range, the ledger's
*> running value.
*> Foreign-currency receivables book their exchange differences
*> under their own roles. A realized gain or loss custpay posts
*> when an invoice is settled at a rate other than its billing
*> rate (FXADJ lines) debits receivables and credits exchange
*> gain/loss (FXGL), the other way for a loss. The unrealized side
*> comes off fxreval.txt, written by the month-end fxreval run:
*> each line's movement debits the receivables revaluation account
*> (FXREV) and credits unrealized exchange gain/loss (FXUNR), so
*> the revaluation account carries the latest valuation of what is
*> still open.
IDENTIFICATION DIVISION.
PROGRAM-ID. glpost.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLMapStatus.

       SELECT OPTIONAL APFile ASSIGN TO "apledger.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APID
           FILE STATUS IS APFileStatus.

       SELECT OPTIONAL POFile ASSIGN TO "po.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PONumber
           FILE STATUS IS POFileStatus.

       SELECT OPTIONAL APPayJournal ASSIGN TO "appay.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPayStatus.

       SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StockMoveStatus.

       SELECT ProductFile ASSIGN TO "product.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

       SELECT OPTIONAL LoyLedgerFile ASSIGN TO "loyalty.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LoyLedgerStatus.

       SELECT OPTIONAL FxRevalFile ASSIGN TO "fxreval.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FxRevalStatus.

       SELECT GLInterfaceFile ASSIGN TO "glintf.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLFileStatus.
              02 FILLER PIC X VALUE SPACE.
              02 MapName PIC X(25).

FD APFile.
       COPY "aprec.cpy".

FD POFile.
       COPY "porec.cpy".

FD APPayJournal.
       COPY "appayrec.cpy".

FD StockMoveFile.
       COPY "stkmove.cpy".

FD ProductFile.
       COPY "prodrec.cpy".

FD LoyLedgerFile.
       COPY "loyledg.cpy".

FD FxRevalFile.
       COPY "fxreval.cpy".

FD GLInterfaceFile.
       01 GLInterfaceRecord.
              02 GLDate PIC 9(8).
SD SortFile.
       01 SortRecord.
              02 SortDate PIC 9(8).
              02 SortAmount PIC S9(9)V99.
              02 SortTaxAmount PIC S9(7)V99.
              02 SortFreight PIC S9(7)V99.
              02 SortType PIC X(5).
              88 SortEOF VALUE HIGH-VALUE.

WORKING-STORAGE SECTION.
01 TranFileStatus PIC XX.
01 APFileStatus PIC XX.
01 POFileStatus PIC XX.
01 POFound PIC X.
01 APPayStatus PIC XX.
01 StockMoveStatus PIC XX.
01 ProdFileStatus PIC XX.
01 LoyLedgerStatus PIC XX.
01 FxRevalStatus PIC XX.
01 FxRevalEOF PIC X.
01 PayEOF PIC X.
01 MoveEOF PIC X.
01 LoyEOF PIC X.
01 BrowseEOF PIC X.
01 ProdExists PIC X.
01 MoveQty PIC S9(6).
01 MoveCost PIC 9(5)V99.
01 UnvaluedCount PIC 9(7) VALUE ZERO.
01 GLFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
*> records when the date changes.
01 DaySalesAmt PIC 9(9)V99.
01 DaySalesTax PIC 9(9)V99.
01 DaySalesFrt PIC 9(9)V99.
01 DayPayAmt PIC S9(9)V99.
01 DayCredAmt PIC 9(9)V99.
01 DayCredTax PIC 9(9)V99.
01 DayFinAmt PIC 9(9)V99.
01 DayWoffAmt PIC 9(9)V99.
01 DayDiscAmt PIC 9(9)V99.
01 DayAdjDrAmt PIC 9(9)V99.
01 DayAdjCrAmt PIC 9(9)V99.
*> Payables and inventory accumulators. The stock values are
*> signed - stock in positive, stock out negative - so a day whose
*> moves run the unusual way books the entry in reverse.
01 DayRcptVal PIC S9(9)V99.
01 DayCustRtnVal PIC S9(9)V99.
01 DaySaleCostVal PIC S9(9)V99.
01 DayShrinkVal PIC S9(9)V99.
01 DayVendRtnVal PIC S9(9)V99.
01 DayAPPayAmt PIC S9(9)V99.
01 DayAPExpAmt PIC 9(9)V99.
01 DayDropCostAmt PIC 9(9)V99.
*> Loyalty-points values - earnings signed (take-backs negative),
*> redemptions and expiries carried positive.
01 DayPtsEarnVal PIC S9(9)V99.
01 DayPtsRedeemVal PIC S9(9)V99.
01 DayPtsExpireVal PIC S9(9)V99.
01 PtsLiability PIC S9(9)V99 VALUE ZERO.
*> Exchange differences - realized off FXADJ lines and unrealized
*> movements off fxreval.txt, both signed, a gain positive.
01 DayFxRealAmt PIC S9(9)V99.
01 DayFxUnrealAmt PIC S9(9)V99.
01 PairAmount PIC S9(9)V99.
01 DebitRole PIC X(5).
01 CreditRole PIC X(5).
*> The chart-of-accounts mapping loaded from glmap.txt - one line
*> per posting role (AR, CASH, SALES, STAX, RETNS, FNCHG, BDEBT,
*> ADJST, DISC, FRGHT, on the payables side AP, INVTY, COGS,
*> SHRNK, PURCH, LOYEX/LOYLB for loyalty points, and FXGL, FXREV
*> and FXUNR for exchange differences),
*> account code and printed name - so renumbering the
*> ledger is a file edit, the way taxrates.txt moved the tax rate
*> out of the programs. The run refuses to start while any role
*> this program posts to is missing from the file.
01 GLMapStatus PIC XX.
01 MapEOF PIC X.
01 MapCount PIC 9(2) VALUE ZERO.
01 MapMax PIC 9(2) VALUE 30.
01 MapSub PIC 9(2).
01 MapFoundOne PIC X.
01 MapTable.
       02 MapEntry OCCURS 30 TIMES.
              03 MapTabRole PIC X(5).
              03 MapTabAcct PIC X(4).
              03 MapTabName PIC X(25).
       02 FILLER PIC X(5) VALUE "FNCHG".
       02 FILLER PIC X(5) VALUE "BDEBT".
       02 FILLER PIC X(5) VALUE "ADJST".
       02 FILLER PIC X(5) VALUE "DISC".
       02 FILLER PIC X(5) VALUE "AP".
       02 FILLER PIC X(5) VALUE "INVTY".
       02 FILLER PIC X(5) VALUE "COGS".
       02 FILLER PIC X(5) VALUE "SHRNK".
       02 FILLER PIC X(5) VALUE "PURCH".
       02 FILLER PIC X(5) VALUE "FRGHT".
       02 FILLER PIC X(5) VALUE "LOYEX".
       02 FILLER PIC X(5) VALUE "LOYLB".
       02 FILLER PIC X(5) VALUE "FXGL".
       02 FILLER PIC X(5) VALUE "FXREV".
       02 FILLER PIC X(5) VALUE "FXUNR".
01 RequiredRoleTable REDEFINES RequiredRoles.
       02 RequiredRole OCCURS 20 TIMES PIC X(5).
01 EntryAmount PIC 9(9)V99.
01 EntryAccount PIC X(4).
01 EntryDrCr PIC X.

       DISPLAY "GL posting summarized " PostedCount
           " transactions into " EntryCount " interface records.".
       IF UnvaluedCount > 0
           DISPLAY UnvaluedCount " stock moves had no cost to value"
               " them at - posted at zero."
       END-IF.
       COMPUTE Difference = DebitTotal - CreditTotal.
       IF Difference NOT = 0
           DISPLAY "Control totals do not balance - withhold glintf.txt."
*> up front, not a hole in the ledger afterwards.
CheckRequiredRoles.
       PERFORM CheckOneRequiredRole
           VARYING RoleSub FROM 1 BY 1 UNTIL RoleSub > 20.

CheckOneRequiredRole.
       MOVE RequiredRole(RoleSub) TO WantedRole.
       END-IF.
       PERFORM ReleaseOneTran UNTIL TranEOF = "Y".
       CLOSE TranFile.
       PERFORM LoadSupplierInvoices.
       PERFORM LoadSupplierPayments.
       PERFORM LoadStockMoves.
       PERFORM LoadLoyaltyLedger.
       PERFORM LoadFxRevaluations.

*> Only an invoice with no PO behind it books from apledger.txt - a
*> PO invoice's payable was accrued when its goods were received,
*> and debit memos book through the vendor-return stock moves.
LoadSupplierInvoices.
       MOVE "N" TO BrowseEOF.
       OPEN INPUT APFile.
       IF APFileStatus NOT = "00" AND APFileStatus NOT = "05"
           MOVE "Y" TO BrowseEOF
       ELSE
           MOVE LOW-VALUES TO APID
           START APFile KEY IS GREATER THAN OR EQUAL TO APID
               INVALID KEY MOVE "Y" TO BrowseEOF
           END-START
       END-IF.
       OPEN INPUT POFile.
       PERFORM ReleaseOneSupplierInvoice UNTIL BrowseEOF = "Y".
       CLOSE APFile, POFile.

ReleaseOneSupplierInvoice.
       READ APFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF APPONumber = 0 AND NOT APDebitMemo AND NOT APMemoUsed
                   AND APInvDate >= FromDate AND APInvDate <= ToDate
               MOVE APInvDate TO SortDate
               MOVE "APINV" TO SortType
               MOVE APAmount TO SortAmount
               MOVE 0 TO SortTaxAmount
               MOVE 0 TO SortFreight
               RELEASE SortRecord
           END-IF
           IF APPONumber > 0 AND NOT APDebitMemo AND NOT APMemoUsed
                   AND APInvDate >= FromDate AND APInvDate <= ToDate
               PERFORM ReleaseDropShipInvoice
           END-IF
       END-IF.

ReleaseDropShipInvoice.
       MOVE "Y" TO POFound.
       MOVE APPONumber TO PONumber.
       READ POFile
           INVALID KEY MOVE "N" TO POFound
       END-READ.
       IF POFound = "Y" AND PODropOrderID NUMERIC
               AND PODropOrderID > 0
           MOVE APInvDate TO SortDate
           MOVE "APDRP" TO SortType
           MOVE APAmount TO SortAmount
           MOVE 0 TO SortTaxAmount
           MOVE 0 TO SortFreight
           RELEASE SortRecord
       END-IF.

LoadSupplierPayments.
       MOVE "N" TO PayEOF.
       OPEN INPUT APPayJournal.
       IF APPayStatus NOT = "00" AND APPayStatus NOT = "05"
           MOVE "Y" TO PayEOF
       END-IF.
       PERFORM ReleaseOneSupplierPayment UNTIL PayEOF = "Y".
       CLOSE APPayJournal.

ReleaseOneSupplierPayment.
       READ APPayJournal
           AT END MOVE "Y" TO PayEOF
           NOT AT END
               IF APPayDate >= FromDate AND APPayDate <= ToDate
                   MOVE APPayDate TO SortDate
                   MOVE "APPAY" TO SortType
                   MOVE APPayAmount TO SortAmount
                   MOVE 0 TO SortTaxAmount
                   MOVE 0 TO SortFreight
                   RELEASE SortRecord
               END-IF
       END-READ.

*> Each move is valued as its quantity change at the stamped unit
*> cost, or the product's unit cost when the line carries none.
*> Transfer legs between locations move no value - the out leg
*> and the in leg are the same inventory - so they are passed by.
LoadStockMoves.
       MOVE "N" TO MoveEOF.
       OPEN INPUT ProductFile.
       OPEN INPUT StockMoveFile.
       IF StockMoveStatus NOT = "00" AND StockMoveStatus NOT = "05"
           MOVE "Y" TO MoveEOF
       END-IF.
       PERFORM ReleaseOneStockMove UNTIL MoveEOF = "Y".
       CLOSE StockMoveFile, ProductFile.

ReleaseOneStockMove.
       READ StockMoveFile
           AT END MOVE "Y" TO MoveEOF
           NOT AT END
               IF MoveDate >= FromDate AND MoveDate <= ToDate
                       AND MoveNewQty NOT = MoveOldQty
                       AND NOT MoveTransferOut AND NOT MoveTransferIn
                       AND NOT (MoveAdjustment AND MoveFromLayaway)
                   PERFORM ValueOneStockMove
               END-IF
       END-READ.

ValueOneStockMove.
       COMPUTE MoveQty = MoveNewQty - MoveOldQty.
       MOVE 0 TO MoveCost.
       IF MoveUnitCost NUMERIC
           MOVE MoveUnitCost TO MoveCost
       END-IF.
       IF MoveCost = 0
           MOVE "Y" TO ProdExists
           MOVE MoveProdCode TO ProdCode
           READ ProductFile
               INVALID KEY MOVE "N" TO ProdExists
           END-READ
           IF ProdExists = "Y" AND ProdUnitCost NUMERIC
               MOVE ProdUnitCost TO MoveCost
           END-IF
       END-IF.
       IF MoveCost = 0
           ADD 1 TO UnvaluedCount
       END-IF.
       MOVE MoveDate TO SortDate.
       COMPUTE SortAmount = MoveQty * MoveCost.
       MOVE 0 TO SortTaxAmount.
       MOVE 0 TO SortFreight.
       EVALUATE TRUE
           WHEN MoveReceipt AND MoveFromCustomer
               MOVE "RCUST" TO SortType
           WHEN MoveReceipt
               MOVE "RCPT" TO SortType
           WHEN MoveSale
               MOVE "SALEC" TO SortType
           WHEN MoveVendorReturn
               MOVE "VRTN" TO SortType
           WHEN OTHER
               MOVE "SHRNK" TO SortType
       END-EVALUATE.
       RELEASE SortRecord.

*> The liability outstanding counts every ledger line up to the end
*> of the range, whatever its start; only lines inside the range
*> post.
LoadLoyaltyLedger.
       MOVE "N" TO LoyEOF.
       OPEN INPUT LoyLedgerFile.
       IF LoyLedgerStatus NOT = "00" AND LoyLedgerStatus NOT = "05"
           MOVE "Y" TO LoyEOF
       END-IF.
       PERFORM ReleaseOneLoyaltyLine UNTIL LoyEOF = "Y".
       CLOSE LoyLedgerFile.

ReleaseOneLoyaltyLine.
       READ LoyLedgerFile
           AT END MOVE "Y" TO LoyEOF
           NOT AT END
               IF LlgDate <= ToDate
                   ADD LlgValue TO PtsLiability
               END-IF
               IF LlgDate >= FromDate AND LlgDate <= ToDate
                   MOVE LlgDate TO SortDate
                   MOVE LlgValue TO SortAmount
                   MOVE 0 TO SortTaxAmount
                   MOVE 0 TO SortFreight
                   EVALUATE TRUE
                       WHEN LlgRedeemed
                           MOVE "PTRDM" TO SortType
                       WHEN LlgExpired
                           MOVE "PTEXP" TO SortType
                       WHEN OTHER
                           MOVE "PTERN" TO SortType
                   END-EVALUATE
                   RELEASE SortRecord
               END-IF
       END-READ.

LoadFxRevaluations.
       MOVE "N" TO FxRevalEOF.
       OPEN INPUT FxRevalFile.
       IF FxRevalStatus NOT = "00" AND FxRevalStatus NOT = "05"
           MOVE "Y" TO FxRevalEOF
       END-IF.
       PERFORM ReleaseOneFxReval UNTIL FxRevalEOF = "Y".
       CLOSE FxRevalFile.

ReleaseOneFxReval.
       READ FxRevalFile
           AT END MOVE "Y" TO FxRevalEOF
           NOT AT END
               IF FrvDate >= FromDate AND FrvDate <= ToDate
                       AND FrvMovement NUMERIC
                   MOVE FrvDate TO SortDate
                   MOVE "FXREV" TO SortType
                   MOVE FrvMovement TO SortAmount
                   MOVE 0 TO SortTaxAmount
                   MOVE 0 TO SortFreight
                   RELEASE SortRecord
               END-IF
       END-READ.

ReleaseOneTran.
       READ TranFile
                   MOVE TranType TO SortType
                   MOVE TranAmount TO SortAmount
                   MOVE TranTaxAmount TO SortTaxAmount
                   MOVE 0 TO SortFreight
                   IF TranFreight NUMERIC
                       MOVE TranFreight TO SortFreight
                   END-IF
                   RELEASE SortRecord
               END-IF
       END-READ.
           WHEN SortType = "PURCH" OR SortType = "INVCE"
               ADD SortAmount TO DaySalesAmt
               ADD SortTaxAmount TO DaySalesTax
               ADD SortFreight TO DaySalesFrt
*> Payments arrive negative and reversals positive, so one
*> subtraction nets the day's cash either way.
           WHEN SortType = "PAYMT" OR SortType = "PYREV"
*> Write-offs arrive negative - the receivable leaving the books.
           WHEN SortType = "WROFF"
               SUBTRACT SortAmount FROM DayWoffAmt
*> Discounts arrive negative too - the receivable forgiven.
           WHEN SortType = "DISCT"
               SUBTRACT SortAmount FROM DayDiscAmt
           WHEN SortType = "APINV"
               ADD SortAmount TO DayAPExpAmt
           WHEN SortType = "APDRP"
               ADD SortAmount TO DayDropCostAmt
           WHEN SortType = "APPAY"
               ADD SortAmount TO DayAPPayAmt
*> Stock values arrive signed by the quantity change.
           WHEN SortType = "RCPT"
               ADD SortAmount TO DayRcptVal
           WHEN SortType = "RCUST"
               ADD SortAmount TO DayCustRtnVal
           WHEN SortType = "SALEC"
               SUBTRACT SortAmount FROM DaySaleCostVal
           WHEN SortType = "VRTN"
               SUBTRACT SortAmount FROM DayVendRtnVal
           WHEN SortType = "SHRNK"
               SUBTRACT SortAmount FROM DayShrinkVal
*> Redemptions and expiries arrive negative - points leaving.
           WHEN SortType = "PTERN"
               ADD SortAmount TO DayPtsEarnVal
           WHEN SortType = "PTRDM"
               SUBTRACT SortAmount FROM DayPtsRedeemVal
           WHEN SortType = "PTEXP"
               SUBTRACT SortAmount FROM DayPtsExpireVal
*> Exchange differences arrive signed, a gain positive.
           WHEN SortType = "FXADJ"
               ADD SortAmount TO DayFxRealAmt
           WHEN SortType = "FXREV"
               ADD SortAmount TO DayFxUnrealAmt
           WHEN OTHER
               IF SortAmount >= 0
                   ADD SortAmount TO DayAdjDrAmt
       END-RETURN.

ClearDayTotals.
       MOVE 0 TO DaySalesAmt DaySalesTax DaySalesFrt DayPayAmt
           DayCredAmt
           DayCredTax DayFinAmt DayWoffAmt DayAdjDrAmt DayAdjCrAmt
           DayDiscAmt.
       MOVE 0 TO DayRcptVal DayCustRtnVal DaySaleCostVal DayShrinkVal
           DayVendRtnVal DayAPPayAmt DayAPExpAmt DayDropCostAmt.
       MOVE 0 TO DayPtsEarnVal DayPtsRedeemVal DayPtsExpireVal.
       MOVE 0 TO DayFxRealAmt DayFxUnrealAmt.

*> One balanced set of entries per day. Sales gross up receivables
*> and split between the sales, freight income and tax accounts;
*> payments move the
*> money to cash; credits reverse sales and tax back out of
*> receivables; finance charges are receivable income; discounts
*> and write-offs take receivables down to their expense; adjustments
*> book against the adjustment account in whichever direction the
*> correction ran.
WriteDayEntries.
           MOVE DaySalesAmt TO EntryAmount
           PERFORM WriteEntryAR-Debit
           COMPUTE EntryAmount = DaySalesAmt - DaySalesTax
               - DaySalesFrt
           MOVE "SALES" TO WantedRole
           PERFORM SetEntryFromMap
           PERFORM WriteEntryCredit
           IF DaySalesFrt > 0
               MOVE DaySalesFrt TO EntryAmount
               MOVE "FRGHT" TO WantedRole
               PERFORM SetEntryFromMap
               PERFORM WriteEntryCredit
           END-IF
           IF DaySalesTax > 0
               MOVE DaySalesTax TO EntryAmount
               MOVE "STAX" TO WantedRole
           MOVE DayWoffAmt TO EntryAmount
           PERFORM WriteEntryAR-Credit
       END-IF.
       IF DayDiscAmt > 0
           MOVE DayDiscAmt TO EntryAmount
           MOVE "DISC" TO WantedRole
           PERFORM SetEntryFromMap
           PERFORM WriteEntryDebit
           MOVE DayDiscAmt TO EntryAmount
           PERFORM WriteEntryAR-Credit
       END-IF.
       IF DayAdjDrAmt > 0
           MOVE DayAdjDrAmt TO EntryAmount
           PERFORM WriteEntryAR-Debit
           MOVE DayAdjCrAmt TO EntryAmount
           PERFORM WriteEntryAR-Credit
       END-IF.
*> The payables and inventory pairs: receipts accrue the payable,
*> payments clear it to cash, non-PO invoices expense straight to
*> purchases, drop-ship invoices go straight to cost of goods,
*> returns to the supplier reduce both payable and stock. Sales
*> carry their cost out of inventory, customer returns
*> bring it back, and count and hand corrections book the variance
*> to shrinkage - a loss debits shrinkage, a gain credits it.
       MOVE DayRcptVal TO PairAmount.
       MOVE "INVTY" TO DebitRole.
       MOVE "AP" TO CreditRole.
       PERFORM WriteSignedPair.
       MOVE DayAPPayAmt TO PairAmount.
       MOVE "AP" TO DebitRole.
       MOVE "CASH" TO CreditRole.
       PERFORM WriteSignedPair.
       MOVE DayAPExpAmt TO PairAmount.
       MOVE "PURCH" TO DebitRole.
       MOVE "AP" TO CreditRole.
       PERFORM WriteSignedPair.
       MOVE DayDropCostAmt TO PairAmount.
       MOVE "COGS" TO DebitRole.
       MOVE "AP" TO CreditRole.
       PERFORM WriteSignedPair.
       MOVE DayVendRtnVal TO PairAmount.
       MOVE "AP" TO DebitRole.
       MOVE "INVTY" TO CreditRole.
       PERFORM WriteSignedPair.
       MOVE DaySaleCostVal TO PairAmount.
       MOVE "COGS" TO DebitRole.
       MOVE "INVTY" TO CreditRole.
       PERFORM WriteSignedPair.
       MOVE DayCustRtnVal TO PairAmount.
       MOVE "INVTY" TO DebitRole.
       MOVE "COGS" TO CreditRole.
       PERFORM WriteSignedPair.
       MOVE DayShrinkVal TO PairAmount.
       MOVE "SHRNK" TO DebitRole.
       MOVE "INVTY" TO CreditRole.
       PERFORM WriteSignedPair.
*> Loyalty points: earned points accrue the liability against the
*> expense, redeemed points clear it into the sales they paid for,
*> expired points release it back against the expense.
       MOVE DayPtsEarnVal TO PairAmount.
       MOVE "LOYEX" TO DebitRole.
       MOVE "LOYLB" TO CreditRole.
       PERFORM WriteSignedPair.
       MOVE DayPtsRedeemVal TO PairAmount.
       MOVE "LOYLB" TO DebitRole.
       MOVE "SALES" TO CreditRole.
       PERFORM WriteSignedPair.
       MOVE DayPtsExpireVal TO PairAmount.
       MOVE "LOYLB" TO DebitRole.
       MOVE "LOYEX" TO CreditRole.
       PERFORM WriteSignedPair.
*> Exchange differences: a realized gain puts receivables back up
*> against exchange gain/loss, an unrealized movement adjusts the
*> revaluation account against unrealized gain/loss - a loss runs
*> either pair the other way.
       MOVE DayFxRealAmt TO PairAmount.
       MOVE "AR" TO DebitRole.
       MOVE "FXGL" TO CreditRole.
       PERFORM WriteSignedPair.
       MOVE DayFxUnrealAmt TO PairAmount.
       MOVE "FXREV" TO DebitRole.
       MOVE "FXUNR" TO CreditRole.
       PERFORM WriteSignedPair.

*> Debit one role and credit the other for a positive amount; a
*> negative amount runs the pair the other way round.
WriteSignedPair.
       IF PairAmount > 0
           MOVE PairAmount TO EntryAmount
           MOVE DebitRole TO WantedRole
           PERFORM SetEntryFromMap
           PERFORM WriteEntryDebit
           MOVE PairAmount TO EntryAmount
           MOVE CreditRole TO WantedRole
           PERFORM SetEntryFromMap
           PERFORM WriteEntryCredit
       END-IF.
       IF PairAmount < 0
           COMPUTE EntryAmount = 0 - PairAmount
           MOVE CreditRole TO WantedRole
           PERFORM SetEntryFromMap
           PERFORM WriteEntryDebit
           COMPUTE EntryAmount = 0 - PairAmount
           MOVE DebitRole TO WantedRole
           PERFORM SetEntryFromMap
           PERFORM WriteEntryCredit
       END-IF.

WriteEntryAR-Debit.
       MOVE "AR" TO WantedRole.
       ELSE
           WRITE PrintLine FROM WithheldLine AFTER ADVANCING 2 LINES
       END-IF.
       MOVE "Loyalty points liability outstanding" TO PrnCtlLabel.
       MOVE PtsLiability TO PrnCtlAmount.
       WRITE PrintLine FROM ControlTotalLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
