       >>SOURCE FORMAT FREE
*> Customer profitability for a period. prodmargin says which
*> products make money; this says which customers do - the big
*> buyer on contract prices who sends a third of it back and takes
*> ninety days to pay shows up here as the loss the account is.
*> For every customer, inside the window the operator keys (the
*> last year to the run date on zeros):
*>   - revenue: the goods lines of every invoice on invregister.txt
*>     dated in the window, at their invlines.txt line totals (the
*>     freight line is a pass-through and stays out), the
*>     service-plan charges recbill journalled to reclog.txt for
*>     the window's months, and every counter, web and layaway sale
*>     (PURCH) on custtran.txt net of its tax;
*>   - cost of those goods: each invoice line's own unit cost at the
*>     moment of sale times its quantity, and the cost each PURCH
*>     line carries; an invoice line from before lines carried a
*>     cost is costed at today's ProdUnitCost and a sale line with
*>     no cost is left at none, each counted on the report;
*>   - credit memos (CREDT), finance charges earned (FINCH), bad
*>     debt written off (WROFF) and prompt-payment discounts allowed
*>     (DISCT), off custtran.txt;
*>   - average days-to-pay: the receipts on payjrnl.txt dated in the
*>     window run against the customer's invoices on openitem.txt
*>     oldest first and weighted by the money paid, the same reading
*>     cashfcst gives its forecast.
*> Contribution is revenue less cost, credits, bad debt and
*> discounts, plus finance charges. The dated CustProf report
*> prints every customer with activity in the window least
*> profitable first, so the top of the page is the conversation to
*> have. Activity for a customer no longer on customer.txt is
*> counted, not printed.
IDENTIFICATION DIVISION.
PROGRAM-ID. custprof.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT ProductFile ASSIGN TO "product.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

       SELECT OPTIONAL InvRegisterFile ASSIGN TO "invregister.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvRegisterStatus.

       SELECT OPTIONAL InvLinesFile ASSIGN TO "invlines.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvLinesStatus.

       SELECT OPTIONAL RecLogFile ASSIGN TO "reclog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RecLogStatus.

       SELECT OPTIONAL TranFile ASSIGN TO "custtran.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TranFileStatus.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OiInvoiceNo
           FILE STATUS IS OpenItemStatus.

       SELECT OPTIONAL PayJournal ASSIGN TO "payjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayFileStatus.

       SELECT InvSortFile ASSIGN TO "profwk1.tmp".

       SELECT PaySortFile ASSIGN TO "profwk2.tmp".

       SELECT ProfSortFile ASSIGN TO "profwk3.tmp".

       SELECT ProfReport ASSIGN TO DYNAMIC ProfRptName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY "custrec.cpy".

FD ProductFile.
       COPY "prodrec.cpy".

FD InvRegisterFile.
       01 InvRegisterRecord.
              02 RegInvoiceNo PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 RegInvDate PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 RegCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 RegSubTotal PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 RegTaxAmount PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 RegGrandTotal PIC 9(7)V99.

FD InvLinesFile.
       01 InvLineRecord.
              02 LineInvoiceNo PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 LineDesc PIC X(20).
              02 LineQty PIC 9(4).
              02 FILLER PIC X VALUE SPACE.
              02 LinePrice PIC 9(5)V99.
              02 FILLER PIC X VALUE SPACE.
              02 LineTotal PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 LineProdCode PIC X(5).
              02 FILLER PIC X VALUE SPACE.
              02 LineUnitCost PIC 9(5)V99.

FD RecLogFile.
       01 RecLogRecord.
              02 RlgMonth PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 RlgCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 RlgAmount PIC 9(5)V99.

FD TranFile.
       COPY "trnrec.cpy".

FD OpenItemFile.
       COPY "openitem.cpy".

FD PayJournal.
       01 PayRecord.
              02 PayDate PIC X(8).
              02 PayTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 PayCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 PayAmount PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 PayMethod PIC X(4).
              02 FILLER PIC X VALUE SPACE.
              02 PayFullPart PIC X(1).

*> Register and line records together in invoice order, the
*> register record (kind A) ahead of its lines (kind B).
SD InvSortFile.
       01 InvSortRecord.
              02 IsInvoiceNo PIC 9(6).
              02 IsKind PIC X(1).
              02 IsCustID PIC 9(6).
              02 IsRevenue PIC 9(7)V99.
              02 IsCost PIC 9(9)V99.

*> Invoices (kind I) and receipts (kind P) by customer and date,
*> for the days-to-pay reading.
SD PaySortFile.
       01 PaySortRecord.
              02 PsCustID PIC 9(6).
              02 PsDate PIC 9(8).
              02 PsKind PIC X(1).
              02 PsAmount PIC 9(7)V99.

SD ProfSortFile.
       01 ProfSortRecord.
              02 SrtContribution PIC S9(9)V99.
              02 SrtSub PIC 9(5).

FD ProfReport.
       01 PrintLine PIC X(132).

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 InvRegisterStatus PIC XX.
01 InvLinesStatus PIC XX.
01 RecLogStatus PIC XX.
01 TranFileStatus PIC XX.
01 OpenItemStatus PIC XX.
01 PayFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 CustEOF PIC X.
01 RegEOF PIC X.
01 LineEOF PIC X.
01 RecLogEOF PIC X.
01 TranEOF PIC X.
01 OiEOF PIC X.
01 PayEOF PIC X.
01 SortEOF PIC X.
01 ProdFound PIC X.
01 RunDate PIC 9(8).
01 FromDate PIC 9(8).
01 FromParts REDEFINES FromDate.
       02 FromYear PIC 9(4).
       02 FromMonth PIC 99.
       02 FromDay PIC 99.
01 ToDate PIC 9(8).
01 ToParts REDEFINES ToDate.
       02 ToYear PIC 9(4).
       02 ToMonth PIC 99.
       02 ToDay PIC 99.
01 FromMonthKey PIC 9(6).
01 ToMonthKey PIC 9(6).
*> One slot per customer on file, loaded in key order so every
*> source can SEARCH ALL for its customer.
01 ProfCount PIC 9(5) VALUE ZERO.
01 ProfMax PIC 9(5) VALUE 5000.
01 ProfFull PIC X VALUE "N".
01 ProfFound PIC X.
01 ProfSub PIC 9(5).
01 WorkCustID PIC 9(6).
01 ProfTable.
       02 ProfEntry OCCURS 1 TO 5000 TIMES DEPENDING ON ProfCount
              ASCENDING KEY IS ProfCustID
              INDEXED BY ProfIdx.
              03 ProfCustID PIC 9(6).
              03 ProfName PIC X(20).
              03 ProfRevenue PIC S9(9)V99.
              03 ProfCost PIC S9(9)V99.
              03 ProfCredits PIC S9(9)V99.
              03 ProfFinance PIC S9(9)V99.
              03 ProfBadDebt PIC S9(9)V99.
              03 ProfDiscount PIC S9(9)V99.
              03 ProfDays PIC 9(3).
              03 ProfHasDays PIC X.
              03 ProfActive PIC X.
*> The invoice the line records belong to.
01 CurInvoiceNo PIC 9(6).
01 CurInvFound PIC X.
01 CurInvSub PIC 9(5).
01 LineCost PIC 9(9)V99.
01 NetAmount PIC S9(9)V99.
*> Days-to-pay: the current customer's invoices as a queue the
*> window's receipts wear down oldest first.
01 BreakCustID PIC 9(6).
01 QueueHead PIC 9(3).
01 QueueCount PIC 9(3).
01 QueueMax PIC 9(3) VALUE 500.
01 InvoiceQueue.
       02 QueueEntry OCCURS 500 TIMES.
              03 QueueDayNum PIC 9(7).
              03 QueueRemain PIC 9(7)V99.
01 WorkDate PIC 9(8).
01 WorkParts REDEFINES WorkDate.
       02 WorkYear PIC 9(4).
       02 WorkMonth PIC 99.
       02 WorkDay PIC 99.
01 WorkDayNum PIC 9(7).
01 PayDayNum PIC 9(7).
01 PayLeft PIC 9(7)V99.
01 TakeAmt PIC 9(7)V99.
01 PayInWindow PIC X.
01 WeightedDays PIC 9(13)V99.
01 PaidWeight PIC 9(11)V99.
01 Contribution PIC S9(9)V99.
01 CustomersPrinted PIC 9(5) VALUE ZERO.
01 LossCount PIC 9(5) VALUE ZERO.
01 NowCostedLines PIC 9(7) VALUE ZERO.
01 UncostedSales PIC 9(7) VALUE ZERO.
01 OffFileEvents PIC 9(7) VALUE ZERO.
01 Totals.
       02 TotRevenue PIC S9(11)V99.
       02 TotCost PIC S9(11)V99.
       02 TotCredits PIC S9(11)V99.
       02 TotFinance PIC S9(11)V99.
       02 TotBadDebt PIC S9(11)V99.
       02 TotDiscount PIC S9(11)V99.
       02 TotContribution PIC S9(11)V99.
*> Dated report file off RPTFILE.
01 ProfRptName PIC X(30).
01 ProfRptBase PIC X(12) VALUE "CustProf".
01 ProfRptSuffix PIC X(4) VALUE ".rpt".
01 ProfRptMode PIC X VALUE "N".
01 PageHeading.
       02 FILLER PIC X(36) VALUE "Customer Profitability              ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 RangeEchoLine.
       02 FILLER PIC X(17) VALUE "Period         : ".
       02 PrnFromDate PIC 9999/99/99.
       02 FILLER PIC X(4) VALUE " to ".
       02 PrnToDate PIC 9999/99/99.
       02 FILLER PIC X(30) VALUE "   - least profitable first".
01 Heads1 PIC X(132) VALUE
       "Cust    Name                    Revenue     Cost of      Credit     Finance    Bad Debt    Discount  Days    Contribution".
01 Heads2 PIC X(132) VALUE
       "                                              Goods       Memos     Charges                 Allowed to Pay".
01 DetailLine.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnName PIC X(20).
       02 PrnRevenue PIC -ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnCost PIC -ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnCredits PIC -ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnFinance PIC -ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnBadDebt PIC -ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnDiscount PIC -ZZZ,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnDays PIC X(4).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnContribution PIC -ZZ,ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnLossFlag PIC X(4).
01 EditDays PIC ZZ9.
01 TotalLine.
       02 FILLER PIC X(28) VALUE "Totals".
       02 PrnTotRevenue PIC -ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnTotCost PIC -ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnTotCredits PIC -ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnTotFinance PIC -ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnTotBadDebt PIC -ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnTotDiscount PIC -ZZZ,ZZ9.99.
       02 FILLER PIC X(8) VALUE SPACES.
       02 PrnTotContribution PIC -ZZ,ZZZ,ZZ9.99.
01 CountLine.
       02 PrnCountLabel PIC X(60).
       02 PrnCountValue PIC Z(6)9.
01 NoActivityLine PIC X(50) VALUE
       "No customer activity in the period.".
01 TableFullLine PIC X(70) VALUE
       "More customers on file than the run holds - the rest not shown.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       DISPLAY " ".
       DISPLAY "Period from (YYYYMMDD, zeros for a year back) : "
           WITH NO ADVANCING.
       ACCEPT FromDate.
       DISPLAY "Period to (YYYYMMDD, zeros for today) : "
           WITH NO ADVANCING.
       ACCEPT ToDate.
       IF ToDate = 0
           MOVE RunDate TO ToDate
       END-IF.
       IF FromDate = 0
           MOVE ToDate TO FromDate
           SUBTRACT 1 FROM FromYear
       END-IF.
       MOVE FromDate TO PrnFromDate.
       MOVE ToDate TO PrnToDate.
       MOVE FromDate(1:6) TO FromMonthKey.
       MOVE ToDate(1:6) TO ToMonthKey.

       OPEN INPUT CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadCustomers.
       CLOSE CustomerFile.

       OPEN INPUT ProductFile.
       SORT InvSortFile
           ON ASCENDING KEY IsInvoiceNo, IsKind
           INPUT PROCEDURE IS ReleaseInvoiceData
           OUTPUT PROCEDURE IS PostInvoiceData.
       CLOSE ProductFile.

       PERFORM PostServicePlans.
       PERFORM PostTransactions.

       SORT PaySortFile
           ON ASCENDING KEY PsCustID, PsDate, PsKind
           INPUT PROCEDURE IS LoadPaymentHistory
           OUTPUT PROCEDURE IS WorkOutDaysToPay.

       CALL "RPTFILE" USING ProfRptBase, ProfRptSuffix, ProfRptMode,
           ProfRptName.
       OPEN OUTPUT ProfReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       WRITE PrintLine FROM RangeEchoLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM Heads1 AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM Heads2 AFTER ADVANCING 1 LINE.
       INITIALIZE Totals.

       SORT ProfSortFile
           ON ASCENDING KEY SrtContribution
           INPUT PROCEDURE IS ReleaseContributions
           OUTPUT PROCEDURE IS PrintContributions.

       PERFORM PrintTotals.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE ProfReport.

       DISPLAY "Customer profitability written to " ProfRptName " - "
           CustomersPrinted " customers, " LossCount " losing money.".
       IF ProfFull = "Y"
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

LoadCustomers.
       MOVE 0 TO ProfCount.
       MOVE "N" TO CustEOF.
       PERFORM LoadOneCustomer UNTIL CustEOF = "Y".

LoadOneCustomer.
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO CustEOF
       END-READ.
       IF CustEOF = "N"
           IF ProfCount < ProfMax
               ADD 1 TO ProfCount
               MOVE CustID TO ProfCustID(ProfCount)
               MOVE SPACES TO ProfName(ProfCount)
               STRING CustLName DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      CustFName DELIMITED BY "  "
                      INTO ProfName(ProfCount)
               END-STRING
               MOVE 0 TO ProfRevenue(ProfCount) ProfCost(ProfCount)
                   ProfCredits(ProfCount) ProfFinance(ProfCount)
                   ProfBadDebt(ProfCount) ProfDiscount(ProfCount)
                   ProfDays(ProfCount)
               MOVE "N" TO ProfHasDays(ProfCount) ProfActive(ProfCount)
           ELSE
               MOVE "Y" TO ProfFull
           END-IF
       END-IF.

*> WorkCustID's slot, or ProfFound "N" for a customer not held.
FindProfSlot.
       MOVE "N" TO ProfFound.
       IF ProfCount > 0
           SET ProfIdx TO 1
           SEARCH ALL ProfEntry
               WHEN ProfCustID(ProfIdx) = WorkCustID
                   MOVE "Y" TO ProfFound
                   SET ProfSub TO ProfIdx
           END-SEARCH
       END-IF.

*> Invoices dated in the period, and every goods line - the lines
*> of invoices outside it find no register record and drop out.
ReleaseInvoiceData.
       MOVE "N" TO RegEOF.
       OPEN INPUT InvRegisterFile.
       IF InvRegisterStatus NOT = "00" AND InvRegisterStatus NOT = "05"
           MOVE "Y" TO RegEOF
       END-IF.
       PERFORM ReleaseOneRegister UNTIL RegEOF = "Y".
       CLOSE InvRegisterFile.

       MOVE "N" TO LineEOF.
       OPEN INPUT InvLinesFile.
       IF InvLinesStatus NOT = "00" AND InvLinesStatus NOT = "05"
           MOVE "Y" TO LineEOF
       END-IF.
       PERFORM ReleaseOneLine UNTIL LineEOF = "Y".
       CLOSE InvLinesFile.

ReleaseOneRegister.
       READ InvRegisterFile
           AT END MOVE "Y" TO RegEOF
           NOT AT END
               IF RegInvDate >= FromDate AND RegInvDate <= ToDate
                   MOVE RegInvoiceNo TO IsInvoiceNo
                   MOVE "A" TO IsKind
                   MOVE RegCustID TO IsCustID
                   MOVE 0 TO IsRevenue IsCost
                   RELEASE InvSortRecord
               END-IF
       END-READ.

*> A line from before lines carried their cost is costed at the
*> product's unit cost today, and counted.
ReleaseOneLine.
       READ InvLinesFile
           AT END MOVE "Y" TO LineEOF
           NOT AT END
               IF LineProdCode NOT = SPACES AND LineTotal NUMERIC
                   MOVE LineInvoiceNo TO IsInvoiceNo
                   MOVE "B" TO IsKind
                   MOVE 0 TO IsCustID
                   MOVE LineTotal TO IsRevenue
                   PERFORM CostOneLine
                   MOVE LineCost TO IsCost
                   RELEASE InvSortRecord
               END-IF
       END-READ.

CostOneLine.
       MOVE 0 TO LineCost.
       IF LineUnitCost NUMERIC
           COMPUTE LineCost = LineQty * LineUnitCost
       ELSE
           MOVE "Y" TO ProdFound
           MOVE LineProdCode TO ProdCode
           READ ProductFile
               INVALID KEY MOVE "N" TO ProdFound
           END-READ
           IF ProdFound = "Y"
               COMPUTE LineCost = LineQty * ProdUnitCost
           END-IF
           ADD 1 TO NowCostedLines
       END-IF.

PostInvoiceData.
       MOVE 0 TO CurInvoiceNo.
       MOVE "N" TO CurInvFound.
       MOVE "N" TO SortEOF.
       PERFORM PostOneInvoiceRecord UNTIL SortEOF = "Y".

PostOneInvoiceRecord.
       RETURN InvSortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.
       IF SortEOF = "N"
           IF IsKind = "A"
               MOVE IsInvoiceNo TO CurInvoiceNo
               MOVE IsCustID TO WorkCustID
               PERFORM FindProfSlot
               MOVE ProfFound TO CurInvFound
               MOVE ProfSub TO CurInvSub
               IF ProfFound = "N"
                   ADD 1 TO OffFileEvents
               END-IF
           ELSE
               IF IsInvoiceNo = CurInvoiceNo AND CurInvFound = "Y"
                   ADD IsRevenue TO ProfRevenue(CurInvSub)
                   ADD IsCost TO ProfCost(CurInvSub)
                   MOVE "Y" TO ProfActive(CurInvSub)
               END-IF
           END-IF
       END-IF.

*> Service-plan charges carry no goods, so no cost.
PostServicePlans.
       MOVE "N" TO RecLogEOF.
       OPEN INPUT RecLogFile.
       IF RecLogStatus NOT = "00" AND RecLogStatus NOT = "05"
           MOVE "Y" TO RecLogEOF
       END-IF.
       PERFORM PostOnePlanCharge UNTIL RecLogEOF = "Y".
       CLOSE RecLogFile.

PostOnePlanCharge.
       READ RecLogFile
           AT END MOVE "Y" TO RecLogEOF
           NOT AT END
               IF RlgMonth >= FromMonthKey AND RlgMonth <= ToMonthKey
                       AND RlgAmount NUMERIC
                   MOVE RlgCustID TO WorkCustID
                   PERFORM FindProfSlot
                   IF ProfFound = "Y"
                       ADD RlgAmount TO ProfRevenue(ProfSub)
                       MOVE "Y" TO ProfActive(ProfSub)
                   ELSE
                       ADD 1 TO OffFileEvents
                   END-IF
               END-IF
       END-READ.

PostTransactions.
       MOVE "N" TO TranEOF.
       OPEN INPUT TranFile.
       IF TranFileStatus NOT = "00" AND TranFileStatus NOT = "05"
           MOVE "Y" TO TranEOF
       END-IF.
       PERFORM PostOneTransaction UNTIL TranEOF = "Y".
       CLOSE TranFile.

PostOneTransaction.
       READ TranFile
           AT END MOVE "Y" TO TranEOF
           NOT AT END
               IF TranDate >= FromDate AND TranDate <= ToDate
                       AND TranAmount NUMERIC
                       AND (TranPurchase OR TranCreditMemo
                           OR TranFinanceChg OR TranWriteOff
                           OR TranDiscount)
                   MOVE TranCustID TO WorkCustID
                   PERFORM FindProfSlot
                   IF ProfFound = "Y"
                       PERFORM PostOneProfitEvent
                   ELSE
                       ADD 1 TO OffFileEvents
                   END-IF
               END-IF
       END-READ.

*> Sales and credit memos count net of their tax; the others carry
*> none. Credits, write-offs and discounts are negative on file.
PostOneProfitEvent.
       MOVE TranAmount TO NetAmount.
       IF TranTaxAmount NUMERIC
           SUBTRACT TranTaxAmount FROM NetAmount
       END-IF.
       MOVE "Y" TO ProfActive(ProfSub).
       EVALUATE TRUE
           WHEN TranPurchase
               ADD NetAmount TO ProfRevenue(ProfSub)
               IF TranCost NUMERIC
                   ADD TranCost TO ProfCost(ProfSub)
               ELSE
                   ADD 1 TO UncostedSales
               END-IF
           WHEN TranCreditMemo
               SUBTRACT NetAmount FROM ProfCredits(ProfSub)
           WHEN TranFinanceChg
               ADD TranAmount TO ProfFinance(ProfSub)
           WHEN TranWriteOff
               SUBTRACT TranAmount FROM ProfBadDebt(ProfSub)
           WHEN TranDiscount
               SUBTRACT TranAmount FROM ProfDiscount(ProfSub)
       END-EVALUATE.

*> Every invoice up to the period's end and every receipt, by
*> customer and date; only receipts inside the period count toward
*> the days, but the earlier ones still wear the queue down.
LoadPaymentHistory.
       MOVE "N" TO OiEOF.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus NOT = "00" AND OpenItemStatus NOT = "05"
           MOVE "Y" TO OiEOF
       END-IF.
       PERFORM ReleaseOneInvoice UNTIL OiEOF = "Y".
       CLOSE OpenItemFile.

       MOVE "N" TO PayEOF.
       OPEN INPUT PayJournal.
       IF PayFileStatus NOT = "00" AND PayFileStatus NOT = "05"
           MOVE "Y" TO PayEOF
       END-IF.
       PERFORM ReleaseOneReceipt UNTIL PayEOF = "Y".
       CLOSE PayJournal.

ReleaseOneInvoice.
       READ OpenItemFile NEXT RECORD
           AT END MOVE "Y" TO OiEOF
           NOT AT END
               IF OiInvDate NUMERIC AND OiAmount > 0
                       AND OiInvDate <= ToDate
                   MOVE OiCustID TO PsCustID
                   MOVE OiInvDate TO PsDate
                   MOVE "I" TO PsKind
                   MOVE OiAmount TO PsAmount
                   RELEASE PaySortRecord
               END-IF
       END-READ.

ReleaseOneReceipt.
       READ PayJournal
           AT END MOVE "Y" TO PayEOF
           NOT AT END
               IF PayDate NUMERIC AND PayAmount NUMERIC
                       AND PayAmount > 0 AND PayDate <= ToDate
                   MOVE PayCustID TO PsCustID
                   MOVE PayDate TO PsDate
                   MOVE "P" TO PsKind
                   MOVE PayAmount TO PsAmount
                   RELEASE PaySortRecord
               END-IF
       END-READ.

WorkOutDaysToPay.
       MOVE "N" TO SortEOF.
       RETURN PaySortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.
       IF SortEOF = "N"
           MOVE PsCustID TO BreakCustID
           PERFORM ClearCustomerHistory
           PERFORM HistoryOneEvent UNTIL SortEOF = "Y"
           PERFORM SaveCustomerHistory
       END-IF.

HistoryOneEvent.
       IF PsCustID NOT = BreakCustID
           PERFORM SaveCustomerHistory
           MOVE PsCustID TO BreakCustID
           PERFORM ClearCustomerHistory
       END-IF.

       MOVE PsDate TO WorkDate.
       COMPUTE WorkDayNum = (WorkYear * 360) + (WorkMonth * 30)
           + WorkDay.
       IF PsKind = "I"
           IF QueueCount < QueueMax
               ADD 1 TO QueueCount
               MOVE WorkDayNum TO QueueDayNum(QueueCount)
               MOVE PsAmount TO QueueRemain(QueueCount)
           END-IF
       ELSE
           MOVE WorkDayNum TO PayDayNum
           MOVE PsAmount TO PayLeft
           IF PsDate >= FromDate
               MOVE "Y" TO PayInWindow
           ELSE
               MOVE "N" TO PayInWindow
           END-IF
           PERFORM WearDownOldestInvoice
               UNTIL PayLeft = 0 OR QueueHead > QueueCount
       END-IF.

       RETURN PaySortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.

WearDownOldestInvoice.
       IF QueueRemain(QueueHead) > PayLeft
           MOVE PayLeft TO TakeAmt
       ELSE
           MOVE QueueRemain(QueueHead) TO TakeAmt
       END-IF.
       IF PayInWindow = "Y"
           IF PayDayNum > QueueDayNum(QueueHead)
               COMPUTE WeightedDays = WeightedDays
                   + (TakeAmt * (PayDayNum - QueueDayNum(QueueHead)))
           END-IF
           ADD TakeAmt TO PaidWeight
       END-IF.
       SUBTRACT TakeAmt FROM PayLeft.
       SUBTRACT TakeAmt FROM QueueRemain(QueueHead).
       IF QueueRemain(QueueHead) = 0
           ADD 1 TO QueueHead
       END-IF.

ClearCustomerHistory.
       MOVE 1 TO QueueHead.
       MOVE 0 TO QueueCount.
       MOVE 0 TO WeightedDays.
       MOVE 0 TO PaidWeight.

SaveCustomerHistory.
       IF PaidWeight > 0
           MOVE BreakCustID TO WorkCustID
           PERFORM FindProfSlot
           IF ProfFound = "Y"
               COMPUTE ProfDays(ProfSub) ROUNDED =
                   WeightedDays / PaidWeight
               MOVE "Y" TO ProfHasDays(ProfSub)
           END-IF
       END-IF.

ReleaseContributions.
       PERFORM ReleaseOneContribution
           VARYING ProfSub FROM 1 BY 1 UNTIL ProfSub > ProfCount.

ReleaseOneContribution.
       IF ProfActive(ProfSub) = "Y"
           COMPUTE SrtContribution = ProfRevenue(ProfSub)
               - ProfCost(ProfSub) - ProfCredits(ProfSub)
               + ProfFinance(ProfSub) - ProfBadDebt(ProfSub)
               - ProfDiscount(ProfSub)
           MOVE ProfSub TO SrtSub
           RELEASE ProfSortRecord
       END-IF.

PrintContributions.
       MOVE "N" TO SortEOF.
       RETURN ProfSortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.
       IF SortEOF = "Y"
           WRITE PrintLine FROM NoActivityLine AFTER ADVANCING 2 LINES
       END-IF.
       PERFORM PrintOneCustomer UNTIL SortEOF = "Y".

PrintOneCustomer.
       MOVE SrtSub TO ProfSub.
       MOVE SrtContribution TO Contribution.
       MOVE ProfCustID(ProfSub) TO PrnCustID.
       MOVE ProfName(ProfSub) TO PrnName.
       MOVE ProfRevenue(ProfSub) TO PrnRevenue.
       MOVE ProfCost(ProfSub) TO PrnCost.
       MOVE ProfCredits(ProfSub) TO PrnCredits.
       MOVE ProfFinance(ProfSub) TO PrnFinance.
       MOVE ProfBadDebt(ProfSub) TO PrnBadDebt.
       MOVE ProfDiscount(ProfSub) TO PrnDiscount.
       IF ProfHasDays(ProfSub) = "Y"
           MOVE ProfDays(ProfSub) TO EditDays
           MOVE EditDays TO PrnDays
       ELSE
           MOVE "  - " TO PrnDays
       END-IF.
       MOVE Contribution TO PrnContribution.
       IF Contribution < 0
           MOVE "LOSS" TO PrnLossFlag
           ADD 1 TO LossCount
       ELSE
           MOVE SPACES TO PrnLossFlag
       END-IF.
       WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE.
       ADD 1 TO CustomersPrinted.
       ADD ProfRevenue(ProfSub) TO TotRevenue.
       ADD ProfCost(ProfSub) TO TotCost.
       ADD ProfCredits(ProfSub) TO TotCredits.
       ADD ProfFinance(ProfSub) TO TotFinance.
       ADD ProfBadDebt(ProfSub) TO TotBadDebt.
       ADD ProfDiscount(ProfSub) TO TotDiscount.
       ADD Contribution TO TotContribution.
       RETURN ProfSortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.

PrintTotals.
       MOVE TotRevenue TO PrnTotRevenue.
       MOVE TotCost TO PrnTotCost.
       MOVE TotCredits TO PrnTotCredits.
       MOVE TotFinance TO PrnTotFinance.
       MOVE TotBadDebt TO PrnTotBadDebt.
       MOVE TotDiscount TO PrnTotDiscount.
       MOVE TotContribution TO PrnTotContribution.
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES.
       MOVE "Customers with activity in the period" TO PrnCountLabel.
       MOVE CustomersPrinted TO PrnCountValue.
       WRITE PrintLine FROM CountLine AFTER ADVANCING 2 LINES.
       MOVE "Customers losing money" TO PrnCountLabel.
       MOVE LossCount TO PrnCountValue.
       WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE.
       IF NowCostedLines > 0
           MOVE "Invoice lines costed at today's unit cost (no cost kept)"
               TO PrnCountLabel
           MOVE NowCostedLines TO PrnCountValue
           WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
       END-IF.
       IF UncostedSales > 0
           MOVE "Sales with no cost on file (cost left out)"
               TO PrnCountLabel
           MOVE UncostedSales TO PrnCountValue
           WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
       END-IF.
       IF OffFileEvents > 0
           MOVE "Postings for customers not on customer.txt"
               TO PrnCountLabel
           MOVE OffFileEvents TO PrnCountValue
           WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
       END-IF.
       IF ProfFull = "Y"
           WRITE PrintLine FROM TableFullLine AFTER ADVANCING 1 LINE
       END-IF.
