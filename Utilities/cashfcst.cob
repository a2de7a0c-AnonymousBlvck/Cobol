       >>SOURCE FORMAT FREE
*> Twelve-week cash-flow forecast. openitem.txt says what each
*> customer still owes invoice by invoice and apledger.txt what we
*> owe suppliers and when, but nobody could say whether the bank
*> will cover the payment run on the 15th. This run lays both out
*> week by week from the run date. Money coming in is every open
*> item's remaining balance, expected when that customer actually
*> pays rather than when the terms say: each customer's historical
*> days-to-pay is worked out first by running the receipts on
*> payjrnl.txt against their invoices oldest-first (the same
*> oldest-money-first reading custaging and finchg give the
*> balance), weighted by the money paid. A customer with no payment
*> history is expected on the item's due date. The service plans on
*> recurring.txt add the charges recbill will raise at each month
*> end inside the horizon, expected the same number of days after
*> billing. Money going out is every open or held supplier invoice
*> on apledger.txt on its due date. Anything already past its
*> expected date falls into week one. From the opening cash figure
*> the operator keys, the dated CashFcst document carries a running
*> projected balance through the twelve weeks, flags every week
*> that goes negative, and the run exits RC-WARNING when one does.
IDENTIFICATION DIVISION.
PROGRAM-ID. cashfcst.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OiInvoiceNo
           FILE STATUS IS OpenItemStatus.

       SELECT OPTIONAL PayJournal ASSIGN TO "payjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayFileStatus.

       SELECT OPTIONAL APFile ASSIGN TO "apledger.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APID
           FILE STATUS IS APFileStatus.

       SELECT OPTIONAL RecurringFile ASSIGN TO "recurring.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RecurringStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT OPTIONAL ForecastReport ASSIGN TO DYNAMIC FcstFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortFile ASSIGN TO "cfwork.tmp".

DATA DIVISION.
FILE SECTION.
FD OpenItemFile.
       COPY "openitem.cpy".

FD PayJournal.
       01 PayRecord.
              02 PayDate PIC 9(8).
              02 PayTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 PayCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 PayAmount PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 PayMethod PIC X(4).
              02 FILLER PIC X VALUE SPACE.
              02 PayFullPart PIC X(1).

FD APFile.
       COPY "aprec.cpy".

FD RecurringFile.
       01 RecurringRecord.
              02 RecCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 RecAmount PIC 9(5)V99.
              02 FILLER PIC X VALUE SPACE.
              02 RecDesc PIC X(20).
              02 FILLER PIC X VALUE SPACE.
              02 RecStartMonth PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 RecEndMonth PIC 9(6).

FD CustomerFile.
       COPY "custrec.cpy".

FD ForecastReport.
       01 PrintLine PIC X(110).

*> Invoices and receipts per customer in date order - an invoice
*> sorts ahead of a receipt on the same day, so same-day money
*> settles it at zero days.
SD SortFile.
       01 SortRecord.
              02 SortCustID PIC 9(6).
              02 SortDate PIC 9(8).
              02 SortAmount PIC 9(7)V99.
              02 SortKind PIC X(1).
              88 SortEOF VALUE HIGH-VALUE.

WORKING-STORAGE SECTION.
01 OpenItemStatus PIC XX.
01 PayFileStatus PIC XX.
01 APFileStatus PIC XX.
01 RecurringStatus PIC XX.
01 CustFileStatus PIC XX.
01 OiEOF PIC X.
01 PayEOF PIC X.
01 APEOF PIC X.
01 RecEOF PIC X.
01 CustExists PIC X.
01 RunDate PIC 9(8).
01 RunDateParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay PIC 99.
01 RunDayNum PIC 9(7).
01 OpeningCash PIC S9(9)V99.
*> Dated forecast document off RPTFILE - each week's forecast is
*> kept to set against what actually happened.
01 FcstFileName PIC X(30).
01 FcstBase PIC X(12) VALUE "CashFcst".
01 FcstSuffix PIC X(4) VALUE ".rpt".
01 FcstMode PIC X VALUE "N".
*> 30/360 day-number work, as custaging and apledger reckon dates.
01 WorkDate PIC 9(8).
01 WorkDateParts REDEFINES WorkDate.
       02 WorkYear PIC 9(4).
       02 WorkMonth PIC 99.
       02 WorkDay PIC 99.
01 WorkDayNum PIC 9(7).
01 WorkRem PIC 9(7).
01 ExpDayNum PIC 9(7).
01 DueDayNum PIC 9(7).
*> Days-to-pay history: the current customer's unpaid invoices as
*> a queue the receipts wear down oldest first, and the weighted
*> days that money took.
01 BreakCustID PIC 9(6).
01 QueueHead PIC 9(3).
01 QueueCount PIC 9(3).
01 QueueMax PIC 9(3) VALUE 500.
01 InvoiceQueue.
       02 QueueEntry OCCURS 500 TIMES.
              03 QueueDayNum PIC 9(7).
              03 QueueRemain PIC 9(7)V99.
01 PayLeft PIC 9(7)V99.
01 TakeAmt PIC 9(7)V99.
01 PayDayNum PIC 9(7).
01 WeightedDays PIC 9(13)V99.
01 PaidWeight PIC 9(11)V99.
*> One line per customer with payment history.
01 HistCount PIC 9(4) VALUE ZERO.
01 HistMax PIC 9(4) VALUE 5000.
01 HistSub PIC 9(4).
01 HistFound PIC X.
01 HistTable.
       02 HistEntry OCCURS 5000 TIMES.
              03 HistCustID PIC 9(6).
              03 HistDays PIC 9(3).
01 HistTableFull PIC X VALUE "N".
01 DelayDays PIC 9(3).
*> The customer's net terms days for a plan with no history.
01 TermsNetDays PIC 9(3).
01 TermsDiscPct PIC 9(2)V99.
01 TermsDiscDays PIC 9(3).
01 TermsDueDate PIC 9(8).
01 TermsDiscDate PIC 9(8).
01 TermsFound PIC X.
*> Recurring plans: the month-ends inside the horizon.
01 PlanMonth PIC 9(6).
01 PlanMonthParts REDEFINES PlanMonth.
       02 PlanYear PIC 9(4).
       02 PlanMon PIC 99.
01 MonthSub PIC 9.
01 BillDayNum PIC 9(7).
*> The twelve weeks.
01 WeekSub PIC 9(2).
01 FlowAmount PIC 9(9)V99.
01 FlowKind PIC X(1).
       88 FlowReceivable VALUE "R".
       88 FlowRecurring VALUE "B".
       88 FlowPayable VALUE "P".
01 WeekTable.
       02 WeekEntry OCCURS 12 TIMES.
              03 WeekARIn PIC 9(9)V99.
              03 WeekPlanIn PIC 9(9)V99.
              03 WeekAPOut PIC 9(9)V99.
01 RunningBalance PIC S9(11)V99.
01 WeekNet PIC S9(11)V99.
01 NegativeWeeks PIC 9(2) VALUE ZERO.
01 PastDueARAmt PIC 9(9)V99 VALUE ZERO.
01 PastDueAPAmt PIC 9(9)V99 VALUE ZERO.
01 LaterARAmt PIC 9(9)V99 VALUE ZERO.
01 LaterAPAmt PIC 9(9)V99 VALUE ZERO.
01 TotARIn PIC 9(9)V99 VALUE ZERO.
01 TotPlanIn PIC 9(9)V99 VALUE ZERO.
01 TotAPOut PIC 9(9)V99 VALUE ZERO.
01 ItemsForecast PIC 9(5) VALUE ZERO.
01 InvoicesForecast PIC 9(5) VALUE ZERO.
01 PageHeading.
       02 FILLER PIC X(30) VALUE "Cash-Flow Forecast - 12 weeks".
       02 FILLER PIC X(10) VALUE "  From : ".
       02 PrnRunDate PIC 9999/99/99.
01 OpeningLine.
       02 FILLER PIC X(20) VALUE "Opening cash       :".
       02 PrnOpening PIC $$$,$$$,$$9.99-.
01 HistEchoLine.
       02 FILLER PIC X(20) VALUE "Customers with pay ".
       02 FILLER PIC X(9) VALUE "history :".
       02 PrnHistCount PIC ZZZZ9.
01 Heads PIC X(110) VALUE
       "Week  Ending      Receivables    Recurring     Payables           Net  Projected balance".
01 WeekLine.
       02 PrnWeek PIC Z9.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnWeekEnd PIC 9999/99/99.
       02 PrnWeekAR PIC $$,$$$,$$9.99.
       02 PrnWeekPlan PIC $$,$$$,$$9.99.
       02 PrnWeekAP PIC $$,$$$,$$9.99.
       02 PrnWeekNet PIC $$$,$$$,$$9.99-.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnWeekBalance PIC $$$,$$$,$$9.99-.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnWeekFlag PIC X(12).
01 TotalLine.
       02 FILLER PIC X(16) VALUE "Totals".
       02 PrnTotAR PIC $$,$$$,$$9.99.
       02 PrnTotPlan PIC $$,$$$,$$9.99.
       02 PrnTotAP PIC $$,$$$,$$9.99.
01 SummaryLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSummaryName PIC X(44).
       02 PrnSummaryAmount PIC $$$,$$$,$$9.99-.
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       COMPUTE RunDayNum = (RunYear * 360) + (RunMonth * 30) + RunDay.
       MOVE RunDate TO PrnRunDate.
       DISPLAY " ".
       DISPLAY "Opening cash balance : " WITH NO ADVANCING.
       ACCEPT OpeningCash.
       INITIALIZE WeekTable.

       SORT SortFile
           ON ASCENDING KEY SortCustID SortDate SortKind
           INPUT PROCEDURE IS LoadPaymentHistory
           OUTPUT PROCEDURE IS WorkOutDaysToPay.
       IF HistTableFull = "Y"
           DISPLAY "More than " HistMax " customers with pay history -"
               " the rest are forecast on their due dates."
       END-IF.

       OPEN INPUT CustomerFile.
       PERFORM ForecastOpenItems.
       PERFORM ForecastRecurringPlans.
       PERFORM ForecastPayables.
       CLOSE CustomerFile.

       CALL "RPTFILE" USING FcstBase, FcstSuffix, FcstMode, FcstFileName.
       OPEN OUTPUT ForecastReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       MOVE OpeningCash TO PrnOpening.
       WRITE PrintLine FROM OpeningLine AFTER ADVANCING 2 LINES.
       MOVE HistCount TO PrnHistCount.
       WRITE PrintLine FROM HistEchoLine AFTER ADVANCING 1 LINE.
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.
       MOVE OpeningCash TO RunningBalance.
       PERFORM PrintOneWeek
           VARYING WeekSub FROM 1 BY 1 UNTIL WeekSub > 12.
       MOVE TotARIn TO PrnTotAR.
       MOVE TotPlanIn TO PrnTotPlan.
       MOVE TotAPOut TO PrnTotAP.
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES.
       PERFORM PrintSummary.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE ForecastReport.

       DISPLAY "Cash-flow forecast written to " FcstFileName.
       IF NegativeWeeks > 0
           DISPLAY "Projected balance goes negative in " NegativeWeeks
               " of the 12 weeks."
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

*> Every invoice ever raised on openitem.txt and every receipt on
*> payjrnl.txt, by customer and date, for the days-to-pay history.
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
                   MOVE OiCustID TO SortCustID
                   MOVE OiInvDate TO SortDate
                   MOVE "I" TO SortKind
                   MOVE OiAmount TO SortAmount
                   RELEASE SortRecord
               END-IF
       END-READ.

ReleaseOneReceipt.
       READ PayJournal
           AT END MOVE "Y" TO PayEOF
           NOT AT END
               IF PayDate NUMERIC AND PayAmount NUMERIC
                       AND PayAmount > 0
                   MOVE PayCustID TO SortCustID
                   MOVE PayDate TO SortDate
                   MOVE "P" TO SortKind
                   MOVE PayAmount TO SortAmount
                   RELEASE SortRecord
               END-IF
       END-READ.

WorkOutDaysToPay.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.
       IF NOT SortEOF
           MOVE SortCustID TO BreakCustID
           PERFORM ClearCustomerHistory
           PERFORM HistoryOneEvent UNTIL SortEOF
           PERFORM SaveCustomerHistory
       END-IF.

HistoryOneEvent.
       IF SortCustID NOT = BreakCustID
           PERFORM SaveCustomerHistory
           MOVE SortCustID TO BreakCustID
           PERFORM ClearCustomerHistory
       END-IF.

       MOVE SortDate TO WorkDate.
       COMPUTE WorkDayNum = (WorkYear * 360) + (WorkMonth * 30)
           + WorkDay.
       IF SortKind = "I"
           IF QueueCount < QueueMax
               ADD 1 TO QueueCount
               MOVE WorkDayNum TO QueueDayNum(QueueCount)
               MOVE SortAmount TO QueueRemain(QueueCount)
           END-IF
       ELSE
           MOVE WorkDayNum TO PayDayNum
           MOVE SortAmount TO PayLeft
           PERFORM WearDownOldestInvoice
               UNTIL PayLeft = 0 OR QueueHead > QueueCount
       END-IF.

       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.

*> Money a receipt puts against an invoice counts the days from the
*> invoice date to the receipt; a receipt ahead of any invoice
*> (counter sales, prepayments) simply runs out of queue.
WearDownOldestInvoice.
       IF QueueRemain(QueueHead) > PayLeft
           MOVE PayLeft TO TakeAmt
       ELSE
           MOVE QueueRemain(QueueHead) TO TakeAmt
       END-IF.
       IF PayDayNum > QueueDayNum(QueueHead)
           COMPUTE WeightedDays = WeightedDays
               + (TakeAmt * (PayDayNum - QueueDayNum(QueueHead)))
       END-IF.
       ADD TakeAmt TO PaidWeight.
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
           IF HistCount < HistMax
               ADD 1 TO HistCount
               MOVE BreakCustID TO HistCustID(HistCount)
               COMPUTE HistDays(HistCount) ROUNDED =
                   WeightedDays / PaidWeight
           ELSE
               MOVE "Y" TO HistTableFull
           END-IF
       END-IF.

FindCustomerHistory.
       MOVE "N" TO HistFound.
       PERFORM MatchOneHistory
           VARYING HistSub FROM 1 BY 1
           UNTIL HistSub > HistCount OR HistFound = "Y".
       IF HistFound = "Y"
           SUBTRACT 1 FROM HistSub
       END-IF.

MatchOneHistory.
       IF HistCustID(HistSub) = CustID
           MOVE "Y" TO HistFound
       END-IF.

*> Inflows: each open item's remaining balance, expected the
*> customer's usual days after the invoice date, or on its due date
*> when the customer has no history to go on.
ForecastOpenItems.
       MOVE "N" TO OiEOF.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus NOT = "00" AND OpenItemStatus NOT = "05"
           MOVE "Y" TO OiEOF
       END-IF.
       PERFORM ForecastOneOpenItem UNTIL OiEOF = "Y".
       CLOSE OpenItemFile.

ForecastOneOpenItem.
       READ OpenItemFile NEXT RECORD
           AT END MOVE "Y" TO OiEOF
           NOT AT END
               IF NOT OiPaidFull AND OiInvDate NUMERIC
                       AND OiAmount > OiPaidAmt
                   PERFORM PlaceOneOpenItem
               END-IF
       END-READ.

PlaceOneOpenItem.
       COMPUTE FlowAmount = OiAmount - OiPaidAmt.
       MOVE OiInvDate TO WorkDate.
       COMPUTE WorkDayNum = (WorkYear * 360) + (WorkMonth * 30)
           + WorkDay.
       COMPUTE DueDayNum = WorkDayNum + 30.
       IF OiDueDate NUMERIC
           IF OiDueDate > 0
               MOVE OiDueDate TO WorkDate
               COMPUTE DueDayNum = (WorkYear * 360) + (WorkMonth * 30)
                   + WorkDay
           END-IF
       END-IF.
       MOVE OiCustID TO CustID.
       PERFORM FindCustomerHistory.
       IF HistFound = "Y"
           COMPUTE ExpDayNum = WorkDayNum + HistDays(HistSub)
       ELSE
           MOVE DueDayNum TO ExpDayNum
       END-IF.
       SET FlowReceivable TO TRUE.
       PERFORM PlaceInWeek.
       ADD 1 TO InvoicesForecast.

*> The plans recbill will bill at each month end from this month
*> on, for a customer it would bill - active, on file. The cash is
*> expected the customer's usual days after billing, or its net
*> terms days when it has no history.
ForecastRecurringPlans.
       MOVE "N" TO RecEOF.
       OPEN INPUT RecurringFile.
       IF RecurringStatus NOT = "00" AND RecurringStatus NOT = "05"
           MOVE "Y" TO RecEOF
       END-IF.
       PERFORM ForecastOnePlan UNTIL RecEOF = "Y".
       CLOSE RecurringFile.

ForecastOnePlan.
       READ RecurringFile
           AT END MOVE "Y" TO RecEOF
           NOT AT END
               MOVE "Y" TO CustExists
               MOVE RecCustID TO CustID
               READ CustomerFile
                   INVALID KEY MOVE "N" TO CustExists
               END-READ
               IF CustExists = "Y" AND CustActive
                   PERFORM FindCustomerHistory
                   IF HistFound = "Y"
                       MOVE HistDays(HistSub) TO DelayDays
                   ELSE
                       CALL "GETTERMS" USING CustTermsCode, RunDate,
                           TermsNetDays, TermsDiscPct, TermsDiscDays,
                           TermsDueDate, TermsDiscDate, TermsFound
                       MOVE TermsNetDays TO DelayDays
                   END-IF
                   MOVE RunDate(1:6) TO PlanMonth
                   PERFORM ForecastOnePlanMonth
                       VARYING MonthSub FROM 1 BY 1 UNTIL MonthSub > 4
               END-IF
       END-READ.

ForecastOnePlanMonth.
       IF RecStartMonth <= PlanMonth
               AND (RecEndMonth = 0 OR RecEndMonth >= PlanMonth)
           COMPUTE BillDayNum = (PlanYear * 360) + (PlanMon * 30) + 30
           IF BillDayNum >= RunDayNum
               COMPUTE ExpDayNum = BillDayNum + DelayDays
               MOVE RecAmount TO FlowAmount
               SET FlowRecurring TO TRUE
               PERFORM PlaceInWeek
           END-IF
       END-IF.
       ADD 1 TO PlanMon.
       IF PlanMon > 12
           MOVE 1 TO PlanMon
           ADD 1 TO PlanYear
       END-IF.

*> Outflows: every supplier invoice still to pay - open, or held on
*> the three-way match and expected to be released - on its due
*> date. Debit memos are credit still to be taken, not cash.
ForecastPayables.
       MOVE "N" TO APEOF.
       OPEN INPUT APFile.
       IF APFileStatus NOT = "00" AND APFileStatus NOT = "05"
           MOVE "Y" TO APEOF
       END-IF.
       PERFORM ForecastOnePayable UNTIL APEOF = "Y".
       CLOSE APFile.

ForecastOnePayable.
       READ APFile NEXT RECORD
           AT END MOVE "Y" TO APEOF
           NOT AT END
               IF (APOpen OR APHeld) AND APAmount > 0
                   MOVE APAmount TO FlowAmount
                   IF APDueDate NUMERIC AND APDueDate > 0
                       MOVE APDueDate TO WorkDate
                   ELSE
                       MOVE APInvDate TO WorkDate
                   END-IF
                   COMPUTE ExpDayNum = (WorkYear * 360)
                       + (WorkMonth * 30) + WorkDay
                   SET FlowPayable TO TRUE
                   PERFORM PlaceInWeek
               END-IF
       END-READ.

*> Week one runs from tomorrow through seven days out; anything
*> expected on or before today is late money and lands in week one.
*> Past week twelve it is only counted for the summary.
PlaceInWeek.
       IF ExpDayNum <= RunDayNum
           MOVE 1 TO WeekSub
           IF FlowPayable
               ADD FlowAmount TO PastDueAPAmt
           ELSE
               ADD FlowAmount TO PastDueARAmt
           END-IF
       ELSE
           COMPUTE WorkDayNum = ((ExpDayNum - RunDayNum - 1) / 7) + 1
           IF WorkDayNum > 12
               MOVE 13 TO WeekSub
           ELSE
               MOVE WorkDayNum TO WeekSub
           END-IF
       END-IF.
       IF WeekSub > 12
           IF FlowPayable
               ADD FlowAmount TO LaterAPAmt
           ELSE
               ADD FlowAmount TO LaterARAmt
           END-IF
       ELSE
           ADD 1 TO ItemsForecast
           EVALUATE TRUE
               WHEN FlowReceivable
                   ADD FlowAmount TO WeekARIn(WeekSub)
                   ADD FlowAmount TO TotARIn
               WHEN FlowRecurring
                   ADD FlowAmount TO WeekPlanIn(WeekSub)
                   ADD FlowAmount TO TotPlanIn
               WHEN FlowPayable
                   ADD FlowAmount TO WeekAPOut(WeekSub)
                   ADD FlowAmount TO TotAPOut
           END-EVALUATE
       END-IF.

PrintOneWeek.
       COMPUTE WeekNet = WeekARIn(WeekSub) + WeekPlanIn(WeekSub)
           - WeekAPOut(WeekSub).
       ADD WeekNet TO RunningBalance.
       COMPUTE WorkDayNum = RunDayNum + (WeekSub * 7).
       PERFORM DayNumToDate.
       MOVE WeekSub TO PrnWeek.
       MOVE WorkDate TO PrnWeekEnd.
       MOVE WeekARIn(WeekSub) TO PrnWeekAR.
       MOVE WeekPlanIn(WeekSub) TO PrnWeekPlan.
       MOVE WeekAPOut(WeekSub) TO PrnWeekAP.
       MOVE WeekNet TO PrnWeekNet.
       MOVE RunningBalance TO PrnWeekBalance.
       IF RunningBalance < 0
           MOVE "** NEGATIVE" TO PrnWeekFlag
           ADD 1 TO NegativeWeeks
       ELSE
           MOVE SPACES TO PrnWeekFlag
       END-IF.
       WRITE PrintLine FROM WeekLine AFTER ADVANCING 1 LINE.

*> A 30/360 day number back to a date with 30-day months -
*> apledger's due-date arithmetic.
DayNumToDate.
       COMPUTE WorkYear = WorkDayNum / 360.
       COMPUTE WorkRem = WorkDayNum - (WorkYear * 360).
       IF WorkRem = 0
           SUBTRACT 1 FROM WorkYear
           MOVE 360 TO WorkRem
       END-IF.
       COMPUTE WorkMonth = (WorkRem - 1) / 30.
       COMPUTE WorkDay = WorkRem - (WorkMonth * 30).
       ADD 1 TO WorkMonth.

PrintSummary.
       MOVE "Receivables past their expected date (wk 1)" TO PrnSummaryName.
       MOVE PastDueARAmt TO PrnSummaryAmount.
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES.
       MOVE "Payables past their due date (in week 1)" TO PrnSummaryName.
       MOVE PastDueAPAmt TO PrnSummaryAmount.
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE.
       MOVE "Receipts expected after week 12" TO PrnSummaryName.
       MOVE LaterARAmt TO PrnSummaryAmount.
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE.
       MOVE "Payables due after week 12" TO PrnSummaryName.
       MOVE LaterAPAmt TO PrnSummaryAmount.
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE.
       MOVE "Projected cash at the end of week 12" TO PrnSummaryName.
       MOVE RunningBalance TO PrnSummaryAmount.
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE.
