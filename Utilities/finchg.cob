*> to the custtran.txt detail, and listed on the FinChg.rpt register.
*> Run on the last business day of the month; the processing
*> calendar's month-end chain is where it belongs, not the nightly
*> chain. Each charge line is aged from its due date - the line's
*> date plus the customer's net terms days off terms.txt through
*> GETTERMS (NET30 when no code is set) - so a NET60 account is not
*> charged on money that isn't due yet; the grace period is extra
*> days past that due date.
*> What the customer's disputed invoices still owe (GETDISP) is
*> taken off the overdue amount before the charge is worked, so no
*> interest runs on an invoice the customer says is wrong; the
*> register shows what was left out.
*> An account on a current installment plan (PLANCHK) is not
*> charged while the plan holds.
IDENTIFICATION DIVISION.
PROGRAM-ID. finchg.

       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 Heads PIC X(70) VALUE
       "IdNum   Name                   Overdue       Charge    Disputed".
01 ChargeDetailLine.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnOverdue PIC $,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCharge PIC $,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnDisputed PIC $,$$$,$$9.99.
01 NoChargesLine PIC X(40) VALUE "No balances past the grace period.".
01 TotalLine.
       02 FILLER PIC X(26) VALUE "Charges applied         : ".
01 TranDayNum PIC 9(7).
01 AgeDays PIC S9(7).
01 GraceDays PIC 9(3).
*> The customer's net terms days, looked up once per customer.
01 TermsNetDays PIC 9(3).
01 TermsDiscPct PIC 9(2)V99.
01 TermsDiscDays PIC 9(3).
01 TermsDueDate PIC 9(8).
01 TermsDiscDate PIC 9(8).
01 TermsFound PIC X.
01 FinRate PIC V9999.
01 BrowseEOF PIC X.
01 TranEOF PIC X.
01 PreDetail PIC S9(8)V99.
01 OverdueAmount PIC S9(8)V99.
01 FinCharge PIC 9(7)V99.
01 DisputedAmt PIC 9(7)V99.
01 DisputedCount PIC 9(3).
01 ChargeCount PIC 9(7) VALUE ZERO.
01 ChargeSum PIC 9(9)V99 VALUE ZERO.
01 OnPlan PIC X.
01 PlanSkipCount PIC 9(7) VALUE ZERO.
01 NamePtr PIC 99.
       COPY "retcode.cpy".

       COMPUTE RunDayNum = (RunYear * 360) + (RunMonth * 30) + RunDay.

       DISPLAY " ".
       DISPLAY "Grace days past the due date (0 for none) : "
           WITH NO ADVANCING.
       ACCEPT GraceDays.
       IF GraceDays NOT NUMERIC
           MOVE 0 TO GraceDays
       END-IF.
       DISPLAY "Monthly rate, four decimals (0000 for the standing 1.5%) : "
           WITH NO ADVANCING.
       CLOSE CustomerFile, AuditFile, AfterImageFile, TranOutFile,
           ChargeRegister.
       DISPLAY "Finance charges applied : " ChargeCount.
       IF PlanSkipCount > 0
           DISPLAY "Left alone on a current installment plan : "
               PlanSkipCount
       END-IF.
       DISPLAY "Register written to FinChg.rpt".
       IF ChargeCount > 0
           MOVE RC-WARNING TO RETURN-CODE

       IF BrowseEOF = "N"
           IF CustActive AND CustBalance > 0
               CALL "PLANCHK" USING CustID, RunDate, OnPlan
               IF OnPlan = "Y"
                   ADD 1 TO PlanSkipCount
               ELSE
                   PERFORM ChargeIfOverdue
               END-IF
           END-IF
       END-IF.

*> No interest runs on a balance a current installment plan is
*> paying down; a broken plan's balance is charged like any other.
ChargeIfOverdue.
       PERFORM FindOverdueAmount.
       IF OverdueAmount > 0
           PERFORM LeaveOutDisputes
       END-IF.
       IF OverdueAmount > 0
           PERFORM ApplyOneCharge
       END-IF.

*> Single-boundary aging: charges more than the grace days past their
*> due date on one side, the rest on the other, payments applied to the oldest money
*> first - what's left on the old side is what earns the charge.
FindOverdueAmount.
       MOVE 0 TO OldCharges RecentCharges PayTotal ChargeTotal.
       CALL "GETTERMS" USING CustTermsCode, RunDate, TermsNetDays,
           TermsDiscPct, TermsDiscDays, TermsDueDate, TermsDiscDate,
           TermsFound.
       MOVE "N" TO TranEOF.
       OPEN INPUT TranFile.
       IF TranFileStatus NOT = "00" AND TranFileStatus NOT = "05"
           MOVE CustBalance TO OverdueAmount
       END-IF.

*> No interest on disputed money - it comes off the overdue side
*> until the dispute is settled.
LeaveOutDisputes.
       CALL "GETDISP" USING CustID, DisputedAmt, DisputedCount.
       IF DisputedAmt >= OverdueAmount
           MOVE 0 TO OverdueAmount
       ELSE
           SUBTRACT DisputedAmt FROM OverdueAmount
       END-IF.

AgeOneTran.
       READ TranFile
           AT END MOVE "Y" TO TranEOF
                       COMPUTE TranDayNum = (TranYear * 360)
                           + (TranMonth * 30) + TranDay
                       COMPUTE AgeDays = RunDayNum - TranDayNum
                           - TermsNetDays
                       IF AgeDays > GraceDays
                           ADD TranAmount TO OldCharges
                       ELSE
       END-STRING.
       MOVE OverdueAmount TO PrnOverdue.
       MOVE FinCharge TO PrnCharge.
       MOVE DisputedAmt TO PrnDisputed.
       WRITE PrintLine FROM ChargeDetailLine AFTER ADVANCING 1 LINE.

NoteControlTotals.
