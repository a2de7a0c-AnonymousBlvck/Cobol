*> adjustments journal adjjrnl.txt that the register option reads
*> back: the day's adjustments grouped by reason code, so every
*> correction is deliberate, attributed and reportable.
*> Nothing posts while today's month is closed (PERIODCHK) - once
*> mthclose has reported a month, a correction to it waits for a
*> supervisor to reopen the period through perlock.
IDENTIFICATION DIVISION.
PROGRAM-ID. custadj.

01 SignedOnOper PIC X(6).
01 RunDate PIC 9(8).
01 RegDate PIC 9(8).
01 PostingDate PIC 9(8).
01 PeriodOpen PIC X.
01 AdjEOF PIC X.
*> Register accumulators - one slot per reason code seen that day.
01 RegTableMax PIC 99 VALUE 20.
       DISPLAY "Operator ID : " WITH NO ADVANCING.
       ACCEPT SignedOnOper.

*> An adjustment posts under today's date, so it is refused while
*> today's month stands closed on periodctl.txt.
CheckPostingPeriod.
       ACCEPT PostingDate FROM DATE YYYYMMDD.
       CALL "PERIODCHK" USING PostingDate, PeriodOpen.

EnterAdjustment.
       PERFORM CheckPostingPeriod.
       IF PeriodOpen = "Y"
           PERFORM SelectAdjustmentCustomer
       END-IF.

SelectAdjustmentCustomer.
       MOVE "Y" TO CustExists.
       DISPLAY " ".
       DISPLAY "Customer ID to adjust : " WITH NO ADVANCING.
*> goes down, so the customer's net position goes up by exactly
*> what was handed over.
RefundCredit.
       PERFORM CheckPostingPeriod.
       IF PeriodOpen = "Y"
           PERFORM SelectRefundCustomer
       END-IF.

SelectRefundCustomer.
       MOVE "Y" TO CustExists.
       DISPLAY " ".
       DISPLAY "Customer ID to refund : " WITH NO ADVANCING.
