      *> Shared installment-plan header layout for instplan.txt, keyed
      *> by CustID - one current plan per customer, the way
      *> promises.txt keeps one current promise. A promise holds a
      *> single date and amount; a plan holds an agreed amount split
      *> into a dated schedule, one instsched.txt line per
      *> installment (instrec.cpy), so a customer paying $1,200 off
      *> at $100 a month is one agreement instead of twelve promises.
      *> instplan sets plans up and works the missed-installment
      *> worklist, INSTPAY applies custpay and lockbox receipts to the
      *> next installment due, and PLANCHK tells custdun and finchg
      *> whether the plan still shields the account. Status walks
      *> C (current) -> P (paid off) or B (broken, back into the
      *> dunning cycle); PlanGraceDays is how long an installment may
      *> sit unpaid past its date before the plan counts as broken.
       01 PlanData.
              02 PlanCustID PIC 9(6).
              02 PlanMadeDate PIC 9(8).
              02 PlanTotal PIC 9(7)V99.
              02 PlanInstCount PIC 9(3).
              02 PlanPaidAmt PIC 9(7)V99.
              02 PlanGraceDays PIC 9(3).
              02 PlanOperID PIC X(6).
              02 PlanStatus PIC X(1).
                     88 PlanCurrent VALUE "C".
                     88 PlanPaidOff VALUE "P".
                     88 PlanBroken VALUE "B".
              02 PlanEndDate PIC 9(8).
