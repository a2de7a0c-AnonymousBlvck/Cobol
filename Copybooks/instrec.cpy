      *> Shared installment layout for instsched.txt, keyed by
      *> customer plus installment number so one keyed START covers
      *> exactly one plan's schedule, the way ordlines.txt hangs off
      *> order.txt. Each line is one dated installment of the plan on
      *> instplan.txt (planrec.cpy); receipts wear InstPaidAmt up
      *> oldest installment first, and the one that fills it flips
      *> it from D (due) to P (paid). The worklist marks the
      *> installment that broke the plan M (missed).
       01 InstallData.
              02 InstKey.
                     03 InstCustID PIC 9(6).
                     03 InstNumber PIC 9(3).
              02 InstDueDate PIC 9(8).
              02 InstAmount PIC 9(7)V99.
              02 InstPaidAmt PIC 9(7)V99.
              02 InstPaidDate PIC 9(8).
              02 InstStatus PIC X(1).
                     88 InstDue VALUE "D".
                     88 InstPaid VALUE "P".
                     88 InstMissed VALUE "M".
