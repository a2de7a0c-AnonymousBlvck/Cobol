      *> Shared payment-terms record layout for terms.txt, keyed by
      *> TermsCode - the customer's CustTermsCode points here. Each
      *> code carries the days to the net due date and, for a
      *> prompt-payment deal, the discount percentage allowed when the
      *> invoice is paid in full within the discount days: "2/10
      *> NET30" is net 30 days, 2.00 percent off inside 10 days. No
      *> discount is zero percent and zero days. The GETTERMS
      *> subprogram reads it; payterms maintains it.
       01 TermsData.
              02 TermsCode PIC X(6).
              02 TermsDesc PIC X(20).
              02 TermsNetDays PIC 9(3).
              02 TermsDiscPct PIC 9(2)V99.
              02 TermsDiscDays PIC 9(3).
