      *> Shared supplier-invoice record layout for apledger.txt, keyed
      *> by a ledger number assigned highest-plus-one the way order
      *> numbers are. One line per supplier invoice keyed in apledger
      *> against its supplier and PO, with the due date worked off the
      *> supplier's terms. Status walks O (open) -> P (paid), either
      *> one invoice at a time through apledger's payment option or
      *> in bulk through the appayrun payment run, and every payment
      *> lands on appay.txt (appayrec.cpy) one line per event. An
      *> invoice that fails the three-way match against its PO lines
      *> sits at H (held) - payable by neither path - until a
      *> supervisor releases it back to O.
      *> A goods return raised through rtvendor writes a debit memo
      *> here as its own ledger line (APInvRef "DM" plus the memo
      *> number) and takes its value off the supplier's open
      *> invoices - the PO's own first. Whatever the open invoices
      *> couldn't absorb stays on the memo as APAmount at D, credit
      *> appayrun takes off the supplier's next cheque; a memo fully
      *> taken sits at U (used).
       01 APRecord.
              02 APID PIC 9(6).
              02 APSuppCode PIC X(5).
              02 APPONumber PIC 9(6).
              02 APInvRef PIC X(10).
              02 APInvDate PIC 9(8).
              02 APDueDate PIC 9(8).
              02 APAmount PIC 9(7)V99.
              02 APStatus PIC X(1).
                     88 APOpen VALUE "O".
                     88 APPaid VALUE "P".
                     88 APHeld VALUE "H".
                     88 APDebitMemo VALUE "D".
                     88 APMemoUsed VALUE "U".
