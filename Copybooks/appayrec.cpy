      *> Shared supplier-payment journal layout for appay.txt, one line
      *> per payment event the way payjrnl.txt records customer
      *> receipts - the ledger number paid, the supplier, the amount
      *> and the method (CHEQ, CASH, XFER). A cheque payment also
      *> carries the cheque number it went out on, so the cheque
      *> register, the bank's positive-pay file and the bank
      *> reconciliation can all name the same piece of paper; zero
      *> (or spaces on lines from before the field existed) means no
      *> cheque number was recorded.
       01 APPayRecord.
              02 APPayDate PIC 9(8).
              02 APPayTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 APPayID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 APPaySupp PIC X(5).
              02 FILLER PIC X VALUE SPACE.
              02 APPayAmount PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 APPayMethod PIC X(4).
              02 FILLER PIC X VALUE SPACE.
              02 APPayChequeNo PIC 9(6).
