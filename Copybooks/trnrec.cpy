      *> amount negative, booked by glpost to bad-debt expense
      *> against receivables.
                     88 TranWriteOff VALUE "WROFF".
      *> Prompt-payment discount allowed by custpay (or the lockbox
      *> run) when an invoice is settled inside its terms' discount
      *> window - amount negative, taking the discount off the
      *> balance, booked by glpost to sales discounts against
      *> receivables.
                     88 TranDiscount VALUE "DISCT".
      *> Realized exchange gain or loss booked by custpay when a
      *> foreign-currency invoice is settled at a rate other than
      *> the one it was billed at - amount signed, a gain positive
      *> (the receipt took more off the balance than the invoice put
      *> on it, and this puts the difference back), a loss negative,
      *> booked by glpost against the exchange gain/loss account.
                     88 TranFxGainLoss VALUE "FXADJ".
              02 FILLER PIC X VALUE SPACE.
              02 TranAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
              02 FILLER PIC X VALUE SPACE.
      *> no seller (payments, charges, batch postings).
              02 FILLER PIC X VALUE SPACE.
              02 TranSalesID PIC X(6).
      *> The freight portion inside TranAmount when ordinv bills an
      *> order that shipped by carrier, so glpost can credit freight
      *> income apart from sales. Spaces on every other line and on
      *> lines from before the field existed - both read as none.
              02 FILLER PIC X VALUE SPACE.
              02 TranFreight PIC S9(7)V99 SIGN LEADING SEPARATE.
      *> The tax-exemption certificate the customer held on exempt.txt
      *> when a taxed posting let the sale go untaxed, and its type
      *> (RS, CH, ED, GV, OT) - the evidence an auditor asks for
      *> behind every untaxed sale, and what taxremit reports exempt
      *> sales by. Spaces on taxed lines, on lines that never carry
      *> tax, and on lines from before the fields existed.
              02 FILLER PIC X VALUE SPACE.
              02 TranExemptType PIC X(2).
              02 FILLER PIC X VALUE SPACE.
              02 TranExemptCert PIC X(15).
      *> What the goods behind a PURCH line cost us at the moment of
      *> sale - ProdUnitCost times the quantity sold, the kit's own
      *> cost for a kit - so the customer-profitability run can set
      *> cost of sales against the sale without guessing at today's
      *> cost. Spaces on every other line type and on sales from
      *> before the field existed - both read as not known.
              02 FILLER PIC X VALUE SPACE.
              02 TranCost PIC S9(7)V99 SIGN LEADING SEPARATE.
