      *> Shared sales-quotation header layout for quote.txt, keyed by
      *> a quote number assigned off the quotectl.txt control file
      *> the same way invoice numbers come off invctl.txt. One header
      *> per quote to one customer on customer.txt, carrying the
      *> quote and expiry dates, who quoted it, the priced totals as
      *> printed, and a status that walks P (pending) -> W (won,
      *> converted into orders) or L (lost). Expired is not a status
      *> of its own: a pending quote whose QuoteExpiry has passed is
      *> expired, and can no longer convert. The product/size lines
      *> live on quotelines.txt (qlinerec.cpy), the way polines.txt
      *> hangs off po.txt.
       01 QuoteHeaderData.
              02 QuoteNo PIC 9(6).
              02 QuoteDate PIC 9(8).
              02 QuoteCustID PIC 9(6).
              02 QuoteExpiry PIC 9(8).
              02 QuoteSalesID PIC X(6).
              02 QuoteSubTotal PIC 9(7)V99.
              02 QuoteTaxAmount PIC 9(7)V99.
              02 QuoteStatus PIC X(1).
                     88 QuotePending VALUE "P".
                     88 QuoteWon VALUE "W".
                     88 QuoteLost VALUE "L".
      *> The date the quote was won or lost - zero while pending.
              02 QuoteCloseDate PIC 9(8).
