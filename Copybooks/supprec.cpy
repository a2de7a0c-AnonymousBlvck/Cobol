              02 SuppAddress PIC X(30).
              02 SuppPhone PIC X(15).
              02 SuppTerms PIC X(10).
      *> Taxpayer ID as printed on the supplier's W-9 (EIN or SSN,
      *> dashes as written) and whether payments to the supplier go
      *> on a 1099 - ap1099 totals the calendar year's payments off
      *> appay.txt for every supplier flagged Y. Spaces on suppliers
      *> from before the fields existed read as not reportable.
              02 SuppTaxID PIC X(11).
              02 Supp1099Flag PIC X(1).
                     88 Supp1099Reportable VALUE "Y".
                     88 SuppNot1099 VALUES "N", " ".
      *> Whether the supplier takes its purchase orders as data - poedi
      *> writes each new PO for a supplier flagged Y to a file of its
      *> own instead of leaving it to be printed and faxed - and the
      *> account ID the supplier's system knows us by, carried on
      *> every PO header sent. Spaces on suppliers from before the
      *> fields existed read as paper.
              02 SuppEdiFlag PIC X(1).
                     88 SuppEdiPartner VALUE "Y".
                     88 SuppOnPaper VALUES "N", " ".
              02 SuppEdiID PIC X(15).
