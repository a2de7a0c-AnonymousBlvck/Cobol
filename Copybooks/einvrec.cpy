      *> Shared outbound e-invoice record layouts for einvoice.dat,
      *> the file einvout builds each night for the customers on
      *> einvcust.txt. Every invoice is one IH header record - the
      *> customer's partner ID, bill-to and ship-to, terms, due date,
      *> currency and totals - followed by one IL record per line of
      *> the invoice with product, quantity, price and the line's
      *> share of the invoice tax. The file is bracketed by the
      *> ctlrec.cpy HDR/TRL control records; the trailer counts the
      *> IH and IL records and hashes the CustIDs and grand totals of
      *> the headers. EhResend is "R" on an invoice sent again at the
      *> customer's request, so their side can tell it from a new
      *> one.
       01 EinvHeaderRecord.
              02 EhRecType PIC X(2).
                     88 EhIsHeader VALUE "IH".
              02 FILLER PIC X VALUE SPACE.
              02 EhPartnerID PIC X(15).
              02 FILLER PIC X VALUE SPACE.
              02 EhInvoiceNo PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 EhInvDate PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 EhDueDate PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 EhCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 EhBillName PIC X(31).
              02 FILLER PIC X VALUE SPACE.
              02 EhBillAddr PIC X(30).
              02 FILLER PIC X VALUE SPACE.
              02 EhShipAddr PIC X(30).
              02 FILLER PIC X VALUE SPACE.
              02 EhTermsCode PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 EhCurrency PIC X(3).
              02 FILLER PIC X VALUE SPACE.
              02 EhSubTotal PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 EhTaxAmount PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 EhGrandTotal PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 EhResend PIC X(1).
       01 EinvLineRecord.
              02 ElRecType PIC X(2).
                     88 ElIsLine VALUE "IL".
              02 FILLER PIC X VALUE SPACE.
              02 ElInvoiceNo PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 ElLineNo PIC 9(3).
              02 FILLER PIC X VALUE SPACE.
              02 ElProdCode PIC X(5).
              02 FILLER PIC X VALUE SPACE.
              02 ElDesc PIC X(20).
              02 FILLER PIC X VALUE SPACE.
              02 ElQty PIC 9(4).
              02 FILLER PIC X VALUE SPACE.
              02 ElPrice PIC 9(5)V99.
              02 FILLER PIC X VALUE SPACE.
              02 ElLineTotal PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 ElTaxAmount PIC 9(7)V99.
