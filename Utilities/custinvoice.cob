*> into RecordPurchase by hand afterwards. Reprint pulls any past
*> invoice back out of the register and its lines, so when a
*> customer phones about invoice 1042 there is something to look at.
*> Line items are priced off product.txt (code plus quantity),
*> through GETPRICE at the customer's contract or quantity-break
*> price where one beats list; the
*> tax rate comes off taxrates.txt through GETRATE with the compiled
*> 7.5% only as the missing-file fallback. The open item each
*> invoice raises carries the due date and any prompt-payment
*> discount from the customer's terms code, through GETTERMS.
*> After any gift certificate, the customer's loyalty points are
*> offered against what is left through LOYREDEEM, the same
*> payment-like line the counter uses.
*> A customer holding a valid exemption certificate on exempt.txt
*> (GETEXMPT) is invoiced without tax; the certificate prints on
*> the invoice and is stamped on the custtran.txt line.
*> A customer billed in another currency (CustCurrency) gets the
*> subtotal, tax and total again in that currency at the
*> fxrates.txt rate for the invoice date, through GETFXRT; the
*> balance and custtran.txt still carry dollars, and the open item
*> keeps the currency and rate so the receipt can be settled in it
*> and a reprint shows the same foreign figures.
*> A branch of a chain (CustParentID) posts against its parent's
*> credit limit, measured on the whole group's balance through
*> GETGROUP - the same hold, just a bigger account.
*> Each invoice line keeps its product code and the register line
*> the bill-to and ship-to address-book sequence, so einvout can
*> send the invoice as data to customers who take it that way.
*> Each invoice line also keeps the product's unit cost on the day
*> it was billed, for the customer-profitability run.
*> A line's price may be overridden through PRICEOVR - a new price
*> and a reason, with a supervisor's PIN when it goes under cost or
*> too far under list - and each overridden line is journalled to
*> priceovr.txt and seclog.txt once it is on the invoice. A
*> card-driven run has nobody to key one, so it is never offered.
*> No invoice is raised while today's month is closed (PERIODCHK);
*> a card-driven run is skipped RC-WARNING.
IDENTIFICATION DIVISION.
PROGRAM-ID. custinvoice.

              02 RegTaxAmount PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 RegGrandTotal PIC 9(7)V99.
*> Which custaddr.txt lines the invoice billed and shipped to
*> (zero for the main record address), so einvout can send both.
              02 FILLER PIC X VALUE SPACE.
              02 RegBillSeq PIC 9(2).
              02 FILLER PIC X VALUE SPACE.
              02 RegShipSeq PIC 9(2).

FD InvLinesFile.
       01 InvLineRecord.
              02 LinePrice PIC 9(5)V99.
              02 FILLER PIC X VALUE SPACE.
              02 LineTotal PIC 9(7)V99.
*> The product billed, spaces on a freight line.
              02 FILLER PIC X VALUE SPACE.
              02 LineProdCode PIC X(5).
*> ProdUnitCost at the moment of sale, so the invoice line carries
*> its own cost of sales; spaces on a freight line and on lines from
*> before the field existed.
              02 FILLER PIC X VALUE SPACE.
              02 LineUnitCost PIC 9(5)V99.

FD TranFile.
       COPY "trnrec.cpy".
01 TaxJurisCode PIC X(2) VALUE "00".
01 TaxRateFound PIC X.
01 RunDate PIC 9(8).
01 PostingDate PIC 9(8).
01 PeriodOpen PIC X.
01 InvoiceNo PIC 9(6).
01 EntryProdCode PIC X(5).
01 EntryID PIC X(6).
01 ItemQty PIC 9(4).
01 ItemPrice PIC 9(5)V99.
*> Effective-dated price off prodprice.txt through GETPRICE; the
*> master's ProdUnitPrice is the standing fallback. GETPRICE is
*> given the customer and the line's quantity, so a contract,
*> price-level or quantity-break price that beats list is the one
*> billed.
01 EffPrice PIC 9(5)V99.
01 PriceFound PIC X.
01 PriceQty PIC 9(5).
*> Live promos.txt deal applied through GETPROMO on top of the
*> effective price; a deal on any line flags the whole invoice's
*> custtran line, and each deal line lands on promolog.txt.
01 FinalPrice PIC 9(5)V99.
01 OnPromo PIC X.
01 InvoiceHadPromo PIC X.
*> A price the operator keys over the line's own through PRICEOVR;
*> an overridden line is not a promo line.
01 OvrAction PIC X.
01 OvrSource PIC X(3) VALUE "INV".
01 OvrQty PIC 9(5).
01 OvrNormPrice PIC 9(5)V99.
01 OvrNewPrice PIC 9(5)V99.
01 OvrReason PIC X(2).
01 OvrSuperID PIC X(6).
01 OvrResult PIC X.
01 OpenItemStatus PIC XX.
*> Credit held on the account (overpayments) spends itself against
*> the invoice before anything lands on the balance.
*> A redeemed gift certificate is a payment-like line: only what
*> it doesn't cover goes anywhere near the balance.
01 GcApplied PIC 9(7)V99.
*> Loyalty points redeemed through LOYREDEEM are the same kind of
*> line, set against whatever the certificate left to pay.
01 PtsApplied PIC 9(7)V99.
*> The customer's payment terms off terms.txt through GETTERMS: the
*> open item carries the due date and any prompt-payment discount.
01 TermsNetDays PIC 9(3).
01 TermsDiscPct PIC 9(2)V99.
01 TermsDiscDays PIC 9(3).
01 TermsFound PIC X.
01 PostNetAmount PIC 9(7)V99.
01 InvSalesID PIC X(6).
*> Signed differences this program's writes make to the running
01 WorkJuris PIC X(2).
01 CustRate PIC V999.
01 CustRateFound PIC X.
*> GETEXMPT's answer for the customer: an active, unexpired
*> certificate on exempt.txt takes the rate to zero, and its number
*> and type go on the line.
01 ExemptCertNo PIC X(15).
01 ExemptType PIC X(2).
01 CustExempt PIC X.
*> GETFXRT's rate for the customer's billing currency on the
*> invoice date - "Y" prints the foreign totals, "H" is a dollar
*> account and "N" a currency with no rate on file yet.
01 BillCurrency PIC X(3).
01 BillFxRate PIC 9(4)V9(6).
01 BillFxFound PIC X.
01 ForeignSubTotal PIC 9(9)V99.
01 ForeignTaxAmount PIC 9(9)V99.
01 ForeignGrandTotal PIC 9(9)V99.
01 DispForeign PIC ZZZ,ZZZ,ZZ9.99.
01 DispFxRate PIC ZZZ9.999999.
01 ItemLineTotal PIC 9(7)V99.
01 DispItemPrice PIC $$,$$9.99.
01 DispSubTotal PIC $$,$$9.99.
01 DispTaxAmount PIC $$,$$9.99.
01 DispGrandTotal PIC $$$,$$9.99.
01 DispCreditLimit PIC $$$,$$9.99.
*> What GETGROUP hands back: the limit that governs the posting and
*> the exposure it is measured against - the group's, for a parent
*> or branch account.
01 GroupLimit PIC 9(7)V99.
01 GroupExposure PIC S9(9)V99.
01 GroupMembers PIC 9(3).
01 GroupParentOK PIC X.
01 SubTotal PIC 9(7)V99.
01 TaxAmount PIC 9(7)V99.
01 GrandTotal PIC 9(7)V99.
           MOVE "Y" TO CardMode
           DISPLAY "Run parameters (invparm.txt) : MODE=" ParmValue
           EVALUATE ParmValue(1:3)
               WHEN "NEW"
                   PERFORM CheckPostingPeriod
                   IF PeriodOpen = "N"
                       MOVE RC-WARNING TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM NewInvoice
               WHEN "REP" PERFORM ReprintInvoice
               WHEN OTHER
                   DISPLAY "MODE must be NEW or REPRINT."
               DISPLAY ": " WITH NO ADVANCING
               ACCEPT Choice

               IF Choice = 1
                   PERFORM CheckPostingPeriod
               END-IF

               EVALUATE TRUE
                   WHEN Choice = 1 AND PeriodOpen = "N"
                       CONTINUE
                   WHEN Choice = 1 PERFORM NewInvoice
                   WHEN Choice = 2 PERFORM ReprintInvoice
                   WHEN OTHER MOVE "N" TO StayOpen
               END-EVALUATE
           END-PERFORM
       MOVE RC-SUCCESS TO RETURN-CODE.
       GOBACK.

*> An invoice posts to the balance, custtran.txt and openitem.txt
*> under today's date, so none is raised while today's month stands
*> closed on periodctl.txt. Reprints post nothing and go ahead.
CheckPostingPeriod.
       ACCEPT PostingDate FROM DATE YYYYMMDD.
       CALL "PERIODCHK" USING PostingDate, PeriodOpen.

NewInvoice.
       MOVE "Y" TO CustExists.
       MOVE 0 TO ItemCardSub.
           IF CustRateFound = "N"
               MOVE TaxRate TO CustRate
           END-IF
           CALL "GETEXMPT" USING CustID, RunDate, ExemptCertNo,
               ExemptType, CustExempt
           IF CustExempt = "Y"
               MOVE 0 TO CustRate
               DISPLAY "Tax exempt - certificate " ExemptCertNo
           END-IF
           COMPUTE TaxAmount ROUNDED = SubTotal * CustRate
           COMPUTE GrandTotal = SubTotal + TaxAmount
           MOVE CustCurrency TO BillCurrency
           CALL "GETFXRT" USING BillCurrency, RunDate, BillFxRate,
               BillFxFound
           IF BillFxFound = "N"
               DISPLAY "No rate on fxrates.txt for " BillCurrency
                   " - invoiced in dollars only."
           END-IF

           PERFORM WriteInvoiceTotals
           CLOSE ProductFile, InvoiceFile, InvLinesFile
*> The description, unit price and line total all come off the
*> product record - the operator keys only the code and the
*> quantity, so a hand-typed price can't put a wrong total on an
*> invoice. The one exception is an override taken through
*> PRICEOVR, which is authorized and journalled.
AcceptOneItem.
       MOVE SPACES TO EntryProdCode.
       IF CardMode = "Y"
           IF ProdExists = "N"
               DISPLAY "Product code doesn't exist"
           ELSE
               DISPLAY ProdName
               IF CardMode = "Y"
                   MOVE ParmValue(7:4) TO ItemQty
               ELSE
               IF ItemQty = 0
                   DISPLAY "Quantity must be more than zero - line skipped."
               ELSE
                   PERFORM PriceInvoiceItem
                   MOVE ProdName TO ItemDesc
                   COMPUTE ItemLineTotal = ItemQty * ItemPrice
                   ADD ItemLineTotal TO SubTotal
                   MOVE ItemQty TO LineQty
                   MOVE ItemPrice TO LinePrice
                   MOVE ItemLineTotal TO LineTotal
                   MOVE ProdCode TO LineProdCode
                   MOVE ProdUnitCost TO LineUnitCost
                   WRITE InvLineRecord

                   IF OnPromo = "Y"
                       MOVE "Y" TO InvoiceHadPromo
                       PERFORM WritePromoLog
                   END-IF
                   IF OvrResult = "Y"
                       MOVE "J" TO OvrAction
                       CALL "PRICEOVR" USING OvrAction, OvrSource,
                           InvoiceNo, InvSalesID, CustID, ProdCode,
                           OvrQty, ProdUnitPrice, OvrNormPrice,
                           ProdUnitCost, OvrNewPrice, OvrReason,
                           OvrSuperID, OvrResult
                   END-IF
               END-IF
           END-IF
       END-IF.

*> Priced once the quantity is known: list, the customer's contract
*> or price-level price, or a quantity break, whichever is lowest,
*> with any live promo on top.
PriceInvoiceItem.
       MOVE ProdUnitPrice TO ItemPrice.
       MOVE ProdUnitPrice TO EffPrice.
       MOVE ItemQty TO PriceQty.
       CALL "GETPRICE" USING ProdCode, RunDate, CustID, PriceQty,
           EffPrice, PriceFound.
       IF PriceFound = "Y"
           MOVE EffPrice TO ItemPrice
       END-IF.
       CALL "GETPROMO" USING ProdCode, RunDate, ItemPrice,
           FinalPrice, OnPromo.
       MOVE FinalPrice TO ItemPrice.
       MOVE "N" TO OvrResult.
       IF CardMode NOT = "Y"
           MOVE ItemQty TO OvrQty
           MOVE ItemPrice TO OvrNormPrice
           MOVE "A" TO OvrAction
           CALL "PRICEOVR" USING OvrAction, OvrSource, InvoiceNo,
               InvSalesID, CustID, ProdCode, OvrQty, ProdUnitPrice,
               OvrNormPrice, ProdUnitCost, OvrNewPrice, OvrReason,
               OvrSuperID, OvrResult
           IF OvrResult = "Y"
               MOVE OvrNewPrice TO ItemPrice
               MOVE "N" TO OnPromo
           END-IF
       END-IF.
       MOVE ItemPrice TO DispItemPrice.
       IF OnPromo = "Y"
           DISPLAY "  at " DispItemPrice " each (promo price)"
       ELSE
           DISPLAY "  at " DispItemPrice " each"
       END-IF.

WriteInvoiceTotals.
       MOVE SubTotal TO DispSubTotal.
       MOVE TaxAmount TO DispTaxAmount.
              INTO InvoiceLine
       END-STRING.
       WRITE InvoiceLine.
       IF CustExempt = "Y"
           MOVE SPACES TO InvoiceLine
           STRING "Tax exempt - certificate " DELIMITED BY SIZE
                  ExemptCertNo DELIMITED BY SIZE
                  INTO InvoiceLine
           END-STRING
           WRITE InvoiceLine
       END-IF.

       MOVE SPACES TO InvoiceLine.
       STRING "Total Due : " DELIMITED BY SIZE
              INTO InvoiceLine
       END-STRING.
       WRITE InvoiceLine.
       IF BillFxFound = "Y"
           COMPUTE ForeignSubTotal ROUNDED = SubTotal * BillFxRate
           COMPUTE ForeignTaxAmount ROUNDED = TaxAmount * BillFxRate
           COMPUTE ForeignGrandTotal = ForeignSubTotal + ForeignTaxAmount
           PERFORM WriteForeignTotals
       END-IF.

*> The customer's own figures under the dollar ones, at the rate
*> the invoice was billed at.
WriteForeignTotals.
       MOVE BillFxRate TO DispFxRate.
       MOVE SPACES TO InvoiceLine.
       WRITE InvoiceLine.
       STRING "In " DELIMITED BY SIZE
              BillCurrency DELIMITED BY SIZE
              " at " DELIMITED BY SIZE
              DispFxRate DELIMITED BY SIZE
              " to the dollar" DELIMITED BY SIZE
              INTO InvoiceLine
       END-STRING.
       WRITE InvoiceLine.
       MOVE ForeignSubTotal TO DispForeign.
       MOVE SPACES TO InvoiceLine.
       STRING "Subtotal : " DELIMITED BY SIZE
              BillCurrency DELIMITED BY SIZE
              DispForeign DELIMITED BY SIZE
              INTO InvoiceLine
       END-STRING.
       WRITE InvoiceLine.
       MOVE ForeignTaxAmount TO DispForeign.
       MOVE SPACES TO InvoiceLine.
       STRING "Tax : " DELIMITED BY SIZE
              BillCurrency DELIMITED BY SIZE
              DispForeign DELIMITED BY SIZE
              INTO InvoiceLine
       END-STRING.
       WRITE InvoiceLine.
       MOVE ForeignGrandTotal TO DispForeign.
       MOVE SPACES TO InvoiceLine.
       STRING "Total Due : " DELIMITED BY SIZE
              BillCurrency DELIMITED BY SIZE
              DispForeign DELIMITED BY SIZE
              INTO InvoiceLine
       END-STRING.
       WRITE InvoiceLine.

*> The same credit-limit hold RecordPurchase applies: over a
*> non-zero limit the posting waits for a supervisor-role line on
PostInvoiceToBalance.
       MOVE "Y" TO PostApproved.
       MOVE 0 TO GcApplied.
       MOVE 0 TO PtsApplied.
       MOVE 0 TO CreditUsed.
       MOVE CustCreditLimit TO GroupLimit.
       COMPUTE GroupExposure = CustBalance - CustCreditBal.
       CALL "GETGROUP" USING CustID, CustParentID, GroupLimit,
           GroupExposure, GroupMembers, GroupParentOK.
       IF GroupLimit > 0
               AND GroupExposure + GrandTotal > GroupLimit
           PERFORM HoldForOverLimit
       END-IF.

       IF PostApproved = "Y"
           MOVE 0 TO GcApplied
           MOVE 0 TO PtsApplied
*> GCREDEEM and LOYREDEEM prompt, and a card-driven run has nobody
*> at the terminal to answer - the certificate and points
*> questions stay suppressed the same way the hold and the bill-to
*> picker are.
           IF CardMode NOT = "Y"
               CALL "GCREDEEM" USING CustID, GrandTotal, GcApplied
           END-IF
           COMPUTE PostNetAmount = GrandTotal - GcApplied
           IF CardMode NOT = "Y"
               CALL "LOYREDEEM" USING CustID, PostNetAmount, PtsApplied
           END-IF
           SUBTRACT PtsApplied FROM PostNetAmount

           MOVE 0 TO CreditUsed
           IF CustCreditBal > 0

HoldForOverLimit.
       MOVE "N" TO PostApproved.
       MOVE GroupLimit TO DispCreditLimit.
       IF GroupMembers > 1
           DISPLAY "Posting would take the group's combined balance"
               " over the parent's credit limit of " DispCreditLimit "."
       ELSE
           DISPLAY "Posting would take the balance over the credit limit of "
               DispCreditLimit "."
       END-IF.
       IF CardMode = "Y"
           DISPLAY "Card-driven run - the hold stands."
           MOVE "N" TO OverrideChoice
       END-IF.
       MOVE WorkJuris TO TranJuris.
       MOVE InvSalesID TO TranSalesID.
       MOVE ExemptType TO TranExemptType.
       MOVE ExemptCertNo TO TranExemptCert.
       WRITE TranRecord.
       CLOSE TranFile.

*> The invoice's receivables side: one open item per invoice, born
*> open for the full grand total, for custpay to apply receipts
*> against.
*> Whatever the gift certificate, the loyalty points and the held
*> credit already covered is settled money - the open item is born part (or
*> fully) paid, so custpay never offers an operator an amount
*> that was paid at the counter.
WriteOpenItem.
       MOVE CustID TO OiCustID.
       MOVE RunDate TO OiInvDate.
       MOVE GrandTotal TO OiAmount.
       COMPUTE OiPaidAmt = GcApplied + PtsApplied + CreditUsed.
       PERFORM StampOpenItemTerms.
       IF BillFxFound = "Y"
           MOVE BillCurrency TO OiCurrency
           MOVE BillFxRate TO OiFxRate
       ELSE
           MOVE SPACES TO OiCurrency
           MOVE 0 TO OiFxRate
       END-IF.
       MOVE SPACES TO OiDispStatus OiDispReason OiDispOperID.
       MOVE 0 TO OiDispDate OiDispFollowUp.
       EVALUATE TRUE
           WHEN OiPaidAmt >= OiAmount
               SET OiPaidFull TO TRUE
       END-WRITE.
       CLOSE OpenItemFile.

*> The customer's terms off terms.txt give the net due date the
*> collections runs age from, and any prompt-payment discount
*> custpay may allow inside the window. The discount is worked on
*> what the invoice still owes after any credit spent against it,
*> so nothing is discounted twice.
StampOpenItemTerms.
       CALL "GETTERMS" USING CustTermsCode, OiInvDate, TermsNetDays,
           TermsDiscPct, TermsDiscDays, OiDueDate, OiDiscDate,
           TermsFound.
       IF TermsDiscPct > 0 AND OiPaidAmt < OiAmount
           COMPUTE OiDiscAmt ROUNDED =
               (OiAmount - OiPaidAmt) * TermsDiscPct / 100
       ELSE
           MOVE 0 TO OiDiscAmt
           MOVE 0 TO OiDiscDate
       END-IF.

WriteRegisterEntry.
       OPEN EXTEND InvRegisterFile.
       MOVE SPACES TO InvRegisterRecord.
       MOVE SubTotal TO RegSubTotal.
       MOVE TaxAmount TO RegTaxAmount.
       MOVE GrandTotal TO RegGrandTotal.
       MOVE BillToSeq TO RegBillSeq.
       MOVE BillToSeq TO RegShipSeq.
       WRITE InvRegisterRecord.
       CLOSE InvRegisterFile.

              INTO InvoiceLine
       END-STRING.
       WRITE InvoiceLine.
       PERFORM FindReprintCurrency.
       IF BillFxFound = "Y"
           COMPUTE ForeignSubTotal ROUNDED = SaveSubTotal * BillFxRate
           COMPUTE ForeignTaxAmount ROUNDED = SaveTaxAmount * BillFxRate
           COMPUTE ForeignGrandTotal = ForeignSubTotal + ForeignTaxAmount
           PERFORM WriteForeignTotals
       END-IF.

       CLOSE InvoiceFile.

*> The currency and rate the invoice was billed at come back off
*> its open item, so the copy shows the figures the customer was
*> sent, not today's.
FindReprintCurrency.
       MOVE "H" TO BillFxFound.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus = "00"
           MOVE ReprintNo TO OiInvoiceNo
           READ OpenItemFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF OiFxRate IS NUMERIC AND OiFxRate > 0
                       MOVE "Y" TO BillFxFound
                       MOVE OiCurrency TO BillCurrency
                       MOVE OiFxRate TO BillFxRate
                   END-IF
           END-READ
       END-IF.
       CLOSE OpenItemFile.

ReprintOneLine.
       READ InvLinesFile
           AT END MOVE "Y" TO LinesEOF
