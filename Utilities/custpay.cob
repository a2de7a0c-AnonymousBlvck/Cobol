*> after-image, journals the event to payrev.txt with an NSF or
*> keying-error reason, and stamps an audit.txt line with the
*> operator who keyed it - one honest event.
*> An invoice still inside its terms' discount window (OiDiscDate
*> and OiDiscAmt, stamped at invoicing from GETTERMS) is offered the
*> prompt-payment discount when the money applied plus the discount
*> settles it: the discount comes off the balance as its own DISCT
*> custtran line, with its own after-image and control totals, and
*> the invoice closes paid in full.
*> A customer billed in another currency (CustCurrency) pays in it:
*> the receipt is keyed in the customer's currency and converted to
*> dollars at the day's fxrates.txt rate through GETFXRT, so
*> CustBalance, payjrnl.txt and custtran.txt stay in dollars. An
*> open item billed in that currency is settled in it, and what the
*> settled part was carried at (its billing rate) against what it
*> fetched (the day's rate) is the realized exchange gain or loss,
*> put on the balance as its own FXADJ custtran line with its own
*> after-image and control totals. Foreign items are not offered
*> the prompt-payment discount.
*> Head office of a chain pays one cheque for every branch: the
*> group receipt is keyed at the parent, in dollars, and offered
*> against the open items of the parent and of every branch naming
*> it (CustParentID), oldest invoice number first. What lands on
*> each account is then posted to that account as a receipt of its
*> own - balance, payjrnl.txt line, PAYMT custtran line,
*> after-image and control totals, exactly as a receipt keyed
*> there - and only once that posting stands are the account's
*> open items marked paid. A branch that can't be posted (in use,
*> or gone) keeps its items open and its share goes to the parent,
*> which is posted last with whatever is left over.
*> Group receipts settle items in dollar terms and take no
*> prompt-payment discount.
*> Every receipt posted to an account - a group share included -
*> goes to NOTIFY as a PAYRC event, so a customer who opted in is
*> told by email or text that the money arrived and what they owe.
*> Nothing is posted while today's month is closed (PERIODCHK)
*> unless a supervisor has reopened it through perlock.
*> A customer on an installment plan (instplan) has each receipt -
*> a group share included - worn onto the next installment due
*> through INSTPAY once it has posted.
IDENTIFICATION DIVISION.
PROGRAM-ID. custpay.

01 ItemRemaining PIC 9(7)V99.
01 DispRemaining PIC $$$,$$9.99.
01 DispUnapplied PIC $$$,$$9.99.
*> Prompt-payment discount on the invoice being offered: what the
*> terms allow while RunDate is inside the window, and what was
*> actually taken to settle it.
01 RunDate PIC 9(8).
01 PostingDate PIC 9(8).
01 PeriodOpen PIC X.
01 DiscAvail PIC 9(7)V99.
01 DiscTaken PIC 9(7)V99.
01 DiscAnswer PIC X.
01 DispDiscount PIC $$$,$$9.99.
01 PrnDiscDate PIC 9999/99/99.
*> The customer's currency at the day's GETFXRT rate - "Y" takes
*> the receipt in that currency, "H" is a dollar account and "N" a
*> currency with no rate for today, taken in dollars. The foreign
*> side of the receipt is worked down alongside the dollar side as
*> it lands on invoices billed in the currency.
01 PayFxRate PIC 9(4)V9(6).
01 PayFxFound PIC X.
01 ReceiptFx PIC 9(9)V99.
01 UnappliedFx PIC 9(9)V99.
01 ApplyFx PIC 9(9)V99.
01 ItemRemainingFx PIC 9(9)V99.
01 SettledHome PIC 9(7)V99.
01 FxGainLoss PIC S9(7)V99.
01 FxFromCredit PIC 9(7)V99.
01 DispForeign PIC ZZZ,ZZZ,ZZ9.99.
01 DispFxRate PIC ZZZ9.999999.
01 DispGainLoss PIC $$$,$$9.99-.
*> Reversal work fields: the numbered list of the customer's
*> receipts, the one picked, and what goes on the journals.
01 Choice PIC 9.
01 CtlDeltaActive PIC S9(3).
01 CtlDeltaBalance PIC S9(7)V99.
01 CtlApplied PIC X.
*> Group receipt: the parent and its branches, what the receipt has
*> put on each, and what is still to be put anywhere. Slot 1 is
*> always the parent, which takes the remainder. GroupPosting keeps
*> ApplyReceipt from offering a member's open items a second time.
*> What the operator put on each open item is held in the apply
*> table until that member's share has posted.
01 GroupPosting PIC X VALUE "N".
01 GroupParentID PIC 9(6).
01 GroupOwing PIC 9(9)V99.
01 GroupUnapplied PIC 9(7)V99.
01 GroupReceiptAmt PIC 9(7)V99.
01 GmMax PIC 9(3) VALUE 100.
01 GmCount PIC 9(3).
01 GmSub PIC 9(3).
01 GmHit PIC 9(3).
01 GmOverflow PIC 9(5).
01 GroupMemberTable.
       02 GmEntry OCCURS 100 TIMES.
              03 GmCustID PIC 9(6).
              03 GmApplied PIC 9(7)V99.
01 GaMax PIC 9(3) VALUE 200.
01 GaCount PIC 9(3).
01 GaSub PIC 9(3).
01 GroupApplyTable.
       02 GaEntry OCCURS 200 TIMES.
              03 GaInvoiceNo PIC 9(6).
              03 GaSlot PIC 9(3).
              03 GaAmount PIC 9(7)V99.
01 ShareCountBefore PIC 9(7).
01 DispGroupOwing PIC $$$,$$$,$$9.99.
*> What a receipt tells NOTIFY.
01 NtfEvent PIC X(5).
01 NtfRef PIC X(10).
01 NtfAmount PIC 9(7)V99.
01 NtfDetail PIC X(30).

PROCEDURE DIVISION.
StartPara.
       MOVE SPACES TO TranRecord.
       OPEN EXTEND AfterImageFile.
       MOVE SPACES TO AfterImageRecord.
       ACCEPT RunDate FROM DATE YYYYMMDD.

       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "Payments and receipts"
            DISPLAY "1 : Record Receipts "
            DISPLAY "2 : Reverse A Receipt (NSF / keying error) "
            DISPLAY "3 : Record A Group Receipt (parent pays for branches) "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            IF Choice >= 1 AND Choice <= 3
                PERFORM CheckPostingPeriod
            END-IF

            EVALUATE TRUE
               WHEN Choice >= 1 AND Choice <= 3 AND PeriodOpen = "N"
                   CONTINUE
               WHEN Choice = 1
                   MOVE "Y" TO MoreReceipts
                   PERFORM RecordReceipt UNTIL MoreReceipts = "N"
               WHEN Choice = 2 PERFORM ReverseReceipt
               WHEN Choice = 3 PERFORM GroupReceipt
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
       DISPLAY "Receipts recorded to payjrnl.txt : " ReceiptCount.
       STOP RUN.

*> Receipts and reversals post under today's date, so none is taken
*> while today's month stands closed on periodctl.txt.
CheckPostingPeriod.
       ACCEPT PostingDate FROM DATE YYYYMMDD.
       CALL "PERIODCHK" USING PostingDate, PeriodOpen.

RecordReceipt.
       MOVE "Y" TO CustExists.
       DISPLAY " ".
           DISPLAY "Credit on account : " DispBalance
       END-IF.

       PERFORM AcceptReceiptAmount.

       IF ReceiptAmount = 0
           DISPLAY "Amount must be more than zero - no receipt taken."
           PERFORM ApplyReceipt
       END-IF.

*> A foreign customer's money is keyed as the customer sent it and
*> converted at the day's rate; with no rate for today it is keyed
*> in dollars, the way every receipt used to be.
AcceptReceiptAmount.
       MOVE 0 TO ReceiptFx.
       CALL "GETFXRT" USING CustCurrency, RunDate, PayFxRate, PayFxFound.
       IF PayFxFound = "Y"
           MOVE PayFxRate TO DispFxRate
           COMPUTE DispForeign ROUNDED = CustBalance * PayFxRate
           DISPLAY "Balance owing in " CustCurrency " at " DispFxRate
               " : " DispForeign
           DISPLAY "Enter amount received in " CustCurrency " : "
               WITH NO ADVANCING
           ACCEPT ReceiptFx
           COMPUTE ReceiptAmount ROUNDED = ReceiptFx / PayFxRate
           MOVE ReceiptAmount TO DispAmount
           DISPLAY "  which is " DispAmount " at today's rate."
       ELSE
           IF PayFxFound = "N"
               DISPLAY "No rate on fxrates.txt for " CustCurrency
                   " today - key the receipt in dollars."
           END-IF
           DISPLAY "Enter amount received : " WITH NO ADVANCING
           ACCEPT ReceiptAmount
       END-IF.

AcceptMethod.
       DISPLAY "Method - C (cash), K (cheque), D (card) : " WITH NO ADVANCING.
       ACCEPT MethodChoice.
               MOVE ReceiptAmount TO PayAmount
               MOVE ReceiptMethod TO PayMethod
               PERFORM WriteReceipt
               PERFORM NotifyReceipt
               MOVE CustID TO TranCustID
               SET TranPayment TO TRUE
               COMPUTE TranAmount = 0 - ReceiptAmount
               MOVE 0 TO CtlDeltaActive
               PERFORM NoteControlTotals
               PERFORM ClearPromiseIfKept
               CALL "INSTPAY" USING CustID, ReceiptAmount
               IF GroupPosting NOT = "Y"
                   PERFORM ApplyToOpenItems
               END-IF
       END-REWRITE.

*> A receipt that covers the customer's open promise clears it the
*> is unchanged either way.
ApplyToOpenItems.
       MOVE ReceiptAmount TO UnappliedAmt.
       MOVE ReceiptFx TO UnappliedFx.
       OPEN I-O OpenItemFile.
       IF OpenItemStatus NOT = "00" AND OpenItemStatus NOT = "05"
           CLOSE OpenItemFile
       END-READ.
       IF OiEOF = "N"
           IF OiCustID = CustID AND NOT OiPaidFull
               IF PayFxFound = "Y" AND OiCurrency = CustCurrency
                       AND OiFxRate IS NUMERIC AND OiFxRate > 0
                   PERFORM OfferForeignItem
               ELSE
                   PERFORM OfferHomeItem
               END-IF
           END-IF
       END-IF.

OfferHomeItem.
       COMPUTE ItemRemaining = OiAmount - OiPaidAmt.
       MOVE ItemRemaining TO DispRemaining.
       MOVE UnappliedAmt TO DispUnapplied.
       DISPLAY "Invoice " OiInvoiceNo " owes " DispRemaining
           " - receipt unapplied : " DispUnapplied.
       PERFORM FindDiscountAvail.
       IF DiscAvail > 0
           MOVE DiscAvail TO DispDiscount
           MOVE OiDiscDate TO PrnDiscDate
           DISPLAY "  Discount of " DispDiscount
               " allowed if settled by " PrnDiscDate
       END-IF.
       DISPLAY "Apply how much to this invoice (0 to skip) : "
           WITH NO ADVANCING.
       ACCEPT ApplyAmt.
       IF ApplyAmt > ItemRemaining
           MOVE ItemRemaining TO ApplyAmt
       END-IF.
       IF ApplyAmt > UnappliedAmt
           MOVE UnappliedAmt TO ApplyAmt
       END-IF.
       MOVE 0 TO DiscTaken.
       IF DiscAvail > 0 AND ApplyAmt > 0
               AND ApplyAmt < ItemRemaining
               AND ApplyAmt + DiscAvail >= ItemRemaining
           PERFORM OfferDiscount
       END-IF.
       IF ApplyAmt > 0
           ADD ApplyAmt TO OiPaidAmt
           ADD DiscTaken TO OiPaidAmt
           IF OiPaidAmt >= OiAmount
               SET OiPaidFull TO TRUE
           ELSE
               SET OiPartPaid TO TRUE
           END-IF
           REWRITE OpenItemData
               INVALID KEY DISPLAY "Open item not updated"
               NOT INVALID KEY
                   SUBTRACT ApplyAmt FROM UnappliedAmt
                   PERFORM ReduceUnappliedFx
           END-REWRITE
       END-IF.

*> Dollars a foreign receipt puts on a dollar invoice come off its
*> foreign side at the day's rate too.
ReduceUnappliedFx.
       IF PayFxFound = "Y"
           IF UnappliedAmt = 0
               MOVE 0 TO UnappliedFx
           ELSE
               COMPUTE ApplyFx ROUNDED = ApplyAmt * PayFxRate
               IF ApplyFx > UnappliedFx
                   MOVE UnappliedFx TO ApplyFx
               END-IF
               SUBTRACT ApplyFx FROM UnappliedFx
           END-IF
       END-IF.

*> An invoice billed in the customer's currency is settled in it.
*> The part settled comes off the item at the dollars it was billed
*> at; the receipt gives up the dollars that money fetched today.
*> Applying all that is left of either side takes it exactly, so
*> rounding never leaves a cent behind on the item or the receipt.
OfferForeignItem.
       COMPUTE ItemRemaining = OiAmount - OiPaidAmt.
       COMPUTE ItemRemainingFx ROUNDED = ItemRemaining * OiFxRate.
       MOVE ItemRemainingFx TO DispForeign.
       MOVE OiFxRate TO DispFxRate.
       DISPLAY "Invoice " OiInvoiceNo " owes " OiCurrency " "
           DispForeign " (billed at " DispFxRate ")".
       MOVE UnappliedFx TO DispForeign.
       DISPLAY "  receipt unapplied : " CustCurrency " " DispForeign.
       DISPLAY "Apply how much " CustCurrency
           " to this invoice (0 to skip) : " WITH NO ADVANCING.
       ACCEPT ApplyFx.
       IF ApplyFx > ItemRemainingFx
           MOVE ItemRemainingFx TO ApplyFx
       END-IF.
       IF ApplyFx > UnappliedFx
           MOVE UnappliedFx TO ApplyFx
       END-IF.
       IF ApplyFx > 0
           IF ApplyFx = UnappliedFx
               MOVE UnappliedAmt TO ApplyAmt
           ELSE
               COMPUTE ApplyAmt ROUNDED = ApplyFx / PayFxRate
               IF ApplyAmt > UnappliedAmt
                   MOVE UnappliedAmt TO ApplyAmt
               END-IF
           END-IF
           IF ApplyFx = ItemRemainingFx
               MOVE ItemRemaining TO SettledHome
           ELSE
               COMPUTE SettledHome ROUNDED = ApplyFx / OiFxRate
               IF SettledHome > ItemRemaining
                   MOVE ItemRemaining TO SettledHome
               END-IF
           END-IF
           ADD SettledHome TO OiPaidAmt
           IF OiPaidAmt >= OiAmount
               SET OiPaidFull TO TRUE
           ELSE
               SET OiPartPaid TO TRUE
           END-IF
           REWRITE OpenItemData
               INVALID KEY DISPLAY "Open item not updated"
               NOT INVALID KEY
                   SUBTRACT ApplyAmt FROM UnappliedAmt
                   SUBTRACT ApplyFx FROM UnappliedFx
                   COMPUTE FxGainLoss = ApplyAmt - SettledHome
                   IF FxGainLoss NOT = 0
                       PERFORM PostFxGainLoss
                   END-IF
           END-REWRITE
       END-IF.

*> The receipt took ApplyAmt off the balance for an invoice that put
*> SettledHome on it: a gain puts the difference back - first out of
*> any credit the receipt's excess left on the account, then onto
*> the balance - and a loss takes the rest off. A loss bigger than
*> the balance left (the receipt already ran it to nothing) is cut
*> to what is there.
PostFxGainLoss.
       IF FxGainLoss < 0 AND 0 - FxGainLoss > CustBalance
           COMPUTE FxGainLoss = 0 - CustBalance
       END-IF.
       MOVE 0 TO FxFromCredit.
       IF FxGainLoss > 0 AND CustCreditBal > 0
           IF CustCreditBal >= FxGainLoss
               MOVE FxGainLoss TO FxFromCredit
           ELSE
               MOVE CustCreditBal TO FxFromCredit
           END-IF
       END-IF.
       IF FxGainLoss NOT = 0
           SUBTRACT FxFromCredit FROM CustCreditBal
           COMPUTE CustBalance = CustBalance + FxGainLoss - FxFromCredit
           REWRITE CustomerData
               INVALID KEY
                   DISPLAY "Exchange difference not recorded"
                   COMPUTE CustBalance = CustBalance - FxGainLoss
                       + FxFromCredit
                   ADD FxFromCredit TO CustCreditBal
               NOT INVALID KEY
                   PERFORM WriteAfterImage
                   MOVE CustID TO TranCustID
                   SET TranFxGainLoss TO TRUE
                   MOVE FxGainLoss TO TranAmount
                   MOVE 0 TO TranTaxAmount
                   PERFORM WriteTran
                   MOVE 0 TO CtlDeltaCount
                   MOVE 0 TO CtlDeltaActive
                   COMPUTE CtlDeltaBalance = FxGainLoss - FxFromCredit
                   PERFORM NoteControlTotals
                   MOVE FxGainLoss TO DispGainLoss
                   MOVE CustBalance TO DispBalance
                   DISPLAY "Exchange gain/loss : " DispGainLoss
                       " - new balance : " DispBalance
           END-REWRITE
       END-IF.

*> Items from before the terms fields existed carry no discount; a
*> discount bigger than what the invoice still owes is cut to it.
FindDiscountAvail.
       MOVE 0 TO DiscAvail.
       IF OiDiscAmt IS NUMERIC AND OiDiscDate IS NUMERIC
           IF OiDiscAmt > 0 AND RunDate <= OiDiscDate
               MOVE OiDiscAmt TO DiscAvail
               IF DiscAvail > ItemRemaining
                   MOVE ItemRemaining TO DiscAvail
               END-IF
           END-IF
       END-IF.

*> The discount settles only what the money applied leaves owing on
*> the invoice, and comes off the balance the receipt has already
*> reduced - a balance the receipt took to nothing has no room for
*> it, and the invoice stays part paid.
OfferDiscount.
       COMPUTE DiscTaken = ItemRemaining - ApplyAmt.
       MOVE DiscTaken TO DispDiscount.
       DISPLAY "Take the " DispDiscount " discount to settle it? (Y/N) : "
           WITH NO ADVANCING.
       MOVE SPACE TO DiscAnswer.
       ACCEPT DiscAnswer.
       IF DiscAnswer NOT = "Y" AND DiscAnswer NOT = "y"
           MOVE 0 TO DiscTaken
       ELSE
           IF DiscTaken > CustBalance
               DISPLAY "Balance too small for the discount - not taken."
               MOVE 0 TO DiscTaken
           ELSE
               PERFORM PostDiscount
           END-IF
       END-IF.

PostDiscount.
       SUBTRACT DiscTaken FROM CustBalance.
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Discount not recorded"
               ADD DiscTaken TO CustBalance
               MOVE 0 TO DiscTaken
           NOT INVALID KEY
               PERFORM WriteAfterImage
               MOVE CustID TO TranCustID
               SET TranDiscount TO TRUE
               COMPUTE TranAmount = 0 - DiscTaken
               MOVE 0 TO TranTaxAmount
               PERFORM WriteTran
               MOVE 0 TO CtlDeltaCount
               MOVE 0 TO CtlDeltaActive
               COMPUTE CtlDeltaBalance = 0 - DiscTaken
               PERFORM NoteControlTotals
               MOVE CustBalance TO DispBalance
               DISPLAY "Discount taken - new balance : " DispBalance
       END-REWRITE.

WriteReceipt.
       ACCEPT PayDate FROM DATE YYYYMMDD.
       ACCEPT PayTime FROM TIME.
       WRITE PayRecord.

NotifyReceipt.
       MOVE "PAYRC" TO NtfEvent.
       MOVE ReceiptMethod TO NtfRef.
       MOVE ReceiptAmount TO NtfAmount.
       MOVE CustBalance TO DispBalance.
       MOVE SPACES TO NtfDetail.
       STRING "Balance now " DELIMITED BY SIZE
              DispBalance DELIMITED BY SIZE
              INTO NtfDetail
       END-STRING.
       CALL "NOTIFY" USING CustID, CustEmail, CustPhone, NtfEvent,
           NtfRef, NtfAmount, NtfDetail.

WriteTran.
       ACCEPT TranDate FROM DATE YYYYMMDD.
       ACCEPT TranTime FROM TIME.
       MOVE CustomerData TO AiImage.
       WRITE AfterImageRecord.

*> One receipt at the parent, spread over the group's open items and
*> then posted account by account.
GroupReceipt.
       MOVE "Y" TO CustExists.
       DISPLAY " ".
       DISPLAY "Enter parent Customer ID : " WITH NO ADVANCING.
       ACCEPT EntryID.
       CALL "VALIDID" USING EntryID, IDValid.
       IF IDValid = "N"
           DISPLAY "Customer ID must be 6 digits and not all zeros."
       ELSE
           MOVE EntryID TO CustID
           READ CustomerFile
               INVALID KEY MOVE "N" TO CustExists
           END-READ
           IF CustFileStatus = "51"
               DISPLAY "Record in use by another operator - try again."
               MOVE "N" TO CustExists
           END-IF
           EVALUATE TRUE
               WHEN CustExists = "N"
                   DISPLAY "Customer doesn't exist"
               WHEN CustParentID IS NUMERIC AND CustParentID > 0
                   DISPLAY "That account is a branch of " CustParentID
                       " - key the group receipt at the parent."
               WHEN OTHER
                   PERFORM CollectGroupMembers
                   IF GmCount < 2
                       DISPLAY "No branches name this account - use"
                           " Record Receipts."
                   ELSE
                       PERFORM TakeGroupReceipt
                   END-IF
           END-EVALUATE
       END-IF.

*> The parent in slot 1, then every account naming it, whatever its
*> status - a branch closed since still owes what it owes. Reading
*> the group moves the record area, so the parent is read back.
CollectGroupMembers.
       MOVE CustID TO GroupParentID.
       MOVE 1 TO GmCount.
       MOVE 0 TO GmOverflow.
       MOVE CustID TO GmCustID(1).
       MOVE 0 TO GmApplied(1).
       MOVE CustBalance TO GroupOwing.
       MOVE "N" TO OiEOF.
       MOVE LOW-VALUES TO CustID.
       START CustomerFile KEY IS GREATER THAN OR EQUAL TO CustID
           INVALID KEY MOVE "Y" TO OiEOF
       END-START.
       PERFORM CollectOneMember UNTIL OiEOF = "Y".
       MOVE GroupParentID TO CustID.
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ.
       IF GmOverflow > 0
           DISPLAY "More branches than one receipt can spread over - "
               GmOverflow " left out."
       END-IF.

CollectOneMember.
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO OiEOF
       END-READ.
       IF OiEOF = "N"
           IF CustParentID IS NUMERIC AND CustParentID = GroupParentID
                   AND CustID NOT = GroupParentID
               IF GmCount < GmMax
                   ADD 1 TO GmCount
                   MOVE CustID TO GmCustID(GmCount)
                   MOVE 0 TO GmApplied(GmCount)
                   ADD CustBalance TO GroupOwing
               ELSE
                   ADD 1 TO GmOverflow
               END-IF
           END-IF
       END-IF.

TakeGroupReceipt.
       MOVE GroupOwing TO DispGroupOwing.
       DISPLAY "Customer : " CustFName " " CustLName.
       DISPLAY "Group of " GmCount " accounts owes : " DispGroupOwing.
       DISPLAY "Enter amount received : " WITH NO ADVANCING.
       ACCEPT GroupReceiptAmt.
       IF GroupReceiptAmt = 0
           DISPLAY "Amount must be more than zero - no receipt taken."
       ELSE
           PERFORM AcceptMethod
           MOVE GroupReceiptAmt TO GroupUnapplied
           MOVE 0 TO GaCount
           PERFORM SpreadGroupReceipt
           MOVE "Y" TO GroupPosting
           PERFORM PostGroupShare
               VARYING GmSub FROM 2 BY 1 UNTIL GmSub > GmCount
           ADD GroupUnapplied TO GmApplied(1)
           IF GroupUnapplied > 0
               MOVE GroupUnapplied TO DispUnapplied
               DISPLAY "Left on the parent's account : " DispUnapplied
           END-IF
           MOVE 1 TO GmSub
           PERFORM PostGroupShare
           MOVE "N" TO GroupPosting
       END-IF.

*> The group's open items, oldest invoice number first, each named
*> with the account it belongs to. Nothing is rewritten here - what
*> the operator applies is only noted against the item and the
*> member, for PostGroupShare to settle.
SpreadGroupReceipt.
       OPEN I-O OpenItemFile.
       IF OpenItemStatus NOT = "00" AND OpenItemStatus NOT = "05"
           CLOSE OpenItemFile
       ELSE
           MOVE "N" TO OiEOF
           MOVE LOW-VALUES TO OiInvoiceNo
           START OpenItemFile KEY IS GREATER THAN OR EQUAL TO
                   OiInvoiceNo
               INVALID KEY MOVE "Y" TO OiEOF
           END-START
           PERFORM OfferOneGroupItem
               UNTIL OiEOF = "Y" OR GroupUnapplied = 0
                   OR GaCount = GaMax
           CLOSE OpenItemFile
           IF GaCount = GaMax AND OiEOF = "N" AND GroupUnapplied > 0
               DISPLAY "No more invoices can be taken on one receipt."
           END-IF
       END-IF.

OfferOneGroupItem.
       READ OpenItemFile NEXT RECORD
           AT END MOVE "Y" TO OiEOF
       END-READ.
       IF OiEOF = "N" AND NOT OiPaidFull
           MOVE 0 TO GmHit
           PERFORM ScanOneMember
               VARYING GmSub FROM 1 BY 1
               UNTIL GmSub > GmCount OR GmHit > 0
           IF GmHit > 0
               PERFORM OfferGroupItem
           END-IF
       END-IF.

ScanOneMember.
       IF GmCustID(GmSub) = OiCustID
           MOVE GmSub TO GmHit
       END-IF.

OfferGroupItem.
       COMPUTE ItemRemaining = OiAmount - OiPaidAmt.
       MOVE ItemRemaining TO DispRemaining.
       MOVE GroupUnapplied TO DispUnapplied.
       DISPLAY "Account " OiCustID " invoice " OiInvoiceNo " owes "
           DispRemaining " - receipt unapplied : " DispUnapplied.
       DISPLAY "Apply how much to this invoice (0 to skip) : "
           WITH NO ADVANCING.
       ACCEPT ApplyAmt.
       IF ApplyAmt > ItemRemaining
           MOVE ItemRemaining TO ApplyAmt
       END-IF.
       IF ApplyAmt > GroupUnapplied
           MOVE GroupUnapplied TO ApplyAmt
       END-IF.
       IF ApplyAmt > 0
           ADD 1 TO GaCount
           MOVE OiInvoiceNo TO GaInvoiceNo(GaCount)
           MOVE GmHit TO GaSlot(GaCount)
           MOVE ApplyAmt TO GaAmount(GaCount)
           SUBTRACT ApplyAmt FROM GroupUnapplied
           ADD ApplyAmt TO GmApplied(GmHit)
       END-IF.

*> Each account's share goes through ApplyReceipt as a receipt keyed
*> there would - its own journal line, custtran line, after-image
*> and control totals - and only when that stood are the member's
*> open items settled. A branch whose share can't post passes it to
*> the parent (posted last) and its items stay open.
PostGroupShare.
       IF GmApplied(GmSub) > 0
           MOVE "Y" TO CustExists
           MOVE GmCustID(GmSub) TO CustID
           READ CustomerFile
               INVALID KEY MOVE "N" TO CustExists
           END-READ
           IF CustFileStatus = "51"
               MOVE "N" TO CustExists
           END-IF
           IF CustExists = "Y"
               DISPLAY "Account " CustID " : " CustFName " " CustLName
               MOVE GmApplied(GmSub) TO ReceiptAmount
               MOVE ReceiptCount TO ShareCountBefore
               PERFORM ApplyReceipt
               IF ReceiptCount = ShareCountBefore
                   MOVE "N" TO CustExists
               ELSE
                   PERFORM SettleGroupItems
               END-IF
           END-IF
           IF CustExists = "N"
               MOVE GmApplied(GmSub) TO DispAmount
               IF GmSub > 1
                   DISPLAY "Account " GmCustID(GmSub) " could not be "
                       "posted - " DispAmount " goes to the parent and "
                       "its invoices stay open."
                   ADD GmApplied(GmSub) TO GroupUnapplied
               ELSE
                   DISPLAY "Account " GmCustID(GmSub) " could not be "
                       "posted - " DispAmount " of the receipt NOT "
                       "posted."
               END-IF
           END-IF
       END-IF.

SettleGroupItems.
       OPEN I-O OpenItemFile.
       IF OpenItemStatus NOT = "00" AND OpenItemStatus NOT = "05"
           CLOSE OpenItemFile
           DISPLAY "Open items for " CustID
               " not marked - file unavailable."
       ELSE
           PERFORM SettleOneGroupItem
               VARYING GaSub FROM 1 BY 1 UNTIL GaSub > GaCount
           CLOSE OpenItemFile
       END-IF.

SettleOneGroupItem.
       IF GaSlot(GaSub) = GmSub
           MOVE GaInvoiceNo(GaSub) TO OiInvoiceNo
           READ OpenItemFile
               INVALID KEY DISPLAY "Open item " OiInvoiceNo " not found"
               NOT INVALID KEY
                   ADD GaAmount(GaSub) TO OiPaidAmt
                   IF OiPaidAmt >= OiAmount
                       SET OiPaidFull TO TRUE
                   ELSE
                       SET OiPartPaid TO TRUE
                   END-IF
                   REWRITE OpenItemData
                       INVALID KEY DISPLAY "Open item not updated"
                   END-REWRITE
           END-READ
       END-IF.

ReverseReceipt.
       MOVE "Y" TO CustExists.
       DISPLAY " ".
