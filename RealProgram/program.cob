           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT OPTIONAL KitFile ASSIGN TO "kit.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KitKey
           FILE STATUS IS KitFileStatus.

       SELECT StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ProdLogFile ASSIGN TO "prodlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AuthFile ASSIGN TO "authusers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuthFileStatus.
FD SkuFile.
       COPY "skurec.cpy".

FD KitFile.
       COPY "kitrec.cpy".

FD StockMoveFile.
       COPY "stkmove.cpy".

FD ProdLogFile.
       COPY "prodimg.cpy".

FD AuthFile.
       COPY "authuser.cpy".

01 TaxRateFound PIC X.
01 RunDate PIC 9(8).
01 PurchaseAmount PIC 9(7)V99.
*> What the goods cost us at the moment of sale, for the custtran
*> line.
01 SaleCost PIC 9(7)V99.
*> Effective-dated price off prodprice.txt through GETPRICE; the
*> master's ProdUnitPrice is the standing fallback.
01 SalePrice PIC 9(5)V99.
*> the promolog.txt line.
01 FinalPrice PIC 9(5)V99.
01 OnPromo PIC X.
*> A price the clerk keys over the line's own through PRICEOVR -
*> authorized there, journalled once the sale has posted. An
*> overridden line is not a promo sale.
01 OvrAction PIC X.
01 OvrSource PIC X(3) VALUE "POS".
01 OvrDocNo PIC 9(6) VALUE ZERO.
01 OvrNormPrice PIC 9(5)V99.
01 OvrNewPrice PIC 9(5)V99.
01 OvrReason PIC X(2).
01 OvrSuperID PIC X(6).
01 OvrResult PIC X.
*> Credit held on the account (overpayments) spends itself against
*> the sale before anything lands on the balance.
01 CreditUsed PIC 9(7)V99.
*> A redeemed gift certificate is a payment-like line: only what
*> it doesn't cover goes anywhere near the balance.
01 GcApplied PIC 9(7)V99.
*> Loyalty points redeemed through LOYREDEEM are the same kind of
*> line, set against whatever the certificate left to pay.
01 PtsApplied PIC 9(7)V99.
01 PostNetAmount PIC 9(7)V99.
*> Business-day interlock off daystate.txt: sign-on refuses a
*> closed day (a supervisor may press on after a warning), and the
01 WorkJuris PIC X(2).
01 CustRate PIC V999.
01 CustRateFound PIC X.
*> GETEXMPT's answer for the customer: an active, unexpired
*> certificate on exempt.txt takes the rate to zero, and its number
*> and type go on the line.
01 ExemptCertNo PIC X(15).
01 ExemptType PIC X(2).
01 CustExempt PIC X.
01 TaxedAmount PIC 9(7)V99.
01 ProdExists PIC X.
01 SkuExists PIC X.
01 SkuShown PIC 9(3).
01 SaleQty PIC 9(5).
01 EntrySize PIC X(2).
*> The product prompt takes a five-character product code or a
*> scanned twelve-digit UPC - anything past the fifth character
*> means a scan, read along prodsku.txt's UPC key.
01 EntryItem PIC X(12).
01 EntryItemParts REDEFINES EntryItem.
       02 EntryItemCode PIC X(5).
       02 EntryItemRest PIC X(7).
01 SaleScanned PIC X.
01 NewStock PIC S9(7).
01 SaleLocCode PIC X(2).
01 LocMoveQty PIC S9(5).
01 LocQty PIC 9(5).
01 LocApply PIC X.
01 LocResult PIC X.
01 SaleIsKit PIC X.
01 KitAvail PIC 9(5).
01 KitEOF PIC X.
01 KitFileStatus PIC XX.
01 KitNeedQty PIC 9(5).
01 DispTaxedAmount PIC $$$,$$9.99.
01 DispBalance PIC $$$,$$9.99.
01 SearchLName PIC X(15).
01 LastAuditOldLName PIC X(15).
01 LastAuditNewFName PIC X(15).
01 LastAuditNewLName PIC X(15).
*> What goes to APPRREQ when an undo needs a supervisor.
01 ReqType PIC X(6).
01 ReqOldValue PIC X(12).
01 ReqNewValue PIC X(12).
01 ReqReason PIC X(40).
01 ReqNo PIC 9(6).
01 ReqResult PIC X.
01 MenuCustCount PIC 9(7).
01 InquiryMode PIC X VALUE "N".
01 SignOnOperID PIC X(6).
01 OverridePIN PIC X(4).
01 OverrideOK PIC X.
01 DispCreditLimit PIC $$$,$$9.99.
*> What GETGROUP hands back: the limit that governs this sale - the
*> parent's for a branch - and the exposure it is measured against,
*> the whole group's when the account belongs to one.
01 GroupLimit PIC 9(7)V99.
01 GroupExposure PIC S9(9)V99.
01 GroupMembers PIC 9(3).
01 GroupParentOK PIC X.

PROCEDURE DIVISION.
StartPara.
           OPEN I-O ProductFile
           OPEN I-O SkuFile
           OPEN EXTEND StockMoveFile
           OPEN EXTEND ProdLogFile
           MOVE SPACES TO StockMoveRecord
       END-IF.
       MOVE "customer.txt" TO CheckFileName.
            END-IF
        END-PERFORM.
IF InquiryMode NOT = "Y"
    CLOSE ProductFile, SkuFile, StockMoveFile, ProdLogFile
END-IF.
CLOSE CustomerFile, AuditFile, AfterImageFile, TranFile.
PERFORM SignOffDayState.
       ACCEPT MoveTime FROM TIME.
       WRITE StockMoveRecord.

WriteSkuImage.
       MOVE SPACES TO ProdImageRecord.
       ACCEPT PiDate FROM DATE YYYYMMDD.
       ACCEPT PiTime FROM TIME.
       MOVE "PROGRAM" TO PiProgram.
       SET PiSku TO TRUE.
       MOVE SkuData TO PiImage.
       WRITE ProdImageRecord.

*> Opened only for the moment of the write, the same way GETCUST
*> appends a note - one line per deal-priced sale.
WritePromoLog.
           DISPLAY "First name : " CustFName
           DISPLAY "Last name : " CustLName
           DISPLAY "Address : " CustAddress
           DISPLAY "City/State/ZIP : " CustCity " " CustState " " CustZip
           DISPLAY "Phone : " CustPhone
           DISPLAY "Email : " CustEmail
           IF CustActive
*> was actually sold.
AcceptSaleLine.
       MOVE "Y" TO ProdExists.
       MOVE "N" TO SaleScanned.
       DISPLAY "Enter Product Code or scan UPC : " WITH NO ADVANCING.
       MOVE SPACES TO EntryItem.
       ACCEPT EntryItem.
       IF EntryItemRest NOT = SPACES
           PERFORM ResolveSaleUPC
       ELSE
           MOVE EntryItemCode TO ProdCode
       END-IF.
       IF ProdExists = "Y"
           READ ProductFile
               INVALID KEY MOVE "N" TO ProdExists
           END-READ
           IF ProdExists = "N"
               DISPLAY "Product code doesn't exist - sale not recorded."
           END-IF
       END-IF.
       IF ProdExists = "Y" AND SaleScanned = "Y"
           PERFORM AcceptSkuSaleLine
       END-IF.
       IF ProdExists = "Y" AND SaleScanned = "N"
           MOVE SPACES TO SaleLocCode
           CALL "KITSTOCK" USING ProdCode, SaleLocCode, SaleIsKit,
               KitAvail
           IF SaleIsKit = "Y"
               PERFORM AcceptKitSaleLine
           ELSE
               PERFORM AcceptSkuSaleLine
           END-IF
       END-IF.

*> A scanned UPC resolves straight to one product and size, so the
*> size prompt is skipped; a kit has no SKU and so never scans.
ResolveSaleUPC.
       MOVE EntryItem TO SkuUPC.
       READ SkuFile KEY IS SkuUPC
           INVALID KEY MOVE "N" TO ProdExists
       END-READ.
       IF ProdExists = "N"
           DISPLAY "UPC " EntryItem " isn't on file - sale not recorded."
       ELSE
           MOVE "Y" TO SaleScanned
           MOVE SkuProdCode TO ProdCode
           MOVE SkuSizeCode TO EntrySize
       END-IF.

AcceptSkuSaleLine.
       IF SaleScanned = "Y"
           DISPLAY "Scanned : " ProdCode " " ProdName " size " EntrySize
       ELSE
           PERFORM ListSaleSkus
           DISPLAY "Enter size code sold : " WITH NO ADVANCING
           MOVE SPACES TO EntrySize
           ACCEPT EntrySize
       END-IF.
       MOVE "Y" TO SkuExists.
       MOVE ProdCode TO SkuProdCode.
       MOVE EntrySize TO SkuSizeCode.
       READ SkuFile
           INVALID KEY MOVE "N" TO SkuExists
       END-READ.
       IF SkuExists = "N"
           DISPLAY "That size isn't carried for this product - sale not recorded."
       ELSE
           DISPLAY "Enter quantity sold : " WITH NO ADVANCING
           ACCEPT SaleQty
           IF SaleQty = 0
               DISPLAY "Quantity must be more than zero - sale not recorded."
           ELSE
               COMPUTE NewStock = SkuQty - SaleQty
               IF NewStock < 0
                   DISPLAY "That would take stock below zero - sale not recorded."
               ELSE
                   PERFORM CheckSaleLocation
               END-IF
           END-IF
       END-IF.

*> A kit on kit.txt sells as one item at its own price but has no
*> size and no stock of its own: the quantity is checked against
*> how many whole kits the selling location can make up from its
*> components - KITSTOCK's figure, the scarcest component deciding.
AcceptKitSaleLine.
       DISPLAY "Kit - made up from its components."
       DISPLAY "Enter quantity sold : " WITH NO ADVANCING.
       ACCEPT SaleQty.
       IF SaleQty = 0
           DISPLAY "Quantity must be more than zero - sale not recorded."
       ELSE
           DISPLAY "Selling from location (blank for home) : "
               WITH NO ADVANCING
           MOVE SPACES TO SaleLocCode
           ACCEPT SaleLocCode
           CALL "KITSTOCK" USING ProdCode, SaleLocCode, SaleIsKit,
               KitAvail
           IF KitAvail < SaleQty
               DISPLAY "Only " KitAvail " can be made up at location "
                   SaleLocCode " - sale not recorded."
           ELSE
               PERFORM PostSale
           END-IF
       END-IF.

*> The product's sizes live as SKU records keyed by product code
*> plus size code; the browse covers exactly this product's sizes,
*> however many it carries.
           END-IF
       END-IF.

*> Stock is held by location, so the sale names the one it is sold
*> from and LOCMOVE is asked first whether that shelf has the
*> quantity - the total on prodsku.txt can cover a size the counter
*> itself is out of.
CheckSaleLocation.
       DISPLAY "Selling from location (blank for home) : "
           WITH NO ADVANCING.
       MOVE SPACES TO SaleLocCode.
       ACCEPT SaleLocCode.
       COMPUTE LocMoveQty = 0 - SaleQty.
       MOVE "N" TO LocApply.
       CALL "LOCMOVE" USING SaleLocCode, ProdCode, SkuSizeCode,
           LocMoveQty, LocApply, LocQty, LocResult.
       EVALUATE LocResult
           WHEN "X"
               DISPLAY "Location " SaleLocCode
                   " is not on file or is closed - sale not recorded."
           WHEN "N"
               DISPLAY "Only " LocQty " on hand at location " SaleLocCode
                   " - sale not recorded."
           WHEN OTHER
               PERFORM PostSale
       END-EVALUATE.

PostSale.
       MOVE ProdUnitPrice TO SalePrice.
       MOVE ProdUnitPrice TO EffPrice.
       CALL "GETPRICE" USING ProdCode, RunDate, CustID, SaleQty, EffPrice,
           PriceFound.
       IF PriceFound = "Y"
           MOVE EffPrice TO SalePrice
       END-IF.
       CALL "GETPROMO" USING ProdCode, RunDate, SalePrice,
           FinalPrice, OnPromo.
       MOVE FinalPrice TO SalePrice.
       MOVE SalePrice TO OvrNormPrice.
       MOVE "A" TO OvrAction.
       CALL "PRICEOVR" USING OvrAction, OvrSource, OvrDocNo,
           SignOnOperID, CustID, ProdCode, SaleQty, ProdUnitPrice,
           OvrNormPrice, ProdUnitCost, OvrNewPrice, OvrReason,
           OvrSuperID, OvrResult.
       IF OvrResult = "Y"
           MOVE OvrNewPrice TO SalePrice
           MOVE "N" TO OnPromo
       END-IF.
       COMPUTE PurchaseAmount = SalePrice * SaleQty.
       COMPUTE SaleCost = ProdUnitCost * SaleQty.

       MOVE CustTaxJuris TO WorkJuris.
       IF WorkJuris = SPACES
       IF CustRateFound = "N"
           MOVE TaxRate TO CustRate
       END-IF.
       CALL "GETEXMPT" USING CustID, RunDate, ExemptCertNo, ExemptType,
           CustExempt.
       IF CustExempt = "Y"
           MOVE 0 TO CustRate
           DISPLAY "Tax exempt - certificate " ExemptCertNo
       END-IF.
       COMPUTE TaxedAmount ROUNDED = PurchaseAmount + (PurchaseAmount * CustRate).

       MOVE "Y" TO SaleApproved.
       MOVE CustCreditLimit TO GroupLimit.
       COMPUTE GroupExposure = CustBalance - CustCreditBal.
       CALL "GETGROUP" USING CustID, CustParentID, GroupLimit,
           GroupExposure, GroupMembers, GroupParentOK.
       IF GroupLimit > 0
               AND GroupExposure + TaxedAmount > GroupLimit
           PERFORM HoldForOverLimit
       END-IF.

*> A sale that would push the balance past a non-zero credit limit
*> is held unless a supervisor authorizes it - the same operator-ID/
*> PIN lookup against authusers.txt that DELCUST makes, and only a
*> supervisor-role line will do. For a parent or branch account the
*> limit is the parent's and the balance is the group's.
HoldForOverLimit.
       MOVE "N" TO SaleApproved.
       MOVE GroupLimit TO DispCreditLimit.
       IF GroupMembers > 1
           DISPLAY "This sale would take the group's combined balance"
               " over the parent's credit limit of " DispCreditLimit "."
       ELSE
           DISPLAY "This sale would take the balance over the credit limit of "
               DispCreditLimit "."
       END-IF.
       DISPLAY "Supervisor override? (Y/N) : " WITH NO ADVANCING.
       ACCEPT OverrideChoice.
       IF OverrideChoice = "Y" OR OverrideChoice = "y"
       MOVE 0 TO GcApplied.
       CALL "GCREDEEM" USING CustID, TaxedAmount, GcApplied.
       COMPUTE PostNetAmount = TaxedAmount - GcApplied.
       MOVE 0 TO PtsApplied.
       CALL "LOYREDEEM" USING CustID, PostNetAmount, PtsApplied.
       SUBTRACT PtsApplied FROM PostNetAmount.

       MOVE 0 TO CreditUsed.
       IF CustCreditBal > 0
           INVALID KEY DISPLAY "Purchase not recorded"
           NOT INVALID KEY
               PERFORM WriteAfterImage
               IF SaleIsKit = "Y"
                   PERFORM PostKitSaleStock
               ELSE
                   PERFORM PostSaleStock
               END-IF
               MOVE CustID TO TranCustID
               SET TranPurchase TO TRUE
               MOVE PostNetAmount TO TranAmount
               END-IF
               MOVE WorkJuris TO TranJuris
               MOVE SignOnOperID TO TranSalesID
               MOVE ExemptType TO TranExemptType
               MOVE ExemptCertNo TO TranExemptCert
               MOVE SaleCost TO TranCost
               PERFORM WriteTran
               MOVE 0 TO CtlDeltaCount
               MOVE 0 TO CtlDeltaActive
               IF OnPromo = "Y"
                   PERFORM WritePromoLog
               END-IF
               IF OvrResult = "Y"
                   MOVE "J" TO OvrAction
                   CALL "PRICEOVR" USING OvrAction, OvrSource, OvrDocNo,
                       SignOnOperID, CustID, ProdCode, SaleQty,
                       ProdUnitPrice, OvrNormPrice, ProdUnitCost,
                       OvrNewPrice, OvrReason, OvrSuperID, OvrResult
               END-IF
               MOVE TaxedAmount TO DispTaxedAmount
               MOVE CustBalance TO DispBalance
               DISPLAY "Price plus tax : " DispTaxedAmount
               DISPLAY "New balance : " DispBalance
       END-REWRITE.

PostSaleStock.
       MOVE "Y" TO LocApply.
       CALL "LOCMOVE" USING SaleLocCode, ProdCode, SkuSizeCode,
           LocMoveQty, LocApply, LocQty, LocResult.
       IF LocResult NOT = "Y"
           DISPLAY "Stock not updated at location " SaleLocCode
       ELSE
           MOVE SkuQty TO MoveOldQty
           MOVE NewStock TO SkuQty
           REWRITE SkuData
               INVALID KEY DISPLAY "Stock not updated"
               NOT INVALID KEY
                   PERFORM WriteSkuImage
                   MOVE ProdCode TO MoveProdCode
                   MOVE SkuSizeCode TO MoveSizeLabel
                   MOVE SkuQty TO MoveNewQty
                   SET MoveSale TO TRUE
                   MOVE SaleLocCode TO MoveLocCode
                   PERFORM WriteStockMove
                   DISPLAY "Stock for " ProdCode " size "
                       SkuSizeCode
                       " now : " SkuQty " (" LocQty " at location "
                       SaleLocCode ")"
           END-REWRITE
       END-IF.

*> Each component comes off the selling location and its SKU total
*> through the same guards a single-item sale takes, journalled as a
*> sale of the component so the movement journal and glpost's cost
*> of sales see what actually left the shelf. kit.txt is opened only
*> for the moment of the sale.
PostKitSaleStock.
       OPEN INPUT KitFile.
       MOVE "N" TO KitEOF.
       IF KitFileStatus NOT = "00"
           MOVE "Y" TO KitEOF
       ELSE
           MOVE ProdCode TO KitProdCode
           MOVE LOW-VALUES TO KitCompProd
           MOVE LOW-VALUES TO KitCompSize
           START KitFile KEY IS GREATER THAN OR EQUAL TO KitKey
               INVALID KEY MOVE "Y" TO KitEOF
           END-START
       END-IF.
       PERFORM PostOneKitComponent UNTIL KitEOF = "Y".
       CLOSE KitFile.

PostOneKitComponent.
       READ KitFile NEXT RECORD
           AT END MOVE "Y" TO KitEOF
       END-READ.
       IF KitEOF = "N"
           IF KitProdCode NOT = ProdCode
               MOVE "Y" TO KitEOF
           ELSE
               PERFORM TakeKitComponent
           END-IF
       END-IF.

TakeKitComponent.
       COMPUTE KitNeedQty = KitCompQty * SaleQty.
       MOVE "Y" TO SkuExists.
       MOVE KitCompProd TO SkuProdCode.
       MOVE KitCompSize TO SkuSizeCode.
       READ SkuFile
           INVALID KEY MOVE "N" TO SkuExists
       END-READ.
       IF SkuExists = "Y"
           COMPUTE NewStock = SkuQty - KitNeedQty
           IF NewStock < 0
               MOVE "N" TO SkuExists
           END-IF
       END-IF.
       IF SkuExists = "N"
           DISPLAY "Stock not updated for component " KitCompProd
               " size " KitCompSize
       ELSE
           COMPUTE LocMoveQty = 0 - KitNeedQty
           MOVE "Y" TO LocApply
           CALL "LOCMOVE" USING SaleLocCode, KitCompProd, KitCompSize,
               LocMoveQty, LocApply, LocQty, LocResult
           IF LocResult NOT = "Y"
               DISPLAY "Stock not updated for component " KitCompProd
                   " size " KitCompSize " at location " SaleLocCode
           ELSE
               MOVE SkuQty TO MoveOldQty
               MOVE NewStock TO SkuQty
               REWRITE SkuData
                   INVALID KEY DISPLAY "Stock not updated"
                   NOT INVALID KEY
                       PERFORM WriteSkuImage
                       MOVE KitCompProd TO MoveProdCode
                       MOVE KitCompSize TO MoveSizeLabel
                       MOVE SkuQty TO MoveNewQty
                       SET MoveSale TO TRUE
                       MOVE SaleLocCode TO MoveLocCode
                       PERFORM WriteStockMove
                       DISPLAY "Stock for " KitCompProd " size "
                           KitCompSize " now : " SkuQty " (" LocQty
                           " at location " SaleLocCode ")"
               END-REWRITE
           END-IF
       END-IF.

*> Undoes the most recent audit entry for one CustID, not just the
*> last line in the whole audit trail - ReadAuditRecord scans every
*> record but only ever keeps the LastAudit* fields from a line that
                                       CustFName " " CustLName
                           END-REWRITE
                       WHEN "DEACT"
                           PERFORM QueueReactivation
                       WHEN OTHER
                           DISPLAY "The last audit entry can't be undone automatically."
                   END-EVALUATE
           END-IF
       END-IF.

*> Putting a closed account back in business goes to a supervisor:
*> the undo files a REACT request on approval.txt through APPRREQ
*> and custappr makes the rewrite, the audit line and the control
*> total change when another supervisor approves it.
QueueReactivation.
       IF CustActive
           DISPLAY "Customer " CustID " is already active."
       ELSE
           DISPLAY "Reactivating an account needs a supervisor's approval."
           DISPLAY "Reason for reactivating : " WITH NO ADVANCING
           MOVE SPACES TO ReqReason
           ACCEPT ReqReason
           IF ReqReason = SPACES
               DISPLAY "A reason is needed - nothing filed."
           ELSE
               MOVE "REACT" TO ReqType
               MOVE CustStatus TO ReqOldValue
               MOVE SPACES TO ReqNewValue
               MOVE "A" TO ReqNewValue
               CALL "APPRREQ" USING CustID, ReqType, ReqOldValue,
                   ReqNewValue, ReqReason, SignOnOperID, ReqNo, ReqResult
               EVALUATE ReqResult
                   WHEN "Y"
                       DISPLAY "Reactivation of " CustID
                           " held for approval as request " ReqNo "."
                   WHEN "P"
                       DISPLAY "Request " ReqNo " to reactivate " CustID
                           " is already waiting - not filed again."
                   WHEN OTHER
                       DISPLAY "approval.txt not available - nothing filed."
               END-EVALUATE
           END-IF
       END-IF.

ReadAuditRecord.
       READ AuditFile
           AT END MOVE "Y" TO AuditEOF
