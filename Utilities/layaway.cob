*> Layaway orders with deposits - the shelf tag and the sticky
*> note, on file. A layaway reserves the SKU's stock the moment it
*> is taken: the quantity comes off prodsku.txt through the guarded
*> move (journalled to stockmove.txt as an adjustment stamped L,
*> since the sale hasn't happened yet and the goods are still ours),
*> so ordpick's allocation and the counter can't sell what's
*> spoken for. The deposit is receipted
*> through payjrnl.txt and lands on the customer's credit-on-account
*> with a PAYMT custtran line, the same money-we-hold mechanics an
*> overpayment uses, so every journal and the balancing gate stay
*> less a ten-percent restocking fee, the fee kept as a positive
*> adjustment on the account's transactions. The open-layaways
*> report lists what's on the shelf and the deposits held.
*> Stock is held by location, so a layaway names the location it
*> is reserved at (blank for the home location): the reservation
*> comes off that location's shelf through LOCMOVE as well as off
*> SkuQty, the location is kept on the layaway record, and a
*> cancellation puts the goods back where they were taken from. A
*> layaway taken before locations were kept carries spaces there,
*> which LOCMOVE reads as the home location.
*> Pickup taxes nothing for a customer holding a valid exemption
*> certificate on exempt.txt (GETEXMPT); the certificate is stamped
*> on the sale's custtran.txt line.
*> The pickup's sale line on custtran.txt carries what the goods
*> cost at ProdUnitCost on the day, for the customer-profitability
*> run.
*> A completed pickup goes to NOTIFY as a LAYRD event, so a customer
*> who opted in gets an email or text confirming the layaway is
*> paid off and collected.
*> Every SKU record it rewrites is also appended to prodlog.txt as an
*> after-image, so prodfwd can roll a restored prodsku.txt forward.
IDENTIFICATION DIVISION.
PROGRAM-ID. layaway.

           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ProdLogFile ASSIGN TO "prodlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PayJournal ASSIGN TO "payjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

                     88 LayOpen VALUE "O".
                     88 LayPickedUp VALUE "P".
                     88 LayCancelled VALUE "C".
              02 LayLocCode PIC X(2).

FD CustomerFile.
       COPY "custrec.cpy".
FD StockMoveFile.
       COPY "stkmove.cpy".

FD ProdLogFile.
       COPY "prodimg.cpy".

FD PayJournal.
       01 PayRecord.
              02 PayDate PIC X(8).
01 ReceiptMethod PIC X(4).
01 NextLayID PIC 9(6).
01 NewStock PIC S9(6).
01 EntryLocCode PIC X(2).
01 LocMoveQty PIC S9(5).
01 LocQty PIC 9(5).
01 LocApply PIC X.
01 LocResult PIC X.
01 SalePrice PIC 9(5)V99.
01 EffPrice PIC 9(5)V99.
01 PriceFound PIC X.
01 TaxRate PIC V999 VALUE 0.075.
01 WorkJuris PIC X(2).
01 CustRateFound PIC X.
*> GETEXMPT's answer for the customer: an active, unexpired
*> certificate on exempt.txt takes the rate to zero, and its number
*> and type go on the line.
01 ExemptCertNo PIC X(15).
01 ExemptType PIC X(2).
01 CustExempt PIC X.
01 TaxedTotal PIC 9(7)V99.
01 TaxPortion PIC 9(7)V99.
*> What the goods cost us when the sale posts at pickup, for the
*> custtran line; zero when the product has left the master.
01 SaleCost PIC 9(7)V99.
01 CreditUsed PIC 9(7)V99.
01 RefundAmount PIC 9(7)V99.
01 RestockFee PIC 9(7)V99.
01 CtlDeltaActive PIC S9(3).
01 CtlDeltaBalance PIC S9(7)V99.
01 CtlApplied PIC X.
*> What a completed pickup tells NOTIFY.
01 NtfEvent PIC X(5).
01 NtfRef PIC X(10).
01 NtfAmount PIC 9(7)V99.
01 NtfDetail PIC X(30).
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Open Layaways             ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 Heads PIC X(80) VALUE
       "Lay     Date        Cust    Item         Qty       Total     Deposit   Loc".
01 LayDetailLine.
       02 PrnLayID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnLayQty PIC ZZZZ9.
       02 PrnLayTotal PIC $$$,$$9.99.
       02 PrnLayDeposit PIC $$$,$$9.99.
       02 FILLER PIC X(10) VALUE SPACES.
       02 PrnLayLoc PIC X(2).
01 NoLayawaysLine PIC X(40) VALUE "No open layaways on file.".
01 LayTotalLine.
       02 FILLER PIC X(18) VALUE "Open layaways : ".
       OPEN INPUT ProductFile.
       OPEN I-O SkuFile.
       OPEN EXTEND StockMoveFile.
       OPEN EXTEND ProdLogFile.
       MOVE SPACES TO StockMoveRecord.
       OPEN EXTEND PayJournal.
       MOVE SPACES TO PayRecord.
            END-EVALUATE
       END-PERFORM.
       CLOSE LayawayFile, CustomerFile, ProductFile, SkuFile.
       CLOSE StockMoveFile, ProdLogFile, PayJournal, TranFile,
           AfterImageFile.
       STOP RUN.

TakeLayaway.
               IF EntryQty = 0 OR NewStock < 0
                   DISPLAY "Not enough stock - layaway not taken."
               ELSE
                   PERFORM CheckLayawayLocation
               END-IF
           END-IF
       END-IF.

CheckLayawayLocation.
       DISPLAY "Reserve at location (blank for home) : "
           WITH NO ADVANCING.
       MOVE SPACES TO EntryLocCode.
       ACCEPT EntryLocCode.
       COMPUTE LocMoveQty = 0 - EntryQty.
       MOVE "N" TO LocApply.
       CALL "LOCMOVE" USING EntryLocCode, EntryProd, EntrySize,
           LocMoveQty, LocApply, LocQty, LocResult.
       EVALUATE LocResult
           WHEN "X"
               DISPLAY "Location " EntryLocCode
                   " is not on file or is closed - layaway not taken."
           WHEN "N"
               DISPLAY "Only " LocQty " on hand at location " EntryLocCode
                   " - layaway not taken."
           WHEN OTHER
               PERFORM ReserveAndWrite
       END-EVALUATE.

*> The price promised is the effective (and promo) price the day
*> the layaway is taken, at the customer's contract or quantity
*> price where one beats list - that is the deal the tag represents.
ReserveAndWrite.
       MOVE ProdUnitPrice TO SalePrice.
       MOVE ProdUnitPrice TO EffPrice.
       CALL "GETPRICE" USING ProdCode, RunDate, CustID, EntryQty,
           EffPrice, PriceFound.
       IF PriceFound = "Y"
           MOVE EffPrice TO SalePrice
       END-IF.
           FinalPrice, OnPromo.
       MOVE FinalPrice TO SalePrice.

       MOVE "Y" TO LocApply.
       CALL "LOCMOVE" USING EntryLocCode, EntryProd, EntrySize,
           LocMoveQty, LocApply, LocQty, LocResult.
       IF LocResult NOT = "Y"
           DISPLAY "Stock not reserved - layaway not taken."
       ELSE
           MOVE SkuQty TO MoveOldQty
           MOVE NewStock TO SkuQty
           REWRITE SkuData
               INVALID KEY
                   DISPLAY "Stock not reserved - layaway not taken."
                   COMPUTE LocMoveQty = EntryQty
                   CALL "LOCMOVE" USING EntryLocCode, EntryProd,
                       EntrySize, LocMoveQty, LocApply, LocQty,
                       LocResult
               NOT INVALID KEY
                   PERFORM WriteSkuImage
                   MOVE SkuProdCode TO MoveProdCode
                   MOVE SkuSizeCode TO MoveSizeLabel
                   MOVE SkuQty TO MoveNewQty
                   SET MoveAdjustment TO TRUE
                   SET MoveFromLayaway TO TRUE
                   MOVE EntryLocCode TO MoveLocCode
                   PERFORM WriteStockMove
                   PERFORM WriteLayawayRecord
           END-REWRITE
       END-IF.

WriteLayawayRecord.
       PERFORM AssignNextLayID.
       MOVE EntryProd TO LayProdCode.
       MOVE EntrySize TO LaySizeLabel.
       MOVE EntryQty TO LayQty.
       MOVE EntryLocCode TO LayLocCode.
       MOVE SalePrice TO LayUnitPrice.
       COMPUTE LayTotal = SalePrice * EntryQty.
       MOVE 0 TO LayDeposit.
           MOVE 0.075 TO TaxRate
           CALL "GETRATE" USING WorkJuris, RunDate, TaxRate,
               CustRateFound
           CALL "GETEXMPT" USING CustID, RunDate, ExemptCertNo,
               ExemptType, CustExempt
           IF CustExempt = "Y"
               MOVE 0 TO TaxRate
               DISPLAY "Tax exempt - certificate " ExemptCertNo
           END-IF
           COMPUTE TaxedTotal ROUNDED = LayTotal
               + (LayTotal * TaxRate)
           COMPUTE TaxPortion = TaxedTotal - LayTotal
               MOVE TaxPortion TO TranTaxAmount
               MOVE WorkJuris TO TranJuris
               MOVE SPACE TO TranPromoFlag
               MOVE ExemptType TO TranExemptType
               MOVE ExemptCertNo TO TranExemptCert
               PERFORM PriceLayawayCost
               MOVE SaleCost TO TranCost
               PERFORM WriteTran
               MOVE 0 TO TranCost
               MOVE 0 TO CtlDeltaCount
               MOVE 0 TO CtlDeltaActive
               COMPUTE CtlDeltaBalance = TaxedTotal - CreditUsed
               MOVE CustBalance TO DispBalance
               DISPLAY "Layaway " LayID " picked up and posted."
               DISPLAY "Balance now : " DispBalance
               PERFORM NotifyPickup
       END-REWRITE.

NotifyPickup.
       MOVE "LAYRD" TO NtfEvent.
       MOVE LayID TO NtfRef.
       MOVE TaxedTotal TO NtfAmount.
       MOVE SPACES TO NtfDetail.
       STRING "Collected " DELIMITED BY SIZE
              LayProdCode DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              LaySizeLabel DELIMITED BY SPACE
              INTO NtfDetail
       END-STRING.
       CALL "NOTIFY" USING CustID, CustEmail, CustPhone, NtfEvent,
           NtfRef, NtfAmount, NtfDetail.

*> Pickup is when the sale happens, and the movement journal has
*> to say so: the reservation left as an adjustment, so the pickup
*> books the reserved units back in as an adjustment and straight
           MOVE SkuQty TO MoveOldQty
           COMPUTE MoveNewQty = SkuQty + LayQty
           SET MoveAdjustment TO TRUE
           SET MoveFromLayaway TO TRUE
           MOVE LayLocCode TO MoveLocCode
           PERFORM WriteStockMove
           COMPUTE MoveOldQty = SkuQty + LayQty
           MOVE SkuQty TO MoveNewQty
           SET MoveSale TO TRUE
           MOVE SPACE TO MoveOrigin
           PERFORM WriteStockMove
       END-IF.

*> The goods are costed when the sale posts, the same moment the
*> counter costs a sale.
PriceLayawayCost.
       MOVE 0 TO SaleCost.
       MOVE "Y" TO ProdExists.
       MOVE LayProdCode TO ProdCode.
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ.
       IF ProdExists = "Y"
           COMPUTE SaleCost = ProdUnitCost * LayQty
       END-IF.

*> Cancellation: the stock goes back through the guard, and the
*> house policy stands - the deposit refunds less the ten-percent
*> restocking fee, the fee keyed off the held credit as a positive
               DISPLAY "The layaway's SKU is no longer on file -"
                   " stock not released."
           ELSE
               PERFORM ReleaseLayawayStock
           END-IF
       END-IF.

ReleaseLayawayStock.
       MOVE LayQty TO LocMoveQty.
       MOVE "Y" TO LocApply.
       CALL "LOCMOVE" USING LayLocCode, LayProdCode, LaySizeLabel,
           LocMoveQty, LocApply, LocQty, LocResult.
       IF LocResult NOT = "Y"
           DISPLAY "Location " LayLocCode " is not on file or is"
               " closed - stock not released."
       ELSE
           MOVE SkuQty TO MoveOldQty
           ADD LayQty TO SkuQty
           REWRITE SkuData
               INVALID KEY DISPLAY "Stock not released"
               NOT INVALID KEY
                   PERFORM WriteSkuImage
                   MOVE SkuProdCode TO MoveProdCode
                   MOVE SkuSizeCode TO MoveSizeLabel
                   MOVE SkuQty TO MoveNewQty
                   SET MoveAdjustment TO TRUE
                   SET MoveFromLayaway TO TRUE
                   MOVE LayLocCode TO MoveLocCode
                   PERFORM WriteStockMove
                   PERFORM RefundPerPolicy
           END-REWRITE
       END-IF.

RefundPerPolicy.
       COMPUTE RestockFee ROUNDED = LayDeposit * FeeRate.
       COMPUTE RefundAmount = LayDeposit - RestockFee.
               MOVE LayQty TO PrnLayQty
               MOVE LayTotal TO PrnLayTotal
               MOVE LayDeposit TO PrnLayDeposit
               MOVE LayLocCode TO PrnLayLoc
               WRITE PrintLine FROM LayDetailLine
                   AFTER ADVANCING 1 LINE
           END-IF
       ACCEPT MoveTime FROM TIME.
       WRITE StockMoveRecord.

WriteSkuImage.
       MOVE SPACES TO ProdImageRecord.
       ACCEPT PiDate FROM DATE YYYYMMDD.
       ACCEPT PiTime FROM TIME.
       MOVE "LAYAWAY" TO PiProgram.
       SET PiSku TO TRUE.
       MOVE SkuData TO PiImage.
       WRITE ProdImageRecord.

WriteTran.
       ACCEPT TranDate FROM DATE YYYYMMDD.
       ACCEPT TranTime FROM TIME.
