*> suspended exits RC-WARNING so nightlybatch surfaces it. Runs as a
*> nightly step ahead of the extract and report steps so the night's
*> postings make it onto the morning paper.
*> Stock is held by location, and web orders are filled from the
*> home location (HOMELOC= on locparm.txt): the order must be
*> covered there as well as on SkuQty - LOCMOVE's guard - or it is
*> suspended as not enough stock like any other, and the sale comes
*> off that location's shelf with the location on its stockmove.txt
*> line.
*> A kit (a product on kit.txt, ordered with no size) is priced at
*> its own price and posted only when the home location can make
*> up the whole quantity from its components - KITSTOCK's figure,
*> the scarcest component deciding, the same number webfeed
*> publishes - else it is suspended as not enough stock; each
*> component then comes off the shelf and its SKU through the
*> guards, journalled as a sale of the component.
*> Each item is priced through GETPRICE for the matched customer at
*> the ordered quantity - their contract, price-level or
*> quantity-break price where it beats list - with any promo on top.
*> A customer holding a valid exemption certificate on exempt.txt
*> (GETEXMPT) is charged no tax, and the certificate is stamped on
*> the custtran.txt line.
*> A branch of a chain is checked against its parent's credit limit,
*> measured on the whole group's balance through GETGROUP.
*> The sale's custtran.txt line carries what the goods cost at
*> ProdUnitCost on the night, for the customer-profitability run.
*> The storefront may wrap weborders.txt in the shared HDR/TRL
*> control records; feedchk proves them before the night starts and
*> the intake passes them over.
*> Every SKU record it rewrites is also appended to prodlog.txt as an
*> after-image, so prodfwd can roll a restored prodsku.txt forward.
IDENTIFICATION DIVISION.
PROGRAM-ID. weborder.

           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT OPTIONAL WebOrderFile ASSIGN TO "weborders.txt"
       SELECT TranFile ASSIGN TO "custtran.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL KitFile ASSIGN TO "kit.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KitKey
           FILE STATUS IS KitFileStatus.

       SELECT StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ProdLogFile ASSIGN TO "prodlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL BackOrderFile ASSIGN TO "backorder.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
FD TranFile.
       COPY "trnrec.cpy".

FD KitFile.
       COPY "kitrec.cpy".

FD StockMoveFile.
       COPY "stkmove.cpy".

FD ProdLogFile.
       COPY "prodimg.cpy".

FD BackOrderFile.
       COPY "bordrec.cpy".

01 TaxRateFound PIC X.
01 RunDate PIC 9(8).
01 PurchaseAmount PIC 9(6)V99.
*> What the goods cost us at the moment of sale, for the custtran
*> line.
01 SaleCost PIC 9(7)V99.
01 TaxedAmount PIC 9(7)V99.
*> Effective-dated price off prodprice.txt through GETPRICE; the
*> master's ProdUnitPrice is the standing fallback.
01 SalePrice PIC 9(5)V99.
01 EffPrice PIC 9(5)V99.
01 PriceFound PIC X.
*> The matched customer and the order's quantity go to GETPRICE, so
*> a buyer on a contract or price level, or one buying past a
*> quantity break, pays the web order what they would at the desk.
01 PriceQty PIC 9(5).
*> Live promos.txt deal applied through GETPROMO on top of the
*> effective price; OnPromo rides through to the custtran flag and
*> the promolog.txt line.
01 WorkJuris PIC X(2).
01 CustRate PIC V999.
01 CustRateFound PIC X.
*> GETEXMPT's answer for the customer: an active, unexpired
*> certificate on exempt.txt takes the rate to zero, and its number
*> and type go on the line.
01 ExemptCertNo PIC X(15).
01 ExemptType PIC X(2).
01 CustExempt PIC X.
*> What GETGROUP hands back: the limit that governs the order and
*> the exposure it is measured against - the group's, for a parent
*> or branch account.
01 GroupLimit PIC 9(7)V99.
01 GroupExposure PIC S9(9)V99.
01 GroupMembers PIC 9(3).
01 GroupParentOK PIC X.
*> Signed differences this program's writes make to the running
*> control totals on ctltot.txt, applied through CTLTOT.
01 CtlDeltaCount PIC S9(3).
01 CtlDeltaBalance PIC S9(7)V99.
01 CtlApplied PIC X.
01 NewStock PIC S9(6).
01 WebLocCode PIC X(2).
01 LocMoveQty PIC S9(5).
01 LocQty PIC 9(5).
01 LocApply PIC X.
01 LocResult PIC X.
01 WebIsKit PIC X.
01 KitAvail PIC 9(5).
01 KitEOF PIC X.
01 KitFileStatus PIC XX.
01 KitNeedQty PIC 9(5).
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Web Order Intake          ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       OPEN EXTEND TranFile.
       MOVE SPACES TO TranRecord.
       OPEN EXTEND StockMoveFile.
       OPEN EXTEND ProdLogFile.
       MOVE SPACES TO StockMoveRecord.
       OPEN I-O BackOrderFile.
       PERFORM AssignNextBackID.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

       CLOSE CustomerFile, ProductFile, SkuFile.
       CLOSE SuspenseFile, AfterImageFile, TranFile, StockMoveFile,
           ProdLogFile.
       CLOSE BackOrderFile.
       MOVE SPACES TO InterchangeTrailer.
       MOVE "TRL" TO IchTrlTag.
       READ WebOrderFile
           AT END MOVE "Y" TO WebEOF
           NOT AT END
               IF WebOrderRecord(1:3) NOT = "HDR"
                       AND WebOrderRecord(1:3) NOT = "TRL"
                   ADD 1 TO OrdersRead
                   PERFORM ProcessOneOrder
               END-IF
       END-READ.

ProcessOneOrder.
       END-IF.

CheckOrderPostable.
       MOVE "N" TO WebIsKit.
       IF WebQty = 0
           MOVE "quantity is zero" TO SuspendReason
       END-IF.
           END-READ
       END-IF.
       IF SuspendReason = SPACES
           MOVE SPACES TO WebLocCode
           CALL "KITSTOCK" USING WebProdCode, WebLocCode, WebIsKit,
               KitAvail
           IF WebIsKit = "Y" AND KitAvail < WebQty
               MOVE "not enough stock" TO SuspendReason
           END-IF
       END-IF.
       IF SuspendReason = SPACES AND WebIsKit = "N"
           MOVE WebProdCode TO SkuProdCode
           MOVE WebSizeCode TO SkuSizeCode
           READ SkuFile
                   TO SuspendReason
           END-READ
       END-IF.
       IF SuspendReason = SPACES AND WebIsKit = "N"
           COMPUTE NewStock = SkuQty - WebQty
           IF NewStock < 0
               MOVE "not enough stock" TO SuspendReason
           END-IF
       END-IF.
       IF SuspendReason = SPACES AND WebIsKit = "N"
           MOVE SPACES TO WebLocCode
           COMPUTE LocMoveQty = 0 - WebQty
           MOVE "N" TO LocApply
           CALL "LOCMOVE" USING WebLocCode, WebProdCode, WebSizeCode,
               LocMoveQty, LocApply, LocQty, LocResult
           EVALUATE LocResult
               WHEN "N"
                   MOVE "not enough stock" TO SuspendReason
               WHEN "X"
                   MOVE "home location not on file" TO SuspendReason
           END-EVALUATE
       END-IF.
       IF SuspendReason = SPACES
           MOVE ProdUnitPrice TO SalePrice
           MOVE ProdUnitPrice TO EffPrice
           MOVE WebQty TO PriceQty
           CALL "GETPRICE" USING ProdCode, RunDate, CustID, PriceQty,
               EffPrice, PriceFound
           IF PriceFound = "Y"
               MOVE EffPrice TO SalePrice
           END-IF
               FinalPrice, OnPromo
           MOVE FinalPrice TO SalePrice
           COMPUTE PurchaseAmount = SalePrice * WebQty
           COMPUTE SaleCost = ProdUnitCost * WebQty
           MOVE CustTaxJuris TO WorkJuris
           IF WorkJuris = SPACES
               MOVE "00" TO WorkJuris
           IF CustRateFound = "N"
               MOVE TaxRate TO CustRate
           END-IF
           CALL "GETEXMPT" USING CustID, RunDate, ExemptCertNo,
               ExemptType, CustExempt
           IF CustExempt = "Y"
               MOVE 0 TO CustRate
           END-IF
           COMPUTE TaxedAmount ROUNDED = PurchaseAmount
               + (PurchaseAmount * CustRate)
           MOVE CustCreditLimit TO GroupLimit
           COMPUTE GroupExposure = CustBalance - CustCreditBal
           CALL "GETGROUP" USING CustID, CustParentID, GroupLimit,
               GroupExposure, GroupMembers, GroupParentOK
           IF GroupLimit > 0
                   AND GroupExposure + TaxedAmount > GroupLimit
               IF GroupMembers > 1
                   MOVE "over the group's credit limit" TO SuspendReason
               ELSE
                   MOVE "over the credit limit" TO SuspendReason
               END-IF
           END-IF
       END-IF.

                   MOVE SPACE TO TranPromoFlag
               END-IF
               MOVE WorkJuris TO TranJuris
               MOVE ExemptType TO TranExemptType
               MOVE ExemptCertNo TO TranExemptCert
               MOVE SaleCost TO TranCost
               PERFORM WriteTran
               IF OnPromo = "Y"
                   PERFORM WritePromoLog
               END-IF
               IF WebIsKit = "Y"
                   PERFORM TakeWebKitStock
               ELSE
                   PERFORM TakeWebStock
               END-IF
               MOVE 0 TO CtlDeltaCount
               MOVE 0 TO CtlDeltaActive
               COMPUTE CtlDeltaBalance = TaxedAmount - CreditUsed
               PERFORM NoteControlTotals
               ADD 1 TO OrdersPosted
               PERFORM WriteAcceptedAck
               PERFORM PrintPostedLine
       END-REWRITE.

TakeWebStock.
       MOVE "Y" TO LocApply.
       CALL "LOCMOVE" USING WebLocCode, WebProdCode, WebSizeCode,
           LocMoveQty, LocApply, LocQty, LocResult.
       IF LocResult = "Y"
           MOVE SkuQty TO MoveOldQty
           MOVE NewStock TO SkuQty
           REWRITE SkuData
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM WriteSkuImage
                   MOVE ProdCode TO MoveProdCode
                   MOVE SkuSizeCode TO MoveSizeLabel
                   MOVE SkuQty TO MoveNewQty
                   SET MoveSale TO TRUE
                   MOVE WebLocCode TO MoveLocCode
                   PERFORM WriteStockMove
           END-REWRITE
       END-IF.

*> kit.txt is opened only while this kit's components are read;
*> KITSTOCK has already proved the home location covers each one.
TakeWebKitStock.
       OPEN INPUT KitFile.
       MOVE "N" TO KitEOF.
       IF KitFileStatus NOT = "00"
           MOVE "Y" TO KitEOF
       ELSE
           MOVE WebProdCode TO KitProdCode
           MOVE LOW-VALUES TO KitCompProd
           MOVE LOW-VALUES TO KitCompSize
           START KitFile KEY IS GREATER THAN OR EQUAL TO KitKey
               INVALID KEY MOVE "Y" TO KitEOF
           END-START
       END-IF.
       PERFORM TakeNextKitComponent UNTIL KitEOF = "Y".
       CLOSE KitFile.

TakeNextKitComponent.
       READ KitFile NEXT RECORD
           AT END MOVE "Y" TO KitEOF
       END-READ.
       IF KitEOF = "N"
           IF KitProdCode NOT = WebProdCode
               MOVE "Y" TO KitEOF
           ELSE
               PERFORM TakeOneKitComponent
           END-IF
       END-IF.

TakeOneKitComponent.
       COMPUTE KitNeedQty = KitCompQty * WebQty.
       MOVE KitCompProd TO SkuProdCode.
       MOVE KitCompSize TO SkuSizeCode.
       READ SkuFile
           INVALID KEY MOVE 0 TO SkuQty
       END-READ.
       COMPUTE NewStock = SkuQty - KitNeedQty.
       IF NewStock >= 0
           COMPUTE LocMoveQty = 0 - KitNeedQty
           MOVE "Y" TO LocApply
           CALL "LOCMOVE" USING WebLocCode, KitCompProd, KitCompSize,
               LocMoveQty, LocApply, LocQty, LocResult
           IF LocResult = "Y"
               MOVE SkuQty TO MoveOldQty
               MOVE NewStock TO SkuQty
               REWRITE SkuData
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM WriteSkuImage
                       MOVE KitCompProd TO MoveProdCode
                       MOVE KitCompSize TO MoveSizeLabel
                       MOVE SkuQty TO MoveNewQty
                       SET MoveSale TO TRUE
                       MOVE WebLocCode TO MoveLocCode
                       PERFORM WriteStockMove
               END-REWRITE
           END-IF
       END-IF.

SuspendOrder.
       MOVE WebOrderRecord TO SuspOrder.
       ACCEPT MoveTime FROM TIME.
       WRITE StockMoveRecord.

WriteSkuImage.
       MOVE SPACES TO ProdImageRecord.
       ACCEPT PiDate FROM DATE YYYYMMDD.
       ACCEPT PiTime FROM TIME.
       MOVE "WEBORDER" TO PiProgram.
       SET PiSku TO TRUE.
       MOVE SkuData TO PiImage.
       WRITE ProdImageRecord.

*> Opened only for the moment of the write - one line per
*> deal-priced sale for the promo-results report.
WritePromoLog.
