       >>SOURCE FORMAT FREE
*> Sales quotations. The counter and the commercial rep used to
*> give customers prices on paper, and when the customer said yes
*> the whole thing was keyed again into ordentry. A quote here is
*> numbered off the quotectl.txt control file the way invoices come
*> off invctl.txt, made out to a customer found active on
*> customer.txt, and carries product/size lines checked the way
*> ordentry checks them - product on product.txt, not discontinued,
*> size on its own SKU record on prodsku.txt - each priced through
*> GETPRICE for the customer at the line's quantity, with any
*> GETPROMO deal on top, and taxed through GETRATE
*> on the customer's jurisdiction. The header goes to quote.txt and
*> the lines to quotelines.txt, and the quote prints as a document
*> off RPTFILE (Quote-yyyymmdd-nn.rpt) to hand or post to the
*> customer. A quote is good until its expiry date, 30 days out
*> unless the operator keys otherwise. When the customer accepts a
*> pending, unexpired quote, Convert turns it into one order in
*> one step - a header on order.txt to the ship-to picked through
*> PICKADDR, and every quote line an order line on ordlines.txt at
*> status E and the quoted price - and marks the quote won;
*> a quote the customer turns down is marked lost. quoterpt lists
*> what is still pending, expired, won or lost for follow-up.
*> A customer holding a valid exemption certificate on exempt.txt
*> (GETEXMPT) is quoted without tax.
IDENTIFICATION DIVISION.
PROGRAM-ID. quote.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT ProductFile ASSIGN TO "product.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

       SELECT OPTIONAL SkuFile ASSIGN TO "prodsku.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT OPTIONAL QuoteFile ASSIGN TO "quote.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QuoteNo
           FILE STATUS IS QuoteFileStatus.

       SELECT OPTIONAL QuoteLineFile ASSIGN TO "quotelines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QuoteLineKey
           FILE STATUS IS QuoteLineStatus.

       SELECT OPTIONAL QuoteControlFile ASSIGN TO "quotectl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QuoteControlStatus.

       SELECT OPTIONAL OrderFile ASSIGN TO "order.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderID
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL OrderLineFile ASSIGN TO "ordlines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderLineKey
           FILE STATUS IS OrderLineStatus.

       SELECT OPTIONAL QuoteDocFile ASSIGN TO DYNAMIC QuoteFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY "custrec.cpy".

FD ProductFile.
       COPY "prodrec.cpy".

FD SkuFile.
       COPY "skurec.cpy".

FD QuoteFile.
       COPY "quoterec.cpy".

FD QuoteLineFile.
       COPY "qlinerec.cpy".

FD QuoteControlFile.
       01 QuoteControlRecord.
              02 NextQuoteNo PIC 9(6).

FD OrderFile.
       COPY "ordrec.cpy".

FD OrderLineFile.
       COPY "ordlrec.cpy".

FD QuoteDocFile.
       01 QuoteDocLine PIC X(70).

WORKING-STORAGE SECTION.
*> Dated quote document file off RPTFILE - one generation per run,
*> every quote printed in the session appended to it.
01 QuoteFileName PIC X(30).
01 QuoteBaseName PIC X(12) VALUE "Quote".
01 QuoteSuffix PIC X(4) VALUE ".rpt".
01 QuoteRptMode PIC X VALUE "N".
01 CustFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 SkuFileStatus PIC XX.
01 QuoteFileStatus PIC XX.
01 QuoteLineStatus PIC XX.
01 QuoteControlStatus PIC XX.
01 OrderFileStatus PIC XX.
01 OrderLineStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 CustExists PIC X.
01 ProdExists PIC X.
01 QuoteExists PIC X.
01 SizeValid PIC X.
01 SkuEOF PIC X.
01 SkuShown PIC 9(3).
01 LinesEOF PIC X.
01 BrowseEOF PIC X.
01 EntryID PIC X(6).
01 IDValid PIC X.
01 EntryProdCode PIC X(5).
01 EntrySize PIC X(2).
01 EntryQty PIC 9(5).
01 EntrySalesID PIC X(6).
01 EntryDays PIC 9(3).
01 Answer PIC X.
01 MoreLines PIC X.
01 NewQuoteNo PIC 9(6).
01 NextLineSeq PIC 9(3).
01 LineCount PIC 9(3).
01 RunDate PIC 9(8).
*> Effective-dated price off prodprice.txt through GETPRICE, with
*> any live promos.txt deal applied through GETPROMO on top; the
*> master's ProdUnitPrice is the standing fallback.
01 EffPrice PIC 9(5)V99.
01 PriceFound PIC X.
01 ItemPrice PIC 9(5)V99.
01 FinalPrice PIC 9(5)V99.
01 OnPromo PIC X.
01 ItemLineTotal PIC 9(7)V99.
01 SubTotal PIC 9(7)V99.
*> Loaded from taxrates.txt at start-up by GETRATE; the VALUE is only
*> the fallback. The quote is taxed at the customer's own
*> jurisdiction's rate, the start-up "00" rate standing in.
01 TaxRate PIC V999 VALUE 0.075.
01 TaxJurisCode PIC X(2) VALUE "00".
01 TaxRateFound PIC X.
01 WorkJuris PIC X(2).
01 CustRate PIC V999.
01 CustRateFound PIC X.
*> GETEXMPT's answer for the customer: an active, unexpired
*> certificate on exempt.txt takes the rate to zero, and its number
*> and type go on the line.
01 ExemptCertNo PIC X(15).
01 ExemptType PIC X(2).
01 CustExempt PIC X.
*> Conversion to an order: the order number off the same
*> highest-plus-one scan ordentry makes, to the ship-to chosen for
*> the whole quote.
01 NextOrderID PIC 9(6).
01 HighestOrderID PIC 9(6).
01 OrderLinesWritten PIC 9(3).
01 ShipToAddr PIC X(30).
01 ShipToSeq PIC 9(2).
*> Expiry date arithmetic in the 30/360 style GETTERMS uses.
01 DayWorkNum PIC 9(7).
01 WorkRem PIC 9(7).
01 WorkDate PIC 9(8).
01 WorkDateParts REDEFINES WorkDate.
       02 WorkYear PIC 9(4).
       02 WorkMonth PIC 99.
       02 WorkDay PIC 99.
01 NamePtr PIC 99.
01 DispItemPrice PIC $$,$$9.99.
01 DispQuoteTotal PIC $$$,$$9.99.
01 DispDate PIC 9999/99/99.
01 DocHeading.
       02 FILLER PIC X(10) VALUE "QUOTATION ".
       02 DocQuoteNo PIC 9(6).
       02 FILLER PIC X(12) VALUE " - Customer ".
       02 DocCustID PIC 9(6).
01 DocDatesLine.
       02 FILLER PIC X(9) VALUE "Quoted : ".
       02 DocQuoteDate PIC 9999/99/99.
       02 FILLER PIC X(18) VALUE "    Valid until : ".
       02 DocExpiry PIC 9999/99/99.
01 DocDetailLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 DocDesc PIC X(20).
       02 DocSize PIC X(2).
       02 FILLER PIC X(1) VALUE SPACE.
       02 DocQty PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 DocPrice PIC $$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 DocTotal PIC $$$,$$9.99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 DocPromo PIC X(7).
01 DocTotalLine.
       02 FILLER PIC X(32) VALUE SPACES.
       02 DocTotalName PIC X(12).
       02 DocTotalAmount PIC $$$,$$9.99.

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       CALL "RPTFILE" USING QuoteBaseName, QuoteSuffix, QuoteRptMode,
           QuoteFileName.
       CALL "GETRATE" USING TaxJurisCode, RunDate, TaxRate, TaxRateFound.
       IF TaxRateFound = "N"
           MOVE 0.075 TO TaxRate
       END-IF.

       OPEN I-O QuoteFile.
       MOVE "quote.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, QuoteFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN I-O QuoteLineFile.
       MOVE "quotelines.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, QuoteLineStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN INPUT CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN INPUT ProductFile.
       MOVE "product.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, ProdFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN INPUT SkuFile.

       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "Sales quotations"
            DISPLAY "1 : New Quote "
            DISPLAY "2 : Get / Reprint Quote "
            DISPLAY "3 : Convert Accepted Quote to Orders "
            DISPLAY "4 : Mark Quote Lost "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM NewQuote
               WHEN 2 PERFORM GetQuote
               WHEN 3 PERFORM ConvertQuote
               WHEN 4 PERFORM MarkQuoteLost
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
CLOSE QuoteFile, QuoteLineFile, CustomerFile, ProductFile, SkuFile.
STOP RUN.

NewQuote.
       PERFORM FindActiveCustomer.
       IF IDValid = "Y" AND CustExists = "Y"
           PERFORM BuildQuote
       END-IF.

*> The same customer checks ordentry makes before it takes an
*> order - no point quoting an account that could not then order.
FindActiveCustomer.
       MOVE "Y" TO CustExists.
       DISPLAY " ".
       DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
       ACCEPT EntryID.
       CALL "VALIDID" USING EntryID, IDValid.

       IF IDValid = "N"
           DISPLAY "Customer ID must be 6 digits and not all zeros."
       ELSE
           MOVE EntryID TO CustID
           PERFORM CheckCustomerActive
       END-IF.

CheckCustomerActive.
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ.
       IF CustExists = "N"
           DISPLAY "Customer doesn't exist"
       ELSE
           IF CustWrittenOff
               DISPLAY "Account is written off - no quote or order taken."
               MOVE "N" TO CustExists
           ELSE
               IF CustInactive
                   DISPLAY "Customer is inactive - no quote or order taken."
                   MOVE "N" TO CustExists
               END-IF
           END-IF
       END-IF.

*> Lines are written as they are keyed; the header, and the number
*> taken off quotectl.txt, only once at least one line is on file,
*> so an abandoned quote uses up nothing.
BuildQuote.
       DISPLAY "Salesperson ID (blank for none) : " WITH NO ADVANCING.
       MOVE SPACES TO EntrySalesID.
       ACCEPT EntrySalesID.
       DISPLAY "Days the prices are held (0 for 30) : " WITH NO ADVANCING.
       ACCEPT EntryDays.
       IF EntryDays NOT NUMERIC OR EntryDays = 0
           MOVE 30 TO EntryDays
       END-IF.

       PERFORM AssignQuoteNumber.
       MOVE 0 TO NextLineSeq.
       MOVE 0 TO LineCount.
       MOVE 0 TO SubTotal.
       MOVE "Y" TO MoreLines.
       PERFORM AcceptQuoteLine UNTIL MoreLines = "N".

       IF LineCount = 0
           DISPLAY "No lines entered - no quote recorded."
       ELSE
           MOVE CustTaxJuris TO WorkJuris
           IF WorkJuris = SPACES
               MOVE "00" TO WorkJuris
           END-IF
           MOVE TaxRate TO CustRate
           CALL "GETRATE" USING WorkJuris, RunDate, CustRate,
               CustRateFound
           IF CustRateFound = "N"
               MOVE TaxRate TO CustRate
           END-IF
           CALL "GETEXMPT" USING CustID, RunDate, ExemptCertNo,
               ExemptType, CustExempt
           IF CustExempt = "Y"
               MOVE 0 TO CustRate
               DISPLAY "Tax exempt - certificate " ExemptCertNo
           END-IF

           MOVE NewQuoteNo TO QuoteNo
           MOVE RunDate TO QuoteDate
           MOVE CustID TO QuoteCustID
           PERFORM AddDaysToDate
           MOVE WorkDate TO QuoteExpiry
           MOVE EntrySalesID TO QuoteSalesID
           MOVE SubTotal TO QuoteSubTotal
           COMPUTE QuoteTaxAmount ROUNDED = SubTotal * CustRate
           SET QuotePending TO TRUE
           MOVE 0 TO QuoteCloseDate
           WRITE QuoteHeaderData
               INVALID KEY
                   DISPLAY "Quote number taken - quote not written."
               NOT INVALID KEY
                   PERFORM SaveNextQuoteNumber
                   PERFORM PrintQuoteDocument
                   MOVE QuoteExpiry TO DispDate
                   DISPLAY "Quote " QuoteNo " written to " QuoteFileName
                       " - valid until " DispDate "."
           END-WRITE
       END-IF.

AcceptQuoteLine.
       MOVE SPACES TO EntryProdCode.
       DISPLAY "Enter Product Code (blank to finish) : "
           WITH NO ADVANCING.
       ACCEPT EntryProdCode.

       IF EntryProdCode = SPACES
           MOVE "N" TO MoreLines
       ELSE
           MOVE "Y" TO ProdExists
           MOVE EntryProdCode TO ProdCode
           READ ProductFile
               INVALID KEY MOVE "N" TO ProdExists
           END-READ
           IF ProdExists = "N"
               DISPLAY "Product code doesn't exist - line not quoted."
           ELSE
           IF ProdDiscontinued
               DISPLAY "Product is discontinued - line not quoted."
           ELSE
               DISPLAY "Product : " ProdName
               PERFORM ListQuoteSkus
               DISPLAY "Enter size code to quote : " WITH NO ADVANCING
               MOVE SPACES TO EntrySize
               ACCEPT EntrySize
               PERFORM CheckSizeCode
               IF SizeValid = "N"
                   DISPLAY "That size isn't carried for this product - line not quoted."
               ELSE
                   DISPLAY "Enter quantity : " WITH NO ADVANCING
                   ACCEPT EntryQty
                   IF EntryQty = 0
                       DISPLAY "Quantity must be more than zero - line not quoted."
                   ELSE
                       PERFORM PriceQuoteLine
                       PERFORM WriteQuoteLine
                   END-IF
               END-IF
           END-IF
           END-IF
       END-IF.

*> Priced once the quantity is known, for the quote's customer -
*> their contract, price-level or quantity-break price where one
*> beats list is what they are quoted, and what the order bills at
*> if they accept.
PriceQuoteLine.
       MOVE ProdUnitPrice TO ItemPrice.
       MOVE ProdUnitPrice TO EffPrice.
       CALL "GETPRICE" USING ProdCode, RunDate, QuoteCustID, EntryQty,
           EffPrice, PriceFound.
       IF PriceFound = "Y"
           MOVE EffPrice TO ItemPrice
       END-IF.
       CALL "GETPROMO" USING ProdCode, RunDate, ItemPrice, FinalPrice,
           OnPromo.
       MOVE FinalPrice TO ItemPrice.
       MOVE ItemPrice TO DispItemPrice.
       IF OnPromo = "Y"
           DISPLAY "Quoted at " DispItemPrice " each (promo price)"
       ELSE
           DISPLAY "Quoted at " DispItemPrice " each"
       END-IF.

WriteQuoteLine.
       ADD 1 TO NextLineSeq.
       MOVE NewQuoteNo TO QlQuoteNo.
       MOVE NextLineSeq TO QlLineSeq.
       MOVE ProdCode TO QlProdCode.
       MOVE EntrySize TO QlSizeCode.
       MOVE EntryQty TO QlQty.
       MOVE ItemPrice TO QlUnitPrice.
       MOVE OnPromo TO QlOnPromo.
       MOVE 0 TO QlOrderID.
       WRITE QuoteLineData
           INVALID KEY DISPLAY "Quote line already on file - line not quoted."
           NOT INVALID KEY
               ADD 1 TO LineCount
               COMPUTE ItemLineTotal = EntryQty * ItemPrice
               ADD ItemLineTotal TO SubTotal
       END-WRITE.

*> The product's sizes are SKU records keyed by product code plus
*> size code, so the size check is one keyed read.
CheckSizeCode.
       MOVE "Y" TO SizeValid.
       MOVE ProdCode TO SkuProdCode.
       MOVE EntrySize TO SkuSizeCode.
       READ SkuFile
           INVALID KEY MOVE "N" TO SizeValid
       END-READ.

ListQuoteSkus.
       MOVE 0 TO SkuShown.
       MOVE "N" TO SkuEOF.
       MOVE ProdCode TO SkuProdCode.
       MOVE LOW-VALUES TO SkuSizeCode.
       START SkuFile KEY IS GREATER THAN OR EQUAL TO SkuKey
           INVALID KEY MOVE "Y" TO SkuEOF
       END-START.
       PERFORM ListOneQuoteSku UNTIL SkuEOF = "Y".
       IF SkuShown = 0
           DISPLAY "  (no sizes on file for this product)"
       END-IF.

ListOneQuoteSku.
       READ SkuFile NEXT RECORD
           AT END MOVE "Y" TO SkuEOF
       END-READ.
       IF SkuEOF = "N"
           IF SkuProdCode = ProdCode
               ADD 1 TO SkuShown
               DISPLAY "  Size " SkuSizeCode " - Qty on hand : " SkuQty
           ELSE
               MOVE "Y" TO SkuEOF
           END-IF
       END-IF.

*> Sequential numbers come off the quotectl.txt control file the
*> way invoice numbers come off invctl.txt - read at the start,
*> written back incremented once the quote is real.
AssignQuoteNumber.
       OPEN INPUT QuoteControlFile.
       IF QuoteControlStatus = "00"
           READ QuoteControlFile
               AT END MOVE 1000 TO NextQuoteNo
           END-READ
       ELSE
           MOVE 1000 TO NextQuoteNo
       END-IF.
       CLOSE QuoteControlFile.
       MOVE NextQuoteNo TO NewQuoteNo.

SaveNextQuoteNumber.
       OPEN OUTPUT QuoteControlFile.
       COMPUTE NextQuoteNo = NewQuoteNo + 1.
       WRITE QuoteControlRecord.
       CLOSE QuoteControlFile.

*> The run date plus the days the prices are held, to a date with
*> 30-day months - GETTERMS' due-date arithmetic.
AddDaysToDate.
       MOVE RunDate TO WorkDate.
       COMPUTE DayWorkNum = (WorkYear * 360) + (WorkMonth * 30)
           + WorkDay + EntryDays.
       COMPUTE WorkYear = DayWorkNum / 360.
       COMPUTE WorkRem = DayWorkNum - (WorkYear * 360).
       IF WorkRem = 0
           SUBTRACT 1 FROM WorkYear
           MOVE 360 TO WorkRem
       END-IF.
       COMPUTE WorkMonth = (WorkRem - 1) / 30.
       COMPUTE WorkDay = WorkRem - (WorkMonth * 30).
       ADD 1 TO WorkMonth.
       IF WorkMonth > 12
           MOVE 12 TO WorkMonth
           MOVE 30 TO WorkDay
       END-IF.

*> The document is built from what is on file - header, then each
*> line read back off quotelines.txt - so a reprint is exactly what
*> the customer was first handed.
PrintQuoteDocument.
       OPEN EXTEND QuoteDocFile.
       MOVE QuoteNo TO DocQuoteNo.
       MOVE QuoteCustID TO DocCustID.
       WRITE QuoteDocLine FROM DocHeading.

       MOVE SPACES TO QuoteDocLine.
       MOVE 1 TO NamePtr.
       STRING "Prepared for : " DELIMITED BY SIZE
              CustFName DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              CustLName DELIMITED BY SPACE
              INTO QuoteDocLine
              WITH POINTER NamePtr
       END-STRING.
       WRITE QuoteDocLine.
       MOVE CustAddress TO QuoteDocLine.
       WRITE QuoteDocLine.
       MOVE QuoteDate TO DocQuoteDate.
       MOVE QuoteExpiry TO DocExpiry.
       WRITE QuoteDocLine FROM DocDatesLine.
       IF QuoteSalesID NOT = SPACES
           MOVE SPACES TO QuoteDocLine
           STRING "Quoted by : " DELIMITED BY SIZE
                  QuoteSalesID DELIMITED BY SIZE
                  INTO QuoteDocLine
           END-STRING
           WRITE QuoteDocLine
       END-IF.
       MOVE SPACES TO QuoteDocLine.
       WRITE QuoteDocLine.

       PERFORM StartQuoteLines.
       PERFORM PrintOneQuoteLine UNTIL LinesEOF = "Y".

       MOVE SPACES TO QuoteDocLine.
       WRITE QuoteDocLine.
       MOVE "Subtotal :" TO DocTotalName.
       MOVE QuoteSubTotal TO DocTotalAmount.
       WRITE QuoteDocLine FROM DocTotalLine.
       MOVE "Tax :" TO DocTotalName.
       MOVE QuoteTaxAmount TO DocTotalAmount.
       WRITE QuoteDocLine FROM DocTotalLine.
       MOVE "Total :" TO DocTotalName.
       COMPUTE DocTotalAmount = QuoteSubTotal + QuoteTaxAmount.
       WRITE QuoteDocLine FROM DocTotalLine.
       MOVE SPACES TO QuoteDocLine.
       WRITE QuoteDocLine.
       MOVE QuoteExpiry TO DispDate.
       STRING "Prices held until " DELIMITED BY SIZE
              DispDate DELIMITED BY SIZE
              ". Tax at the rate in force when invoiced."
                  DELIMITED BY SIZE
              INTO QuoteDocLine
       END-STRING.
       WRITE QuoteDocLine.
       MOVE SPACES TO QuoteDocLine.
       WRITE QuoteDocLine.
       CLOSE QuoteDocFile.

*> Positions quotelines.txt on the first line of the quote in
*> QuoteNo and reads it, LinesEOF set once the quote's lines run
*> out.
StartQuoteLines.
       MOVE "N" TO LinesEOF.
       MOVE QuoteNo TO QlQuoteNo.
       MOVE 0 TO QlLineSeq.
       START QuoteLineFile KEY IS GREATER THAN OR EQUAL TO QuoteLineKey
           INVALID KEY MOVE "Y" TO LinesEOF
       END-START.
       PERFORM ReadNextQuoteLine.

ReadNextQuoteLine.
       IF LinesEOF = "N"
           READ QuoteLineFile NEXT RECORD
               AT END MOVE "Y" TO LinesEOF
           END-READ
       END-IF.
       IF LinesEOF = "N" AND QlQuoteNo NOT = QuoteNo
           MOVE "Y" TO LinesEOF
       END-IF.

PrintOneQuoteLine.
       MOVE QlProdCode TO ProdCode.
       READ ProductFile
           INVALID KEY MOVE "(no product master)" TO ProdName
       END-READ.
       MOVE ProdName TO DocDesc.
       MOVE QlSizeCode TO DocSize.
       MOVE QlQty TO DocQty.
       MOVE QlUnitPrice TO DocPrice.
       COMPUTE ItemLineTotal = QlQty * QlUnitPrice.
       MOVE ItemLineTotal TO DocTotal.
       IF QlOnPromo = "Y"
           MOVE "(promo)" TO DocPromo
       ELSE
           MOVE SPACES TO DocPromo
       END-IF.
       WRITE QuoteDocLine FROM DocDetailLine.
       PERFORM ReadNextQuoteLine.

FindQuote.
       MOVE "Y" TO QuoteExists.
       DISPLAY " ".
       DISPLAY "Enter Quote number : " WITH NO ADVANCING.
       ACCEPT QuoteNo.
       READ QuoteFile
           INVALID KEY MOVE "N" TO QuoteExists
       END-READ.
       IF QuoteExists = "N"
           DISPLAY "Quote number doesn't exist"
       END-IF.

GetQuote.
       PERFORM FindQuote.
       IF QuoteExists = "Y"
           PERFORM DisplayQuote
           DISPLAY "Reprint the quote document (Y/N) : "
               WITH NO ADVANCING
           MOVE "N" TO Answer
           ACCEPT Answer
           IF Answer = "Y" OR Answer = "y"
               MOVE QuoteCustID TO CustID
               READ CustomerFile
                   INVALID KEY
                       MOVE SPACES TO CustFName, CustLName, CustAddress
               END-READ
               PERFORM PrintQuoteDocument
               DISPLAY "Quote " QuoteNo " reprinted to " QuoteFileName
           END-IF
       END-IF.

DisplayQuote.
       DISPLAY "Quote : " QuoteNo.
       MOVE QuoteDate TO DispDate.
       DISPLAY "Date : " DispDate.
       DISPLAY "Customer : " QuoteCustID.
       MOVE QuoteExpiry TO DispDate.
       DISPLAY "Valid until : " DispDate.
       COMPUTE DispQuoteTotal = QuoteSubTotal + QuoteTaxAmount.
       DISPLAY "Total incl. tax : " DispQuoteTotal.
       EVALUATE TRUE
           WHEN QuotePending AND QuoteExpiry < RunDate
               DISPLAY "Status : Expired"
           WHEN QuotePending DISPLAY "Status : Pending"
           WHEN QuoteWon DISPLAY "Status : Won"
           WHEN QuoteLost DISPLAY "Status : Lost"
           WHEN OTHER DISPLAY "Status : " QuoteStatus
       END-EVALUATE.
       PERFORM StartQuoteLines.
       PERFORM DisplayOneQuoteLine UNTIL LinesEOF = "Y".

DisplayOneQuoteLine.
       MOVE QlUnitPrice TO DispItemPrice.
       IF QlOrderID > 0
           DISPLAY "  " QlLineSeq " : " QlQty " of " QlProdCode " size "
               QlSizeCode " at " DispItemPrice " - order " QlOrderID
       ELSE
           DISPLAY "  " QlLineSeq " : " QlQty " of " QlProdCode " size "
               QlSizeCode " at " DispItemPrice
       END-IF.
       PERFORM ReadNextQuoteLine.

*> Only a pending quote still inside its expiry converts - an
*> expired one is re-quoted at today's prices, not honoured at old
*> ones. The quote becomes one order, every quote line an order
*> line at the quoted price, and the quote is marked won.
ConvertQuote.
       PERFORM FindQuote.
       IF QuoteExists = "Y"
           PERFORM DisplayQuote
           EVALUATE TRUE
               WHEN NOT QuotePending
                   DISPLAY "Quote is already closed - not converted."
               WHEN QuoteExpiry < RunDate
                   DISPLAY "Quote has expired - re-quote at today's prices."
               WHEN OTHER
                   MOVE "Y" TO CustExists
                   MOVE QuoteCustID TO CustID
                   PERFORM CheckCustomerActive
                   IF CustExists = "Y"
                       DISPLAY "Customer accepted - convert to orders (Y/N) : "
                           WITH NO ADVANCING
                       MOVE "N" TO Answer
                       ACCEPT Answer
                       IF Answer = "Y" OR Answer = "y"
                           PERFORM WriteQuoteOrders
                       ELSE
                           DISPLAY "Quote not converted."
                       END-IF
                   END-IF
           END-EVALUATE
       END-IF.

WriteQuoteOrders.
       OPEN I-O OrderFile.
       MOVE "order.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OrderFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Quote not converted."
       ELSE
           OPEN I-O OrderLineFile
           CALL "PICKADDR" USING CustID, CustAddress, ShipToAddr,
               ShipToSeq
           PERFORM AssignNextOrderID
           MOVE NextOrderID TO OrderID
           MOVE RunDate TO OrderDate
           MOVE QuoteCustID TO OrderCustID
           SET OrderEntered TO TRUE
           MOVE 0 TO OrderInvoiceNo
           MOVE 0 TO OrderFreight
           MOVE 0 TO OrderFreightTaxed
           MOVE ShipToSeq TO OrderShipSeq
           MOVE QuoteSalesID TO OrderSalesID
           WRITE OrderData
               INVALID KEY
                   DISPLAY "Order number taken - quote not converted."
               NOT INVALID KEY
                   MOVE 0 TO OrderLinesWritten
                   PERFORM StartQuoteLines
                   PERFORM WriteOneQuoteOrderLine UNTIL LinesEOF = "Y"
                   SET QuoteWon TO TRUE
                   MOVE RunDate TO QuoteCloseDate
                   REWRITE QuoteHeaderData
                       INVALID KEY DISPLAY "Quote status not updated"
                   END-REWRITE
                   DISPLAY "Quote " QuoteNo " converted to order "
                       OrderID " : " OrderLinesWritten " lines."
           END-WRITE
           CLOSE OrderLineFile
       END-IF.
       CLOSE OrderFile.

WriteOneQuoteOrderLine.
       ADD 1 TO OrderLinesWritten.
       MOVE OrderID TO OlOrderID.
       MOVE OrderLinesWritten TO OlLineSeq.
       MOVE QlProdCode TO OlProdCode.
       MOVE QlSizeCode TO OlSizeLabel.
       MOVE QlQty TO OlQty.
       SET OlEntered TO TRUE.
       MOVE QlUnitPrice TO OlUnitPrice.
       MOVE 0 TO OlInvoiceNo.
       WRITE OrderLineData
           INVALID KEY
               DISPLAY "Order line taken - quote line " QlLineSeq
                   " not converted."
           NOT INVALID KEY
               MOVE OrderID TO QlOrderID
               REWRITE QuoteLineData
                   INVALID KEY DISPLAY "Quote line not updated"
               END-REWRITE
       END-WRITE.
       PERFORM ReadNextQuoteLine.

MarkQuoteLost.
       PERFORM FindQuote.
       IF QuoteExists = "Y"
           PERFORM DisplayQuote
           IF NOT QuotePending
               DISPLAY "Quote is already closed - not changed."
           ELSE
               DISPLAY "Mark this quote lost (Y/N) : " WITH NO ADVANCING
               MOVE "N" TO Answer
               ACCEPT Answer
               IF Answer = "Y" OR Answer = "y"
                   SET QuoteLost TO TRUE
                   MOVE RunDate TO QuoteCloseDate
                   REWRITE QuoteHeaderData
                       INVALID KEY DISPLAY "Quote not updated"
                       NOT INVALID KEY
                           DISPLAY "Quote " QuoteNo " marked lost."
                   END-REWRITE
               END-IF
           END-IF
       END-IF.

*>OrderFile is keyed in ascending OrderID order, so the highest
*>order number on file is simply the last one this scan reads
*>before EOF - the same shape ordentry's AssignNextOrderID uses.
AssignNextOrderID.
       MOVE 0 TO HighestOrderID.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO OrderID.
       START OrderFile KEY IS GREATER THAN OR EQUAL TO OrderID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.

       PERFORM FindHighestOrderID UNTIL BrowseEOF = "Y".

       COMPUTE NextOrderID = HighestOrderID + 1.

FindHighestOrderID.
       READ OrderFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.

       IF BrowseEOF = "N"
           MOVE OrderID TO HighestOrderID
       END-IF.
