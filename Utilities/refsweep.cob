       >>SOURCE FORMAT FREE
*> Cross-file referential integrity sweep - custdq's partner. custdq
*> holds customer.txt against itself; most of the damage found since
*> has been between files, so this walk follows every link one file
*> makes to another and prints each one whose partner is missing:
*> the file, the key of the record holding the link, the field and
*> the partner it should have found. The links followed:
*>   customer.txt   CustParentID        -> customer.txt
*>   custaddr.txt   AddrCustID          -> customer.txt (a purged
*>                                         customer keeps no addresses)
*>   custnotes.txt  NoteCustID          -> customer.txt or custarch.txt
*>   order.txt      OrderCustID         -> customer.txt or custarch.txt
*>   ordlines.txt   OlOrderID           -> order.txt
*>                  OlProdCode/Size     -> product.txt, prodsku.txt
*>   openitem.txt   OiCustID            -> customer.txt or custarch.txt
*>                  OiInvoiceNo         -> invregister.txt
*>   backorder.txt  BackCustID          -> customer.txt or custarch.txt
*>                  BackOrderID         -> order.txt, and not cancelled
*>                                         while the backorder is open
*>                  BackProdCode/Size   -> prodsku.txt
*>   po.txt         POSuppCode          -> supplier.txt
*>                  PODropOrderID       -> order.txt
*>                  PODropCustID        -> customer.txt or custarch.txt
*>   polines.txt    PolPONumber         -> po.txt
*>                  PolProdCode/Size    -> prodsku.txt
*>   asn.txt        AsnPONumber/Line    -> polines.txt
*>   quote.txt      QuoteCustID         -> customer.txt or custarch.txt
*>   quotelines.txt QlQuoteNo           -> quote.txt
*>                  QlProdCode/Size     -> prodsku.txt
*>                  QlOrderID           -> order.txt
*>   gcert.txt      GcBuyerID           -> customer.txt or custarch.txt
*>   loybal.txt     LoyCustID           -> customer.txt or custarch.txt
*>   exempt.txt     ExCustID            -> customer.txt or custarch.txt
*>   einvcust.txt   EcCustID            -> customer.txt
*>   contract.txt   ContCustID          -> customer.txt
*>                  ContProdCode        -> product.txt
*>   kit.txt        KitProdCode         -> product.txt
*>                  KitCompProd/Size    -> prodsku.txt
*>   product.txt    ProdSuppCode        -> supplier.txt
*>   prodsku.txt    SkuProdCode         -> product.txt
*> A zero or blank optional link (an order with no drop-ship, a
*> certificate sold over the counter, a contract by price level) is
*> not a link and is not checked. Closed history keeps its purged
*> customers on custarch.txt, so for those files an archived ID is
*> a good partner; the live-only links above say customer.txt only.
*> openitem.txt and invregister.txt are both in invoice-number
*> order once invregister.txt is sorted, so the two are matched in
*> one pass each. Strictly read-only. Orphans are counted by link at
*> the foot of the dated RefSweep document off RPTFILE, and any
*> orphan at all exits RC-WARNING so nightlybatch surfaces it.
IDENTIFICATION DIVISION.
PROGRAM-ID. refsweep.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

*> A second look at customer.txt, for the parent-account link, so
*> the walk of the first is never disturbed.
       SELECT ParentFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ParCustID
           ALTERNATE RECORD KEY IS ParCustLName WITH DUPLICATES
           FILE STATUS IS ParentStatus.

       SELECT OPTIONAL ArchiveFile ASSIGN TO "custarch.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ArcCustID
           FILE STATUS IS ArchiveStatus.

       SELECT OPTIONAL AddressFile ASSIGN TO "custaddr.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AddrKey
           FILE STATUS IS ScanStatus.

       SELECT OPTIONAL NotesFile ASSIGN TO "custnotes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ScanStatus.

       SELECT OPTIONAL OrderFile ASSIGN TO "order.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderID
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL OrderLineFile ASSIGN TO "ordlines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderLineKey
           FILE STATUS IS ScanStatus.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OiInvoiceNo
           FILE STATUS IS ScanStatus.

       SELECT OPTIONAL InvRegisterFile ASSIGN TO "invregister.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvRegisterStatus.

       SELECT SortFile ASSIGN TO "refwk.tmp".

       SELECT OPTIONAL BackOrderFile ASSIGN TO "backorder.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BackID
           FILE STATUS IS ScanStatus.

       SELECT OPTIONAL POFile ASSIGN TO "po.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PONumber
           FILE STATUS IS POFileStatus.

       SELECT OPTIONAL POLineFile ASSIGN TO "polines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLineKey
           FILE STATUS IS POLineStatus.

       SELECT OPTIONAL AsnFile ASSIGN TO "asn.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AsnKey
           FILE STATUS IS ScanStatus.

       SELECT OPTIONAL QuoteFile ASSIGN TO "quote.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QuoteNo
           FILE STATUS IS QuoteFileStatus.

       SELECT OPTIONAL QuoteLineFile ASSIGN TO "quotelines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QuoteLineKey
           FILE STATUS IS ScanStatus.

       SELECT OPTIONAL GiftCertFile ASSIGN TO "gcert.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GcNumber
           FILE STATUS IS ScanStatus.

       SELECT OPTIONAL LoyaltyFile ASSIGN TO "loybal.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LoyCustID
           FILE STATUS IS ScanStatus.

       SELECT OPTIONAL ExemptFile ASSIGN TO "exempt.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ExCustID
           FILE STATUS IS ScanStatus.

       SELECT OPTIONAL EinvCustFile ASSIGN TO "einvcust.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EcCustID
           FILE STATUS IS ScanStatus.

       SELECT OPTIONAL ContractFile ASSIGN TO "contract.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ContKey
           FILE STATUS IS ScanStatus.

       SELECT OPTIONAL KitFile ASSIGN TO "kit.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KitKey
           FILE STATUS IS ScanStatus.

       SELECT ProductFile ASSIGN TO "product.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

       SELECT SkuFile ASSIGN TO "prodsku.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SuppCode
           FILE STATUS IS SuppFileStatus.

       SELECT OPTIONAL RefReport ASSIGN TO DYNAMIC RefReportName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY "custrec.cpy".

FD ParentFile.
       COPY "custrec.cpy" REPLACING CustomerData BY ParCustomerData,
           CustID BY ParCustID,
           CustLName BY ParCustLName,
           CustParentID BY ParCustParentID.

FD ArchiveFile.
       COPY "custrec.cpy" REPLACING CustomerData BY ArcCustomerData,
           CustID BY ArcCustID,
           CustParentID BY ArcCustParentID.

FD AddressFile.
       COPY "addrrec.cpy".

FD NotesFile.
       COPY "noterec.cpy".

FD OrderFile.
       COPY "ordrec.cpy".

FD OrderLineFile.
       COPY "ordlrec.cpy".

FD OpenItemFile.
       COPY "openitem.cpy".

FD InvRegisterFile.
       01 InvRegisterRecord.
              02 RegInvoiceNo PIC 9(6).
              02 FILLER PIC X(80).

SD SortFile.
       01 SortRecord.
              02 SortInvoiceNo PIC 9(6).
              02 FILLER PIC X(80).

FD BackOrderFile.
       COPY "bordrec.cpy".

FD POFile.
       COPY "porec.cpy".

FD POLineFile.
       COPY "polrec.cpy".

FD AsnFile.
       COPY "asnrec.cpy".

FD QuoteFile.
       COPY "quoterec.cpy".

FD QuoteLineFile.
       COPY "qlinerec.cpy".

FD GiftCertFile.
       COPY "gcrec.cpy".

FD LoyaltyFile.
       COPY "loyrec.cpy".

FD ExemptFile.
       COPY "exemptrec.cpy".

FD EinvCustFile.
       COPY "einvcust.cpy".

FD ContractFile.
       COPY "contrec.cpy".

FD KitFile.
       COPY "kitrec.cpy".

FD ProductFile.
       COPY "prodrec.cpy".

FD SkuFile.
       COPY "skurec.cpy".

FD SupplierFile.
       COPY "supprec.cpy".

FD RefReport.
       01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
01 ParentStatus PIC XX.
01 ArchiveStatus PIC XX.
01 ScanStatus PIC XX.
01 OrderFileStatus PIC XX.
01 InvRegisterStatus PIC XX.
01 POFileStatus PIC XX.
01 POLineStatus PIC XX.
01 QuoteFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 SkuFileStatus PIC XX.
01 SuppFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ScanEOF PIC X.
01 SortEOF PIC X.
01 RunDate PIC 9(8).
*> What each lookup is handed and what it answers.
01 LookCustID PIC 9(6).
01 LookOrderID PIC 9(6).
01 LookPONumber PIC 9(6).
01 LookQuoteNo PIC 9(6).
01 LookProdCode PIC X(5).
01 LookSizeCode PIC X(2).
01 LookSuppCode PIC X(5).
01 LookPOLineKey.
       02 LookPolPO PIC 9(6).
       02 LookPolSeq PIC 9(3).
*> Y found, N not found; for a SKU, P means the product is there
*> but not in that size.
01 PartnerFound PIC X.
01 RecordsChecked PIC 9(7) VALUE ZERO.
01 OrphanCount PIC 9(7) VALUE ZERO.
*> Orphans by link, in the order the links are walked; LinkSub
*> says which one a new orphan is charged to.
01 LinkSub PIC 99.
01 LinkCountMax PIC 99 VALUE 40.
01 NewLinkDesc PIC X(46).
01 LinkTable.
       02 LinkEntry OCCURS 40 TIMES.
              03 LinkDesc PIC X(46).
              03 LinkOrphans PIC 9(7).
01 LinksUsed PIC 99 VALUE ZERO.
*> Dated report file off RPTFILE.
01 RefReportName PIC X(30).
01 RefReportBase PIC X(12) VALUE "RefSweep".
01 RefReportSuffix PIC X(4) VALUE ".rpt".
01 RefReportMode PIC X VALUE "N".
01 PageHeading.
       02 FILLER PIC X(34) VALUE "Cross-File Referential Integrity ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 Heads PIC X(100) VALUE
       "File           Key                  Field            Missing partner".
01 OrphanLine.
       02 PrnFile PIC X(15).
       02 PrnKey PIC X(21).
       02 PrnField PIC X(17).
       02 PrnMissing PIC X(47).
01 TotalsHeading PIC X(60) VALUE "Orphans by link".
01 LinkTotalLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnLinkDesc PIC X(46).
       02 FILLER PIC X(3) VALUE " : ".
       02 PrnLinkCount PIC Z(6)9.
01 SummaryLine.
       02 PrnSumCount PIC Z(6)9.
       02 FILLER PIC X(15) VALUE " orphans among ".
       02 PrnSumChecked PIC Z(6)9.
       02 FILLER PIC X(17) VALUE " records checked.".
01 CleanLine PIC X(50) VALUE "No orphans - every link has its partner.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.

       OPEN INPUT CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT ProductFile.
       MOVE "product.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, ProdFileStatus, FileOK.
       IF FileOK = "N"
           CLOSE CustomerFile
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT SkuFile.
       MOVE "prodsku.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, SkuFileStatus, FileOK.
       IF FileOK = "N"
           CLOSE CustomerFile, ProductFile
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT ParentFile, ArchiveFile, OrderFile, POFile,
           POLineFile, QuoteFile, SupplierFile.

       CALL "RPTFILE" USING RefReportBase, RefReportSuffix,
           RefReportMode, RefReportName.
       OPEN OUTPUT RefReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.

       PERFORM SweepCustomers.
       PERFORM SweepAddresses.
       PERFORM SweepNotes.
       PERFORM SweepOrders.
       PERFORM SweepOrderLines.
       PERFORM SweepOpenItems.
       PERFORM SweepBackOrders.
       PERFORM SweepPOs.
       PERFORM SweepPOLines.
       PERFORM SweepAsns.
       PERFORM SweepQuotes.
       PERFORM SweepQuoteLines.
       PERFORM SweepGiftCerts.
       PERFORM SweepLoyalty.
       PERFORM SweepExemptions.
       PERFORM SweepEinvCust.
       PERFORM SweepContracts.
       PERFORM SweepKits.
       PERFORM SweepProducts.
       PERFORM SweepSkus.

       IF OrphanCount = 0
           WRITE PrintLine FROM CleanLine AFTER ADVANCING 2 LINES
       ELSE
           WRITE PrintLine FROM TotalsHeading AFTER ADVANCING 3 LINES
           PERFORM PrintLinkTotal
               VARYING LinkSub FROM 1 BY 1 UNTIL LinkSub > LinksUsed
       END-IF.
       MOVE OrphanCount TO PrnSumCount.
       MOVE RecordsChecked TO PrnSumChecked.
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

       CLOSE CustomerFile, ProductFile, SkuFile, ParentFile,
           ArchiveFile, OrderFile, POFile, POLineFile, QuoteFile,
           SupplierFile, RefReport.

       DISPLAY "Referential sweep complete : " OrphanCount
           " orphans among " RecordsChecked " records - see "
           RefReportName.
       IF OrphanCount > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

*> Each link gets its line in the totals table the first time a
*> sweep names it.
NameLink.
       IF LinksUsed < LinkCountMax
           ADD 1 TO LinksUsed
       END-IF.
       MOVE LinksUsed TO LinkSub.
       MOVE NewLinkDesc TO LinkDesc(LinkSub).
       MOVE 0 TO LinkOrphans(LinkSub).

WriteOrphan.
       ADD 1 TO OrphanCount.
       ADD 1 TO LinkOrphans(LinkSub).
       WRITE PrintLine FROM OrphanLine AFTER ADVANCING 1 LINE.

PrintLinkTotal.
       MOVE LinkDesc(LinkSub) TO PrnLinkDesc.
       MOVE LinkOrphans(LinkSub) TO PrnLinkCount.
       WRITE PrintLine FROM LinkTotalLine AFTER ADVANCING 1 LINE.

*> A customer ID is good if it is live on customer.txt or kept on
*> custarch.txt after a purge.
LookupCustomer.
       MOVE "Y" TO PartnerFound.
       MOVE LookCustID TO ParCustID.
       READ ParentFile
           INVALID KEY MOVE "N" TO PartnerFound
       END-READ.
       IF PartnerFound = "N"
           MOVE "Y" TO PartnerFound
           MOVE LookCustID TO ArcCustID
           READ ArchiveFile
               INVALID KEY MOVE "N" TO PartnerFound
           END-READ
       END-IF.

LookupLiveCustomer.
       MOVE "Y" TO PartnerFound.
       MOVE LookCustID TO ParCustID.
       READ ParentFile
           INVALID KEY MOVE "N" TO PartnerFound
       END-READ.

LookupOrder.
       MOVE "Y" TO PartnerFound.
       MOVE LookOrderID TO OrderID.
       READ OrderFile
           INVALID KEY MOVE "N" TO PartnerFound
       END-READ.

LookupProduct.
       MOVE "Y" TO PartnerFound.
       MOVE LookProdCode TO ProdCode.
       READ ProductFile
           INVALID KEY MOVE "N" TO PartnerFound
       END-READ.

LookupSku.
       PERFORM LookupProduct.
       IF PartnerFound = "Y"
           MOVE LookProdCode TO SkuProdCode
           MOVE LookSizeCode TO SkuSizeCode
           READ SkuFile
               INVALID KEY MOVE "P" TO PartnerFound
           END-READ
       END-IF.

LookupSupplier.
       MOVE "Y" TO PartnerFound.
       MOVE LookSuppCode TO SuppCode.
       READ SupplierFile
           INVALID KEY MOVE "N" TO PartnerFound
       END-READ.

LookupPO.
       MOVE "Y" TO PartnerFound.
       MOVE LookPONumber TO PONumber.
       READ POFile
           INVALID KEY MOVE "N" TO PartnerFound
       END-READ.

LookupPOLine.
       MOVE "Y" TO PartnerFound.
       MOVE LookPOLineKey TO POLineKey.
       READ POLineFile
           INVALID KEY MOVE "N" TO PartnerFound
       END-READ.

LookupQuote.
       MOVE "Y" TO PartnerFound.
       MOVE LookQuoteNo TO QuoteNo.
       READ QuoteFile
           INVALID KEY MOVE "N" TO PartnerFound
       END-READ.

*> The missing-partner text for the lookups above.
SetMissingCustomer.
       MOVE SPACES TO PrnMissing.
       STRING "customer " DELIMITED BY SIZE
              LookCustID DELIMITED BY SIZE
              " not on file" DELIMITED BY SIZE
              INTO PrnMissing
       END-STRING.

SetMissingOrder.
       MOVE SPACES TO PrnMissing.
       STRING "order " DELIMITED BY SIZE
              LookOrderID DELIMITED BY SIZE
              " not on order.txt" DELIMITED BY SIZE
              INTO PrnMissing
       END-STRING.

SetMissingSku.
       MOVE SPACES TO PrnMissing.
       IF PartnerFound = "N"
           STRING "product " DELIMITED BY SIZE
                  LookProdCode DELIMITED BY SPACE
                  " not on product.txt" DELIMITED BY SIZE
                  INTO PrnMissing
           END-STRING
       ELSE
           STRING "size " DELIMITED BY SIZE
                  LookProdCode DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  LookSizeCode DELIMITED BY SPACE
                  " not on prodsku.txt" DELIMITED BY SIZE
                  INTO PrnMissing
           END-STRING
       END-IF.

SetMissingProduct.
       MOVE SPACES TO PrnMissing.
       STRING "product " DELIMITED BY SIZE
              LookProdCode DELIMITED BY SPACE
              " not on product.txt" DELIMITED BY SIZE
              INTO PrnMissing
       END-STRING.

SetMissingSupplier.
       MOVE SPACES TO PrnMissing.
       STRING "supplier " DELIMITED BY SIZE
              LookSuppCode DELIMITED BY SPACE
              " not on supplier.txt" DELIMITED BY SIZE
              INTO PrnMissing
       END-STRING.

*> customer.txt - a parent account must itself be on file.
SweepCustomers.
       MOVE "customer.txt   CustParentID -> customer" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       MOVE LOW-VALUES TO CustID.
       START CustomerFile KEY IS GREATER THAN OR EQUAL TO CustID
           INVALID KEY MOVE "Y" TO ScanEOF
       END-START.
       PERFORM CheckOneCustomer UNTIL ScanEOF = "Y".

CheckOneCustomer.
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           IF CustParentID NUMERIC AND CustParentID NOT = 0
               MOVE CustParentID TO LookCustID
               PERFORM LookupLiveCustomer
               IF PartnerFound = "N"
                   MOVE "customer.txt" TO PrnFile
                   MOVE CustID TO PrnKey
                   MOVE "CustParentID" TO PrnField
                   PERFORM SetMissingCustomer
                   PERFORM WriteOrphan
               END-IF
           END-IF
       END-IF.

SweepAddresses.
       MOVE "custaddr.txt   AddrCustID -> customer" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       OPEN INPUT AddressFile.
       IF ScanStatus NOT = "00" AND ScanStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       END-IF.
       PERFORM CheckOneAddress UNTIL ScanEOF = "Y".
       CLOSE AddressFile.

CheckOneAddress.
       READ AddressFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE AddrCustID TO LookCustID
           PERFORM LookupLiveCustomer
           IF PartnerFound = "N"
               MOVE "custaddr.txt" TO PrnFile
               MOVE AddrKey TO PrnKey
               MOVE "AddrCustID" TO PrnField
               PERFORM SetMissingCustomer
               PERFORM WriteOrphan
           END-IF
       END-IF.

SweepNotes.
       MOVE "custnotes.txt  NoteCustID -> customer" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       OPEN INPUT NotesFile.
       IF ScanStatus NOT = "00" AND ScanStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       END-IF.
       PERFORM CheckOneNote UNTIL ScanEOF = "Y".
       CLOSE NotesFile.

CheckOneNote.
       READ NotesFile
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE NoteCustID TO LookCustID
           PERFORM LookupCustomer
           IF PartnerFound = "N"
               MOVE "custnotes.txt" TO PrnFile
               MOVE SPACES TO PrnKey
               STRING NoteCustID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NoteDate DELIMITED BY SIZE
                      INTO PrnKey
               END-STRING
               MOVE "NoteCustID" TO PrnField
               PERFORM SetMissingCustomer
               PERFORM WriteOrphan
           END-IF
       END-IF.

*> order.txt is open for the whole run; its own walk is finished
*> before the later sweeps start looking orders up on it.
SweepOrders.
       MOVE "order.txt      OrderCustID -> customer" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       IF OrderFileStatus NOT = "00" AND OrderFileStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       ELSE
           MOVE LOW-VALUES TO OrderID
           START OrderFile KEY IS GREATER THAN OR EQUAL TO OrderID
               INVALID KEY MOVE "Y" TO ScanEOF
           END-START
       END-IF.
       PERFORM CheckOneOrder UNTIL ScanEOF = "Y".

CheckOneOrder.
       READ OrderFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE OrderCustID TO LookCustID
           PERFORM LookupCustomer
           IF PartnerFound = "N"
               MOVE "order.txt" TO PrnFile
               MOVE OrderID TO PrnKey
               MOVE "OrderCustID" TO PrnField
               PERFORM SetMissingCustomer
               PERFORM WriteOrphan
           END-IF
       END-IF.

SweepOrderLines.
       MOVE "ordlines.txt   OlOrderID -> order" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "ordlines.txt   OlProdCode/Size -> product/SKU" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       OPEN INPUT OrderLineFile.
       IF ScanStatus NOT = "00" AND ScanStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       END-IF.
       PERFORM CheckOneOrderLine UNTIL ScanEOF = "Y".
       CLOSE OrderLineFile.

CheckOneOrderLine.
       READ OrderLineFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE "ordlines.txt" TO PrnFile
           MOVE SPACES TO PrnKey
           STRING OlOrderID DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  OlLineSeq DELIMITED BY SIZE
                  INTO PrnKey
           END-STRING
           MOVE OlOrderID TO LookOrderID
           PERFORM LookupOrder
           IF PartnerFound = "N"
               SUBTRACT 1 FROM LinksUsed GIVING LinkSub
               MOVE "OlOrderID" TO PrnField
               PERFORM SetMissingOrder
               PERFORM WriteOrphan
           END-IF
           MOVE OlProdCode TO LookProdCode
           MOVE OlSizeLabel TO LookSizeCode
           PERFORM LookupSku
           IF PartnerFound NOT = "Y"
               MOVE LinksUsed TO LinkSub
               MOVE "OlProdCode" TO PrnField
               PERFORM SetMissingSku
               PERFORM WriteOrphan
           END-IF
       END-IF.

*> invregister.txt is sorted into invoice order and walked beside
*> openitem.txt: every open item's invoice should be on the
*> register.
SweepOpenItems.
       MOVE "openitem.txt   OiCustID -> customer" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "openitem.txt   OiInvoiceNo -> invregister" TO NewLinkDesc.
       PERFORM NameLink.
       SORT SortFile
           ON ASCENDING KEY SortInvoiceNo
           USING InvRegisterFile
           OUTPUT PROCEDURE IS MatchOpenItems.

MatchOpenItems.
       MOVE "N" TO SortEOF.
       RETURN SortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.
       MOVE "N" TO ScanEOF.
       OPEN INPUT OpenItemFile.
       IF ScanStatus NOT = "00" AND ScanStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       END-IF.
       PERFORM CheckOneOpenItem UNTIL ScanEOF = "Y".
       CLOSE OpenItemFile.

CheckOneOpenItem.
       READ OpenItemFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE "openitem.txt" TO PrnFile
           MOVE OiInvoiceNo TO PrnKey
           MOVE OiCustID TO LookCustID
           PERFORM LookupCustomer
           IF PartnerFound = "N"
               SUBTRACT 1 FROM LinksUsed GIVING LinkSub
               MOVE "OiCustID" TO PrnField
               PERFORM SetMissingCustomer
               PERFORM WriteOrphan
           END-IF
           PERFORM SkipRegisterLine
               UNTIL SortEOF = "Y" OR SortInvoiceNo >= OiInvoiceNo
           IF SortEOF = "Y" OR SortInvoiceNo NOT = OiInvoiceNo
               MOVE LinksUsed TO LinkSub
               MOVE "OiInvoiceNo" TO PrnField
               MOVE "invoice not on invregister.txt" TO PrnMissing
               PERFORM WriteOrphan
           END-IF
       END-IF.

SkipRegisterLine.
       RETURN SortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.

*> An open backorder waits on its order, so the order must be
*> there and still live; a released or cancelled one is history and
*> only its customer and SKU are held to account.
SweepBackOrders.
       MOVE "backorder.txt  BackCustID -> customer" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "backorder.txt  BackOrderID -> live order" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "backorder.txt  BackProdCode/Size -> product/SKU" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       OPEN INPUT BackOrderFile.
       IF ScanStatus NOT = "00" AND ScanStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       END-IF.
       PERFORM CheckOneBackOrder UNTIL ScanEOF = "Y".
       CLOSE BackOrderFile.

CheckOneBackOrder.
       READ BackOrderFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE "backorder.txt" TO PrnFile
           MOVE BackID TO PrnKey
           MOVE BackCustID TO LookCustID
           PERFORM LookupCustomer
           IF PartnerFound = "N"
               SUBTRACT 2 FROM LinksUsed GIVING LinkSub
               MOVE "BackCustID" TO PrnField
               PERFORM SetMissingCustomer
               PERFORM WriteOrphan
           END-IF
           IF BackOrderID NUMERIC AND BackOrderID NOT = 0
               MOVE BackOrderID TO LookOrderID
               PERFORM LookupOrder
               SUBTRACT 1 FROM LinksUsed GIVING LinkSub
               MOVE "BackOrderID" TO PrnField
               IF PartnerFound = "N"
                   PERFORM SetMissingOrder
                   PERFORM WriteOrphan
               ELSE
                   IF BackOpen AND OrderCancelled
                       MOVE SPACES TO PrnMissing
                       STRING "order " DELIMITED BY SIZE
                              BackOrderID DELIMITED BY SIZE
                              " is cancelled" DELIMITED BY SIZE
                              INTO PrnMissing
                       END-STRING
                       PERFORM WriteOrphan
                   END-IF
               END-IF
           END-IF
           MOVE BackProdCode TO LookProdCode
           MOVE BackSizeLabel TO LookSizeCode
           PERFORM LookupSku
           IF PartnerFound NOT = "Y"
               MOVE LinksUsed TO LinkSub
               MOVE "BackProdCode" TO PrnField
               PERFORM SetMissingSku
               PERFORM WriteOrphan
           END-IF
       END-IF.

*> po.txt is walked on its own handle before polines.txt and
*> asn.txt start looking headers up.
SweepPOs.
       MOVE "po.txt         POSuppCode -> supplier" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "po.txt         PODropOrderID -> order" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "po.txt         PODropCustID -> customer" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       IF POFileStatus NOT = "00" AND POFileStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       ELSE
           MOVE LOW-VALUES TO PONumber
           START POFile KEY IS GREATER THAN OR EQUAL TO PONumber
               INVALID KEY MOVE "Y" TO ScanEOF
           END-START
       END-IF.
       PERFORM CheckOnePO UNTIL ScanEOF = "Y".

CheckOnePO.
       READ POFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE "po.txt" TO PrnFile
           MOVE PONumber TO PrnKey
           MOVE POSuppCode TO LookSuppCode
           PERFORM LookupSupplier
           IF PartnerFound = "N"
               SUBTRACT 2 FROM LinksUsed GIVING LinkSub
               MOVE "POSuppCode" TO PrnField
               PERFORM SetMissingSupplier
               PERFORM WriteOrphan
           END-IF
           IF PODropOrderID NUMERIC AND PODropOrderID NOT = 0
               MOVE PODropOrderID TO LookOrderID
               PERFORM LookupOrder
               IF PartnerFound = "N"
                   SUBTRACT 1 FROM LinksUsed GIVING LinkSub
                   MOVE "PODropOrderID" TO PrnField
                   PERFORM SetMissingOrder
                   PERFORM WriteOrphan
               END-IF
           END-IF
           IF PODropCustID NUMERIC AND PODropCustID NOT = 0
               MOVE PODropCustID TO LookCustID
               PERFORM LookupCustomer
               IF PartnerFound = "N"
                   MOVE LinksUsed TO LinkSub
                   MOVE "PODropCustID" TO PrnField
                   PERFORM SetMissingCustomer
                   PERFORM WriteOrphan
               END-IF
           END-IF
       END-IF.

*> polines.txt is walked on its own handle too, before asn.txt
*> looks lines up on it.
SweepPOLines.
       MOVE "polines.txt    PolPONumber -> po" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "polines.txt    PolProdCode/Size -> product/SKU" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       IF POLineStatus NOT = "00" AND POLineStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       ELSE
           MOVE LOW-VALUES TO POLineKey
           START POLineFile KEY IS GREATER THAN OR EQUAL TO POLineKey
               INVALID KEY MOVE "Y" TO ScanEOF
           END-START
       END-IF.
       PERFORM CheckOnePOLine UNTIL ScanEOF = "Y".

CheckOnePOLine.
       READ POLineFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE "polines.txt" TO PrnFile
           MOVE SPACES TO PrnKey
           STRING PolPONumber DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PolLineSeq DELIMITED BY SIZE
                  INTO PrnKey
           END-STRING
           MOVE PolPONumber TO LookPONumber
           PERFORM LookupPO
           IF PartnerFound = "N"
               SUBTRACT 1 FROM LinksUsed GIVING LinkSub
               MOVE "PolPONumber" TO PrnField
               MOVE SPACES TO PrnMissing
               STRING "PO " DELIMITED BY SIZE
                      PolPONumber DELIMITED BY SIZE
                      " has no po.txt header" DELIMITED BY SIZE
                      INTO PrnMissing
               END-STRING
               PERFORM WriteOrphan
           END-IF
           MOVE PolProdCode TO LookProdCode
           MOVE PolSizeCode TO LookSizeCode
           PERFORM LookupSku
           IF PartnerFound NOT = "Y"
               MOVE LinksUsed TO LinkSub
               MOVE "PolProdCode" TO PrnField
               PERFORM SetMissingSku
               PERFORM WriteOrphan
           END-IF
       END-IF.

SweepAsns.
       MOVE "asn.txt        AsnPONumber/Line -> polines" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       OPEN INPUT AsnFile.
       IF ScanStatus NOT = "00" AND ScanStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       END-IF.
       PERFORM CheckOneAsn UNTIL ScanEOF = "Y".
       CLOSE AsnFile.

CheckOneAsn.
       READ AsnFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE AsnPONumber TO LookPolPO
           MOVE AsnLineSeq TO LookPolSeq
           PERFORM LookupPOLine
           IF PartnerFound = "N"
               MOVE "asn.txt" TO PrnFile
               MOVE AsnKey TO PrnKey
               MOVE "AsnPONumber" TO PrnField
               MOVE SPACES TO PrnMissing
               STRING "PO line " DELIMITED BY SIZE
                      AsnPONumber DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      AsnLineSeq DELIMITED BY SIZE
                      " not on polines.txt" DELIMITED BY SIZE
                      INTO PrnMissing
               END-STRING
               PERFORM WriteOrphan
           END-IF
       END-IF.

SweepQuotes.
       MOVE "quote.txt      QuoteCustID -> customer" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       IF QuoteFileStatus NOT = "00" AND QuoteFileStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       ELSE
           MOVE LOW-VALUES TO QuoteNo
           START QuoteFile KEY IS GREATER THAN OR EQUAL TO QuoteNo
               INVALID KEY MOVE "Y" TO ScanEOF
           END-START
       END-IF.
       PERFORM CheckOneQuote UNTIL ScanEOF = "Y".

CheckOneQuote.
       READ QuoteFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE QuoteCustID TO LookCustID
           PERFORM LookupCustomer
           IF PartnerFound = "N"
               MOVE "quote.txt" TO PrnFile
               MOVE QuoteNo TO PrnKey
               MOVE "QuoteCustID" TO PrnField
               PERFORM SetMissingCustomer
               PERFORM WriteOrphan
           END-IF
       END-IF.

SweepQuoteLines.
       MOVE "quotelines.txt QlQuoteNo -> quote" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "quotelines.txt QlProdCode/Size -> product/SKU" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "quotelines.txt QlOrderID -> order" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       OPEN INPUT QuoteLineFile.
       IF ScanStatus NOT = "00" AND ScanStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       END-IF.
       PERFORM CheckOneQuoteLine UNTIL ScanEOF = "Y".
       CLOSE QuoteLineFile.

CheckOneQuoteLine.
       READ QuoteLineFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE "quotelines.txt" TO PrnFile
           MOVE SPACES TO PrnKey
           STRING QlQuoteNo DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  QlLineSeq DELIMITED BY SIZE
                  INTO PrnKey
           END-STRING
           MOVE QlQuoteNo TO LookQuoteNo
           PERFORM LookupQuote
           IF PartnerFound = "N"
               SUBTRACT 2 FROM LinksUsed GIVING LinkSub
               MOVE "QlQuoteNo" TO PrnField
               MOVE SPACES TO PrnMissing
               STRING "quote " DELIMITED BY SIZE
                      QlQuoteNo DELIMITED BY SIZE
                      " not on quote.txt" DELIMITED BY SIZE
                      INTO PrnMissing
               END-STRING
               PERFORM WriteOrphan
           END-IF
           MOVE QlProdCode TO LookProdCode
           MOVE QlSizeCode TO LookSizeCode
           PERFORM LookupSku
           IF PartnerFound NOT = "Y"
               SUBTRACT 1 FROM LinksUsed GIVING LinkSub
               MOVE "QlProdCode" TO PrnField
               PERFORM SetMissingSku
               PERFORM WriteOrphan
           END-IF
           IF QlOrderID NUMERIC AND QlOrderID NOT = 0
               MOVE QlOrderID TO LookOrderID
               PERFORM LookupOrder
               IF PartnerFound = "N"
                   MOVE LinksUsed TO LinkSub
                   MOVE "QlOrderID" TO PrnField
                   PERFORM SetMissingOrder
                   PERFORM WriteOrphan
               END-IF
           END-IF
       END-IF.

SweepGiftCerts.
       MOVE "gcert.txt      GcBuyerID -> customer" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       OPEN INPUT GiftCertFile.
       IF ScanStatus NOT = "00" AND ScanStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       END-IF.
       PERFORM CheckOneGiftCert UNTIL ScanEOF = "Y".
       CLOSE GiftCertFile.

CheckOneGiftCert.
       READ GiftCertFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           IF GcBuyerID NUMERIC AND GcBuyerID NOT = 0
               MOVE GcBuyerID TO LookCustID
               PERFORM LookupCustomer
               IF PartnerFound = "N"
                   MOVE "gcert.txt" TO PrnFile
                   MOVE GcNumber TO PrnKey
                   MOVE "GcBuyerID" TO PrnField
                   PERFORM SetMissingCustomer
                   PERFORM WriteOrphan
               END-IF
           END-IF
       END-IF.

SweepLoyalty.
       MOVE "loybal.txt     LoyCustID -> customer" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       OPEN INPUT LoyaltyFile.
       IF ScanStatus NOT = "00" AND ScanStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       END-IF.
       PERFORM CheckOneLoyalty UNTIL ScanEOF = "Y".
       CLOSE LoyaltyFile.

CheckOneLoyalty.
       READ LoyaltyFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE LoyCustID TO LookCustID
           PERFORM LookupCustomer
           IF PartnerFound = "N"
               MOVE "loybal.txt" TO PrnFile
               MOVE LoyCustID TO PrnKey
               MOVE "LoyCustID" TO PrnField
               PERFORM SetMissingCustomer
               PERFORM WriteOrphan
           END-IF
       END-IF.

SweepExemptions.
       MOVE "exempt.txt     ExCustID -> customer" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       OPEN INPUT ExemptFile.
       IF ScanStatus NOT = "00" AND ScanStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       END-IF.
       PERFORM CheckOneExemption UNTIL ScanEOF = "Y".
       CLOSE ExemptFile.

CheckOneExemption.
       READ ExemptFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE ExCustID TO LookCustID
           PERFORM LookupCustomer
           IF PartnerFound = "N"
               MOVE "exempt.txt" TO PrnFile
               MOVE ExCustID TO PrnKey
               MOVE "ExCustID" TO PrnField
               PERFORM SetMissingCustomer
               PERFORM WriteOrphan
           END-IF
       END-IF.

SweepEinvCust.
       MOVE "einvcust.txt   EcCustID -> customer" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       OPEN INPUT EinvCustFile.
       IF ScanStatus NOT = "00" AND ScanStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       END-IF.
       PERFORM CheckOneEinvCust UNTIL ScanEOF = "Y".
       CLOSE EinvCustFile.

CheckOneEinvCust.
       READ EinvCustFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE EcCustID TO LookCustID
           PERFORM LookupLiveCustomer
           IF PartnerFound = "N"
               MOVE "einvcust.txt" TO PrnFile
               MOVE EcCustID TO PrnKey
               MOVE "EcCustID" TO PrnField
               PERFORM SetMissingCustomer
               PERFORM WriteOrphan
           END-IF
       END-IF.

SweepContracts.
       MOVE "contract.txt   ContCustID -> customer" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "contract.txt   ContProdCode -> product" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       OPEN INPUT ContractFile.
       IF ScanStatus NOT = "00" AND ScanStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       END-IF.
       PERFORM CheckOneContract UNTIL ScanEOF = "Y".
       CLOSE ContractFile.

CheckOneContract.
       READ ContractFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE "contract.txt" TO PrnFile
           MOVE ContKey TO PrnKey
           IF ContCustID NUMERIC AND ContCustID NOT = 0
               MOVE ContCustID TO LookCustID
               PERFORM LookupLiveCustomer
               IF PartnerFound = "N"
                   SUBTRACT 1 FROM LinksUsed GIVING LinkSub
                   MOVE "ContCustID" TO PrnField
                   PERFORM SetMissingCustomer
                   PERFORM WriteOrphan
               END-IF
           END-IF
           MOVE ContProdCode TO LookProdCode
           PERFORM LookupProduct
           IF PartnerFound = "N"
               MOVE LinksUsed TO LinkSub
               MOVE "ContProdCode" TO PrnField
               PERFORM SetMissingProduct
               PERFORM WriteOrphan
           END-IF
       END-IF.

SweepKits.
       MOVE "kit.txt        KitProdCode -> product" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "kit.txt        KitCompProd/Size -> product/SKU" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       OPEN INPUT KitFile.
       IF ScanStatus NOT = "00" AND ScanStatus NOT = "05"
           MOVE "Y" TO ScanEOF
       END-IF.
       PERFORM CheckOneKit UNTIL ScanEOF = "Y".
       CLOSE KitFile.

CheckOneKit.
       READ KitFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE "kit.txt" TO PrnFile
           MOVE KitKey TO PrnKey
           MOVE KitProdCode TO LookProdCode
           PERFORM LookupProduct
           IF PartnerFound = "N"
               SUBTRACT 1 FROM LinksUsed GIVING LinkSub
               MOVE "KitProdCode" TO PrnField
               PERFORM SetMissingProduct
               PERFORM WriteOrphan
           END-IF
           MOVE KitCompProd TO LookProdCode
           MOVE KitCompSize TO LookSizeCode
           PERFORM LookupSku
           IF PartnerFound NOT = "Y"
               MOVE LinksUsed TO LinkSub
               MOVE "KitCompProd" TO PrnField
               PERFORM SetMissingSku
               PERFORM WriteOrphan
           END-IF
       END-IF.

*> product.txt and prodsku.txt are walked last; the lookups on them
*> above are all finished by then.
SweepProducts.
       MOVE "product.txt    ProdSuppCode -> supplier" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       MOVE LOW-VALUES TO ProdCode.
       START ProductFile KEY IS GREATER THAN OR EQUAL TO ProdCode
           INVALID KEY MOVE "Y" TO ScanEOF
       END-START.
       PERFORM CheckOneProduct UNTIL ScanEOF = "Y".

CheckOneProduct.
       READ ProductFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           IF ProdSuppCode NOT = SPACES
               MOVE ProdSuppCode TO LookSuppCode
               PERFORM LookupSupplier
               IF PartnerFound = "N"
                   MOVE "product.txt" TO PrnFile
                   MOVE ProdCode TO PrnKey
                   MOVE "ProdSuppCode" TO PrnField
                   PERFORM SetMissingSupplier
                   PERFORM WriteOrphan
               END-IF
           END-IF
       END-IF.

*> The SKU walk looks products up while walking prodsku.txt, a
*> different file, so the product handle is free for it.
SweepSkus.
       MOVE "prodsku.txt    SkuProdCode -> product" TO NewLinkDesc.
       PERFORM NameLink.
       MOVE "N" TO ScanEOF.
       MOVE LOW-VALUES TO SkuKey.
       START SkuFile KEY IS GREATER THAN OR EQUAL TO SkuKey
           INVALID KEY MOVE "Y" TO ScanEOF
       END-START.
       PERFORM CheckOneSku UNTIL ScanEOF = "Y".

CheckOneSku.
       READ SkuFile NEXT RECORD
           AT END MOVE "Y" TO ScanEOF
       END-READ.
       IF ScanEOF = "N"
           ADD 1 TO RecordsChecked
           MOVE SkuProdCode TO LookProdCode
           PERFORM LookupProduct
           IF PartnerFound = "N"
               MOVE "prodsku.txt" TO PrnFile
               MOVE SkuKey TO PrnKey
               MOVE "SkuProdCode" TO PrnField
               PERFORM SetMissingProduct
               PERFORM WriteOrphan
           END-IF
       END-IF.
