*> if it would go below zero, the balance being unsigned - and
*> optionally puts the returned product/size back on the shelf
*> through the same guarded quantity move tables' UpdateStock makes,
*> journalled to stockmove.txt as a receipt marked as come back
*> from a customer, so glpost reverses its cost of sales rather
*> than owing a supplier for it. Every memo is numbered off its
*> own crmctl.txt control the way invoices come off invctl.txt,
*> printed to CreditMemo.rpt, logged to audit.txt (op CREDIT),
*> custtran.txt (a negative amount) and custlog.txt.
*> Stock is held by location, so a restock names the location the
*> goods go back onto (blank for the home location) and is put on
*> that location's shelf through LOCMOVE as well as onto SkuQty.
*> A memo against an invoice disptrk has marked disputed is how the
*> dispute is settled in the customer's favour: the credit is put
*> against the open item on openitem.txt, the dispute is closed
*> (status C) and a line goes to custnotes.txt saying which memo
*> closed it. Whatever the credit didn't cover is back in
*> collections from then on.
*> Every SKU record it rewrites is also appended to prodlog.txt as an
*> after-image, so prodfwd can roll a restored prodsku.txt forward.
*> No memo is issued while today's month is closed (PERIODCHK)
*> unless a supervisor has reopened it through perlock.
IDENTIFICATION DIVISION.
PROGRAM-ID. custcred.

           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT OPTIONAL InvRegisterFile ASSIGN TO "invregister.txt"
       SELECT StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ProdLogFile ASSIGN TO "prodlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CreditMemoFile ASSIGN TO "CreditMemo.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OiInvoiceNo
           FILE STATUS IS OpenItemStatus.

       SELECT OPTIONAL NotesFile ASSIGN TO "custnotes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NotesFileStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
FD StockMoveFile.
       COPY "stkmove.cpy".

FD ProdLogFile.
       COPY "prodimg.cpy".

FD CreditMemoFile.
       01 MemoLine PIC X(60).

FD OpenItemFile.
       COPY "openitem.cpy".

FD NotesFile.
       COPY "noterec.cpy".

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 CtlDeltaBalance PIC S9(7)V99.
01 CtlApplied PIC X.
01 RunDate PIC 9(8).
01 PostingDate PIC 9(8).
01 PeriodOpen PIC X.
01 RestockChoice PIC X.
01 EntrySize PIC X(2).
01 RestockQty PIC 9(5).
01 SkuExists PIC X.
01 SkuFileStatus PIC XX.
01 NewStock PIC S9(7).
01 RestockLocCode PIC X(2).
01 LocMoveQty PIC S9(5).
01 LocQty PIC 9(5).
01 LocApply PIC X.
01 LocResult PIC X.
01 DispAmount PIC $$$,$$9.99.
01 DispBalance PIC $$$,$$9.99.
01 MoreMemos PIC X VALUE "Y".
01 MemoCount PIC 9(5) VALUE ZERO.
01 SignedOnOper PIC X(6).
01 OpenItemStatus PIC XX.
01 NotesFileStatus PIC XX.
01 ItemExists PIC X.
01 ItemRemaining PIC 9(7)V99.
       COPY "retcode.cpy".

PROCEDURE DIVISION.
       OPEN EXTEND AfterImageFile.
       MOVE SPACES TO AfterImageRecord.
       OPEN EXTEND StockMoveFile.
       OPEN EXTEND ProdLogFile.
       MOVE SPACES TO StockMoveRecord.

       PERFORM TakeOneMemo UNTIL MoreMemos = "N".

       CLOSE CustomerFile, ProductFile, SkuFile, AuditFile, TranFile,
           AfterImageFile, StockMoveFile, ProdLogFile.
       DISPLAY "Credit memos issued : " MemoCount.
       MOVE RC-SUCCESS TO RETURN-CODE.
       GOBACK.
       DISPLAY "Operator ID : " WITH NO ADVANCING.
       ACCEPT SignedOnOper.

*> A memo posts under today's date, so none is issued while today's
*> month stands closed on periodctl.txt.
CheckPostingPeriod.
       ACCEPT PostingDate FROM DATE YYYYMMDD.
       CALL "PERIODCHK" USING PostingDate, PeriodOpen.

TakeOneMemo.
       MOVE "Y" TO CustExists.
       DISPLAY " ".
               IF CustExists = "N"
                   DISPLAY "Customer doesn't exist"
               ELSE
                   PERFORM CheckPostingPeriod
                   IF PeriodOpen = "Y"
                       PERFORM EnterMemoDetail
                   END-IF
               END-IF
           END-IF
       END-IF.
               MOVE CustBalance TO DispBalance
               DISPLAY "Credit memo " MemoNo " issued for " DispAmount
               DISPLAY "New balance : " DispBalance
               IF RefInvoiceNo NOT = 0
                   PERFORM CloseDisputeByCredit
               END-IF
               PERFORM OfferRestock
       END-REWRITE.

       WRITE MemoLine.
       CLOSE CreditMemoFile.

*> The memo settles a disputed invoice: the credit goes against the
*> open item and the dispute closes. An invoice nobody disputed is
*> left as it was.
CloseDisputeByCredit.
       OPEN I-O OpenItemFile.
       IF OpenItemStatus = "00" OR OpenItemStatus = "05"
           MOVE "Y" TO ItemExists
           MOVE RefInvoiceNo TO OiInvoiceNo
           READ OpenItemFile
               INVALID KEY MOVE "N" TO ItemExists
           END-READ
           IF ItemExists = "Y" AND OiDisputed
               COMPUTE ItemRemaining = OiAmount - OiPaidAmt
               IF CreditAmount >= ItemRemaining
                   MOVE OiAmount TO OiPaidAmt
                   SET OiPaidFull TO TRUE
               ELSE
                   ADD CreditAmount TO OiPaidAmt
                   SET OiPartPaid TO TRUE
               END-IF
               SET OiDispCredited TO TRUE
               REWRITE OpenItemData
                   INVALID KEY DISPLAY "Open item not updated"
                   NOT INVALID KEY
                       DISPLAY "Dispute on invoice " RefInvoiceNo
                           " closed by this memo."
                       PERFORM WriteDisputeNote
               END-REWRITE
           END-IF
       END-IF.
       CLOSE OpenItemFile.

WriteDisputeNote.
       OPEN EXTEND NotesFile.
       MOVE SPACES TO NoteRecord.
       MOVE CustID TO NoteCustID.
       ACCEPT NoteDate FROM DATE YYYYMMDD.
       ACCEPT NoteTime FROM TIME.
       MOVE SignedOnOper TO NoteOperID.
       STRING "Dispute on invoice " DELIMITED BY SIZE
              RefInvoiceNo DELIMITED BY SIZE
              " closed by credit memo " DELIMITED BY SIZE
              MemoNo DELIMITED BY SIZE
              INTO NoteText
       END-STRING.
       WRITE NoteRecord.
       CLOSE NotesFile.

*> Returned goods go back on the shelf through the same size-slot
*> arithmetic tables' UpdateStock uses, journalled as a receipt.
OfferRestock.
       END-IF.

ApplyRestock.
       DISPLAY "Back onto location (blank for home) : "
           WITH NO ADVANCING.
       MOVE SPACES TO RestockLocCode.
       ACCEPT RestockLocCode.
       MOVE RestockQty TO LocMoveQty.
       MOVE "Y" TO LocApply.
       CALL "LOCMOVE" USING RestockLocCode, ProdCode, SkuSizeCode,
           LocMoveQty, LocApply, LocQty, LocResult.
       IF LocResult NOT = "Y"
           DISPLAY "Location " RestockLocCode
               " is not on file or is closed - not restocked."
       ELSE
           COMPUTE NewStock = SkuQty + RestockQty
           MOVE SkuQty TO MoveOldQty
           MOVE NewStock TO SkuQty
           REWRITE SkuData
               INVALID KEY DISPLAY "Stock not updated"
               NOT INVALID KEY
                   PERFORM WriteSkuImage
                   MOVE ProdCode TO MoveProdCode
                   MOVE SkuSizeCode TO MoveSizeLabel
                   MOVE SkuQty TO MoveNewQty
                   SET MoveReceipt TO TRUE
                   SET MoveFromCustomer TO TRUE
                   MOVE RestockLocCode TO MoveLocCode
                   PERFORM WriteStockMove
                   DISPLAY "Stock for " ProdCode " size " SkuSizeCode
                       " now : " SkuQty
           END-REWRITE
       END-IF.

WriteStockMove.
       ACCEPT MoveDate FROM DATE YYYYMMDD.
       ACCEPT MoveTime FROM TIME.
       WRITE StockMoveRecord.

WriteSkuImage.
       MOVE SPACES TO ProdImageRecord.
       ACCEPT PiDate FROM DATE YYYYMMDD.
       ACCEPT PiTime FROM TIME.
       MOVE "CUSTCRED" TO PiProgram.
       SET PiSku TO TRUE.
       MOVE SkuData TO PiImage.
       WRITE ProdImageRecord.

NoteControlTotals.
       CALL "CTLTOT" USING CtlDeltaCount, CtlDeltaActive,
           CtlDeltaBalance, CtlApplied.
