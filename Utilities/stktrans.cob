       >>SOURCE FORMAT FREE
*> Stock transfers between locations - the shop floor, the back
*> warehouse and the second store. Goods used to be carried from
*> one to the other with nothing written down, so no location's
*> count could be trusted. A transfer is sent and received in two
*> legs. Sending takes the product/size off the sending location's
*> shelf through LOCMOVE's below-zero guard and off SkuQty, and
*> writes the transfer to transfer.txt at status T - in transit,
*> on no shelf at all - numbered off trfctl.txt the way POs come off
*> poctl.txt. Receiving, keyed at the other end against the
*> transfer number, puts the goods onto the receiving location's
*> shelf and back onto SkuQty and marks the transfer R. Each leg is
*> journalled to stockmove.txt with its location - a T line where
*> the goods left, an I line where they arrived - and each names
*> the operator who keyed it. Goods that left and never arrived
*> are what transitrpt lists.
*> Every SKU record it rewrites is also appended to prodlog.txt as an
*> after-image, so prodfwd can roll a restored prodsku.txt forward.
IDENTIFICATION DIVISION.
PROGRAM-ID. stktrans.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL TransferFile ASSIGN TO "transfer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TrfNumber
           FILE STATUS IS TrfFileStatus.

       SELECT OPTIONAL TrfControlFile ASSIGN TO "trfctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TrfControlStatus.

       SELECT OPTIONAL SkuFile ASSIGN TO "prodsku.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ProdLogFile ASSIGN TO "prodlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD TransferFile.
       COPY "trfrec.cpy".

FD TrfControlFile.
       01 TrfControlRecord.
              02 NextTrfNumber PIC 9(6).

FD SkuFile.
       COPY "skurec.cpy".

FD StockMoveFile.
       COPY "stkmove.cpy".

FD ProdLogFile.
       COPY "prodimg.cpy".

WORKING-STORAGE SECTION.
01 TrfFileStatus PIC XX.
01 TrfControlStatus PIC XX.
01 SkuFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 RunDate PIC 9(8).
01 SignedOnOper PIC X(6).
01 SkuExists PIC X.
01 TrfExists PIC X.
01 WorkTrfNumber PIC 9(6).
01 EntryTrfNo PIC X(6).
01 EntryFromLoc PIC X(2).
01 EntryToLoc PIC X(2).
01 EntryProd PIC X(5).
01 EntrySize PIC X(2).
01 EntryQty PIC 9(5).
01 RecvConfirm PIC X.
01 NewStock PIC S9(7).
01 LocMoveQty PIC S9(5).
01 LocQty PIC 9(5).
01 LocApply PIC X.
01 LocResult PIC X.
01 SentCount PIC 9(5) VALUE ZERO.
01 ReceivedCount PIC 9(5) VALUE ZERO.
01 PrnTrfQty PIC ZZZZ9.
01 PrnTrfDate PIC 9999/99/99.

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM SignOnOperator.
       OPEN I-O SkuFile.
       MOVE "prodsku.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, SkuFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN I-O TransferFile.
       MOVE "transfer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, TrfFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN EXTEND StockMoveFile.
       OPEN EXTEND ProdLogFile.
       MOVE SPACES TO StockMoveRecord.

       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "Stock transfers"
            DISPLAY "1 : Send Transfer "
            DISPLAY "2 : Receive Transfer "
            DISPLAY "3 : Get Transfer "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM SendTransfer
               WHEN 2 PERFORM ReceiveTransfer
               WHEN 3 PERFORM GetTransfer
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
       CLOSE SkuFile, TransferFile, StockMoveFile, ProdLogFile.
       DISPLAY "Transfers sent : " SentCount " - received : "
           ReceivedCount ".".
       STOP RUN.

*> Each leg names the operator who keyed it, the way a credit memo
*> is attributed.
SignOnOperator.
       DISPLAY "Operator ID : " WITH NO ADVANCING.
       ACCEPT SignedOnOper.

SendTransfer.
       DISPLAY " ".
       DISPLAY "From location (blank for home) : " WITH NO ADVANCING.
       MOVE SPACES TO EntryFromLoc.
       ACCEPT EntryFromLoc.
       DISPLAY "To location (blank for home) : " WITH NO ADVANCING.
       MOVE SPACES TO EntryToLoc.
       ACCEPT EntryToLoc.
       DISPLAY "Product Code : " WITH NO ADVANCING.
       ACCEPT EntryProd.
       DISPLAY "Size code : " WITH NO ADVANCING.
       MOVE SPACES TO EntrySize.
       ACCEPT EntrySize.

       MOVE "Y" TO SkuExists.
       MOVE EntryProd TO SkuProdCode.
       MOVE EntrySize TO SkuSizeCode.
       READ SkuFile
           INVALID KEY MOVE "N" TO SkuExists
       END-READ.
       IF SkuExists = "N"
           DISPLAY "That size isn't on file for this product - nothing sent."
       ELSE
           PERFORM CheckTransferLocations
       END-IF.

*> Both ends are proved with a zero move asked of LOCMOVE, which
*> also fills in the home location's code for a blank sending end.
CheckTransferLocations.
       MOVE 0 TO LocMoveQty.
       MOVE "N" TO LocApply.
       CALL "LOCMOVE" USING EntryToLoc, EntryProd, EntrySize,
           LocMoveQty, LocApply, LocQty, LocResult.
       IF LocResult = "X"
           DISPLAY "Location " EntryToLoc
               " is not on file or is closed - nothing sent."
       ELSE
           CALL "LOCMOVE" USING EntryFromLoc, EntryProd, EntrySize,
               LocMoveQty, LocApply, LocQty, LocResult
           IF LocResult = "X"
               DISPLAY "Location " EntryFromLoc
                   " is not on file or is closed - nothing sent."
           ELSE
               IF EntryFromLoc = EntryToLoc
                   DISPLAY "The two locations are the same - nothing sent."
               ELSE
                   DISPLAY "On hand at location " EntryFromLoc " : " LocQty
                   DISPLAY "Quantity to send : " WITH NO ADVANCING
                   ACCEPT EntryQty
                   IF EntryQty = 0
                       DISPLAY "Quantity must be more than zero - nothing sent."
                   ELSE
                       PERFORM SendOneTransfer
                   END-IF
               END-IF
           END-IF
       END-IF.

*> The sending leg: off the sending shelf through the guard first,
*> then off the SKU total (which the shelf quantity never exceeds),
*> then the transfer record. A SKU rewrite that fails puts the
*> goods straight back on the shelf.
SendOneTransfer.
       MOVE "N" TO LocResult.
       COMPUTE NewStock = SkuQty - EntryQty.
       IF NewStock >= 0
           COMPUTE LocMoveQty = 0 - EntryQty
           MOVE "Y" TO LocApply
           CALL "LOCMOVE" USING EntryFromLoc, EntryProd, EntrySize,
               LocMoveQty, LocApply, LocQty, LocResult
       END-IF.
       IF LocResult NOT = "Y"
           DISPLAY "Only " LocQty " at location " EntryFromLoc
               " - nothing sent."
       ELSE
           MOVE SkuQty TO MoveOldQty
           MOVE NewStock TO SkuQty
           REWRITE SkuData
               INVALID KEY
                   DISPLAY "Stock not updated - nothing sent."
                   COMPUTE LocMoveQty = EntryQty
                   CALL "LOCMOVE" USING EntryFromLoc, EntryProd,
                       EntrySize, LocMoveQty, LocApply, LocQty,
                       LocResult
               NOT INVALID KEY
                   PERFORM WriteSkuImage
                   MOVE SkuProdCode TO MoveProdCode
                   MOVE SkuSizeCode TO MoveSizeLabel
                   MOVE SkuQty TO MoveNewQty
                   SET MoveTransferOut TO TRUE
                   MOVE EntryFromLoc TO MoveLocCode
                   PERFORM WriteStockMove
                   PERFORM WriteTransferRecord
           END-REWRITE
       END-IF.

WriteTransferRecord.
       PERFORM AssignTrfNumber.
       MOVE WorkTrfNumber TO TrfNumber.
       MOVE EntryFromLoc TO TrfFromLoc.
       MOVE EntryToLoc TO TrfToLoc.
       MOVE EntryProd TO TrfProdCode.
       MOVE EntrySize TO TrfSizeCode.
       MOVE EntryQty TO TrfQty.
       MOVE RunDate TO TrfSentDate.
       MOVE SignedOnOper TO TrfSentBy.
       MOVE 0 TO TrfRecvDate.
       MOVE SPACES TO TrfRecvBy.
       SET TrfInTransit TO TRUE.
       WRITE TransferData
           INVALID KEY DISPLAY "Transfer " TrfNumber " not written."
           NOT INVALID KEY
               ADD 1 TO SentCount
               DISPLAY "Transfer " TrfNumber " sent - " EntryQty " of "
                   EntryProd " size " EntrySize " in transit from "
                   EntryFromLoc " to " EntryToLoc "."
       END-WRITE.

*> Transfer numbers come off trfctl.txt the way ordpick's PO numbers
*> come off poctl.txt.
AssignTrfNumber.
       OPEN INPUT TrfControlFile.
       IF TrfControlStatus = "00"
           READ TrfControlFile
               AT END MOVE 1 TO NextTrfNumber
           END-READ
       ELSE
           MOVE 1 TO NextTrfNumber
       END-IF.
       CLOSE TrfControlFile.
       MOVE NextTrfNumber TO WorkTrfNumber.
       OPEN OUTPUT TrfControlFile.
       COMPUTE NextTrfNumber = WorkTrfNumber + 1.
       WRITE TrfControlRecord.
       CLOSE TrfControlFile.

ReceiveTransfer.
       PERFORM FetchTransfer.
       IF TrfExists = "Y"
           IF NOT TrfInTransit
               DISPLAY "Transfer " TrfNumber " was already received on "
                   TrfRecvDate "."
           ELSE
               PERFORM ShowTransfer
               DISPLAY "Received in full at " TrfToLoc "? (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT RecvConfirm
               IF RecvConfirm = "Y" OR RecvConfirm = "y"
                   PERFORM ReceiveOneTransfer
               ELSE
                   DISPLAY "Transfer left in transit."
               END-IF
           END-IF
       END-IF.

*> The receiving leg: onto the receiving shelf, back onto the SKU
*> total, journalled as an I line at the receiving location, and
*> the transfer closed only once the SKU rewrite stood.
ReceiveOneTransfer.
       MOVE "Y" TO SkuExists.
       MOVE TrfProdCode TO SkuProdCode.
       MOVE TrfSizeCode TO SkuSizeCode.
       READ SkuFile
           INVALID KEY MOVE "N" TO SkuExists
       END-READ.
       IF SkuExists = "N"
           DISPLAY "No SKU record for " TrfProdCode " size "
               TrfSizeCode " - not received."
       ELSE
           MOVE TrfQty TO LocMoveQty
           MOVE "Y" TO LocApply
           CALL "LOCMOVE" USING TrfToLoc, TrfProdCode, TrfSizeCode,
               LocMoveQty, LocApply, LocQty, LocResult
           IF LocResult NOT = "Y"
               DISPLAY "Location " TrfToLoc
                   " is not on file or is closed - not received."
           ELSE
               PERFORM PostTransferReceipt
           END-IF
       END-IF.

PostTransferReceipt.
       MOVE SkuQty TO MoveOldQty.
       COMPUTE NewStock = SkuQty + TrfQty.
       MOVE NewStock TO SkuQty.
       REWRITE SkuData
           INVALID KEY
               DISPLAY "Stock not updated - not received."
               COMPUTE LocMoveQty = 0 - TrfQty
               CALL "LOCMOVE" USING TrfToLoc, TrfProdCode, TrfSizeCode,
                   LocMoveQty, LocApply, LocQty, LocResult
           NOT INVALID KEY
               PERFORM WriteSkuImage
               MOVE SkuProdCode TO MoveProdCode
               MOVE SkuSizeCode TO MoveSizeLabel
               MOVE SkuQty TO MoveNewQty
               SET MoveTransferIn TO TRUE
               MOVE TrfToLoc TO MoveLocCode
               PERFORM WriteStockMove
               SET TrfReceived TO TRUE
               MOVE RunDate TO TrfRecvDate
               MOVE SignedOnOper TO TrfRecvBy
               REWRITE TransferData
                   INVALID KEY DISPLAY "Transfer " TrfNumber
                       " not updated."
               END-REWRITE
               ADD 1 TO ReceivedCount
               DISPLAY "Transfer " TrfNumber " received - " LocQty
                   " now at location " TrfToLoc "."
       END-REWRITE.

GetTransfer.
       PERFORM FetchTransfer.
       IF TrfExists = "Y"
           PERFORM ShowTransfer
           IF TrfReceived
               MOVE TrfRecvDate TO PrnTrfDate
               DISPLAY "Received : " PrnTrfDate " by " TrfRecvBy
           ELSE
               DISPLAY "Still in transit."
           END-IF
       END-IF.

FetchTransfer.
       MOVE "Y" TO TrfExists.
       DISPLAY " ".
       DISPLAY "Transfer number : " WITH NO ADVANCING.
       ACCEPT EntryTrfNo.
       MOVE EntryTrfNo TO TrfNumber.
       READ TransferFile
           INVALID KEY MOVE "N" TO TrfExists
       END-READ.
       IF TrfExists = "N"
           DISPLAY "Transfer doesn't exist"
       END-IF.

ShowTransfer.
       MOVE TrfQty TO PrnTrfQty.
       MOVE TrfSentDate TO PrnTrfDate.
       DISPLAY "Transfer " TrfNumber " : " PrnTrfQty " of " TrfProdCode
           " size " TrfSizeCode.
       DISPLAY "From " TrfFromLoc " to " TrfToLoc " - sent "
           PrnTrfDate " by " TrfSentBy.

WriteStockMove.
       ACCEPT MoveDate FROM DATE YYYYMMDD.
       ACCEPT MoveTime FROM TIME.
       WRITE StockMoveRecord.

WriteSkuImage.
       MOVE SPACES TO ProdImageRecord.
       ACCEPT PiDate FROM DATE YYYYMMDD.
       ACCEPT PiTime FROM TIME.
       MOVE "STKTRANS" TO PiProgram.
       SET PiSku TO TRUE.
       MOVE SkuData TO PiImage.
       WRITE ProdImageRecord.
