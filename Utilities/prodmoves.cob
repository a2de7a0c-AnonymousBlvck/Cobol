*> product code (spaces for every product) and a from/to date range,
*> and gets every journalled quantity change in that window - when,
*> which size, quantity before and after, and whether it was a
*> receipt, sale, adjustment, count correction, return to the
*> supplier or a transfer out of or into a location, and at which
*> location (blank on lines journalled before stock was held by
*> location) - with counts per reason at the end. This is to the
*> stock journal what the audit file is to customer.txt: the way a
*> wrong count gets explained.
IDENTIFICATION DIVISION.
PROGRAM-ID. prodmoves.

       02 FILLER PIC X(6) VALUE "  To: ".
       02 PrnSelTo PIC 9999/99/99.
01 Heads PIC X(70) VALUE
       "Date        Time    Code   Size   Old Qty  New Qty  Reason    Loc".
01 MoveDetailLine.
       02 PrnMoveDate PIC 9999/99/99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnNewQty PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnReason PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnMoveLoc PIC X(2).
01 NoMovesLine PIC X(44) VALUE "No movements matched the selection.".
01 TotalsHeading PIC X(20) VALUE "Movements by reason:".
01 ReasonTotalLine.
01 SaleCount PIC 9(7) VALUE ZERO.
01 AdjustCount PIC 9(7) VALUE ZERO.
01 CountCount PIC 9(7) VALUE ZERO.
01 VendRetnCount PIC 9(7) VALUE ZERO.
01 TrfOutCount PIC 9(7) VALUE ZERO.
01 TrfInCount PIC 9(7) VALUE ZERO.
       COPY "retcode.cpy".

PROCEDURE DIVISION.
           MOVE "Counts" TO PrnReasonName
           MOVE CountCount TO PrnReasonCount
           WRITE PrintLine FROM ReasonTotalLine AFTER ADVANCING 1 LINE
           MOVE "Vendor rtns" TO PrnReasonName
           MOVE VendRetnCount TO PrnReasonCount
           WRITE PrintLine FROM ReasonTotalLine AFTER ADVANCING 1 LINE
           MOVE "Transfer out" TO PrnReasonName
           MOVE TrfOutCount TO PrnReasonCount
           WRITE PrintLine FROM ReasonTotalLine AFTER ADVANCING 1 LINE
           MOVE "Transfer in" TO PrnReasonName
           MOVE TrfInCount TO PrnReasonCount
           WRITE PrintLine FROM ReasonTotalLine AFTER ADVANCING 1 LINE
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

       MOVE MoveSizeLabel TO PrnMoveSize.
       MOVE MoveOldQty TO PrnOldQty.
       MOVE MoveNewQty TO PrnNewQty.
       MOVE MoveLocCode TO PrnMoveLoc.
       EVALUATE TRUE
           WHEN MoveReceipt
               MOVE "Receipt" TO PrnReason
           WHEN MoveCount
               MOVE "Count" TO PrnReason
               ADD 1 TO CountCount
           WHEN MoveVendorReturn
               MOVE "Vendor rtn" TO PrnReason
               ADD 1 TO VendRetnCount
           WHEN MoveTransferOut
               MOVE "Trf out" TO PrnReason
               ADD 1 TO TrfOutCount
           WHEN MoveTransferIn
               MOVE "Trf in" TO PrnReason
               ADD 1 TO TrfInCount
           WHEN OTHER
               MOVE MoveReason TO PrnReason
       END-EVALUATE.
