*> Open-order aging report. "What orders are stuck?" used to mean
*> browsing order.txt one number at a time through ordentry's menu;
*> this run prints every order still open - entered, picked,
*> shipped-not-billed, parked on backorder, or held or released on
*> the credit check - oldest first, with
*> a count of the order's lines still open, aged from its OrderDate
*> into
*> the morning-meeting bands: over two weeks, over a week, over
*> three days, current. The customer's name comes off customer.txt
*> the way the reorder report pulls product names off the master.
           RECORD KEY IS OrderID
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL OrderLineFile ASSIGN TO "ordlines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderLineKey
           FILE STATUS IS OrderLineStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
FD OrderFile.
       COPY "ordrec.cpy".

FD OrderLineFile.
       COPY "ordlrec.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

              02 SortOrderDate PIC 9(8).
              02 SortOrderID PIC 9(6).
              02 SortCustID PIC 9(6).
              02 SortOpenLines PIC 9(3).
              02 SortStatus PIC X(1).
              02 SortFlag PIC X(1).
                     88 SortEOF VALUE HIGH-VALUE.

WORKING-STORAGE SECTION.
01 OrderFileStatus PIC XX.
01 OrderLineStatus PIC XX.
01 LinesEOF PIC X.
01 OpenLines PIC 9(3).
01 CustFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 Heads PIC X(86) VALUE
       "Order   Date        Cust    Name                    Lines  St  Age  Band".
01 AgingDetailLine.
       02 PrnOrderID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCustName PIC X(22).
       02 PrnOpenLines PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnStatus PIC X(1).
       02 FILLER PIC X(1) VALUE SPACE.
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT OrderLineFile.
       MOVE "ordlines.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OrderLineStatus, FileOK.
       IF FileOK = "N"
           CLOSE OrderFile
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT CustomerFile.
       OPEN OUTPUT AgingReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       WRITE PrintLine FROM CountsLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

       CLOSE OrderFile, OrderLineFile, CustomerFile, AgingReport.
       DISPLAY "Open-order aging : " OpenCount " open orders, "
           Over14Count " over two weeks.".
       DISPLAY "Report written to OrdAging.rpt".
       END-READ.
       IF BrowseEOF = "N"
           IF OrderEntered OR OrderPicked OR OrderShipped
                   OR OrderBackordered OR OrderHeld OR OrderReleased
               MOVE OrderDate TO SortOrderDate
               MOVE OrderID TO SortOrderID
               MOVE OrderCustID TO SortCustID
               PERFORM CountOpenLines
               MOVE OpenLines TO SortOpenLines
               MOVE OrderStatus TO SortStatus
               MOVE SPACE TO SortFlag
               RELEASE SortRecord
           END-IF
       END-IF.

*> Lines not yet billed or cancelled - what is still holding the
*> order open.
CountOpenLines.
       MOVE 0 TO OpenLines.
       MOVE "N" TO LinesEOF.
       MOVE OrderID TO OlOrderID.
       MOVE 0 TO OlLineSeq.
       START OrderLineFile KEY IS GREATER THAN OR EQUAL TO OrderLineKey
           INVALID KEY MOVE "Y" TO LinesEOF
       END-START.
       PERFORM CountOneOrderLine UNTIL LinesEOF = "Y".

CountOneOrderLine.
       READ OrderLineFile NEXT RECORD
           AT END MOVE "Y" TO LinesEOF
       END-READ.
       IF LinesEOF = "N"
           IF OlOrderID NOT = OrderID
               MOVE "Y" TO LinesEOF
           ELSE
               IF NOT OlInvoiced AND NOT OlCancelled
                   ADD 1 TO OpenLines
               END-IF
           END-IF
       END-IF.

PrintAgedOrders.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       MOVE SortOrderID TO PrnOrderID.
       MOVE SortOrderDate TO PrnOrderDate.
       MOVE SortCustID TO PrnCustID.
       MOVE SortOpenLines TO PrnOpenLines.
       MOVE SortStatus TO PrnStatus.
       MOVE AgeDays TO PrnAgeDays.
       WRITE PrintLine FROM AgingDetailLine AFTER ADVANCING 1 LINE.
