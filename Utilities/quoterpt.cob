       >>SOURCE FORMAT FREE
*> Open-quotes follow-up report. The rep used to keep a folder of
*> carbon copies to know which customers to ring back; this run
*> reads every quote on quote.txt and prints it under its follow-up
*> state - pending (still inside its expiry, worth a call), expired
*> (pending but past its expiry, re-quote or close it), won
*> (converted into orders) and lost - with the customer's name off
*> customer.txt, the quote and expiry dates, who quoted it and the
*> total including tax. Pending quotes are listed soonest-expiring
*> first so the calls that matter most are at the top. Won and lost
*> quotes closed more than 90 days ago are counted but not listed,
*> so the report does not grow for ever. Each state closes with a
*> count and value, and any expired quote still sitting pending
*> exits RC-WARNING so it gets closed out one way or the other. The
*> report goes to a dated QuoteRpt file off RPTFILE.
IDENTIFICATION DIVISION.
PROGRAM-ID. quoterpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL QuoteFile ASSIGN TO "quote.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QuoteNo
           FILE STATUS IS QuoteFileStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT OPTIONAL QuoteReport ASSIGN TO DYNAMIC ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortFile ASSIGN TO "quotewk.tmp".

DATA DIVISION.
FILE SECTION.
FD QuoteFile.
       COPY "quoterec.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

FD QuoteReport.
       01 PrintLine PIC X(100).

SD SortFile.
       01 SortRecord.
              02 SortState PIC 9(1).
              02 SortExpiry PIC 9(8).
              02 SortQuoteNo PIC 9(6).
              02 SortQuoteDate PIC 9(8).
              02 SortCustID PIC 9(6).
              02 SortSalesID PIC X(6).
              02 SortTotal PIC 9(7)V99.
              02 SortCloseDate PIC 9(8).
              02 SortFlag PIC X(1).
                     88 SortEOF VALUE HIGH-VALUE.

WORKING-STORAGE SECTION.
01 ReportFileName PIC X(30).
01 ReportBaseName PIC X(12) VALUE "QuoteRpt".
01 ReportSuffix PIC X(4) VALUE ".rpt".
01 ReportMode PIC X VALUE "N".
01 QuoteFileStatus PIC XX.
01 CustFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 BrowseEOF PIC X.
01 CustFound PIC X.
01 NamePtr PIC 99.
01 RunDate PIC 9(8).
01 RunDateParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay PIC 99.
01 CloseDateParts.
       02 CloseYear PIC 9(4).
       02 CloseMonth PIC 99.
       02 CloseDay PIC 99.
01 RunDayNum PIC 9(7).
01 CloseDayNum PIC 9(7).
*> Won and lost quotes closed longer ago than this are only counted.
01 ClosedKeepDays PIC 9(3) VALUE 90.
*> Report states, in the order they print: 1 pending, 2 expired,
*> 3 won, 4 lost.
01 StateNames.
       02 FILLER PIC X(10) VALUE "PENDING".
       02 FILLER PIC X(10) VALUE "EXPIRED".
       02 FILLER PIC X(10) VALUE "WON".
       02 FILLER PIC X(10) VALUE "LOST".
01 StateNameTable REDEFINES StateNames.
       02 StateName PIC X(10) OCCURS 4 TIMES.
01 StateCounts.
       02 StateCount PIC 9(5) OCCURS 4 TIMES.
01 StateValues.
       02 StateValue PIC 9(9)V99 OCCURS 4 TIMES.
01 StateListed.
       02 StateListedCount PIC 9(5) OCCURS 4 TIMES.
01 StateSub PIC 9.
01 BreakState PIC 9(1).
01 QuoteCount PIC 9(5) VALUE ZERO.
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Open Quotes Follow-up     ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 StateHeading.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnStateHead PIC X(10).
01 Heads PIC X(96) VALUE
       "Quote   Quoted      Expires     Cust    Name                    Rep     Total incl tax  Closed".
01 QuoteDetailLine.
       02 PrnQuoteNo PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnQuoteDate PIC 9999/99/99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnExpiry PIC 9999/99/99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCustName PIC X(22).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSalesID PIC X(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnTotal PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCloseDate PIC 9999/99/99 BLANK WHEN ZERO.
01 StateTotalLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnTotalState PIC X(10).
       02 PrnTotalCount PIC ZZZZ9.
       02 FILLER PIC X(12) VALUE " quotes for ".
       02 PrnTotalValue PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnNotListed PIC X(40).
01 NoQuotesLine PIC X(40) VALUE "No quotes on file.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       COMPUTE RunDayNum = (RunYear * 360) + (RunMonth * 30) + RunDay.
       INITIALIZE StateCounts, StateValues, StateListed.

       OPEN INPUT QuoteFile.
       MOVE "quote.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, QuoteFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT CustomerFile.
       CALL "RPTFILE" USING ReportBaseName, ReportSuffix, ReportMode,
           ReportFileName.
       OPEN OUTPUT QuoteReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.

       MOVE 0 TO BreakState.
       SORT SortFile
           ON ASCENDING KEY SortState, SortExpiry, SortQuoteNo
           INPUT PROCEDURE IS LoadQuotes
           OUTPUT PROCEDURE IS PrintQuotes.

       IF QuoteCount = 0
           WRITE PrintLine FROM NoQuotesLine AFTER ADVANCING 2 LINES
       ELSE
           PERFORM PrintStateTotal
               VARYING StateSub FROM 1 BY 1 UNTIL StateSub > 4
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

       CLOSE QuoteFile, CustomerFile, QuoteReport.
       DISPLAY "Open quotes : " StateCount(1) " pending, "
           StateCount(2) " expired, " StateCount(3) " won, "
           StateCount(4) " lost.".
       DISPLAY "Report written to " ReportFileName.
       IF StateCount(2) > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

LoadQuotes.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO QuoteNo.
       START QuoteFile KEY IS GREATER THAN OR EQUAL TO QuoteNo
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM ReleaseNextQuote UNTIL BrowseEOF = "Y".

*> Every quote is counted under its state; a won or lost quote
*> closed long ago stops there, everything else goes to the sort.
ReleaseNextQuote.
       READ QuoteFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           ADD 1 TO QuoteCount
           EVALUATE TRUE
               WHEN QuotePending AND QuoteExpiry < RunDate
                   MOVE 2 TO SortState
               WHEN QuotePending MOVE 1 TO SortState
               WHEN QuoteWon MOVE 3 TO SortState
               WHEN OTHER MOVE 4 TO SortState
           END-EVALUATE
           MOVE SortState TO StateSub
           ADD 1 TO StateCount(StateSub)
           ADD QuoteSubTotal, QuoteTaxAmount TO StateValue(StateSub)

           MOVE 0 TO CloseDayNum
           IF StateSub > 2
               MOVE QuoteCloseDate TO CloseDateParts
               COMPUTE CloseDayNum = (CloseYear * 360)
                   + (CloseMonth * 30) + CloseDay + ClosedKeepDays
           END-IF
           IF StateSub < 3 OR CloseDayNum >= RunDayNum
               ADD 1 TO StateListedCount(StateSub)
               MOVE QuoteExpiry TO SortExpiry
               MOVE QuoteNo TO SortQuoteNo
               MOVE QuoteDate TO SortQuoteDate
               MOVE QuoteCustID TO SortCustID
               MOVE QuoteSalesID TO SortSalesID
               COMPUTE SortTotal = QuoteSubTotal + QuoteTaxAmount
               MOVE QuoteCloseDate TO SortCloseDate
               MOVE SPACE TO SortFlag
               RELEASE SortRecord
           END-IF
       END-IF.

PrintQuotes.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.
       PERFORM PrintOneQuote UNTIL SortEOF.

PrintOneQuote.
       IF SortState NOT = BreakState
           MOVE SortState TO BreakState
           MOVE StateName(SortState) TO PrnStateHead
           WRITE PrintLine FROM StateHeading AFTER ADVANCING 2 LINES
           WRITE PrintLine FROM Heads AFTER ADVANCING 1 LINE
       END-IF.

       MOVE "Y" TO CustFound.
       MOVE SortCustID TO CustID.
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustFound
       END-READ.
       MOVE SPACES TO PrnCustName.
       IF CustFound = "Y"
           MOVE 1 TO NamePtr
           STRING CustFName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CustLName DELIMITED BY SPACE
                  INTO PrnCustName
                  WITH POINTER NamePtr
           END-STRING
       ELSE
           MOVE "(customer not on file)" TO PrnCustName
       END-IF.

       MOVE SortQuoteNo TO PrnQuoteNo.
       MOVE SortQuoteDate TO PrnQuoteDate.
       MOVE SortExpiry TO PrnExpiry.
       MOVE SortCustID TO PrnCustID.
       MOVE SortSalesID TO PrnSalesID.
       MOVE SortTotal TO PrnTotal.
       IF SortState > 2
           MOVE SortCloseDate TO PrnCloseDate
       ELSE
           MOVE 0 TO PrnCloseDate
       END-IF.
       WRITE PrintLine FROM QuoteDetailLine AFTER ADVANCING 1 LINE.

       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.

PrintStateTotal.
       MOVE StateName(StateSub) TO PrnTotalState.
       MOVE StateCount(StateSub) TO PrnTotalCount.
       MOVE StateValue(StateSub) TO PrnTotalValue.
       MOVE SPACES TO PrnNotListed.
       IF StateListedCount(StateSub) < StateCount(StateSub)
           MOVE "(older than 90 days not listed)" TO PrnNotListed
       END-IF.
       IF StateSub = 1
           WRITE PrintLine FROM StateTotalLine AFTER ADVANCING 2 LINES
       ELSE
           WRITE PrintLine FROM StateTotalLine AFTER ADVANCING 1 LINE
       END-IF.
