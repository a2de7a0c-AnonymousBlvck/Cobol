       >>SOURCE FORMAT FREE
*> Supplier performance scorecard. po.txt knows when each order was
*> expected, polines.txt knows what was ordered against what came
*> in, and the receipts say when it came - nobody put them together,
*> so the same supplier kept leaving us short and nobody had the
*> numbers at the supplier meeting. For every PO placed in a keyed
*> date window this report scores its supplier: POs placed and
*> cancelled, average days late against POExpectDate, fill rate
*> (received against ordered), and how many lines came short or
*> over. A delivery is dated by the receiving date porecv stamps on
*> the PO line; a line received before that date was kept is dated
*> by the first stock-movement receipt for its SKU on or after the
*> PO date. An open PO past its expected date with nothing in yet
*> counts as late to today. Worst supplier prints first: lowest
*> fill rate, then most days late, then most cancellations.
IDENTIFICATION DIVISION.
PROGRAM-ID. suppscore.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

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

       SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SuppCode
           FILE STATUS IS SuppFileStatus.

       SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StockMoveStatus.

       SELECT ScoreReport ASSIGN TO "SuppScore.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortFile ASSIGN TO "scoretmp.tmp".

DATA DIVISION.
FILE SECTION.
FD POFile.
       COPY "porec.cpy".

FD POLineFile.
       COPY "polrec.cpy".

FD SupplierFile.
       COPY "supprec.cpy".

FD StockMoveFile.
       COPY "stkmove.cpy".

FD ScoreReport.
       01 PrintLine PIC X(80).

SD SortFile.
       01 SortRecord.
              02 SortSuppCode PIC X(5).
              88 SortEOF VALUE HIGH-VALUE.
              02 SortFillRate PIC 9(3)V9.
              02 SortAvgLate PIC 9(5)V9.
              02 SortCancelled PIC 9(5).
              02 SortPOCount PIC 9(5).
              02 SortShortCount PIC 9(5).
              02 SortOverCount PIC 9(5).

WORKING-STORAGE SECTION.
01 ReportHeading.
       02 FILLER PIC X(21) VALUE "Supplier Scorecard   ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 SelectionLine.
       02 FILLER PIC X(16) VALUE "POs placed from ".
       02 PrnSelFrom PIC 9999/99/99.
       02 FILLER PIC X(4) VALUE " to ".
       02 PrnSelTo PIC 9999/99/99.
01 Heads PIC X(80) VALUE
       "Supp   Name                   POs  Cancel  Avg Late  Fill %  Short  Over".
01 ScoreDetailLine.
       02 PrnSuppCode PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSuppName PIC X(20).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnPOCount PIC ZZZ9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnCancelled PIC ZZZ9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnAvgLate PIC ZZZ9.9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnFillRate PIC ZZ9.9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnShortCount PIC ZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnOverCount PIC ZZZ9.
01 NoPOsLine PIC X(44) VALUE "No purchase orders placed in that window.".
01 TotalLine.
       02 FILLER PIC X(22) VALUE "Suppliers scored    : ".
       02 PrnSuppCount PIC ZZZ9.
       02 FILLER PIC X(16) VALUE "   POs placed : ".
       02 PrnTotalPOs PIC ZZ,ZZ9.
01 OverflowLine PIC X(60) VALUE
       "Receipt history too long - oldest receipts only were dated.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".

01 RunDate PIC 9(8).
01 SelFromDate PIC 9(8).
01 SelToDate PIC 9(8).
01 POFileStatus PIC XX.
01 POLineStatus PIC XX.
01 SuppFileStatus PIC XX.
01 StockMoveStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 BrowseEOF PIC X.
01 LineEOF PIC X.
01 MoveEOF PIC X.
01 SuppExists PIC X.
01 TotalPOs PIC 9(5) VALUE ZERO.
*> Receipts off stockmove.txt, held in file order (oldest first) to
*> date lines received before porecv stamped a receiving date.
01 RcptCount PIC 9(5) VALUE ZERO.
01 RcptMax PIC 9(5) VALUE 5000.
01 RcptOverflow PIC X VALUE "N".
01 RcptSub PIC 9(5).
01 RcptTable.
       02 RcptEntry OCCURS 5000 TIMES.
              03 RcptProdCode PIC X(5).
              03 RcptSizeCode PIC X(2).
              03 RcptDate PIC 9(8).
*> One slot per supplier seen in the window.
01 ScoreCount PIC 9(3) VALUE ZERO.
01 ScoreMax PIC 9(3) VALUE 500.
01 ScoreSub PIC 9(3).
01 ScoreFound PIC X.
01 ScoreTable.
       02 ScoreEntry OCCURS 500 TIMES.
              03 ScSuppCode PIC X(5).
              03 ScPOCount PIC 9(5).
              03 ScCancelled PIC 9(5).
              03 ScDatedCount PIC 9(5).
              03 ScLateDays PIC 9(7).
              03 ScOrdered PIC 9(7).
              03 ScReceived PIC 9(7).
              03 ScShortCount PIC 9(5).
              03 ScOverCount PIC 9(5).
*> One PO at a time.
01 WorkPONumber PIC 9(6).
01 POArrival PIC 9(8).
01 LineArrival PIC 9(8).
01 DaysLate PIC S9(7).
01 WorkDate PIC 9(8).
01 WorkDateParts REDEFINES WorkDate.
       02 WorkYear PIC 9(4).
       02 WorkMonth PIC 9(2).
       02 WorkDay PIC 9(2).
01 ArrivalDayNum PIC 9(7).
01 ExpectDayNum PIC 9(7).
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.

       DISPLAY " ".
       DISPLAY "POs placed from (YYYYMMDD, 00000000 for all) : "
           WITH NO ADVANCING.
       ACCEPT SelFromDate.
       DISPLAY "POs placed to (YYYYMMDD, 99999999 for all) : "
           WITH NO ADVANCING.
       ACCEPT SelToDate.
       IF SelToDate = 0
           MOVE 99999999 TO SelToDate
       END-IF.

       OPEN INPUT POFile.
       IF POFileStatus NOT = "00" AND POFileStatus NOT = "05"
           MOVE "po.txt" TO CheckFileName
           CALL "FILESTAT" USING CheckFileName, POFileStatus, FileOK
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT POLineFile.
       OPEN INPUT SupplierFile.
       PERFORM LoadReceipts.

       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO PONumber.
       START POFile KEY IS GREATER THAN OR EQUAL TO PONumber
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM ScoreNextPO UNTIL BrowseEOF = "Y".

       OPEN OUTPUT ScoreReport.
       WRITE PrintLine FROM ReportHeading.
       MOVE SelFromDate TO PrnSelFrom.
       MOVE SelToDate TO PrnSelTo.
       WRITE PrintLine FROM SelectionLine AFTER ADVANCING 1 LINE.
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.

       IF ScoreCount = 0
           WRITE PrintLine FROM NoPOsLine AFTER ADVANCING 2 LINES
       ELSE
           SORT SortFile
               ON ASCENDING KEY SortFillRate
               ON DESCENDING KEY SortAvgLate, SortCancelled
               ON ASCENDING KEY SortSuppCode
               INPUT PROCEDURE IS ReleaseScores
               OUTPUT PROCEDURE IS PrintScores
           MOVE ScoreCount TO PrnSuppCount
           MOVE TotalPOs TO PrnTotalPOs
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
       END-IF.
       IF RcptOverflow = "Y"
           WRITE PrintLine FROM OverflowLine AFTER ADVANCING 1 LINE
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

       CLOSE POFile, POLineFile, SupplierFile, ScoreReport.
       DISPLAY "Supplier scorecard written to SuppScore.rpt. Suppliers : "
           ScoreCount.
       IF ScoreCount = 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

LoadReceipts.
       MOVE "N" TO MoveEOF.
       OPEN INPUT StockMoveFile.
       IF StockMoveStatus NOT = "00" AND StockMoveStatus NOT = "05"
           MOVE "Y" TO MoveEOF
       END-IF.
       PERFORM LoadOneReceipt UNTIL MoveEOF = "Y".
       CLOSE StockMoveFile.

LoadOneReceipt.
       READ StockMoveFile
           AT END MOVE "Y" TO MoveEOF
       END-READ.
       IF MoveEOF = "N" AND MoveReceipt
           IF RcptCount < RcptMax
               ADD 1 TO RcptCount
               MOVE MoveProdCode TO RcptProdCode(RcptCount)
               MOVE MoveSizeLabel TO RcptSizeCode(RcptCount)
               MOVE MoveDate TO RcptDate(RcptCount)
           ELSE
               MOVE "Y" TO RcptOverflow
           END-IF
       END-IF.

ScoreNextPO.
       READ POFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF PODate >= SelFromDate AND PODate <= SelToDate
               PERFORM FindScoreSlot
               IF ScoreFound = "Y"
                   PERFORM ScoreOnePO
               END-IF
           END-IF
       END-IF.

FindScoreSlot.
       MOVE "N" TO ScoreFound.
       PERFORM MatchScoreSlot
           VARYING ScoreSub FROM 1 BY 1
           UNTIL ScoreSub > ScoreCount OR ScoreFound = "Y".
       IF ScoreFound = "Y"
           SUBTRACT 1 FROM ScoreSub
       ELSE
           IF ScoreCount < ScoreMax
               ADD 1 TO ScoreCount
               MOVE ScoreCount TO ScoreSub
               INITIALIZE ScoreEntry(ScoreSub)
               MOVE POSuppCode TO ScSuppCode(ScoreSub)
               MOVE "Y" TO ScoreFound
           ELSE
               DISPLAY "More than " ScoreMax " suppliers - "
                   POSuppCode " not scored."
           END-IF
       END-IF.

MatchScoreSlot.
       IF ScSuppCode(ScoreSub) = POSuppCode
           MOVE "Y" TO ScoreFound
       END-IF.

*> A cancelled PO counts against its supplier but its lines don't -
*> nothing was ever going to arrive against them.
ScoreOnePO.
       ADD 1 TO ScPOCount(ScoreSub).
       ADD 1 TO TotalPOs.
       IF POCancelled
           ADD 1 TO ScCancelled(ScoreSub)
       ELSE
           MOVE PONumber TO WorkPONumber
           MOVE 0 TO POArrival
           MOVE "N" TO LineEOF
           MOVE WorkPONumber TO PolPONumber
           MOVE 0 TO PolLineSeq
           START POLineFile KEY IS GREATER THAN OR EQUAL TO POLineKey
               INVALID KEY MOVE "Y" TO LineEOF
           END-START
           PERFORM ScoreNextLine UNTIL LineEOF = "Y"
           PERFORM ScorePOLateness
       END-IF.

ScoreNextLine.
       READ POLineFile NEXT RECORD
           AT END MOVE "Y" TO LineEOF
       END-READ.
       IF LineEOF = "N"
           IF PolPONumber NOT = WorkPONumber
               MOVE "Y" TO LineEOF
           ELSE
               PERFORM ScoreOneLine
           END-IF
       END-IF.

ScoreOneLine.
       ADD PolQtyOrdered TO ScOrdered(ScoreSub).
       ADD PolQtyReceived TO ScReceived(ScoreSub).
       IF PolQtyReceived > PolQtyOrdered
           ADD 1 TO ScOverCount(ScoreSub)
       ELSE
           IF PolQtyReceived > 0 AND PolQtyReceived < PolQtyOrdered
               ADD 1 TO ScShortCount(ScoreSub)
           END-IF
       END-IF.
       IF PolQtyReceived > 0
           MOVE 0 TO LineArrival
           IF PolLastRecvDate NUMERIC
               MOVE PolLastRecvDate TO LineArrival
           END-IF
           IF LineArrival = 0
               PERFORM DateLineFromReceipts
           END-IF
           IF LineArrival > POArrival
               MOVE LineArrival TO POArrival
           END-IF
       END-IF.

DateLineFromReceipts.
       PERFORM CheckOneReceipt
           VARYING RcptSub FROM 1 BY 1
           UNTIL RcptSub > RcptCount OR LineArrival > 0.

CheckOneReceipt.
       IF RcptProdCode(RcptSub) = PolProdCode
               AND RcptSizeCode(RcptSub) = PolSizeCode
               AND RcptDate(RcptSub) >= PODate
           MOVE RcptDate(RcptSub) TO LineArrival
       END-IF.

*> Days are worked on the 30/360 basis apledger uses for due dates.
ScorePOLateness.
       IF POArrival = 0 AND POOpen AND POExpectDate < RunDate
           MOVE RunDate TO POArrival
       END-IF.
       IF POArrival > 0
           MOVE POArrival TO WorkDate
           COMPUTE ArrivalDayNum =
               (WorkYear * 360) + (WorkMonth * 30) + WorkDay
           MOVE POExpectDate TO WorkDate
           COMPUTE ExpectDayNum =
               (WorkYear * 360) + (WorkMonth * 30) + WorkDay
           COMPUTE DaysLate = ArrivalDayNum - ExpectDayNum
           IF DaysLate < 0
               MOVE 0 TO DaysLate
           END-IF
           ADD DaysLate TO ScLateDays(ScoreSub)
           ADD 1 TO ScDatedCount(ScoreSub)
       END-IF.

ReleaseScores.
       PERFORM ReleaseOneScore
           VARYING ScoreSub FROM 1 BY 1 UNTIL ScoreSub > ScoreCount.

ReleaseOneScore.
       MOVE ScSuppCode(ScoreSub) TO SortSuppCode.
       IF ScOrdered(ScoreSub) = 0
           MOVE 100 TO SortFillRate
       ELSE
           IF ScReceived(ScoreSub) > ScOrdered(ScoreSub) * 9
               MOVE 999.9 TO SortFillRate
           ELSE
               COMPUTE SortFillRate ROUNDED =
                   ScReceived(ScoreSub) * 100 / ScOrdered(ScoreSub)
           END-IF
       END-IF.
       IF ScDatedCount(ScoreSub) = 0
           MOVE 0 TO SortAvgLate
       ELSE
           COMPUTE SortAvgLate ROUNDED =
               ScLateDays(ScoreSub) / ScDatedCount(ScoreSub)
       END-IF.
       MOVE ScCancelled(ScoreSub) TO SortCancelled.
       MOVE ScPOCount(ScoreSub) TO SortPOCount.
       MOVE ScShortCount(ScoreSub) TO SortShortCount.
       MOVE ScOverCount(ScoreSub) TO SortOverCount.
       RELEASE SortRecord.

PrintScores.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.
       PERFORM PrintOneScore UNTIL SortEOF.

PrintOneScore.
       MOVE "Y" TO SuppExists.
       MOVE SortSuppCode TO SuppCode.
       READ SupplierFile
           INVALID KEY MOVE "N" TO SuppExists
       END-READ.
       MOVE SortSuppCode TO PrnSuppCode.
       IF SuppExists = "Y"
           MOVE SuppName TO PrnSuppName
       ELSE
           MOVE "(not on file)" TO PrnSuppName
       END-IF.
       MOVE SortPOCount TO PrnPOCount.
       MOVE SortCancelled TO PrnCancelled.
       MOVE SortAvgLate TO PrnAvgLate.
       MOVE SortFillRate TO PrnFillRate.
       MOVE SortShortCount TO PrnShortCount.
       MOVE SortOverCount TO PrnOverCount.
       WRITE PrintLine FROM ScoreDetailLine AFTER ADVANCING 1 LINE.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.
