       >>SOURCE FORMAT FREE
*> Work-queue aging report. Lists every open item on workq.txt by
*> the operator it is assigned to - the unassigned first - oldest
*> first within each, with its type, customer, open date, age and
*> priority, so a supervisor can see what has been open too long
*> and with whom. Age is reckoned to today from the item's open
*> date in the 30/360 style custaging uses. An item is overdue once
*> its age passes the allowance for its priority, off the
*> wqparm.txt card file: PRIORITY1=, PRIORITY2= and PRIORITY3=
*> carry the days as three digits (PRIORITY1=002), and a priority
*> with no card allows 2, 5 and 10 days. Overdue items are flagged
*> on their line and counted per operator beside the open count and
*> the oldest age, with the totals at the end. The report is a dated
*> WqAging file off RPTFILE. Anything overdue exits RC-WARNING so a
*> batch chain can surface it without stopping.
IDENTIFICATION DIVISION.
PROGRAM-ID. wqaging.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL WorkQFile ASSIGN TO "workq.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WqItemNo
           ALTERNATE RECORD KEY IS WqSourceRef WITH DUPLICATES
           FILE STATUS IS WorkQStatus.

       SELECT AgingReport ASSIGN TO DYNAMIC AgingFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortFile ASSIGN TO "wqagew.tmp".

DATA DIVISION.
FILE SECTION.
FD WorkQFile.
       COPY "wqrec.cpy".

FD AgingReport.
       01 PrintLine PIC X(100).

SD SortFile.
       01 SortRecord.
              02 SortAssignee PIC X(6).
              88 SortEOF VALUE HIGH-VALUE.
              02 SortAgeDays PIC 9(5).
              02 SortItemNo PIC 9(6).

WORKING-STORAGE SECTION.
01 WorkQStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 BrowseEOF PIC X.
01 RunDate PIC 9(8).
01 RunDateParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay PIC 99.
01 OpenDateParts.
       02 OdYear PIC 9(4).
       02 OdMonth PIC 99.
       02 OdDay PIC 99.
01 RunDayNum PIC 9(7).
01 OpenDayNum PIC 9(7).
01 ItemAge PIC 9(5).
01 ParmFileName PIC X(20) VALUE "wqparm.txt".
01 ParmKeyword PIC X(12).
01 ParmValue PIC X(30).
01 ParmFound PIC X.
*> Days allowed before an item is overdue, by priority 1-3.
01 AllowanceTable.
       02 AllowDays PIC 9(3) OCCURS 3 TIMES.
01 PrioritySub PIC 9.
01 ItemOverdue PIC X.
01 PrevAssignee PIC X(6).
01 OperItemCount PIC 9(5).
01 OperOverCount PIC 9(5).
01 OperOldest PIC 9(5).
01 TotalItemCount PIC 9(7) VALUE ZERO.
01 TotalOverCount PIC 9(7) VALUE ZERO.
01 AgingFileName PIC X(30).
01 ReportBaseName PIC X(12) VALUE "WqAging".
01 ReportSuffix PIC X(4) VALUE ".rpt".
01 ReportMode PIC X VALUE "N".
01 PageHeading.
       02 FILLER PIC X(30) VALUE "Work Queue Aging by Operator".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 AllowanceLine.
       02 FILLER PIC X(27) VALUE "Overdue after (days) :  P1 ".
       02 PrnAllow1 PIC ZZ9.
       02 FILLER PIC X(5) VALUE "  P2 ".
       02 PrnAllow2 PIC ZZ9.
       02 FILLER PIC X(5) VALUE "  P3 ".
       02 PrnAllow3 PIC ZZ9.
01 OperHeadLine.
       02 FILLER PIC X(11) VALUE "Operator : ".
       02 PrnOperID PIC X(12).
01 Heads PIC X(100) VALUE
       "  Item   Type    Customer  Opened       Age  P  Description                                 Flag".
01 DetailLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnItemNo PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnType PIC X(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCustID PIC 9(6).
       02 PrnNoCust REDEFINES PrnCustID PIC X(6).
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnOpenDate PIC 9999/99/99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnAge PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnPriority PIC 9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnDesc PIC X(43).
       02 FILLER PIC X VALUE SPACE.
       02 PrnFlag PIC X(7).
01 OperTotalLine.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnOperItems PIC ZZZZ9.
       02 FILLER PIC X(7) VALUE " open, ".
       02 PrnOperOver PIC ZZZZ9.
       02 FILLER PIC X(19) VALUE " overdue, oldest : ".
       02 PrnOperOldest PIC ZZZZ9.
       02 FILLER PIC X(5) VALUE " days".
01 GrandTotalLine.
       02 FILLER PIC X(16) VALUE "Items open    : ".
       02 PrnTotalItems PIC Z,ZZZ,ZZ9.
       02 FILLER PIC X(16) VALUE "   overdue    : ".
       02 PrnTotalOver PIC Z,ZZZ,ZZ9.
01 NoneOpenLine PIC X(40) VALUE "Nothing open on the work queue.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       COMPUTE RunDayNum = (RunYear * 360) + (RunMonth * 30) + RunDay.
       PERFORM ReadAgingParms.

       OPEN INPUT WorkQFile.
       MOVE "workq.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, WorkQStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.

       CALL "RPTFILE" USING ReportBaseName, ReportSuffix, ReportMode,
           AgingFileName.
       OPEN OUTPUT AgingReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       MOVE AllowDays(1) TO PrnAllow1.
       MOVE AllowDays(2) TO PrnAllow2.
       MOVE AllowDays(3) TO PrnAllow3.
       WRITE PrintLine FROM AllowanceLine AFTER ADVANCING 2 LINES.

       SORT SortFile
           ON ASCENDING KEY SortAssignee
           DESCENDING KEY SortAgeDays
           ASCENDING KEY SortItemNo
           INPUT PROCEDURE IS SelectOpenItems
           OUTPUT PROCEDURE IS PrintOpenItems.

       IF TotalItemCount = 0
           WRITE PrintLine FROM NoneOpenLine AFTER ADVANCING 2 LINES
       ELSE
           MOVE TotalItemCount TO PrnTotalItems
           MOVE TotalOverCount TO PrnTotalOver
           WRITE PrintLine FROM GrandTotalLine AFTER ADVANCING 2 LINES
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE WorkQFile, AgingReport.

       DISPLAY "Work queue aging written to " AgingFileName.
       DISPLAY "Items open : " TotalItemCount "  overdue : "
           TotalOverCount.
       IF TotalOverCount > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

*> No card file, or no card for a priority, takes the house
*> allowance for it.
ReadAgingParms.
       MOVE 2 TO AllowDays(1).
       MOVE 5 TO AllowDays(2).
       MOVE 10 TO AllowDays(3).
       MOVE "PRIORITY1" TO ParmKeyword.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "Y" AND ParmValue(1:3) IS NUMERIC
           MOVE ParmValue(1:3) TO AllowDays(1)
       END-IF.
       MOVE "PRIORITY2" TO ParmKeyword.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "Y" AND ParmValue(1:3) IS NUMERIC
           MOVE ParmValue(1:3) TO AllowDays(2)
       END-IF.
       MOVE "PRIORITY3" TO ParmKeyword.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "Y" AND ParmValue(1:3) IS NUMERIC
           MOVE ParmValue(1:3) TO AllowDays(3)
       END-IF.

SelectOpenItems.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO WqItemNo.
       START WorkQFile KEY IS GREATER THAN OR EQUAL TO WqItemNo
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM SelectOneItem UNTIL BrowseEOF = "Y".

SelectOneItem.
       READ WorkQFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N" AND WqOpen
           PERFORM AgeItem
           MOVE WqAssignee TO SortAssignee
           MOVE ItemAge TO SortAgeDays
           MOVE WqItemNo TO SortItemNo
           RELEASE SortRecord
       END-IF.

AgeItem.
       MOVE WqOpenDate TO OpenDateParts.
       COMPUTE OpenDayNum = (OdYear * 360) + (OdMonth * 30) + OdDay.
       IF OpenDayNum < RunDayNum
           COMPUTE ItemAge = RunDayNum - OpenDayNum
       ELSE
           MOVE 0 TO ItemAge
       END-IF.

PrintOpenItems.
       MOVE HIGH-VALUES TO PrevAssignee.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.
       PERFORM PrintOneItem UNTIL SortEOF.
       IF PrevAssignee NOT = HIGH-VALUES
           PERFORM WriteOperatorTotal
       END-IF.

PrintOneItem.
       IF SortAssignee NOT = PrevAssignee
           IF PrevAssignee NOT = HIGH-VALUES
               PERFORM WriteOperatorTotal
           END-IF
           PERFORM WriteOperatorHeading
       END-IF.
       MOVE SortItemNo TO WqItemNo.
       READ WorkQFile
           INVALID KEY CONTINUE
           NOT INVALID KEY PERFORM PrintItemLine
       END-READ.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.

WriteOperatorHeading.
       MOVE SortAssignee TO PrevAssignee.
       MOVE 0 TO OperItemCount.
       MOVE 0 TO OperOverCount.
       MOVE 0 TO OperOldest.
       IF SortAssignee = SPACES
           MOVE "(unassigned)" TO PrnOperID
       ELSE
           MOVE SortAssignee TO PrnOperID
       END-IF.
       WRITE PrintLine FROM OperHeadLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM Heads AFTER ADVANCING 1 LINE.

PrintItemLine.
       MOVE SortAgeDays TO ItemAge.
       MOVE "N" TO ItemOverdue.
       MOVE WqPriority TO PrioritySub.
       IF PrioritySub < 1 OR PrioritySub > 3
           MOVE 3 TO PrioritySub
       END-IF.
       IF ItemAge > AllowDays(PrioritySub)
           MOVE "Y" TO ItemOverdue
       END-IF.
       MOVE WqItemNo TO PrnItemNo.
       MOVE WqType TO PrnType.
       IF WqCustID = 0
           MOVE SPACES TO PrnNoCust
       ELSE
           MOVE WqCustID TO PrnCustID
       END-IF.
       MOVE WqOpenDate TO PrnOpenDate.
       MOVE ItemAge TO PrnAge.
       MOVE WqPriority TO PrnPriority.
       MOVE WqDesc TO PrnDesc.
       MOVE SPACES TO PrnFlag.
       IF ItemOverdue = "Y"
           MOVE "OVERDUE" TO PrnFlag
           ADD 1 TO OperOverCount
           ADD 1 TO TotalOverCount
       END-IF.
       WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE.
       ADD 1 TO OperItemCount.
       ADD 1 TO TotalItemCount.
       IF ItemAge > OperOldest
           MOVE ItemAge TO OperOldest
       END-IF.

WriteOperatorTotal.
       MOVE OperItemCount TO PrnOperItems.
       MOVE OperOverCount TO PrnOperOver.
       MOVE OperOldest TO PrnOperOldest.
       WRITE PrintLine FROM OperTotalLine AFTER ADVANCING 1 LINE.
