       >>SOURCE FORMAT FREE
*> Daily customer-notification report. Every line NOTIFY put on
*> notifyq.txt today - shipments, payments received, layaways
*> collected, backorders released, statements - is listed, queued
*> messages first and then the suppressed ones, each by event and
*> customer with the channel, the address it went to and the
*> event's own reference, amount and detail. A suppressed line
*> carries its reason (no consent on file, not opted in, or opted
*> in with no good email or phone), so when a customer rings to ask
*> why they heard nothing the answer is on the page. The report
*> closes with queued and suppressed counts for each event and a
*> count for each suppression reason. Suppressed messages for
*> customers who DID opt in - a channel they asked for with no good
*> contact on file - exit RC-WARNING so the contact gets fixed. The
*> report goes to a dated NtfRpt file off RPTFILE.
IDENTIFICATION DIVISION.
PROGRAM-ID. ntfrpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL NotifyQueueFile ASSIGN TO "notifyq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NotifyQueueStatus.

       SELECT OPTIONAL NotifyReport ASSIGN TO DYNAMIC ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortFile ASSIGN TO "ntfwk.tmp".

DATA DIVISION.
FILE SECTION.
FD NotifyQueueFile.
       COPY "ntfqrec.cpy".

FD NotifyReport.
       01 PrintLine PIC X(132).

SD SortFile.
       01 SortRecord.
              02 SortState PIC X(1).
              02 SortEvent PIC X(5).
              02 SortCustID PIC 9(6).
              02 SortTime PIC X(6).
              02 SortChannel PIC X(1).
              02 SortAddress PIC X(30).
              02 SortRef PIC X(10).
              02 SortAmount PIC 9(7)V99.
              02 SortDetail PIC X(30).
              02 SortReason PIC X(30).
              02 SortFlag PIC X(1).
                     88 SortEOF VALUE HIGH-VALUE.

WORKING-STORAGE SECTION.
01 ReportFileName PIC X(30).
01 ReportBaseName PIC X(12) VALUE "NtfRpt".
01 ReportSuffix PIC X(4) VALUE ".rpt".
01 ReportMode PIC X VALUE "N".
01 NotifyQueueStatus PIC XX.
01 QueueEOF PIC X.
01 RunDate PIC 9(8).
01 BreakState PIC X(1).
*> Events in the order they are summarised; an event code not in
*> the list is counted under the sixth slot.
01 EventNames.
       02 FILLER PIC X(20) VALUE "Order shipped".
       02 FILLER PIC X(20) VALUE "Payment received".
       02 FILLER PIC X(20) VALUE "Layaway collected".
       02 FILLER PIC X(20) VALUE "Backorder released".
       02 FILLER PIC X(20) VALUE "Statement produced".
       02 FILLER PIC X(20) VALUE "Other".
01 EventNameTable REDEFINES EventNames.
       02 EventName PIC X(20) OCCURS 6 TIMES.
01 EventCounts.
       02 EventCount OCCURS 6 TIMES.
              03 EventQueued PIC 9(5).
              03 EventSuppressed PIC 9(5).
01 EventSub PIC 9.
*> Suppression reasons as NOTIFY writes them, counted as they come;
*> room for ten distinct wordings.
01 ReasonTable.
       02 ReasonEntry OCCURS 10 TIMES.
              03 ReasonText PIC X(30).
              03 ReasonCount PIC 9(5).
01 ReasonsUsed PIC 99 VALUE ZERO.
01 ReasonSub PIC 99.
01 ReasonFound PIC X.
01 OtherReasonCount PIC 9(5) VALUE ZERO.
01 QueuedCount PIC 9(5) VALUE ZERO.
01 SuppressedCount PIC 9(5) VALUE ZERO.
01 OptedInFailCount PIC 9(5) VALUE ZERO.
01 PageHeading.
       02 FILLER PIC X(31) VALUE "Customer Notifications        ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 StateHeading.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnStateHead PIC X(40).
01 Heads PIC X(128) VALUE
       "Time    Event  Cust    Ch  Address                         Ref         Amount      Detail                          Reason".
01 DetailLine.
       02 PrnTime PIC X(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnEvent PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnChannel PIC X(1).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnAddress PIC X(30).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnRef PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnAmount PIC ZZZZ,ZZ9.99 BLANK WHEN ZERO.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnDetail PIC X(30).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnReason PIC X(30).
01 EventSummaryHead PIC X(48) VALUE
       "By event              Queued  Suppressed".
01 EventSummaryLine.
       02 PrnEventName PIC X(20).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnEventQueued PIC ZZZZ9.
       02 FILLER PIC X(7) VALUE SPACES.
       02 PrnEventSuppressed PIC ZZZZ9.
01 ReasonSummaryHead PIC X(48) VALUE
       "Suppressed by reason".
01 ReasonSummaryLine.
       02 PrnReasonText PIC X(30).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnReasonCount PIC ZZZZ9.
01 TotalLine.
       02 FILLER PIC X(22) VALUE "Total".
       02 PrnTotalQueued PIC ZZZZ9.
       02 FILLER PIC X(7) VALUE SPACES.
       02 PrnTotalSuppressed PIC ZZZZ9.
01 NoNotifyLine PIC X(40) VALUE "No notifications today.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       INITIALIZE EventCounts, ReasonTable.

       CALL "RPTFILE" USING ReportBaseName, ReportSuffix, ReportMode,
           ReportFileName.
       OPEN OUTPUT NotifyReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.

       MOVE SPACE TO BreakState.
       SORT SortFile
           ON ASCENDING KEY SortState, SortEvent, SortCustID, SortTime
           INPUT PROCEDURE IS LoadNotifications
           OUTPUT PROCEDURE IS PrintNotifications.

       IF QueuedCount = 0 AND SuppressedCount = 0
           WRITE PrintLine FROM NoNotifyLine AFTER ADVANCING 2 LINES
       ELSE
           WRITE PrintLine FROM EventSummaryHead AFTER ADVANCING 3 LINES
           PERFORM PrintEventSummary
               VARYING EventSub FROM 1 BY 1 UNTIL EventSub > 6
           MOVE QueuedCount TO PrnTotalQueued
           MOVE SuppressedCount TO PrnTotalSuppressed
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
           IF SuppressedCount > 0
               WRITE PrintLine FROM ReasonSummaryHead
                   AFTER ADVANCING 2 LINES
               PERFORM PrintReasonSummary
                   VARYING ReasonSub FROM 1 BY 1
                   UNTIL ReasonSub > ReasonsUsed
               IF OtherReasonCount > 0
                   MOVE "(other reasons)" TO PrnReasonText
                   MOVE OtherReasonCount TO PrnReasonCount
                   WRITE PrintLine FROM ReasonSummaryLine
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE NotifyReport.

       DISPLAY "Notifications today : " QueuedCount " queued, "
           SuppressedCount " suppressed.".
       DISPLAY "Report written to " ReportFileName.
       IF OptedInFailCount > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

LoadNotifications.
       MOVE "N" TO QueueEOF.
       OPEN INPUT NotifyQueueFile.
       IF NotifyQueueStatus NOT = "00"
           MOVE "Y" TO QueueEOF
       END-IF.
       PERFORM ReleaseNextNotification UNTIL QueueEOF = "Y".
       CLOSE NotifyQueueFile.

ReleaseNextNotification.
       READ NotifyQueueFile
           AT END MOVE "Y" TO QueueEOF
       END-READ.
       IF QueueEOF = "N" AND NqDate = RunDate
           PERFORM CountNotification
           MOVE NqState TO SortState
           MOVE NqEvent TO SortEvent
           MOVE NqCustID TO SortCustID
           MOVE NqTime TO SortTime
           MOVE NqChannel TO SortChannel
           MOVE NqAddress TO SortAddress
           MOVE NqRef TO SortRef
           MOVE NqAmount TO SortAmount
           MOVE NqDetail TO SortDetail
           MOVE NqReason TO SortReason
           MOVE SPACE TO SortFlag
           RELEASE SortRecord
       END-IF.

CountNotification.
       EVALUATE TRUE
           WHEN NqShipped MOVE 1 TO EventSub
           WHEN NqPaymentRcvd MOVE 2 TO EventSub
           WHEN NqLayawayDone MOVE 3 TO EventSub
           WHEN NqBackorderRel MOVE 4 TO EventSub
           WHEN NqStatement MOVE 5 TO EventSub
           WHEN OTHER MOVE 6 TO EventSub
       END-EVALUATE.
       IF NqQueued
           ADD 1 TO QueuedCount
           ADD 1 TO EventQueued(EventSub)
       ELSE
           ADD 1 TO SuppressedCount
           ADD 1 TO EventSuppressed(EventSub)
           IF NqChannel NOT = SPACE
               ADD 1 TO OptedInFailCount
           END-IF
           MOVE "N" TO ReasonFound
           PERFORM MatchReason
               VARYING ReasonSub FROM 1 BY 1
               UNTIL ReasonSub > ReasonsUsed OR ReasonFound = "Y"
           IF ReasonFound = "N"
               IF ReasonsUsed < 10
                   ADD 1 TO ReasonsUsed
                   MOVE NqReason TO ReasonText(ReasonsUsed)
                   MOVE 1 TO ReasonCount(ReasonsUsed)
               ELSE
                   ADD 1 TO OtherReasonCount
               END-IF
           END-IF
       END-IF.

MatchReason.
       IF ReasonText(ReasonSub) = NqReason
           ADD 1 TO ReasonCount(ReasonSub)
           MOVE "Y" TO ReasonFound
       END-IF.

PrintNotifications.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.
       PERFORM PrintOneNotification UNTIL SortEOF.

PrintOneNotification.
       IF SortState NOT = BreakState
           MOVE SortState TO BreakState
           IF SortState = "Q"
               MOVE "QUEUED FOR SENDING" TO PrnStateHead
           ELSE
               MOVE "SUPPRESSED - NOT SENT" TO PrnStateHead
           END-IF
           WRITE PrintLine FROM StateHeading AFTER ADVANCING 2 LINES
           WRITE PrintLine FROM Heads AFTER ADVANCING 1 LINE
       END-IF.

       MOVE SortTime TO PrnTime.
       MOVE SortEvent TO PrnEvent.
       MOVE SortCustID TO PrnCustID.
       MOVE SortChannel TO PrnChannel.
       MOVE SortAddress TO PrnAddress.
       MOVE SortRef TO PrnRef.
       MOVE SortAmount TO PrnAmount.
       MOVE SortDetail TO PrnDetail.
       MOVE SortReason TO PrnReason.
       WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE.

       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.

PrintEventSummary.
       IF EventQueued(EventSub) > 0 OR EventSuppressed(EventSub) > 0
           MOVE EventName(EventSub) TO PrnEventName
           MOVE EventQueued(EventSub) TO PrnEventQueued
           MOVE EventSuppressed(EventSub) TO PrnEventSuppressed
           WRITE PrintLine FROM EventSummaryLine AFTER ADVANCING 1 LINE
       END-IF.

PrintReasonSummary.
       MOVE ReasonText(ReasonSub) TO PrnReasonText.
       MOVE ReasonCount(ReasonSub) TO PrnReasonCount.
       WRITE PrintLine FROM ReasonSummaryLine AFTER ADVANCING 1 LINE.
