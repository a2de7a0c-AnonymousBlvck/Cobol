*> sitting in suspense, and SKUs at or under reorder level. Runs
*> late in nightlybatch so the page is waiting at opening time; by
*> hand it takes a date and answers for that day.
*> Customer changes still waiting on approval.txt for a second
*> person in custappr are aged onto the page too - under two days,
*> two to seven, over a week, and the oldest - so a limit raise
*> nobody has decided does not sit there unnoticed.
IDENTIFICATION DIVISION.
PROGRAM-ID. flashrpt.

           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT OPTIONAL ApprovalFile ASSIGN TO "approval.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ApprReqNo
           FILE STATUS IS ApprFileStatus.

       SELECT OPTIONAL FlashReport ASSIGN TO DYNAMIC FlashFileName
           ORGANIZATION IS LINE SEQUENTIAL.

FD SkuFile.
       COPY "skurec.cpy".

FD ApprovalFile.
       COPY "apprrec.cpy".

FD FlashReport.
       01 PrintLine PIC X(70).

01 AuditFileStatus PIC XX.
01 SuspFileStatus PIC XX.
01 SkuFileStatus PIC XX.
01 ApprFileStatus PIC XX.
01 TranEOF PIC X.
01 PayEOF PIC X.
01 AuditEOF PIC X.
01 SuspEOF PIC X.
01 SkuEOF PIC X.
01 ApprEOF PIC X.
01 RunDate PIC 9(8).
01 FlashDate PIC 9(8).
01 FlashDateX PIC X(8).
01 DeactCount PIC 9(5) VALUE ZERO.
01 SuspCount PIC 9(5) VALUE ZERO.
01 LowSkuCount PIC 9(5) VALUE ZERO.
*> Pending approvals by age, on the 30-day-month arithmetic the
*> aging reports use.
01 ApprNewCount PIC 9(5) VALUE ZERO.
01 ApprWeekCount PIC 9(5) VALUE ZERO.
01 ApprOldCount PIC 9(5) VALUE ZERO.
01 ApprOldestAge PIC 9(5) VALUE ZERO.
01 FlashDayNum PIC 9(7).
01 ReqDayNum PIC 9(7).
01 ApprAge PIC S9(5).
01 AgeDate PIC 9(8).
01 AgeDateParts REDEFINES AgeDate.
       02 AgeYear PIC 9(4).
       02 AgeMonth PIC 99.
       02 AgeDay PIC 99.
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Daily Management Flash    ".
       02 FILLER PIC X(12) VALUE "  For Date :".
       PERFORM TallyCustomerChanges.
       PERFORM TallySuspense.
       PERFORM TallyLowStock.
       PERFORM TallyPendingApprovals.

       CALL "RPTFILE" USING FlashBase, FlashSuffix, FlashMode,
           FlashFileName.
       MOVE LowSkuCount TO PrnCount.
       WRITE PrintLine FROM FlashLine AFTER ADVANCING 1 LINE.

       MOVE "Approvals pending - under 2 days  : " TO PrnLabel.
       MOVE ApprNewCount TO PrnCount.
       WRITE PrintLine FROM FlashLine AFTER ADVANCING 2 LINES.
       MOVE "Approvals pending - 2 to 7 days   : " TO PrnLabel.
       MOVE ApprWeekCount TO PrnCount.
       WRITE PrintLine FROM FlashLine AFTER ADVANCING 1 LINE.
       MOVE "Approvals pending - over 7 days   : " TO PrnLabel.
       MOVE ApprOldCount TO PrnCount.
       WRITE PrintLine FROM FlashLine AFTER ADVANCING 1 LINE.
       MOVE "Oldest pending approval (days)    : " TO PrnLabel.
       MOVE ApprOldestAge TO PrnCount.
       WRITE PrintLine FROM FlashLine AFTER ADVANCING 1 LINE.

       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE FlashReport.
       DISPLAY "Flash page written to " FlashFileName.
               ADD 1 TO LowSkuCount
           END-IF
       END-IF.

*> Every request still pending is waiting, whenever it was asked;
*> its age runs to the flash date.
TallyPendingApprovals.
       MOVE FlashDate TO AgeDate.
       COMPUTE FlashDayNum = (AgeYear * 360) + (AgeMonth * 30) + AgeDay.
       MOVE "N" TO ApprEOF.
       OPEN INPUT ApprovalFile.
       IF ApprFileStatus NOT = "00" AND ApprFileStatus NOT = "05"
           MOVE "Y" TO ApprEOF
       END-IF.
       PERFORM TallyOneApproval UNTIL ApprEOF = "Y".
       CLOSE ApprovalFile.

TallyOneApproval.
       READ ApprovalFile NEXT RECORD
           AT END MOVE "Y" TO ApprEOF
       END-READ.
       IF ApprEOF = "N" AND ApprPending AND ApprReqDate NUMERIC
           MOVE ApprReqDate TO AgeDate
           COMPUTE ReqDayNum = (AgeYear * 360) + (AgeMonth * 30) + AgeDay
           COMPUTE ApprAge = FlashDayNum - ReqDayNum
           IF ApprAge < 0
               MOVE 0 TO ApprAge
           END-IF
           EVALUATE TRUE
               WHEN ApprAge < 2 ADD 1 TO ApprNewCount
               WHEN ApprAge <= 7 ADD 1 TO ApprWeekCount
               WHEN OTHER ADD 1 TO ApprOldCount
           END-EVALUATE
           IF ApprAge > ApprOldestAge
               MOVE ApprAge TO ApprOldestAge
           END-IF
       END-IF.
