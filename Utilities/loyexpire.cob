       >>SOURCE FORMAT FREE
*> Loyalty-points expiry. A point lives LIFEMOS months off the
*> loyparm.txt card (24 when the card doesn't say; zero means
*> points never expire) and this run ages out everything older.
*> Points are spent oldest first, so what a customer still holds
*> from before the cutoff is everything they earned before it less
*> everything that has ever left their balance - redeemed, taken
*> back or expired in an earlier year; whatever of that is still
*> standing goes now. The loyalty.txt ledger is sorted by customer
*> through the SORT work-file shape the other reports use, each
*> expiry comes off the customer's loybal.txt balance and lands on
*> the ledger as its own X line (valued at PTCENTS, so glpost
*> releases the liability), and LoyExpire.rpt lists who lost what.
*> The year-end step in yearend calls it after the journal cutover;
*> it asks nothing, so it runs by hand just the same. No card file
*> means no loyalty program and nothing to expire.
IDENTIFICATION DIVISION.
PROGRAM-ID. loyexpire.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL LoyLedgerFile ASSIGN TO "loyalty.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LedgerStatus.

       SELECT LoyLedgerOutFile ASSIGN TO "loyalty.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LoyaltyFile ASSIGN TO "loybal.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LoyCustID
           FILE STATUS IS LoyaltyStatus.

       SELECT ExpireReport ASSIGN TO "LoyExpire.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortFile ASSIGN TO "loywork.tmp".

DATA DIVISION.
FILE SECTION.
FD LoyLedgerFile.
       COPY "loyledg.cpy".

FD LoyLedgerOutFile.
       01 LedgerOutLine PIC X(56).

FD LoyaltyFile.
       COPY "loyrec.cpy".

FD ExpireReport.
       01 PrintLine PIC X(80).

SD SortFile.
       01 SortRecord.
              02 SortCustID PIC X(6).
              88 SortEOF VALUE HIGH-VALUE.
              02 SortDate PIC 9(8).
              02 SortPoints PIC S9(9).

WORKING-STORAGE SECTION.
01 LedgerStatus PIC XX.
01 LoyaltyStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 LedgerEOF PIC X.
01 LoyFound PIC X.
01 ParmFileName PIC X(20) VALUE "loyparm.txt".
01 ParmKeyword PIC X(12).
01 ParmValue PIC X(30).
01 ParmFound PIC X.
01 LifeMonths PIC 9(3).
01 PointCents PIC 9(4).
01 RunDate PIC 9(8).
01 RunDateParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 9(2).
       02 RunDay PIC 9(2).
01 CutoffDate PIC 9(8).
01 CutoffParts REDEFINES CutoffDate.
       02 CutoffYear PIC 9(4).
       02 CutoffMonth PIC 9(2).
       02 CutoffDay PIC 9(2).
01 MonthCount PIC 9(6).
*> Running figures for the customer under the control break.
01 BreakCustID PIC X(6).
01 OldEarned PIC 9(11).
01 EverUsed PIC 9(11).
01 ExpirePoints PIC S9(11).
01 ExpireValue PIC 9(9)V99.
01 ExpiredCount PIC 9(7) VALUE ZERO.
01 PointsExpired PIC 9(11) VALUE ZERO.
01 ValueExpired PIC 9(9)V99 VALUE ZERO.
01 FailCount PIC 9(7) VALUE ZERO.
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Loyalty Points Expired    ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 CutoffLine.
       02 FILLER PIC X(40) VALUE "Points earned before this date expire : ".
       02 PrnCutoffDate PIC 9999/99/99.
01 Heads PIC X(60) VALUE
       "Cust       Points Expired          Value     Points Left".
01 ExpireDetailLine.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnPoints PIC ZZZ,ZZZ,ZZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnValue PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnPointsLeft PIC ZZZ,ZZZ,ZZ9.
01 TotalLine.
       02 FILLER PIC X(8) VALUE "Total   ".
       02 PrnTotPoints PIC ZZZ,ZZZ,ZZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnTotValue PIC $$$,$$$,$$9.99.
01 NothingLine PIC X(50) VALUE
       "No points old enough to expire.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.

       MOVE 24 TO LifeMonths.
       MOVE 1 TO PointCents.
       MOVE "LIFEMOS" TO ParmKeyword.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "X"
           DISPLAY "No loyparm.txt - loyalty program not running,"
               " nothing to expire."
           MOVE RC-SUCCESS TO RETURN-CODE
           GOBACK
       END-IF.
       IF ParmFound = "Y" AND ParmValue(1:3) IS NUMERIC
           MOVE ParmValue(1:3) TO LifeMonths
       END-IF.
       IF LifeMonths = 0
           DISPLAY "Loyalty points are set never to expire."
           MOVE RC-SUCCESS TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE "PTCENTS" TO ParmKeyword.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "Y" AND ParmValue(1:4) IS NUMERIC
           MOVE ParmValue(1:4) TO PointCents
       END-IF.
       PERFORM SetCutoffDate.

       OPEN I-O LoyaltyFile.
       MOVE "loybal.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, LoyaltyStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ExpireReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       MOVE CutoffDate TO PrnCutoffDate.
       WRITE PrintLine FROM CutoffLine AFTER ADVANCING 1 LINE.
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.

       SORT SortFile
           ON ASCENDING KEY SortCustID SortDate
           INPUT PROCEDURE IS ReleaseLedger
           OUTPUT PROCEDURE IS ExpireByCustomer.

       IF ExpiredCount = 0
           WRITE PrintLine FROM NothingLine AFTER ADVANCING 2 LINES
       ELSE
           MOVE PointsExpired TO PrnTotPoints
           MOVE ValueExpired TO PrnTotValue
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE ExpireReport.
       CLOSE LoyaltyFile.

       DISPLAY "Loyalty points expired : " PointsExpired " from "
           ExpiredCount " customers - see LoyExpire.rpt.".
       IF FailCount > 0
           DISPLAY FailCount " balances could not be saved to loybal.txt."
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

*> The same day of the month LIFEMOS months back; a day the
*> earlier month doesn't have still compares correctly as a date.
SetCutoffDate.
       COMPUTE MonthCount = RunYear * 12 + RunMonth - 1 - LifeMonths.
       DIVIDE MonthCount BY 12 GIVING CutoffYear
           REMAINDER CutoffMonth.
       ADD 1 TO CutoffMonth.
       MOVE RunDay TO CutoffDay.

ReleaseLedger.
       MOVE "N" TO LedgerEOF.
       OPEN INPUT LoyLedgerFile.
       IF LedgerStatus NOT = "00" AND LedgerStatus NOT = "05"
           MOVE "Y" TO LedgerEOF
       END-IF.
       PERFORM ReleaseOneLedgerLine UNTIL LedgerEOF = "Y".
       CLOSE LoyLedgerFile.

ReleaseOneLedgerLine.
       READ LoyLedgerFile
           AT END MOVE "Y" TO LedgerEOF
           NOT AT END
               MOVE LlgCustID TO SortCustID
               MOVE LlgDate TO SortDate
               MOVE LlgPoints TO SortPoints
               RELEASE SortRecord
       END-READ.

*> The expiry lines go onto the end of the same ledger the sort has
*> already read and closed.
ExpireByCustomer.
       OPEN EXTEND LoyLedgerOutFile.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.
       IF NOT SortEOF
           MOVE SortCustID TO BreakCustID
           MOVE 0 TO OldEarned EverUsed
           PERFORM WeighOneLedgerLine UNTIL SortEOF
           PERFORM ExpireOneCustomer
       END-IF.
       CLOSE LoyLedgerOutFile.

WeighOneLedgerLine.
       IF SortCustID NOT = BreakCustID
           PERFORM ExpireOneCustomer
           MOVE SortCustID TO BreakCustID
           MOVE 0 TO OldEarned EverUsed
       END-IF.
       IF SortPoints > 0
           IF SortDate < CutoffDate
               ADD SortPoints TO OldEarned
           END-IF
       ELSE
           SUBTRACT SortPoints FROM EverUsed
       END-IF.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.

ExpireOneCustomer.
       COMPUTE ExpirePoints = OldEarned - EverUsed.
       IF ExpirePoints > 0
           MOVE "Y" TO LoyFound
           MOVE BreakCustID TO LoyCustID
           READ LoyaltyFile
               INVALID KEY MOVE "N" TO LoyFound
           END-READ
           IF LoyFound = "Y"
               IF ExpirePoints > LoyPoints
                   MOVE LoyPoints TO ExpirePoints
               END-IF
               IF ExpirePoints > 0
                   PERFORM PostOneExpiry
               END-IF
           END-IF
       END-IF.

PostOneExpiry.
       SUBTRACT ExpirePoints FROM LoyPoints.
       MOVE RunDate TO LoyLastDate.
       COMPUTE ExpireValue = ExpirePoints * PointCents / 100.
       REWRITE LoyaltyData
           INVALID KEY
               ADD 1 TO FailCount
               DISPLAY "Points balance not saved for customer " LoyCustID
           NOT INVALID KEY
               MOVE SPACES TO LoyLedgerRecord
               MOVE RunDate TO LlgDate
               ACCEPT LlgTime FROM TIME
               MOVE BreakCustID TO LlgCustID
               SET LlgExpired TO TRUE
               COMPUTE LlgPoints = 0 - ExpirePoints
               COMPUTE LlgValue = 0 - ExpireValue
               MOVE 0 TO LlgBasis
               WRITE LedgerOutLine FROM LoyLedgerRecord
               ADD 1 TO ExpiredCount
               ADD ExpirePoints TO PointsExpired
               ADD ExpireValue TO ValueExpired
               MOVE BreakCustID TO PrnCustID
               MOVE ExpirePoints TO PrnPoints
               MOVE ExpireValue TO PrnValue
               MOVE LoyPoints TO PrnPointsLeft
               WRITE PrintLine FROM ExpireDetailLine
                   AFTER ADVANCING 1 LINE
       END-REWRITE.
