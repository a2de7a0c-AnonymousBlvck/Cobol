       >>SOURCE FORMAT FREE
*> Exemption-certificate renewal worklist. A certificate that runs
*> out quietly starts charging an exempt customer tax the next day,
*> so once a month, in the month-end chain, this run reads
*> exempt.txt and lists every active certificate expiring within
*> the next 60 days - and any already past its expiry that nobody
*> has renewed or revoked - with the customer's name and phone, so
*> the office can chase the new certificate before the old one
*> lapses. Revoked certificates and certificates with no expiry
*> date never list. The window is reckoned with GETTERMS' 30/360
*> day arithmetic. Read-only: renewals are keyed through the
*> exemptions menu. The worklist goes to ExemptExp.rpt; exits
*> RC-WARNING while anything is listed, RC-SUCCESS when nothing is
*> due.
IDENTIFICATION DIVISION.
PROGRAM-ID. exemptexp.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL ExemptFile ASSIGN TO "exempt.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ExCustID
           FILE STATUS IS ExemptStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT WorklistReport ASSIGN TO "ExemptExp.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ExemptFile.
       COPY "exemptrec.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

FD WorklistReport.
       01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 ExemptStatus PIC XX.
01 CustFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ExEOF PIC X VALUE "N".
01 RunDate PIC 9(8).
01 WindowDays PIC 9(3) VALUE 60.
01 WindowDate PIC 9(8).
01 DayWorkNum PIC 9(7).
01 WorkRem PIC 9(7).
01 WorkDate PIC 9(8).
01 WorkDateParts REDEFINES WorkDate.
       02 WorkYear PIC 9(4).
       02 WorkMonth PIC 99.
       02 WorkDay PIC 99.
01 CheckedCount PIC 9(7) VALUE ZERO.
01 DueCount PIC 9(7) VALUE ZERO.
01 LapsedCount PIC 9(7) VALUE ZERO.
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Exemption Renewals Due    ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 WindowLine.
       02 FILLER PIC X(30) VALUE "Certificates expiring by    : ".
       02 PrnWindowDate PIC 9999/99/99.
01 Heads PIC X(100) VALUE
       "Cust    Customer                        Certificate     Ty St Expires    Phone".
01 WorklistDetailLine.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCustName PIC X(31).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnCertNo PIC X(15).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnExType PIC X(2).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnExState PIC X(2).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnExpiry PIC 9999/99/99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnPhone PIC X(15).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnLapsed PIC X(7).
01 NothingDueLine PIC X(50) VALUE
       "No certificates due for renewal.".
01 CountsLine.
       02 PrnChecked PIC Z(6)9.
       02 FILLER PIC X(11) VALUE " checked - ".
       02 PrnDue PIC ZZZZ9.
       02 FILLER PIC X(16) VALUE " due to expire, ".
       02 PrnLapsedCount PIC ZZZZ9.
       02 FILLER PIC X(17) VALUE " already expired.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       PERFORM AddDaysToDate.
       MOVE WorkDate TO WindowDate.
       MOVE WindowDate TO PrnWindowDate.

       OPEN INPUT CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT ExemptFile.
       IF ExemptStatus NOT = "00"
           MOVE "Y" TO ExEOF
       END-IF.

       OPEN OUTPUT WorklistReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       WRITE PrintLine FROM WindowLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.

       PERFORM CheckOneCertificate UNTIL ExEOF = "Y".

       IF DueCount = 0 AND LapsedCount = 0
           WRITE PrintLine FROM NothingDueLine AFTER ADVANCING 2 LINES
       END-IF.
       MOVE CheckedCount TO PrnChecked.
       MOVE DueCount TO PrnDue.
       MOVE LapsedCount TO PrnLapsedCount.
       WRITE PrintLine FROM CountsLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

       CLOSE ExemptFile, CustomerFile, WorklistReport.
       DISPLAY "Exemption renewals written to ExemptExp.rpt : "
           DueCount " due to expire, " LapsedCount
           " already expired, of " CheckedCount " checked.".
       IF DueCount > 0 OR LapsedCount > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

CheckOneCertificate.
       READ ExemptFile NEXT RECORD
           AT END MOVE "Y" TO ExEOF
           NOT AT END
               ADD 1 TO CheckedCount
               IF ExActive AND ExExpiryDate NOT = 0
                       AND ExExpiryDate <= WindowDate
                   PERFORM ListOneCertificate
               END-IF
       END-READ.

ListOneCertificate.
       IF ExExpiryDate < RunDate
           ADD 1 TO LapsedCount
           MOVE "EXPIRED" TO PrnLapsed
       ELSE
           ADD 1 TO DueCount
           MOVE SPACES TO PrnLapsed
       END-IF.
       MOVE ExCustID TO PrnCustID.
       MOVE SPACES TO PrnCustName.
       MOVE SPACES TO PrnPhone.
       MOVE ExCustID TO CustID.
       READ CustomerFile
           INVALID KEY MOVE "(not on file)" TO PrnCustName
           NOT INVALID KEY
               STRING CustFName DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      CustLName DELIMITED BY SPACE
                      INTO PrnCustName
               END-STRING
               MOVE CustPhone TO PrnPhone
       END-READ.
       MOVE ExCertNo TO PrnCertNo.
       MOVE ExType TO PrnExType.
       MOVE ExState TO PrnExState.
       MOVE ExExpiryDate TO PrnExpiry.
       WRITE PrintLine FROM WorklistDetailLine AFTER ADVANCING 1 LINE.

*> The run date plus the window, to a date with 30-day months -
*> GETTERMS' due-date arithmetic, with the month counted from zero
*> so a window running past December carries into January.
AddDaysToDate.
       MOVE RunDate TO WorkDate.
       COMPUTE DayWorkNum = (WorkYear * 360) + ((WorkMonth - 1) * 30)
           + WorkDay + WindowDays.
       COMPUTE WorkYear = DayWorkNum / 360.
       COMPUTE WorkRem = DayWorkNum - (WorkYear * 360).
       IF WorkRem = 0
           SUBTRACT 1 FROM WorkYear
           MOVE 360 TO WorkRem
       END-IF.
       COMPUTE WorkMonth = (WorkRem - 1) / 30.
       COMPUTE WorkDay = WorkRem - (WorkMonth * 30).
       ADD 1 TO WorkMonth.
       IF WorkMonth > 12
           MOVE 12 TO WorkMonth
           MOVE 30 TO WorkDay
       END-IF.
