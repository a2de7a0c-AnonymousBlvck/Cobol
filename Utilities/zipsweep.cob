       >>SOURCE FORMAT FREE
*> ZIP-against-jurisdiction sweep, in the contsweep mould. Every
*> customer with a ZIP on file is looked up through the same GETZIP
*> routine ADDCUST, UPDCUST and BATCHMNT use at the door, and lists
*> on a dated ZipSweep report off RPTFILE when the CustTaxJuris keyed
*> on the record (blank read as "00") is not the jurisdiction the
*> ZIP falls in - the out-of-county customer still left at "00" -
*> or when the ZIP is the wrong shape, or is not on zipjuris.txt
*> yet and wants adding through zipjuris. Customers with no ZIP at
*> all are counted, not listed. Read-only: nothing here changes a
*> record - a wrong jurisdiction is put right through UPDCUST, where
*> the change goes for approval like any other. Exits RC-WARNING
*> while anything is listed, so the sweep can sit in a checklist
*> until it runs clean.
IDENTIFICATION DIVISION.
PROGRAM-ID. zipsweep.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT SweepReport ASSIGN TO DYNAMIC ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY "custrec.cpy".

FD SweepReport.
       01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 BrowseEOF PIC X VALUE "N".
01 RunDate PIC 9(8).
01 ReportFileName PIC X(30).
01 ReportBaseName PIC X(12) VALUE "ZipSweep".
01 ReportSuffix PIC X(4) VALUE ".rpt".
01 ReportMode PIC X VALUE "N".
*> GETZIP works on copies - it may rewrite the ZIP's shape and fill
*> a blank city or state, and the sweep changes nothing.
01 SweepZip PIC X(10).
01 SweepCity PIC X(20).
01 SweepState PIC X(2).
01 ZipJuris PIC X(2).
01 ZipResult PIC X.
01 KeyedJuris PIC X(2).
01 CheckedCount PIC 9(7) VALUE ZERO.
01 NoZipCount PIC 9(7) VALUE ZERO.
01 MismatchCount PIC 9(7) VALUE ZERO.
01 BadZipCount PIC 9(7) VALUE ZERO.
01 UnknownZipCount PIC 9(7) VALUE ZERO.
01 PageHeading.
       02 FILLER PIC X(26) VALUE "ZIP Jurisdiction Sweep    ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 Heads PIC X(90) VALUE
       "Cust    Finding       ZIP        Keyed ZIP's City                 St".
01 SweepDetailLine.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnFinding PIC X(12).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnZip PIC X(10).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnKeyedJuris PIC X(2).
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnZipJuris PIC X(2).
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnCity PIC X(20).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnState PIC X(2).
01 CleanLine PIC X(60) VALUE
       "Every keyed jurisdiction agrees with the customer's ZIP.".
01 CountsLine.
       02 PrnChecked PIC Z(6)9.
       02 FILLER PIC X(11) VALUE " checked - ".
       02 PrnMismatches PIC ZZZZ9.
       02 FILLER PIC X(11) VALUE " disagree, ".
       02 PrnBadZips PIC ZZZZ9.
       02 FILLER PIC X(11) VALUE " bad ZIPs, ".
       02 PrnUnknownZips PIC ZZZZ9.
       02 FILLER PIC X(15) VALUE " not on table, ".
       02 PrnNoZips PIC ZZZZ9.
       02 FILLER PIC X(10) VALUE " no ZIP.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.

       OPEN INPUT CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       CALL "RPTFILE" USING ReportBaseName, ReportSuffix, ReportMode,
           ReportFileName.
       OPEN OUTPUT SweepReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.

       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       PERFORM SweepOneCustomer UNTIL BrowseEOF = "Y".

       IF MismatchCount = 0 AND BadZipCount = 0 AND UnknownZipCount = 0
           WRITE PrintLine FROM CleanLine AFTER ADVANCING 2 LINES
       END-IF.
       MOVE CheckedCount TO PrnChecked.
       MOVE MismatchCount TO PrnMismatches.
       MOVE BadZipCount TO PrnBadZips.
       MOVE UnknownZipCount TO PrnUnknownZips.
       MOVE NoZipCount TO PrnNoZips.
       WRITE PrintLine FROM CountsLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

       CLOSE CustomerFile, SweepReport.
       DISPLAY "ZIP sweep written to " ReportFileName.
       DISPLAY MismatchCount " disagree, " BadZipCount " bad ZIPs, "
           UnknownZipCount " not on table, of " CheckedCount
           " checked.".
       IF MismatchCount > 0 OR BadZipCount > 0 OR UnknownZipCount > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

SweepOneCustomer.
       ADD 1 TO CheckedCount.
       IF CustZip = SPACES
           ADD 1 TO NoZipCount
       ELSE
           MOVE CustZip TO SweepZip
           MOVE CustCity TO SweepCity
           MOVE CustState TO SweepState
           MOVE SPACES TO ZipJuris
           CALL "GETZIP" USING SweepZip, SweepCity, SweepState,
               ZipJuris, ZipResult
           MOVE "00" TO KeyedJuris
           IF CustTaxJuris NOT = SPACES
               MOVE CustTaxJuris TO KeyedJuris
           END-IF
           EVALUATE TRUE
               WHEN ZipResult = "X"
                   ADD 1 TO BadZipCount
                   MOVE "bad ZIP" TO PrnFinding
                   PERFORM WriteSweepLine
               WHEN ZipResult = "N"
                   ADD 1 TO UnknownZipCount
                   MOVE "not on table" TO PrnFinding
                   PERFORM WriteSweepLine
               WHEN ZipJuris NOT = KeyedJuris
                   ADD 1 TO MismatchCount
                   MOVE "disagrees" TO PrnFinding
                   PERFORM WriteSweepLine
           END-EVALUATE
       END-IF.
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.

WriteSweepLine.
       MOVE CustID TO PrnCustID.
       MOVE CustZip TO PrnZip.
       MOVE KeyedJuris TO PrnKeyedJuris.
       MOVE ZipJuris TO PrnZipJuris.
       MOVE CustCity TO PrnCity.
       MOVE CustState TO PrnState.
       WRITE PrintLine FROM SweepDetailLine AFTER ADVANCING 1 LINE.
