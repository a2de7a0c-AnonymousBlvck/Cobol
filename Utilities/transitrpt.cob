       >>SOURCE FORMAT FREE
*> Goods-in-transit report. A transfer sent through stktrans comes
*> off the sending location's shelf at once but only reaches the
*> other one when someone there keys it in, so stock that went on
*> the van and never arrived is on nobody's count. This run lists
*> every transfer on transfer.txt still at status T - oldest first,
*> transfer numbers being assigned in sending order - with where it
*> left and was going, the product/size and quantity, who sent it,
*> the days it has been out (30/360, the way ordaging ages orders)
*> and what it is worth at the product's unit cost. Anything out
*> more than a week is flagged OVERDUE, and any flag exits
*> RC-WARNING. The report goes to InTransit.rpt.
IDENTIFICATION DIVISION.
PROGRAM-ID. transitrpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL TransferFile ASSIGN TO "transfer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TrfNumber
           FILE STATUS IS TrfFileStatus.

       SELECT ProductFile ASSIGN TO "product.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

       SELECT TransitReport ASSIGN TO "InTransit.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD TransferFile.
       COPY "trfrec.cpy".

FD ProductFile.
       COPY "prodrec.cpy".

FD TransitReport.
       01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 TrfFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 BrowseEOF PIC X.
01 RunDate PIC 9(8).
01 RunDateParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay PIC 99.
01 SentDateParts.
       02 SentYear PIC 9(4).
       02 SentMonth PIC 99.
       02 SentDay PIC 99.
01 RunDayNum PIC 9(7).
01 SentDayNum PIC 9(7).
01 AgeDays PIC S9(7).
01 UnitCost PIC 9(5)V99.
01 LineValue PIC 9(9)V99.
01 TransitCount PIC 9(7) VALUE ZERO.
01 OverdueCount PIC 9(7) VALUE ZERO.
01 TransitUnits PIC 9(9) VALUE ZERO.
01 TransitValue PIC 9(11)V99 VALUE ZERO.
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Goods In Transit          ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 Heads PIC X(86) VALUE
       "Trf     Sent        From To  Item       Qty  Sent by  Days       Value".
01 TransitDetailLine.
       02 PrnTrfNumber PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSentDate PIC 9999/99/99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnFromLoc PIC X(2).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnToLoc PIC X(2).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnProdCode PIC X(5).
       02 FILLER PIC X(1) VALUE "/".
       02 PrnSizeCode PIC X(2).
       02 PrnTrfQty PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSentBy PIC X(6).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnAgeDays PIC ZZZZ9.
       02 PrnLineValue PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnFlag PIC X(7).
01 NoTransitLine PIC X(40) VALUE "No goods in transit.".
01 TotalsLine.
       02 PrnTransitCount PIC Z(6)9.
       02 FILLER PIC X(17) VALUE " transfers out : ".
       02 PrnTransitUnits PIC Z(8)9.
       02 FILLER PIC X(10) VALUE " units at ".
       02 PrnTransitValue PIC $$$,$$$,$$$,$$9.99.
01 OverdueLine.
       02 PrnOverdueCount PIC Z(6)9.
       02 FILLER PIC X(32) VALUE " out more than a week (OVERDUE).".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       COMPUTE RunDayNum = (RunYear * 360) + (RunMonth * 30) + RunDay.

       OPEN INPUT TransferFile.
       MOVE "transfer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, TrfFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT ProductFile.
       OPEN OUTPUT TransitReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.

       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO TrfNumber.
       START TransferFile KEY IS GREATER THAN OR EQUAL TO TrfNumber
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM ReportNextTransfer UNTIL BrowseEOF = "Y".

       IF TransitCount = 0
           WRITE PrintLine FROM NoTransitLine AFTER ADVANCING 2 LINES
       ELSE
           MOVE TransitCount TO PrnTransitCount
           MOVE TransitUnits TO PrnTransitUnits
           MOVE TransitValue TO PrnTransitValue
           WRITE PrintLine FROM TotalsLine AFTER ADVANCING 2 LINES
           MOVE OverdueCount TO PrnOverdueCount
           WRITE PrintLine FROM OverdueLine AFTER ADVANCING 1 LINE
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

       CLOSE TransferFile, ProductFile, TransitReport.
       DISPLAY "Goods in transit : " TransitCount " transfers, "
           OverdueCount " out more than a week.".
       DISPLAY "Report written to InTransit.rpt".
       IF OverdueCount > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

ReportNextTransfer.
       READ TransferFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N" AND TrfInTransit
           PERFORM PrintOneTransfer
       END-IF.

PrintOneTransfer.
       ADD 1 TO TransitCount.
       ADD TrfQty TO TransitUnits.
       MOVE TrfSentDate TO SentDateParts.
       COMPUTE SentDayNum = (SentYear * 360) + (SentMonth * 30)
           + SentDay.
       COMPUTE AgeDays = RunDayNum - SentDayNum.
       IF AgeDays < 0
           MOVE 0 TO AgeDays
       END-IF.

       MOVE 0 TO UnitCost.
       MOVE TrfProdCode TO ProdCode.
       READ ProductFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF ProdUnitCost NUMERIC
                   MOVE ProdUnitCost TO UnitCost
               END-IF
       END-READ.
       COMPUTE LineValue = TrfQty * UnitCost.
       ADD LineValue TO TransitValue.

       MOVE TrfNumber TO PrnTrfNumber.
       MOVE TrfSentDate TO PrnSentDate.
       MOVE TrfFromLoc TO PrnFromLoc.
       MOVE TrfToLoc TO PrnToLoc.
       MOVE TrfProdCode TO PrnProdCode.
       MOVE TrfSizeCode TO PrnSizeCode.
       MOVE TrfQty TO PrnTrfQty.
       MOVE TrfSentBy TO PrnSentBy.
       MOVE AgeDays TO PrnAgeDays.
       MOVE LineValue TO PrnLineValue.
       IF AgeDays > 7
           ADD 1 TO OverdueCount
           MOVE "OVERDUE" TO PrnFlag
       ELSE
           MOVE SPACES TO PrnFlag
       END-IF.
       WRITE PrintLine FROM TransitDetailLine AFTER ADVANCING 1 LINE.
