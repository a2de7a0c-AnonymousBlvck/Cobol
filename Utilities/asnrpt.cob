       >>SOURCE FORMAT FREE
*> Advance-ship-notice dock report - the receiving desk's morning
*> list. Every notice on asn.txt still in transit falls into one of
*> two sections: due today, so the dock knows which trucks to expect
*> and what should be on them, and overdue - the arrival date the
*> supplier gave has passed and porecv has received nothing against
*> the line since - so the buyer can chase the carrier with the
*> tracking reference before the shelves run dry. Days late are
*> counted on the 30-day-month arithmetic the aging reports use.
*> Notices due later, and those already received, are left off. The
*> report goes to a dated AsnDue document off RPTFILE; an overdue
*> truck exits RC-WARNING.
IDENTIFICATION DIVISION.
PROGRAM-ID. asnrpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL AsnFile ASSIGN TO "asn.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AsnKey
           FILE STATUS IS AsnFileStatus.

       SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SuppCode
           FILE STATUS IS SuppFileStatus.

       SELECT OPTIONAL AsnDueReport ASSIGN TO DYNAMIC AsnDueName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AsnFile.
       COPY "asnrec.cpy".

FD SupplierFile.
       COPY "supprec.cpy".

FD AsnDueReport.
       01 PrintLine PIC X(110).

WORKING-STORAGE SECTION.
01 AsnFileStatus PIC XX.
01 SuppFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 AsnEOF PIC X.
01 SuppExists PIC X.
*> D lists the notices due today, O the overdue ones.
01 ListSection PIC X.
*> Dated report file off RPTFILE.
01 AsnDueName PIC X(30).
01 AsnDueBase PIC X(12) VALUE "AsnDue".
01 AsnDueSuffix PIC X(4) VALUE ".rpt".
01 AsnDueMode PIC X VALUE "N".
01 RunDate PIC 9(8).
01 RunDateParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay PIC 99.
01 ArriveDate PIC 9(8).
01 ArriveDateParts REDEFINES ArriveDate.
       02 ArriveYear PIC 9(4).
       02 ArriveMonth PIC 99.
       02 ArriveDay PIC 99.
01 RunDayNum PIC 9(7).
01 ArriveDayNum PIC 9(7).
01 DaysLate PIC S9(5).
01 DueCount PIC 9(5) VALUE ZERO.
01 DueQty PIC 9(7) VALUE ZERO.
01 LateCount PIC 9(5) VALUE ZERO.
01 LateQty PIC 9(7) VALUE ZERO.
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Advance Ship Notices      ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 DueHeading PIC X(40) VALUE "DUE TODAY".
01 LateHeading PIC X(40) VALUE "OVERDUE - TRUCK NOT ARRIVED".
01 Heads PIC X(110) VALUE
       "PO     Line ASN        Supplier             Item       Qty Arrives    Late Carrier    Tracking".
01 DetailLine.
       02 PrnPONumber PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnLineSeq PIC 9(3).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnAsnNumber PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSuppName PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PrnProdCode PIC X(5).
       02 FILLER PIC X VALUE "/".
       02 PrnSizeCode PIC X(2).
       02 PrnQty PIC ZZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnArriveDate PIC 9999/99/99.
       02 PrnDaysLate PIC ZZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnCarrier PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnTracking PIC X(20).
01 SectionTotalLine.
       02 FILLER PIC X(10) VALUE "Notices : ".
       02 PrnSectionCount PIC ZZZZ9.
       02 FILLER PIC X(10) VALUE "  units : ".
       02 PrnSectionQty PIC Z(6)9.
01 NoneLine PIC X(40) VALUE "None.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       COMPUTE RunDayNum = (RunYear * 360) + (RunMonth * 30) + RunDay.

       OPEN INPUT AsnFile.
       MOVE "asn.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, AsnFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       CLOSE AsnFile.
       OPEN INPUT SupplierFile.

       CALL "RPTFILE" USING AsnDueBase, AsnDueSuffix, AsnDueMode,
           AsnDueName.
       OPEN OUTPUT AsnDueReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.

       MOVE "D" TO ListSection.
       WRITE PrintLine FROM DueHeading AFTER ADVANCING 2 LINES.
       PERFORM ListSectionNotices.
       MOVE DueCount TO PrnSectionCount.
       MOVE DueQty TO PrnSectionQty.
       WRITE PrintLine FROM SectionTotalLine AFTER ADVANCING 2 LINES.

       MOVE "O" TO ListSection.
       WRITE PrintLine FROM LateHeading AFTER ADVANCING 3 LINES.
       PERFORM ListSectionNotices.
       MOVE LateCount TO PrnSectionCount.
       MOVE LateQty TO PrnSectionQty.
       WRITE PrintLine FROM SectionTotalLine AFTER ADVANCING 2 LINES.

       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE AsnDueReport, SupplierFile.

       DISPLAY "Ship notices due today : " DueCount ", overdue : "
           LateCount " - see " AsnDueName.
       IF LateCount > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

*> One pass of asn.txt per section, in PO and line order.
ListSectionNotices.
       WRITE PrintLine FROM Heads AFTER ADVANCING 1 LINE.
       MOVE "N" TO AsnEOF.
       OPEN INPUT AsnFile.
       IF AsnFileStatus NOT = "00" AND AsnFileStatus NOT = "05"
           MOVE "Y" TO AsnEOF
       END-IF.
       PERFORM CheckOneNotice UNTIL AsnEOF = "Y".
       CLOSE AsnFile.
       IF (ListSection = "D" AND DueCount = 0)
               OR (ListSection = "O" AND LateCount = 0)
           WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
       END-IF.

CheckOneNotice.
       READ AsnFile NEXT RECORD
           AT END MOVE "Y" TO AsnEOF
       END-READ.
       IF AsnEOF = "N" AND AsnInTransit AND AsnArriveDate NUMERIC
           IF ListSection = "D" AND AsnArriveDate = RunDate
               MOVE 0 TO DaysLate
               ADD 1 TO DueCount
               ADD AsnQtyShipped TO DueQty
               PERFORM PrintOneNotice
           END-IF
           IF ListSection = "O" AND AsnArriveDate < RunDate
               PERFORM CountDaysLate
               ADD 1 TO LateCount
               ADD AsnQtyShipped TO LateQty
               PERFORM PrintOneNotice
           END-IF
       END-IF.

CountDaysLate.
       MOVE AsnArriveDate TO ArriveDate.
       COMPUTE ArriveDayNum = (ArriveYear * 360) + (ArriveMonth * 30)
           + ArriveDay.
       COMPUTE DaysLate = RunDayNum - ArriveDayNum.
       IF DaysLate < 0
           MOVE 0 TO DaysLate
       END-IF.

PrintOneNotice.
       MOVE "Y" TO SuppExists.
       MOVE AsnSuppCode TO SuppCode.
       READ SupplierFile
           INVALID KEY MOVE "N" TO SuppExists
       END-READ.
       IF SuppExists = "Y"
           MOVE SuppName TO PrnSuppName
       ELSE
           MOVE AsnSuppCode TO PrnSuppName
       END-IF.
       MOVE AsnPONumber TO PrnPONumber.
       MOVE AsnLineSeq TO PrnLineSeq.
       MOVE AsnNumber TO PrnAsnNumber.
       MOVE AsnProdCode TO PrnProdCode.
       MOVE AsnSizeCode TO PrnSizeCode.
       MOVE AsnQtyShipped TO PrnQty.
       MOVE AsnArriveDate TO PrnArriveDate.
       MOVE DaysLate TO PrnDaysLate.
       MOVE AsnCarrier TO PrnCarrier.
       MOVE AsnTracking TO PrnTracking.
       WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE.
