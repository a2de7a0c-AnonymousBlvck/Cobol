       >>SOURCE FORMAT FREE
*> Advance-ship-notice import. An electronic supplier sends a notice
*> when the truck leaves its dock - what is on it against each of
*> our PO lines and when it should arrive - and it used to sit in
*> somebody's mailbox until the truck turned up. The notices come
*> in on asnin.txt (asnin.cpy) and this run loads each onto asn.txt
*> (asnrec.cpy) against its PO line, in transit, for porecv to show
*> beside the ordered quantity and asnrpt to chase. A notice is only
*> taken against an open PO of the supplier that sent it, for a line
*> on that PO and the product and size the line ordered, with a
*> quantity and a real arrival date; anything else is rejected onto
*> the dated AsnImport document with the reason, for the buyer to
*> take up with the supplier. A notice sent again under the same ASN
*> number replaces the one on file while it is still in transit - a
*> supplier's corrected arrival date - but never one already
*> received. A quantity past what the line still has outstanding is
*> loaded and flagged. Before a single notice loads, the file is
*> proved against its HDR/TRL control records the way lockbox proves
*> lockbox.txt (the trailer counting the notices, hashing the PO
*> numbers and totalling the quantities), and a file whose header is
*> already on asndone.txt has been loaded before and is refused.
*> Anything rejected exits RC-WARNING.
IDENTIFICATION DIVISION.
PROGRAM-ID. asnimp.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL AsnInFile ASSIGN TO "asnin.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AsnInStatus.

       SELECT OPTIONAL AsnDoneFile ASSIGN TO "asndone.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AsnDoneStatus.

       SELECT OPTIONAL AsnFile ASSIGN TO "asn.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AsnKey
           FILE STATUS IS AsnFileStatus.

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

       SELECT OPTIONAL AsnReport ASSIGN TO DYNAMIC AsnRptName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AsnInFile.
       COPY "asnin.cpy".
       01 AsnInCtlRecord PIC X(100).

*> The header line of every notice file already loaded.
FD AsnDoneFile.
       01 AsnDoneRecord PIC X(50).

FD AsnFile.
       COPY "asnrec.cpy".

FD POFile.
       COPY "porec.cpy".

FD POLineFile.
       COPY "polrec.cpy".

FD AsnReport.
       01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 AsnInStatus PIC XX.
01 AsnDoneStatus PIC XX.
01 AsnFileStatus PIC XX.
01 POFileStatus PIC XX.
01 POLineStatus PIC XX.
01 RunDate PIC 9(8).
01 AsnInEOF PIC X.
01 DoneEOF PIC X.
01 POExists PIC X.
01 LineExists PIC X.
01 AsnExists PIC X.
01 RejectReason PIC X(30).
01 Outstanding PIC S9(6).
*> Dated import document off RPTFILE.
01 AsnRptName PIC X(30).
01 AsnRptBase PIC X(12) VALUE "AsnImport".
01 AsnRptSuffix PIC X(4) VALUE ".rpt".
01 AsnRptMode PIC X VALUE "N".
*> File control proof, the way lockbox proves its file.
01 ImportOK PIC X.
01 HeaderSeen PIC X.
01 TrailerSeen PIC X.
01 HeaderLine PIC X(50).
01 ReadDataCount PIC 9(7).
01 ReadIDSum PIC 9(12).
01 ReadQtySum PIC 9(11)V99.
01 ExpectedCount PIC 9(7).
01 ExpectedIDSum PIC 9(12).
01 ExpectedQtySum PIC 9(11)V99.
*> Arrival date check - VALIDDATE takes MMDDYYYY.
01 CheckYmd PIC 9(8).
01 CheckYmdParts REDEFINES CheckYmd.
       02 CheckYear PIC 9(4).
       02 CheckMonth PIC 99.
       02 CheckDay PIC 99.
01 CheckMdy.
       02 CheckMdyMonth PIC 99.
       02 CheckMdyDay PIC 99.
       02 CheckMdyYear PIC 9(4).
01 DateOK PIC X.
01 NoticesRead PIC 9(7) VALUE ZERO.
01 NoticesLoaded PIC 9(7) VALUE ZERO.
01 NoticesUpdated PIC 9(7) VALUE ZERO.
01 NoticesRejected PIC 9(7) VALUE ZERO.
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Advance Ship Notice Import".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 Heads PIC X(100) VALUE
       "PO     Line ASN        Supp  Item     Qty   Arrives    Result    Reason".
01 DetailLine.
       02 PrnPONumber PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnLineSeq PIC 9(3).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnAsnNumber PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnSuppCode PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnProdCode PIC X(5).
       02 FILLER PIC X VALUE "/".
       02 PrnSizeCode PIC X(2).
       02 PrnQty PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnArriveDate PIC 9999/99/99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnResult PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 PrnReason PIC X(30).
01 TotalLine.
       02 PrnTotalName PIC X(15).
       02 PrnTotalCount PIC Z(6)9.
01 NoNoticesLine PIC X(40) VALUE "No ship notices to load.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "ctlrec.cpy".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.

       PERFORM VerifyAsnControl.
       IF ImportOK = "N"
           MOVE RC-ERROR TO RETURN-CODE
           GOBACK
       END-IF.
       IF ReadDataCount = 0
           DISPLAY "No ship notices in asnin.txt - nothing loaded."
           MOVE RC-SUCCESS TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN I-O AsnFile.
       MOVE "asn.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, AsnFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT POFile.
       OPEN INPUT POLineFile.

       CALL "RPTFILE" USING AsnRptBase, AsnRptSuffix, AsnRptMode,
           AsnRptName.
       OPEN OUTPUT AsnReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.

       MOVE "N" TO AsnInEOF.
       OPEN INPUT AsnInFile.
       READ AsnInFile
           AT END MOVE "Y" TO AsnInEOF
       END-READ.
       PERFORM TakeOneNotice UNTIL AsnInEOF = "Y".
       CLOSE AsnInFile.

       IF NoticesRead = 0
           WRITE PrintLine FROM NoNoticesLine AFTER ADVANCING 1 LINE
       END-IF.
       MOVE "Loaded       :" TO PrnTotalName.
       MOVE NoticesLoaded TO PrnTotalCount.
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES.
       MOVE "Replaced     :" TO PrnTotalName.
       MOVE NoticesUpdated TO PrnTotalCount.
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE.
       MOVE "Rejected     :" TO PrnTotalName.
       MOVE NoticesRejected TO PrnTotalCount.
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE AsnReport.

       CLOSE AsnFile, POFile, POLineFile.
       PERFORM NoteFileLoaded.

       DISPLAY "Ship notices : " NoticesLoaded " loaded, "
           NoticesUpdated " replaced, " NoticesRejected
           " rejected of " NoticesRead " read - see " AsnRptName.
       IF NoticesRejected > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

*> First pass over asnin.txt before anything loads: count the
*> notices, hash their PO numbers and total their quantities, and
*> hold the whole file back if the trailer disagrees, a header
*> arrived with no trailer behind it, or the header says the file
*> was loaded before.
VerifyAsnControl.
       MOVE "Y" TO ImportOK.
       MOVE "N" TO HeaderSeen.
       MOVE "N" TO TrailerSeen.
       MOVE SPACES TO HeaderLine.
       MOVE 0 TO ReadDataCount ReadIDSum ReadQtySum.
       MOVE 0 TO ExpectedCount ExpectedIDSum ExpectedQtySum.
       MOVE "N" TO AsnInEOF.
       OPEN INPUT AsnInFile.
       IF AsnInStatus NOT = "00" AND AsnInStatus NOT = "05"
           MOVE "Y" TO AsnInEOF
       ELSE
           READ AsnInFile
               AT END MOVE "Y" TO AsnInEOF
           END-READ
       END-IF.
       PERFORM CheckOneControlLine UNTIL AsnInEOF = "Y".
       CLOSE AsnInFile.

       EVALUATE TRUE
           WHEN TrailerSeen = "Y"
               AND (ExpectedCount NOT = ReadDataCount
                OR ExpectedIDSum NOT = ReadIDSum
                OR ExpectedQtySum NOT = ReadQtySum)
               DISPLAY "asnin.txt trailer does not match what was read -"
               DISPLAY "refusing the file. Expected " ExpectedCount
                   " notices, read " ReadDataCount "."
               MOVE "N" TO ImportOK
           WHEN HeaderSeen = "Y" AND TrailerSeen = "N"
               DISPLAY "asnin.txt has a header but no trailer -"
               DISPLAY "the transmission looks cut short. Refusing the file."
               MOVE "N" TO ImportOK
           WHEN HeaderSeen = "N" AND TrailerSeen = "N"
               AND ReadDataCount > 0
               DISPLAY "asnin.txt carries no control records -"
               DISPLAY "loading it unverified."
       END-EVALUATE.
       IF ImportOK = "Y" AND HeaderSeen = "Y"
           PERFORM CheckAlreadyLoaded
       END-IF.

CheckOneControlLine.
       EVALUATE AsnInCtlRecord(1:3)
           WHEN "HDR"
               MOVE "Y" TO HeaderSeen
               MOVE AsnInCtlRecord TO HeaderLine
           WHEN "TRL"
               MOVE "Y" TO TrailerSeen
               MOVE AsnInCtlRecord TO InterchangeTrailer
               MOVE IchTrlCount TO ExpectedCount
               MOVE IchTrlIDHash TO ExpectedIDSum
               MOVE IchTrlBalHash TO ExpectedQtySum
           WHEN OTHER
               ADD 1 TO ReadDataCount
               IF AiPONumber NUMERIC
                   ADD AiPONumber TO ReadIDSum
               END-IF
               IF AiQtyShipped NUMERIC
                   ADD AiQtyShipped TO ReadQtySum
               END-IF
       END-EVALUATE.
       READ AsnInFile
           AT END MOVE "Y" TO AsnInEOF
       END-READ.

CheckAlreadyLoaded.
       MOVE "N" TO DoneEOF.
       OPEN INPUT AsnDoneFile.
       IF AsnDoneStatus NOT = "00" AND AsnDoneStatus NOT = "05"
           MOVE "Y" TO DoneEOF
       END-IF.
       PERFORM CheckOneDoneHeader UNTIL DoneEOF = "Y".
       CLOSE AsnDoneFile.

CheckOneDoneHeader.
       READ AsnDoneFile
           AT END MOVE "Y" TO DoneEOF
           NOT AT END
               IF AsnDoneRecord = HeaderLine
                   DISPLAY "asnin.txt (" HeaderLine(1:25)
                       ") was loaded before - refusing the file."
                   MOVE "N" TO ImportOK
                   MOVE "Y" TO DoneEOF
               END-IF
       END-READ.

NoteFileLoaded.
       IF HeaderSeen = "Y"
           OPEN EXTEND AsnDoneFile
           MOVE HeaderLine TO AsnDoneRecord
           WRITE AsnDoneRecord
           CLOSE AsnDoneFile
       END-IF.

TakeOneNotice.
       IF AsnInCtlRecord(1:3) NOT = "HDR"
               AND AsnInCtlRecord(1:3) NOT = "TRL"
           ADD 1 TO NoticesRead
           PERFORM ProcessOneNotice
       END-IF.
       READ AsnInFile
           AT END MOVE "Y" TO AsnInEOF
       END-READ.

*> The PO, the line and the item must all check out before the
*> notice goes on file - a notice against the wrong PO would show
*> the dock goods that are not coming.
ProcessOneNotice.
       MOVE SPACES TO RejectReason.
       EVALUATE TRUE
           WHEN NOT AiIsNotice
               MOVE "not a ship notice record" TO RejectReason
           WHEN AiAsnNumber = SPACES
               MOVE "no ASN number" TO RejectReason
           WHEN AiPONumber NOT NUMERIC OR AiLineSeq NOT NUMERIC
               MOVE "PO number or line not numeric" TO RejectReason
           WHEN AiQtyShipped NOT NUMERIC
               MOVE "quantity not numeric" TO RejectReason
           WHEN AiQtyShipped = 0
               MOVE "quantity is zero" TO RejectReason
       END-EVALUATE.
       IF RejectReason = SPACES
           PERFORM CheckArriveDate
       END-IF.
       IF RejectReason = SPACES
           PERFORM CheckPOLine
       END-IF.
       IF RejectReason = SPACES
           PERFORM LoadNotice
       ELSE
           ADD 1 TO NoticesRejected
           MOVE "REJECTED" TO PrnResult
       END-IF.
       PERFORM PrintNotice.

CheckArriveDate.
       MOVE "N" TO DateOK.
       IF AiArriveDate NUMERIC
           MOVE AiArriveDate TO CheckYmd
           MOVE CheckMonth TO CheckMdyMonth
           MOVE CheckDay TO CheckMdyDay
           MOVE CheckYear TO CheckMdyYear
           CALL "VALIDDATE" USING CheckMdy, DateOK
       END-IF.
       IF DateOK = "N"
           MOVE "arrival date not valid" TO RejectReason
       END-IF.
       IF AiShipDate NOT NUMERIC
           MOVE 0 TO AiShipDate
       END-IF.

CheckPOLine.
       MOVE "Y" TO POExists.
       MOVE AiPONumber TO PONumber.
       READ POFile
           INVALID KEY MOVE "N" TO POExists
       END-READ.
       EVALUATE TRUE
           WHEN POExists = "N"
               MOVE "no such PO" TO RejectReason
           WHEN POSuppCode NOT = AiSuppCode
               MOVE "PO is another supplier's" TO RejectReason
           WHEN NOT POOpen
               MOVE "PO is not open" TO RejectReason
       END-EVALUATE.
       IF RejectReason = SPACES
           MOVE "Y" TO LineExists
           MOVE AiPONumber TO PolPONumber
           MOVE AiLineSeq TO PolLineSeq
           READ POLineFile
               INVALID KEY MOVE "N" TO LineExists
           END-READ
           IF LineExists = "N"
               MOVE "no such PO line" TO RejectReason
           ELSE
               IF PolProdCode NOT = AiProdCode
                       OR PolSizeCode NOT = AiSizeCode
                   MOVE "item is not the line's item" TO RejectReason
               END-IF
           END-IF
       END-IF.

*> A notice already on file under the same number is the supplier's
*> correction while the goods are still on the road; once porecv has
*> received against it, it stands as it was.
LoadNotice.
       MOVE "Y" TO AsnExists.
       MOVE AiPONumber TO AsnPONumber.
       MOVE AiLineSeq TO AsnLineSeq.
       MOVE AiAsnNumber TO AsnNumber.
       READ AsnFile
           INVALID KEY MOVE "N" TO AsnExists
       END-READ.
       IF AsnExists = "Y" AND AsnArrived
           MOVE "notice already received" TO RejectReason
           ADD 1 TO NoticesRejected
           MOVE "REJECTED" TO PrnResult
       ELSE
           MOVE AiSuppCode TO AsnSuppCode
           MOVE AiProdCode TO AsnProdCode
           MOVE AiSizeCode TO AsnSizeCode
           MOVE AiQtyShipped TO AsnQtyShipped
           MOVE AiShipDate TO AsnShipDate
           MOVE AiArriveDate TO AsnArriveDate
           MOVE AiCarrier TO AsnCarrier
           MOVE AiTracking TO AsnTracking
           SET AsnInTransit TO TRUE
           MOVE RunDate TO AsnLoadDate
           MOVE 0 TO AsnRecvDate
           COMPUTE Outstanding = PolQtyOrdered - PolQtyReceived
           IF AiQtyShipped > Outstanding
               MOVE "more than the line outstanding" TO RejectReason
           END-IF
           IF AsnExists = "Y"
               REWRITE AsnData
                   INVALID KEY MOVE "notice not rewritten" TO RejectReason
               END-REWRITE
               ADD 1 TO NoticesUpdated
               MOVE "REPLACED" TO PrnResult
           ELSE
               WRITE AsnData
                   INVALID KEY MOVE "notice not written" TO RejectReason
               END-WRITE
               ADD 1 TO NoticesLoaded
               MOVE "LOADED" TO PrnResult
           END-IF
       END-IF.

PrintNotice.
       IF AiPONumber NUMERIC
           MOVE AiPONumber TO PrnPONumber
       ELSE
           MOVE 0 TO PrnPONumber
       END-IF.
       IF AiLineSeq NUMERIC
           MOVE AiLineSeq TO PrnLineSeq
       ELSE
           MOVE 0 TO PrnLineSeq
       END-IF.
       MOVE AiAsnNumber TO PrnAsnNumber.
       MOVE AiSuppCode TO PrnSuppCode.
       MOVE AiProdCode TO PrnProdCode.
       MOVE AiSizeCode TO PrnSizeCode.
       IF AiQtyShipped NUMERIC
           MOVE AiQtyShipped TO PrnQty
       ELSE
           MOVE 0 TO PrnQty
       END-IF.
       IF AiArriveDate NUMERIC
           MOVE AiArriveDate TO PrnArriveDate
       ELSE
           MOVE 0 TO PrnArriveDate
       END-IF.
       MOVE RejectReason TO PrnReason.
       WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE.
