       >>SOURCE FORMAT FREE
*> Outbound electronic purchase orders. pomnt prints a PurchOrder
*> document that somebody then faxes, and a supplier whose system
*> takes orders as data had a clerk retype every one at their end.
*> This nightly run picks up every open PO on po.txt for a supplier
*> flagged for electronic POs on supplier.txt that has not been sent
*> yet - built or keyed in pomnt, or raised as a drop-ship by
*> ordpick - and writes it to that supplier's own dated file off
*> RPTFILE (PO-<supplier>-<date>-<seq>.edi), one file per supplier
*> per run: a PH header record carrying the account ID the supplier
*> knows us by, the dates and, on a drop-ship, the customer's
*> delivery address, then a PL record per polines.txt line with the
*> agreed cost. Each file is wrapped in the HDR/TRL control records
*> our other interchange files carry; the trailer counts the PH and
*> PL records, hashes the PO numbers and totals the line values.
*> Every PO sent is stamped with the run date in POSentDate so it
*> never goes twice. An electronic supplier with no account ID on
*> file has nothing to address its POs with: they are held back for
*> the next run and the run exits RC-WARNING. Paper suppliers are
*> left to pomnt's printed document as before.
IDENTIFICATION DIVISION.
PROGRAM-ID. poedi.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SuppCode
           FILE STATUS IS SuppFileStatus.

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

       SELECT POEdiFile ASSIGN TO DYNAMIC POEdiName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SupplierFile.
       COPY "supprec.cpy".

FD POFile.
       COPY "porec.cpy".

FD POLineFile.
       COPY "polrec.cpy".

FD POEdiFile.
       01 POEdiLine PIC X(130).

WORKING-STORAGE SECTION.
01 SuppFileStatus PIC XX.
01 POFileStatus PIC XX.
01 POLineStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 RunDate PIC 9(8).
01 SuppEOF PIC X.
01 POEOF PIC X.
01 LineEOF PIC X.
*> Dated outbound file off RPTFILE - one per supplier per run,
*> opened when the supplier's first PO turns up.
01 POEdiName PIC X(30).
01 POEdiBase PIC X(12).
01 POEdiSuffix PIC X(4) VALUE ".edi".
01 POEdiMode PIC X VALUE "N".
01 EdiFileOpen PIC X.
01 WorkPONumber PIC 9(6).
01 POLineCount PIC 9(3).
01 LineValue PIC 9(9)V99.
*> Per supplier file, for its trailer.
01 DataRecCount PIC 9(7).
01 PONumberHash PIC 9(12).
01 ValueHash PIC 9(11)V99.
01 FilePOCount PIC 9(5).
*> For the whole run.
01 FileCount PIC 9(5) VALUE ZERO.
01 SentPOCount PIC 9(5) VALUE ZERO.
01 HeldPOCount PIC 9(5) VALUE ZERO.
       COPY "poedi.cpy".
       COPY "ctlrec.cpy".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.

       OPEN INPUT SupplierFile.
       MOVE "supplier.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, SuppFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN I-O POFile.
       MOVE "po.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, POFileStatus, FileOK.
       IF FileOK = "N"
           CLOSE SupplierFile
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT POLineFile.

       MOVE "N" TO SuppEOF.
       MOVE LOW-VALUES TO SuppCode.
       START SupplierFile KEY IS GREATER THAN OR EQUAL TO SuppCode
           INVALID KEY MOVE "Y" TO SuppEOF
       END-START.
       PERFORM CheckOneSupplier UNTIL SuppEOF = "Y".

       CLOSE SupplierFile, POFile, POLineFile.
       DISPLAY "Electronic POs sent : " SentPOCount " on " FileCount
           " supplier file(s).".
       IF HeldPOCount > 0
           DISPLAY "POs held for suppliers with no account ID : "
               HeldPOCount
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

CheckOneSupplier.
       READ SupplierFile NEXT RECORD
           AT END MOVE "Y" TO SuppEOF
       END-READ.
       IF SuppEOF = "N" AND SuppEdiPartner
           PERFORM SendSupplierPOs
       END-IF.

*> po.txt has no supplier key, so each electronic supplier gets its
*> own pass over it - the same full-file pass GETGROUP makes over
*> customer.txt to find a group.
SendSupplierPOs.
       MOVE "N" TO EdiFileOpen.
       MOVE 0 TO DataRecCount PONumberHash ValueHash FilePOCount.
       MOVE "N" TO POEOF.
       MOVE LOW-VALUES TO PONumber.
       START POFile KEY IS GREATER THAN OR EQUAL TO PONumber
           INVALID KEY MOVE "Y" TO POEOF
       END-START.
       PERFORM CheckOnePO UNTIL POEOF = "Y".
       IF EdiFileOpen = "Y"
           PERFORM CloseSupplierFile
       END-IF.

CheckOnePO.
       READ POFile NEXT RECORD
           AT END MOVE "Y" TO POEOF
       END-READ.
       IF POEOF = "N" AND POSuppCode = SuppCode AND POOpen
           IF POSentDate NOT NUMERIC OR POSentDate = 0
               IF SuppEdiID = SPACES
                   ADD 1 TO HeldPOCount
               ELSE
                   PERFORM SendOnePO
               END-IF
           END-IF
       END-IF.

*> An open PO with no lines left on file has nothing to order and
*> is not sent.
SendOnePO.
       MOVE PONumber TO WorkPONumber.
       MOVE 0 TO POLineCount.
       PERFORM StartPOLines.
       PERFORM CountOneLine UNTIL LineEOF = "Y".
       IF POLineCount > 0
           IF EdiFileOpen = "N"
               PERFORM OpenSupplierFile
           END-IF
           MOVE SPACES TO POEdiHeaderRecord
           MOVE "PH" TO PhRecType
           MOVE SuppCode TO PhSuppCode
           MOVE SuppEdiID TO PhOurID
           MOVE PONumber TO PhPONumber
           MOVE PODate TO PhPODate
           MOVE POExpectDate TO PhExpectDate
           MOVE POLineCount TO PhLineCount
           MOVE 0 TO PhDropOrderID
           IF PODropOrderID NUMERIC AND PODropOrderID > 0
               MOVE PODropOrderID TO PhDropOrderID
               MOVE PODropShipTo TO PhShipTo
               MOVE PODropCity TO PhShipCity
               MOVE PODropState TO PhShipState
               MOVE PODropZip TO PhShipZip
           END-IF
           WRITE POEdiLine FROM POEdiHeaderRecord
           ADD 1 TO DataRecCount
           ADD PONumber TO PONumberHash
           PERFORM StartPOLines
           PERFORM SendOneLine UNTIL LineEOF = "Y"
           MOVE RunDate TO POSentDate
           REWRITE POHeaderData
               INVALID KEY DISPLAY "PO " PONumber
                   " not marked as sent"
           END-REWRITE
           ADD 1 TO FilePOCount
           ADD 1 TO SentPOCount
       END-IF.

StartPOLines.
       MOVE "N" TO LineEOF.
       MOVE WorkPONumber TO PolPONumber.
       MOVE 0 TO PolLineSeq.
       START POLineFile KEY IS GREATER THAN OR EQUAL TO POLineKey
           INVALID KEY MOVE "Y" TO LineEOF
       END-START.

ReadNextLine.
       READ POLineFile NEXT RECORD
           AT END MOVE "Y" TO LineEOF
       END-READ.
       IF LineEOF = "N" AND PolPONumber NOT = WorkPONumber
           MOVE "Y" TO LineEOF
       END-IF.

CountOneLine.
       PERFORM ReadNextLine.
       IF LineEOF = "N"
           ADD 1 TO POLineCount
       END-IF.

SendOneLine.
       PERFORM ReadNextLine.
       IF LineEOF = "N"
           MOVE SPACES TO POEdiLineRecord
           MOVE "PL" TO PlRecType
           MOVE PolPONumber TO PlPONumber
           MOVE PolLineSeq TO PlLineSeq
           MOVE PolProdCode TO PlProdCode
           MOVE PolSizeCode TO PlSizeCode
           MOVE PolQtyOrdered TO PlQtyOrdered
           MOVE 0 TO LineValue
           IF PolUnitCost NUMERIC
               MOVE PolUnitCost TO PlUnitCost
               COMPUTE LineValue = PolQtyOrdered * PolUnitCost
           ELSE
               MOVE 0 TO PlUnitCost
           END-IF
           MOVE LineValue TO PlLineValue
           WRITE POEdiLine FROM POEdiLineRecord
           ADD 1 TO DataRecCount
           ADD LineValue TO ValueHash
       END-IF.

OpenSupplierFile.
       MOVE SPACES TO POEdiBase.
       STRING "PO-" DELIMITED BY SIZE
              SuppCode DELIMITED BY SPACE
              INTO POEdiBase
       END-STRING.
       CALL "RPTFILE" USING POEdiBase, POEdiSuffix, POEdiMode,
           POEdiName.
       OPEN OUTPUT POEdiFile.
       MOVE "Y" TO EdiFileOpen.
       ADD 1 TO FileCount.
       MOVE SPACES TO InterchangeHeader.
       MOVE "HDR" TO IchHdrTag.
       MOVE RunDate TO IchHdrDate.
       MOVE "PURCHORDER" TO IchHdrSource.
       WRITE POEdiLine FROM InterchangeHeader.

CloseSupplierFile.
       MOVE SPACES TO InterchangeTrailer.
       MOVE "TRL" TO IchTrlTag.
       MOVE DataRecCount TO IchTrlCount.
       MOVE PONumberHash TO IchTrlIDHash.
       MOVE ValueHash TO IchTrlBalHash.
       WRITE POEdiLine FROM InterchangeTrailer.
       CLOSE POEdiFile.
       DISPLAY "Supplier " SuppCode " : " FilePOCount " PO(s) written to "
           POEdiName.
