       >>SOURCE FORMAT FREE
*> One-time conversion of po.txt from the 28-byte layout ending at
*> POStatus, and of polines.txt from the 26-byte layout ending at
*> PolQtyReceived, to the current layouts. The header gains the
*> drop-ship order, customer and ship-to line, the date poedi sent
*> it, and the ship-to's city, state and ZIP; the line gains the
*> agreed unit cost, the quantities billed and returned, the last
*> receipt date and the drop-ship order line. Every numeric field
*> comes over as zero and the ship-to address as spaces - a stock
*> PO never sent as data, its lines with no agreed cost and nothing
*> billed, returned or dated yet, which is how the programs already
*> read records from before the fields existed. Run once, by hand,
*> after dropping in the new programs and before any of them is
*> used again - every one of them now declares the longer records
*> and would refuse the old files - the same way custconv8 is.
*> Reads each file under the old layout, writes po.new /
*> polines.new under the new one, and the .new files are renamed
*> over the originals to finish.
IDENTIFICATION DIVISION.
PROGRAM-ID. poconv.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OldPOFile ASSIGN TO "po.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldPONumber
           FILE STATUS IS OldFileStatus.

       SELECT NewPOFile ASSIGN TO "po.new"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PONumber.

       SELECT OldPOLineFile ASSIGN TO "polines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldPOLineKey
           FILE STATUS IS OldFileStatus.

       SELECT NewPOLineFile ASSIGN TO "polines.new"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS POLineKey.

DATA DIVISION.
FILE SECTION.
FD OldPOFile.
       01 OldPOHeaderData.
              02 OldPONumber PIC 9(6).
              02 OldPODate PIC 9(8).
              02 OldPOSuppCode PIC X(5).
              02 OldPOExpectDate PIC 9(8).
              02 OldPOStatus PIC X(1).

FD NewPOFile.
       COPY "porec.cpy".

FD OldPOLineFile.
       01 OldPOLineData.
              02 OldPOLineKey.
                     03 OldPolPONumber PIC 9(6).
                     03 OldPolLineSeq PIC 9(3).
              02 OldPolProdCode PIC X(5).
              02 OldPolSizeCode PIC X(2).
              02 OldPolQtyOrdered PIC 9(5).
              02 OldPolQtyReceived PIC 9(5).

FD NewPOLineFile.
       COPY "polrec.cpy".

WORKING-STORAGE SECTION.
01 OldFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ConvEOF PIC X.
01 RecsConverted PIC 9(7) VALUE ZERO.
01 LinesConverted PIC 9(7) VALUE ZERO.
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       MOVE "N" TO ConvEOF.
       OPEN INPUT OldPOFile.
       MOVE "po.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OldFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT OldPOLineFile.
       MOVE "polines.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OldFileStatus, FileOK.
       IF FileOK = "N"
           CLOSE OldPOFile
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT NewPOFile.

       READ OldPOFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
       PERFORM ConvertOnePO UNTIL ConvEOF = "Y".
       CLOSE OldPOFile, NewPOFile.
       DISPLAY "PO headers converted : " RecsConverted.

       MOVE "N" TO ConvEOF.
       OPEN OUTPUT NewPOLineFile.
       READ OldPOLineFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
       PERFORM ConvertOneLine UNTIL ConvEOF = "Y".
       CLOSE OldPOLineFile, NewPOLineFile.
       DISPLAY "PO lines converted : " LinesConverted.

       DISPLAY "Rename po.new over po.txt and polines.new over"
           " polines.txt to finish.".
       MOVE RC-SUCCESS TO RETURN-CODE.
       GOBACK.

ConvertOnePO.
       MOVE SPACES TO POHeaderData.
       MOVE OldPONumber TO PONumber.
       MOVE OldPODate TO PODate.
       MOVE OldPOSuppCode TO POSuppCode.
       MOVE OldPOExpectDate TO POExpectDate.
       MOVE OldPOStatus TO POStatus.
       MOVE 0 TO PODropOrderID.
       MOVE 0 TO PODropCustID.
       MOVE 0 TO POSentDate.
       MOVE SPACES TO PODropShipTo PODropCity PODropState PODropZip.

       WRITE POHeaderData
           INVALID KEY DISPLAY "Duplicate key on convert : "
               OldPONumber
           NOT INVALID KEY ADD 1 TO RecsConverted
       END-WRITE.

       READ OldPOFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.

ConvertOneLine.
       MOVE SPACES TO POLineData.
       MOVE OldPolPONumber TO PolPONumber.
       MOVE OldPolLineSeq TO PolLineSeq.
       MOVE OldPolProdCode TO PolProdCode.
       MOVE OldPolSizeCode TO PolSizeCode.
       MOVE OldPolQtyOrdered TO PolQtyOrdered.
       MOVE OldPolQtyReceived TO PolQtyReceived.
       MOVE 0 TO PolUnitCost.
       MOVE 0 TO PolQtyBilled.
       MOVE 0 TO PolQtyReturned.
       MOVE 0 TO PolLastRecvDate.
       MOVE 0 TO PolOrderSeq.

       WRITE POLineData
           INVALID KEY DISPLAY "Duplicate key on convert : "
               OldPOLineKey
           NOT INVALID KEY ADD 1 TO LinesConverted
       END-WRITE.

       READ OldPOLineFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
