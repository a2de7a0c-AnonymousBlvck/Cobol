       >>SOURCE FORMAT FREE
*> One-time conversion of openitem.txt from the 39-byte layout
*> ending at OiStatus to the current layout: the record gains the
*> due and discount dates and discount amount, the billing
*> currency and rate, and the dispute fields. Every date, amount
*> and the rate come over as zero and the codes as spaces, which
*> is how the programs already read an item from before the fields
*> existed - due 30 days after the invoice date with no discount,
*> a home-currency item, never disputed. Run once, by hand, after
*> dropping in the new programs and before any of them is used
*> again - every one of them now declares the longer record and
*> would refuse the old file - the same way custconv3 is. Reads the
*> file under the old layout, writes openitem.new under the new
*> one, and openitem.new is renamed over openitem.txt to finish.
IDENTIFICATION DIVISION.
PROGRAM-ID. oiconv.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OldOpenItemFile ASSIGN TO "openitem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldOiInvoiceNo
           FILE STATUS IS OldFileStatus.

       SELECT NewOpenItemFile ASSIGN TO "openitem.new"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OiInvoiceNo.

DATA DIVISION.
FILE SECTION.
FD OldOpenItemFile.
       01 OldOpenItemData.
              02 OldOiInvoiceNo PIC 9(6).
              02 OldOiCustID PIC 9(6).
              02 OldOiInvDate PIC 9(8).
              02 OldOiAmount PIC 9(7)V99.
              02 OldOiPaidAmt PIC 9(7)V99.
              02 OldOiStatus PIC X(1).

FD NewOpenItemFile.
       COPY "openitem.cpy".

WORKING-STORAGE SECTION.
01 OldFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ConvEOF PIC X VALUE "N".
01 RecsConverted PIC 9(7) VALUE ZERO.
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       OPEN INPUT OldOpenItemFile.
       MOVE "openitem.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OldFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT NewOpenItemFile.

       READ OldOpenItemFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
       PERFORM ConvertOne UNTIL ConvEOF = "Y".

       CLOSE OldOpenItemFile, NewOpenItemFile.
       DISPLAY "Open items converted : " RecsConverted.
       DISPLAY "Rename openitem.new over openitem.txt to finish.".
       MOVE RC-SUCCESS TO RETURN-CODE.
       GOBACK.

ConvertOne.
       MOVE SPACES TO OpenItemData.
       MOVE OldOiInvoiceNo TO OiInvoiceNo.
       MOVE OldOiCustID TO OiCustID.
       MOVE OldOiInvDate TO OiInvDate.
       MOVE OldOiAmount TO OiAmount.
       MOVE OldOiPaidAmt TO OiPaidAmt.
       MOVE OldOiStatus TO OiStatus.
       MOVE 0 TO OiDueDate.
       MOVE 0 TO OiDiscDate.
       MOVE 0 TO OiDiscAmt.
       MOVE 0 TO OiFxRate.
       MOVE 0 TO OiDispDate.
       MOVE 0 TO OiDispFollowUp.

       WRITE OpenItemData
           INVALID KEY DISPLAY "Duplicate key on convert : "
               OldOiInvoiceNo
           NOT INVALID KEY ADD 1 TO RecsConverted
       END-WRITE.

       READ OldOpenItemFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
