       >>SOURCE FORMAT FREE
*> One-time conversion of supplier.txt from the 80-byte layout
*> ending at SuppTerms to the current layout: the record gains the
*> taxpayer ID and 1099 flag ap1099 reports from, and the EDI flag
*> and account ID poedi sends purchase orders by. Every existing
*> supplier comes over with no taxpayer ID, not 1099-reportable and
*> on paper - Supp1099Flag and SuppEdiFlag N - until suppliers is
*> used to fill them in. Run once, by hand, after dropping in the
*> new programs and before any of them is used again - every one
*> of them now declares the longer record and would refuse the old
*> file - the same way prodconv3 is. Reads the file under the old
*> layout, writes supplier.new under the new one, and supplier.new
*> is renamed over supplier.txt to finish.
IDENTIFICATION DIVISION.
PROGRAM-ID. suppconv.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OldSupplierFile ASSIGN TO "supplier.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldSuppCode
           FILE STATUS IS OldFileStatus.

       SELECT NewSupplierFile ASSIGN TO "supplier.new"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SuppCode.

DATA DIVISION.
FILE SECTION.
FD OldSupplierFile.
       01 OldSupplierData.
              02 OldSuppCode PIC X(5).
              02 OldSuppName PIC X(20).
              02 OldSuppAddress PIC X(30).
              02 OldSuppPhone PIC X(15).
              02 OldSuppTerms PIC X(10).

FD NewSupplierFile.
       COPY "supprec.cpy".

WORKING-STORAGE SECTION.
01 OldFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ConvEOF PIC X VALUE "N".
01 RecsConverted PIC 9(7) VALUE ZERO.
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       OPEN INPUT OldSupplierFile.
       MOVE "supplier.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OldFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT NewSupplierFile.

       READ OldSupplierFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
       PERFORM ConvertOne UNTIL ConvEOF = "Y".

       CLOSE OldSupplierFile, NewSupplierFile.
       DISPLAY "Suppliers converted : " RecsConverted.
       DISPLAY "Rename supplier.new over supplier.txt to finish.".
       MOVE RC-SUCCESS TO RETURN-CODE.
       GOBACK.

ConvertOne.
       MOVE SPACES TO SupplierData.
       MOVE OldSuppCode TO SuppCode.
       MOVE OldSuppName TO SuppName.
       MOVE OldSuppAddress TO SuppAddress.
       MOVE OldSuppPhone TO SuppPhone.
       MOVE OldSuppTerms TO SuppTerms.
       MOVE "N" TO Supp1099Flag.
       MOVE "N" TO SuppEdiFlag.

       WRITE SupplierData
           INVALID KEY DISPLAY "Duplicate key on convert : "
               OldSuppCode
           NOT INVALID KEY ADD 1 TO RecsConverted
       END-WRITE.

       READ OldSupplierFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
