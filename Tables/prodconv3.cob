       >>SOURCE FORMAT FREE
*> One-time conversion of product.txt from the 35-byte layout
*> ending at ProdStatus to the 36-byte layout: the record gains
*> ProdDropShip, set to "N" - everything on file stays a stocked
*> product until someone flags it drop-ship through tables' menu.
*> Run once, by hand, after dropping in the new programs and before
*> any of them is used again, the same way prodconv2 added
*> ProdStatus. Reads the file under the old layout, writes
*> product.new under the new one, and product.new is renamed over
*> product.txt to finish. prodsku.txt is untouched.
IDENTIFICATION DIVISION.
PROGRAM-ID. prodconv3.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OldProductFile ASSIGN TO "product.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldProdCode
           ALTERNATE RECORD KEY IS OldProdName WITH DUPLICATES
           FILE STATUS IS OldFileStatus.

       SELECT NewProductFile ASSIGN TO "product.new"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NewProdCode
           ALTERNATE RECORD KEY IS NewProdName WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD OldProductFile.
       01 OldProductData.
              02 OldProdCode PIC X(5).
              02 OldProdName PIC X(10).
              02 OldProdUnitPrice PIC 9(5)V99.
              02 OldProdUnitCost PIC 9(5)V99.
              02 OldProdSuppCode PIC X(5).
              02 OldProdStatus PIC X(1).

FD NewProductFile.
       01 NewProductData.
              02 NewProdCode PIC X(5).
              02 NewProdName PIC X(10).
              02 NewProdUnitPrice PIC 9(5)V99.
              02 NewProdUnitCost PIC 9(5)V99.
              02 NewProdSuppCode PIC X(5).
              02 NewProdStatus PIC X(1).
              02 NewProdDropShip PIC X(1).

WORKING-STORAGE SECTION.
01 OldFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ConvEOF PIC X VALUE "N".
01 RecsConverted PIC 9(7) VALUE ZERO.
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       OPEN INPUT OldProductFile.
       MOVE "product.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OldFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT NewProductFile.

       READ OldProductFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
       PERFORM ConvertOne UNTIL ConvEOF = "Y".

       CLOSE OldProductFile, NewProductFile.
       DISPLAY "Products converted : " RecsConverted.
       DISPLAY "Rename product.new over product.txt to finish.".
       MOVE RC-SUCCESS TO RETURN-CODE.
       GOBACK.

ConvertOne.
       MOVE SPACES TO NewProductData.
       MOVE OldProdCode TO NewProdCode.
       MOVE OldProdName TO NewProdName.
       MOVE OldProdUnitPrice TO NewProdUnitPrice.
       MOVE OldProdUnitCost TO NewProdUnitCost.
       MOVE OldProdSuppCode TO NewProdSuppCode.
       MOVE OldProdStatus TO NewProdStatus.
       MOVE "N" TO NewProdDropShip.

       WRITE NewProductData
           INVALID KEY DISPLAY "Duplicate key on convert : "
               OldProdCode
           NOT INVALID KEY ADD 1 TO RecsConverted
       END-WRITE.

       READ OldProductFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
