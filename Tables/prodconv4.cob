       >>SOURCE FORMAT FREE
*> One-time conversion of prodsku.txt from the 17-byte layout
*> ending at SkuReorder to the current layout: the record gains
*> SkuUPC, set to spaces - no SKU has a barcode on file until one
*> is assigned through tables' stock update or a new size is added
*> with one, and upcexcp lists every selling SKU still without.
*> Run once, by hand, after dropping in the new programs and before
*> any of them is used again, the same way prodconv3 added
*> ProdDropShip. Reads the file under the old layout, writes
*> prodsku.new under the new one, with the UPC alternate index
*> built as it goes, and prodsku.new is renamed over prodsku.txt to
*> finish. product.txt is untouched.
IDENTIFICATION DIVISION.
PROGRAM-ID. prodconv4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OldSkuFile ASSIGN TO "prodsku.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldSkuKey
           FILE STATUS IS OldFileStatus.

       SELECT NewSkuFile ASSIGN TO "prodsku.new"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NewSkuKey
           ALTERNATE RECORD KEY IS NewSkuUPC WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD OldSkuFile.
       01 OldSkuData.
              02 OldSkuKey.
                     03 OldSkuProdCode PIC X(5).
                     03 OldSkuSizeCode PIC X(2).
              02 OldSkuQty PIC 9(5).
              02 OldSkuReorder PIC 9(5).

FD NewSkuFile.
       COPY "skurec.cpy" REPLACING SkuData BY NewSkuData,
           SkuKey BY NewSkuKey,
           SkuProdCode BY NewSkuProdCode,
           SkuSizeCode BY NewSkuSizeCode,
           SkuQty BY NewSkuQty,
           SkuReorder BY NewSkuReorder,
           SkuUPC BY NewSkuUPC.

WORKING-STORAGE SECTION.
01 OldFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ConvEOF PIC X VALUE "N".
01 RecsConverted PIC 9(7) VALUE ZERO.
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       OPEN INPUT OldSkuFile.
       MOVE "prodsku.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OldFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT NewSkuFile.

       READ OldSkuFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
       PERFORM ConvertOne UNTIL ConvEOF = "Y".

       CLOSE OldSkuFile, NewSkuFile.
       DISPLAY "SKUs converted : " RecsConverted.
       DISPLAY "Rename prodsku.new over prodsku.txt to finish.".
       MOVE RC-SUCCESS TO RETURN-CODE.
       GOBACK.

ConvertOne.
       MOVE SPACES TO NewSkuData.
       MOVE OldSkuProdCode TO NewSkuProdCode.
       MOVE OldSkuSizeCode TO NewSkuSizeCode.
       MOVE OldSkuQty TO NewSkuQty.
       MOVE OldSkuReorder TO NewSkuReorder.

       WRITE NewSkuData
           INVALID KEY DISPLAY "Duplicate key on convert : "
               OldSkuProdCode " " OldSkuSizeCode
           NOT INVALID KEY ADD 1 TO RecsConverted
       END-WRITE.

       READ OldSkuFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
