       >>SOURCE FORMAT FREE
*> One-time load of stkloc.txt from prodsku.txt, for the move to
*> holding stock by location. Everything on hand today is put at
*> the home location (HOMELOC= on locparm.txt, else "01"), and the
*> home location is added to locations.txt as "Main store" if it is
*> not there already - the shop floor, back warehouse and second
*> store are then set up through the locations table and stock is
*> moved out to them on transfers, so stkloc.txt and prodsku.txt
*> agree from the first day. Run once, by hand, after dropping in
*> the new programs and before any of them is used again, the same
*> way prodconv3 is. prodsku.txt is read under the current layout,
*> SkuUPC index and all, so stkconv runs after prodconv4 has added
*> SkuUPC. Refuses to run over a stkloc.txt that already holds
*> records. prodsku.txt is only read.
IDENTIFICATION DIVISION.
PROGRAM-ID. stkconv.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT SkuFile ASSIGN TO "prodsku.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT OPTIONAL StockLocFile ASSIGN TO "stkloc.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StlKey
           FILE STATUS IS StockLocStatus.

       SELECT OPTIONAL LocationFile ASSIGN TO "locations.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LocCode
           FILE STATUS IS LocFileStatus.

DATA DIVISION.
FILE SECTION.
FD SkuFile.
       COPY "skurec.cpy".

FD StockLocFile.
       COPY "stklrec.cpy".

FD LocationFile.
       COPY "locrec.cpy".

WORKING-STORAGE SECTION.
01 SkuFileStatus PIC XX.
01 StockLocStatus PIC XX.
01 LocFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ConvEOF PIC X VALUE "N".
01 RunDate PIC 9(8).
01 HomeLocCode PIC X(2).
01 RecsLoaded PIC 9(7) VALUE ZERO.
01 ParmFileName PIC X(20) VALUE "locparm.txt".
01 ParmKeyword PIC X(12) VALUE "HOMELOC".
01 ParmValue PIC X(30).
01 ParmFound PIC X.
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       OPEN INPUT SkuFile.
       MOVE "prodsku.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, SkuFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN INPUT StockLocFile.
       IF StockLocStatus = "00"
           READ StockLocFile NEXT RECORD
               AT END CONTINUE
               NOT AT END MOVE "Y" TO ConvEOF
           END-READ
       END-IF.
       CLOSE StockLocFile.
       IF ConvEOF = "Y"
           DISPLAY "stkloc.txt already holds stock - not loaded again."
           CLOSE SkuFile
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.

       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "Y" AND ParmValue(1:2) NOT = SPACES
           MOVE ParmValue(1:2) TO HomeLocCode
       ELSE
           MOVE "01" TO HomeLocCode
       END-IF.
       PERFORM AddHomeLocation.

       OPEN OUTPUT StockLocFile.
       READ SkuFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
       PERFORM LoadOne UNTIL ConvEOF = "Y".

       CLOSE SkuFile, StockLocFile.
       DISPLAY "Sizes loaded at location " HomeLocCode " : " RecsLoaded.
       MOVE RC-SUCCESS TO RETURN-CODE.
       GOBACK.

AddHomeLocation.
       OPEN I-O LocationFile.
       MOVE HomeLocCode TO LocCode.
       READ LocationFile
           INVALID KEY
               MOVE "Main store" TO LocName
               SET LocActive TO TRUE
               WRITE LocationData
                   INVALID KEY DISPLAY "Home location not added."
               END-WRITE
       END-READ.
       CLOSE LocationFile.

LoadOne.
       MOVE HomeLocCode TO StlLocCode.
       MOVE SkuProdCode TO StlProdCode.
       MOVE SkuSizeCode TO StlSizeCode.
       MOVE SkuQty TO StlQty.
       MOVE RunDate TO StlLastMoveDate.
       WRITE StockLocData
           INVALID KEY DISPLAY "Duplicate key on load : "
               SkuProdCode " " SkuSizeCode
           NOT INVALID KEY ADD 1 TO RecsLoaded
       END-WRITE.

       READ SkuFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
