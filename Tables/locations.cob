       >>SOURCE FORMAT FREE
*> Stock location table maintenance, modeled on carrates - add,
*> update and get against locations.txt, keyed by a two-character
*> location code (the shop floor, the back warehouse, the second
*> store). A location is closed rather than deleted once stock has
*> been held there, so stkloc.txt, transfer.txt and old
*> stockmove.txt lines never point at a code that has gone; LOCMOVE
*> refuses any move at a closed location. Option 4 answers "which
*> one has the mediums" - every size of a product at every
*> location, off stkloc.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. locations.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL LocationFile ASSIGN TO "locations.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LocCode
           FILE STATUS IS LocFileStatus.

       SELECT OPTIONAL StockLocFile ASSIGN TO "stkloc.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StlKey
           FILE STATUS IS StockLocStatus.

DATA DIVISION.
FILE SECTION.
FD LocationFile.
       COPY "locrec.cpy".

FD StockLocFile.
       COPY "stklrec.cpy".

WORKING-STORAGE SECTION.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 LocFileStatus PIC XX.
01 StockLocStatus PIC XX.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 LocExists PIC X.
01 LocValid PIC X.
01 LocEOF PIC X.
01 StlEOF PIC X.
01 WantProdCode PIC X(5).
01 StockShown PIC 9(5).
01 ProdTotal PIC 9(7).
01 PrnLocQty PIC ZZZZ9.
01 PrnProdTotal PIC Z,ZZZ,ZZ9.

PROCEDURE DIVISION.
StartPara.
       OPEN I-O LocationFile.
       MOVE "locations.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, LocFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "Stock locations"
            DISPLAY "1 : Add Location "
            DISPLAY "2 : Update or Close Location "
            DISPLAY "3 : Get Location "
            DISPLAY "4 : Product Stock by Location "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM AddLocation
               WHEN 2 PERFORM UpdateLocation
               WHEN 3 PERFORM GetLocation
               WHEN 4 PERFORM ShowProductStock
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
CLOSE LocationFile.
STOP RUN.

AddLocation.
       DISPLAY " "
       PERFORM AcceptLocCode.
       IF LocCode = SPACES
           DISPLAY "A location code is required"
       ELSE
           PERFORM AcceptLocName
           SET LocActive TO TRUE

           WRITE LocationData
               INVALID KEY DISPLAY "Location already on file"
           END-WRITE
       END-IF.

UpdateLocation.
       MOVE "Y" TO LocExists.
       DISPLAY " "
       PERFORM AcceptLocCode.

       READ LocationFile
           INVALID KEY MOVE "N" TO LocExists
       END-READ.

       IF LocExists = "N"
           DISPLAY "Location doesn't exist"
       ELSE
           PERFORM AcceptLocName
           MOVE "N" TO LocValid
           PERFORM AcceptLocStatus UNTIL LocValid = "Y"

           REWRITE LocationData
               INVALID KEY DISPLAY "Location not updated"
           END-REWRITE
       END-IF.

AcceptLocCode.
       DISPLAY "Location Code (e.g. 01, WH) : " WITH NO ADVANCING.
       ACCEPT LocCode.

AcceptLocName.
       DISPLAY "Location Name : " WITH NO ADVANCING.
       ACCEPT LocName.

AcceptLocStatus.
       DISPLAY "Status (A active, C closed) : " WITH NO ADVANCING.
       ACCEPT LocStatus.
       IF LocStatus = "a"
           MOVE "A" TO LocStatus
       END-IF.
       IF LocStatus = "c"
           MOVE "C" TO LocStatus
       END-IF.
       IF LocActive OR LocClosed
           MOVE "Y" TO LocValid
       ELSE
           DISPLAY "Answer A or C."
       END-IF.

GetLocation.
       MOVE "Y" TO LocExists.
       DISPLAY " ".
       PERFORM AcceptLocCode.
       READ LocationFile
           INVALID KEY MOVE "N" TO LocExists
       END-READ.

       IF LocExists = "N"
           DISPLAY "Location doesn't exist "
       END-IF.

       IF LocExists = "Y"
           DISPLAY "Location : " LocCode " " LocName
           IF LocClosed
               DISPLAY "Status : closed"
           ELSE
               DISPLAY "Status : active"
           END-IF
       END-IF.

*> stkloc.txt is keyed location first, so each location on file is
*> started at its own slice for the product and read through its
*> sizes.
ShowProductStock.
       DISPLAY " ".
       DISPLAY "Product Code : " WITH NO ADVANCING.
       ACCEPT WantProdCode.
       MOVE 0 TO StockShown.
       MOVE 0 TO ProdTotal.
       OPEN INPUT StockLocFile.
       MOVE "N" TO LocEOF.
       MOVE LOW-VALUES TO LocCode.
       START LocationFile KEY IS GREATER THAN OR EQUAL TO LocCode
           INVALID KEY MOVE "Y" TO LocEOF
       END-START.
       PERFORM ShowOneLocation UNTIL LocEOF = "Y".
       CLOSE StockLocFile.
       IF StockShown = 0
           DISPLAY "  (no stock held anywhere for this product)"
       ELSE
           MOVE ProdTotal TO PrnProdTotal
           DISPLAY "  All locations : " PrnProdTotal
       END-IF.

ShowOneLocation.
       READ LocationFile NEXT RECORD
           AT END MOVE "Y" TO LocEOF
       END-READ.
       IF LocEOF = "N" AND StockLocStatus = "00"
           MOVE "N" TO StlEOF
           MOVE LocCode TO StlLocCode
           MOVE WantProdCode TO StlProdCode
           MOVE LOW-VALUES TO StlSizeCode
           START StockLocFile KEY IS GREATER THAN OR EQUAL TO StlKey
               INVALID KEY MOVE "Y" TO StlEOF
           END-START
           PERFORM ShowOneLocationSize UNTIL StlEOF = "Y"
       END-IF.

ShowOneLocationSize.
       READ StockLocFile NEXT RECORD
           AT END MOVE "Y" TO StlEOF
       END-READ.
       IF StlEOF = "N"
           IF StlLocCode NOT = LocCode OR StlProdCode NOT = WantProdCode
               MOVE "Y" TO StlEOF
           ELSE
               IF StlQty > 0
                   ADD 1 TO StockShown
                   ADD StlQty TO ProdTotal
                   MOVE StlQty TO PrnLocQty
                   DISPLAY "  " LocCode " " LocName " size " StlSizeCode
                       " : " PrnLocQty
               END-IF
           END-IF
       END-IF.
