       >>SOURCE FORMAT FREE
*> Shared stock-by-location move in the GCREDEEM mould - the one
*> place a quantity at a location changes, so receiving, picking,
*> counting, layaway, counter sales and transfers all apply the
*> same below-zero guard to stkloc.txt before they touch the
*> product/size total on prodsku.txt. The caller passes the
*> location (spaces for the home location, HOMELOC= on
*> locparm.txt, else "01" - the code comes back filled in for the
*> stockmove.txt line), the product and size, the signed change,
*> and "N" to only ask whether the move would go or "Y" to make
*> it. The result comes back "Y" when the move goes (or would),
*> "N" when it would take the location below zero, and "X" when
*> the location is not on locations.txt or is closed. The
*> location's quantity comes back as it stands after the move, or
*> as it stands now when the move was refused or only asked about.
*> A location/size with no record yet is read as holding none and
*> is written the first time stock arrives there.
IDENTIFICATION DIVISION.
PROGRAM-ID. LOCMOVE.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.October 15.

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
01 LocFileStatus PIC XX.
01 StockLocStatus PIC XX.
01 LocFound PIC X.
01 StlFound PIC X.
01 NewLocQty PIC S9(6).
01 TodayDate PIC 9(8).
01 ParmFileName PIC X(20) VALUE "locparm.txt".
01 ParmKeyword PIC X(12) VALUE "HOMELOC".
01 ParmValue PIC X(30).
01 ParmFound PIC X.

LINKAGE SECTION.
       01 LLocCode PIC X(2).
       01 LProdCode PIC X(5).
       01 LSizeCode PIC X(2).
       01 LMoveQty PIC S9(5).
       01 LApply PIC X.
       01 LLocQty PIC 9(5).
       01 LResult PIC X.

PROCEDURE DIVISION USING LLocCode, LProdCode, LSizeCode, LMoveQty,
       LApply, LLocQty, LResult.
StartPara.
       MOVE "Y" TO LResult.
       MOVE 0 TO LLocQty.
       IF LLocCode = SPACES
           PERFORM FindHomeLocation
       END-IF.

       MOVE "Y" TO LocFound.
       OPEN INPUT LocationFile.
       IF LocFileStatus NOT = "00"
           MOVE "N" TO LocFound
       ELSE
           MOVE LLocCode TO LocCode
           READ LocationFile
               INVALID KEY MOVE "N" TO LocFound
           END-READ
       END-IF.
       CLOSE LocationFile.
       IF LocFound = "N" OR LocClosed
           MOVE "X" TO LResult
           GOBACK
       END-IF.

       OPEN I-O StockLocFile.
       MOVE "Y" TO StlFound.
       MOVE LLocCode TO StlLocCode.
       MOVE LProdCode TO StlProdCode.
       MOVE LSizeCode TO StlSizeCode.
       READ StockLocFile
           INVALID KEY MOVE "N" TO StlFound
       END-READ.
       IF StlFound = "N"
           MOVE 0 TO StlQty
       END-IF.
       MOVE StlQty TO LLocQty.

       COMPUTE NewLocQty = StlQty + LMoveQty.
       IF NewLocQty < 0
           MOVE "N" TO LResult
       END-IF.
       IF LResult = "Y" AND LApply = "Y"
           PERFORM ApplyLocationMove
       END-IF.
       CLOSE StockLocFile.
       GOBACK.

FindHomeLocation.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "Y" AND ParmValue(1:2) NOT = SPACES
           MOVE ParmValue(1:2) TO LLocCode
       ELSE
           MOVE "01" TO LLocCode
       END-IF.

ApplyLocationMove.
       ACCEPT TodayDate FROM DATE YYYYMMDD.
       MOVE NewLocQty TO StlQty.
       MOVE TodayDate TO StlLastMoveDate.
       IF StlFound = "Y"
           REWRITE StockLocData
               INVALID KEY MOVE "N" TO LResult
           END-REWRITE
       ELSE
           WRITE StockLocData
               INVALID KEY MOVE "N" TO LResult
           END-WRITE
       END-IF.
       IF LResult = "Y"
           MOVE StlQty TO LLocQty
       END-IF.
