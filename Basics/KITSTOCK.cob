       >>SOURCE FORMAT FREE
*> Shared kit availability in the LOCMOVE mould. The caller passes
*> a product code and a stock location (spaces for the home
*> location - the code comes back filled in), and gets back "Y"
*> when the product is a kit on kit.txt and how many whole kits the
*> location's shelf can make up: the scarcest component decides,
*> each component's quantity at the location divided by what one
*> kit takes of it. A product with no kit.txt lines comes back "N"
*> with zero. Each component's shelf quantity is asked of LOCMOVE
*> as a zero move, so the location is proved the same way every
*> other stock program proves it; a location that is not on file
*> or is closed can make up none. Only kit.txt is opened here -
*> the caller still takes each component's stock through its own
*> guarded move.
IDENTIFICATION DIVISION.
PROGRAM-ID. KITSTOCK.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.October 15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL KitFile ASSIGN TO "kit.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KitKey
           FILE STATUS IS KitFileStatus.

DATA DIVISION.
FILE SECTION.
FD KitFile.
       COPY "kitrec.cpy".

WORKING-STORAGE SECTION.
01 KitFileStatus PIC XX.
01 KitEOF PIC X.
01 CompAvail PIC 9(5).
01 LocMoveQty PIC S9(5).
01 LocQty PIC 9(5).
01 LocApply PIC X.
01 LocResult PIC X.

LINKAGE SECTION.
       01 LKitCode PIC X(5).
       01 LLocCode PIC X(2).
       01 LIsKit PIC X.
       01 LKitAvail PIC 9(5).

PROCEDURE DIVISION USING LKitCode, LLocCode, LIsKit, LKitAvail.
StartPara.
       MOVE "N" TO LIsKit.
       MOVE 0 TO LKitAvail.
       MOVE "N" TO KitEOF.
       OPEN INPUT KitFile.
       IF KitFileStatus NOT = "00"
           MOVE "Y" TO KitEOF
       ELSE
           MOVE LKitCode TO KitProdCode
           MOVE LOW-VALUES TO KitCompProd
           MOVE LOW-VALUES TO KitCompSize
           START KitFile KEY IS GREATER THAN OR EQUAL TO KitKey
               INVALID KEY MOVE "Y" TO KitEOF
           END-START
       END-IF.
       PERFORM CountOneComponent UNTIL KitEOF = "Y".
       CLOSE KitFile.
       GOBACK.

*> The first component sets the figure; every later one can only
*> bring it down.
CountOneComponent.
       READ KitFile NEXT RECORD
           AT END MOVE "Y" TO KitEOF
       END-READ.
       IF KitEOF = "N"
           IF KitProdCode NOT = LKitCode
               MOVE "Y" TO KitEOF
           ELSE
               MOVE 0 TO LocMoveQty
               MOVE "N" TO LocApply
               CALL "LOCMOVE" USING LLocCode, KitCompProd, KitCompSize,
                   LocMoveQty, LocApply, LocQty, LocResult
               IF LocResult = "X" OR KitCompQty = 0
                   MOVE 0 TO CompAvail
               ELSE
                   COMPUTE CompAvail = LocQty / KitCompQty
               END-IF
               IF LIsKit = "N" OR CompAvail < LKitAvail
                   MOVE CompAvail TO LKitAvail
               END-IF
               MOVE "Y" TO LIsKit
           END-IF
       END-IF.
