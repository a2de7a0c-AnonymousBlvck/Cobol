       >>SOURCE FORMAT FREE
*> Kit definition table maintenance, modeled on carrates - add,
*> delete, update and get against kit.txt, one line per component
*> of a gift set or starter bundle, keyed by the kit's product code
*> plus the component's product and size. The kit itself is set up
*> on product.txt through tables like any product, with its own
*> price on prodprice.txt, but with no sizes of its own - it is
*> never stocked, only made up from its components when it sells.
*> A component must be a size carried on prodsku.txt and cannot be
*> another kit. Option 4 lists a kit's components and how many
*> whole kits a location can make up from them right now, through
*> KITSTOCK - the number the counter, the pick run and the web
*> catalog all go by.
IDENTIFICATION DIVISION.
PROGRAM-ID. kits.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL KitFile ASSIGN TO "kit.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KitKey
           FILE STATUS IS KitFileStatus.

       SELECT ProductFile ASSIGN TO "product.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

       SELECT OPTIONAL SkuFile ASSIGN TO "prodsku.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

DATA DIVISION.
FILE SECTION.
FD KitFile.
       COPY "kitrec.cpy".

FD ProductFile.
       COPY "prodrec.cpy".

FD SkuFile.
       COPY "skurec.cpy".

WORKING-STORAGE SECTION.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 KitFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 SkuFileStatus PIC XX.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 KitExists PIC X.
01 KitValid PIC X.
01 KitEOF PIC X.
01 SkuEOF PIC X.
01 EntryKitCode PIC X(5).
01 EntryCompProd PIC X(5).
01 EntryCompSize PIC X(2).
01 CompShown PIC 9(3).
01 KitLocCode PIC X(2).
01 KitIsKit PIC X.
01 KitAvail PIC 9(5).
01 PrnCompQty PIC ZZ9.
01 PrnKitAvail PIC ZZ,ZZ9.

PROCEDURE DIVISION.
StartPara.
       OPEN I-O KitFile.
       MOVE "kit.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, KitFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN INPUT ProductFile.
       MOVE "product.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, ProdFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN INPUT SkuFile.
       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "Kits and bundles"
            DISPLAY "1 : Add Kit Component "
            DISPLAY "2 : Delete Kit Component "
            DISPLAY "3 : Update Component Quantity "
            DISPLAY "4 : Get Kit "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM AddComponent
               WHEN 2 PERFORM DeleteComponent
               WHEN 3 PERFORM UpdateComponent
               WHEN 4 PERFORM GetKit
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
CLOSE KitFile, ProductFile, SkuFile.
STOP RUN.

*> Every check is made before the line is written: the kit is a
*> product with no sizes of its own, the component is a carried
*> size of some other product, and that product is not a kit.
AddComponent.
       DISPLAY " "
       PERFORM AcceptKitCode.
       PERFORM CheckKitProduct.
       IF KitValid = "Y"
           PERFORM AcceptComponentKey
           PERFORM CheckComponent
       END-IF.
       IF KitValid = "Y"
           MOVE "N" TO KitValid
           PERFORM AcceptCompQty UNTIL KitValid = "Y"
           MOVE EntryKitCode TO KitProdCode
           MOVE EntryCompProd TO KitCompProd
           MOVE EntryCompSize TO KitCompSize

           WRITE KitData
               INVALID KEY DISPLAY "Component already on this kit"
           END-WRITE
       END-IF.

DeleteComponent.
       DISPLAY " "
       PERFORM AcceptKitCode.
       PERFORM AcceptComponentKey.
       MOVE EntryKitCode TO KitProdCode.
       MOVE EntryCompProd TO KitCompProd.
       MOVE EntryCompSize TO KitCompSize.
       DISPLAY " "
       DELETE KitFile
           INVALID KEY DISPLAY "Component isn't on this kit"
       END-DELETE.

UpdateComponent.
       MOVE "Y" TO KitExists.
       DISPLAY " "
       PERFORM AcceptKitCode.
       PERFORM AcceptComponentKey.
       MOVE EntryKitCode TO KitProdCode.
       MOVE EntryCompProd TO KitCompProd.
       MOVE EntryCompSize TO KitCompSize.

       READ KitFile
           INVALID KEY MOVE "N" TO KitExists
       END-READ.

       IF KitExists = "N"
           DISPLAY "Component isn't on this kit"
       ELSE
           MOVE "N" TO KitValid
           PERFORM AcceptCompQty UNTIL KitValid = "Y"

           REWRITE KitData
               INVALID KEY DISPLAY "Component not updated"
           END-REWRITE
       END-IF.

AcceptKitCode.
       DISPLAY "Kit Product Code : " WITH NO ADVANCING.
       ACCEPT EntryKitCode.

AcceptComponentKey.
       DISPLAY "Component Product Code : " WITH NO ADVANCING.
       ACCEPT EntryCompProd.
       DISPLAY "Component Size Code : " WITH NO ADVANCING.
       MOVE SPACES TO EntryCompSize.
       ACCEPT EntryCompSize.

AcceptCompQty.
       DISPLAY "Quantity in one kit : " WITH NO ADVANCING.
       ACCEPT KitCompQty.
       IF KitCompQty NOT NUMERIC OR KitCompQty = 0
           DISPLAY "Enter the quantity as a number above zero."
       ELSE
           MOVE "Y" TO KitValid
       END-IF.

CheckKitProduct.
       MOVE "Y" TO KitValid.
       MOVE EntryKitCode TO ProdCode.
       READ ProductFile
           INVALID KEY MOVE "N" TO KitValid
       END-READ.
       IF KitValid = "N"
           DISPLAY "Kit product isn't on product.txt - add it through tables first."
       ELSE
           MOVE "N" TO SkuEOF
           MOVE EntryKitCode TO SkuProdCode
           MOVE LOW-VALUES TO SkuSizeCode
           START SkuFile KEY IS GREATER THAN OR EQUAL TO SkuKey
               INVALID KEY MOVE "Y" TO SkuEOF
           END-START
           IF SkuEOF = "N"
               READ SkuFile NEXT RECORD
                   AT END MOVE "Y" TO SkuEOF
               END-READ
           END-IF
           IF SkuEOF = "N" AND SkuProdCode = EntryKitCode
               DISPLAY "That product carries sizes of its own - a kit holds no stock."
               MOVE "N" TO KitValid
           END-IF
       END-IF.

CheckComponent.
       IF EntryCompProd = EntryKitCode
           DISPLAY "A kit can't be a component of itself."
           MOVE "N" TO KitValid
       END-IF.
       IF KitValid = "Y"
           MOVE EntryCompProd TO SkuProdCode
           MOVE EntryCompSize TO SkuSizeCode
           READ SkuFile
               INVALID KEY
                   DISPLAY "That size isn't carried for the component."
                   MOVE "N" TO KitValid
           END-READ
       END-IF.
       IF KitValid = "Y"
           MOVE EntryCompProd TO KitProdCode
           MOVE LOW-VALUES TO KitCompProd
           MOVE LOW-VALUES TO KitCompSize
           START KitFile KEY IS GREATER THAN OR EQUAL TO KitKey
               INVALID KEY MOVE "Y" TO KitEOF
               NOT INVALID KEY MOVE "N" TO KitEOF
           END-START
           IF KitEOF = "N"
               READ KitFile NEXT RECORD
                   AT END MOVE "Y" TO KitEOF
               END-READ
           END-IF
           IF KitEOF = "N" AND KitProdCode = EntryCompProd
               DISPLAY "The component is itself a kit - name its own components."
               MOVE "N" TO KitValid
           END-IF
       END-IF.

*> KITSTOCK opens kit.txt for itself, so this program gives up its
*> own handle for the call and takes it back after.
GetKit.
       DISPLAY " ".
       PERFORM AcceptKitCode.
       MOVE 0 TO CompShown.
       MOVE "Y" TO KitExists.
       MOVE EntryKitCode TO ProdCode.
       READ ProductFile
           INVALID KEY MOVE "N" TO KitExists
       END-READ.
       IF KitExists = "Y"
           DISPLAY "Kit : " ProdCode " " ProdName
       END-IF.
       MOVE "N" TO KitEOF.
       MOVE EntryKitCode TO KitProdCode.
       MOVE LOW-VALUES TO KitCompProd.
       MOVE LOW-VALUES TO KitCompSize.
       START KitFile KEY IS GREATER THAN OR EQUAL TO KitKey
           INVALID KEY MOVE "Y" TO KitEOF
       END-START.
       PERFORM ShowOneComponent UNTIL KitEOF = "Y".
       IF CompShown = 0
           DISPLAY "  (no components on file for this kit)"
       ELSE
           DISPLAY "Make up at location (blank for home) : "
               WITH NO ADVANCING
           MOVE SPACES TO KitLocCode
           ACCEPT KitLocCode
           CLOSE KitFile
           CALL "KITSTOCK" USING EntryKitCode, KitLocCode, KitIsKit,
               KitAvail
           OPEN I-O KitFile
           MOVE KitAvail TO PrnKitAvail
           DISPLAY "  Kits that can be made up at location " KitLocCode
               " : " PrnKitAvail
       END-IF.

ShowOneComponent.
       READ KitFile NEXT RECORD
           AT END MOVE "Y" TO KitEOF
       END-READ.
       IF KitEOF = "N"
           IF KitProdCode NOT = EntryKitCode
               MOVE "Y" TO KitEOF
           ELSE
               ADD 1 TO CompShown
               MOVE KitCompProd TO ProdCode
               READ ProductFile
                   INVALID KEY MOVE "(no master)" TO ProdName
               END-READ
               MOVE KitCompQty TO PrnCompQty
               DISPLAY "  " PrnCompQty " x " KitCompProd " " ProdName
                   " size " KitCompSize
           END-IF
       END-IF.
