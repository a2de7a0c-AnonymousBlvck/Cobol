       >>SOURCE FORMAT FREE
*> Merchandise category table maintenance, modeled on locations -
*> add, rename, delete and list against category.txt. The table has
*> two levels: a department (outerwear, footwear, accessories) is
*> keyed by its two-character code with the category code left
*> blank, and each category under it (coats, rain jackets, fleece)
*> carries the department's code plus its own. A category can only
*> be added under a department already on file. Products are put in
*> a category through tables' Add or Update Product; a department
*> with categories under it, or a category any product still
*> carries, cannot be deleted. Option 4 lists the whole table,
*> departments with their categories indented under them.
IDENTIFICATION DIVISION.
PROGRAM-ID. categories.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL CategoryFile ASSIGN TO "category.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CatKey
           FILE STATUS IS CatFileStatus.

       SELECT ProductFile ASSIGN TO "product.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

DATA DIVISION.
FILE SECTION.
FD CategoryFile.
       COPY "catrec.cpy".

FD ProductFile.
       COPY "prodrec.cpy".

WORKING-STORAGE SECTION.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 CatFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 CatExists PIC X.
01 CatInUse PIC X.
01 CatEOF PIC X.
01 ProdEOF PIC X.
01 EntryDept PIC X(2).
01 EntrySub PIC X(2).
01 CatShown PIC 9(5).
01 ProdUsing PIC 9(5).

PROCEDURE DIVISION.
StartPara.
       OPEN I-O CategoryFile.
       MOVE "category.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CatFileStatus, FileOK.
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
       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "Departments and categories"
            DISPLAY "1 : Add Department or Category "
            DISPLAY "2 : Rename Department or Category "
            DISPLAY "3 : Delete Department or Category "
            DISPLAY "4 : List Departments and Categories "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM AddCategory
               WHEN 2 PERFORM RenameCategory
               WHEN 3 PERFORM DeleteCategory
               WHEN 4 PERFORM ListCategories
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
CLOSE CategoryFile, ProductFile.
STOP RUN.

*> A blank category code adds the department itself; anything else
*> is a category, and its department has to be on file first.
AddCategory.
       DISPLAY " "
       PERFORM AcceptCatKey.
       IF EntryDept = SPACES
           DISPLAY "A department code is required"
       ELSE
           MOVE "Y" TO CatExists
           IF EntrySub NOT = SPACES
               MOVE EntryDept TO CatDept
               MOVE SPACES TO CatSub
               READ CategoryFile
                   INVALID KEY MOVE "N" TO CatExists
               END-READ
           END-IF
           IF CatExists = "N"
               DISPLAY "Department " EntryDept " isn't on file - add it first."
           ELSE
               MOVE EntryDept TO CatDept
               MOVE EntrySub TO CatSub
               PERFORM AcceptCatName

               WRITE CategoryData
                   INVALID KEY DISPLAY "Code already on file"
               END-WRITE
           END-IF
       END-IF.

RenameCategory.
       MOVE "Y" TO CatExists.
       DISPLAY " "
       PERFORM AcceptCatKey.
       MOVE EntryDept TO CatDept.
       MOVE EntrySub TO CatSub.

       READ CategoryFile
           INVALID KEY MOVE "N" TO CatExists
       END-READ.

       IF CatExists = "N"
           DISPLAY "Code doesn't exist"
       ELSE
           DISPLAY "Now : " CatName
           PERFORM AcceptCatName

           REWRITE CategoryData
               INVALID KEY DISPLAY "Name not updated"
           END-REWRITE
       END-IF.

*> Nothing is deleted while anything still points at it - the
*> department's own categories, or any product on file.
DeleteCategory.
       MOVE "Y" TO CatExists.
       DISPLAY " "
       PERFORM AcceptCatKey.
       MOVE EntryDept TO CatDept.
       MOVE EntrySub TO CatSub.
       READ CategoryFile
           INVALID KEY MOVE "N" TO CatExists
       END-READ.

       IF CatExists = "N"
           DISPLAY "Code doesn't exist"
       ELSE
           PERFORM CheckCategoryInUse
           IF CatInUse = "N"
               MOVE EntryDept TO CatDept
               MOVE EntrySub TO CatSub
               DELETE CategoryFile
                   INVALID KEY DISPLAY "Code not deleted"
               END-DELETE
           END-IF
       END-IF.

CheckCategoryInUse.
       MOVE "N" TO CatInUse.
       IF EntrySub = SPACES
           MOVE "N" TO CatEOF
           START CategoryFile KEY IS GREATER THAN CatKey
               INVALID KEY MOVE "Y" TO CatEOF
           END-START
           IF CatEOF = "N"
               READ CategoryFile NEXT RECORD
                   AT END MOVE "Y" TO CatEOF
               END-READ
           END-IF
           IF CatEOF = "N" AND CatDept = EntryDept
               DISPLAY "Department still has categories under it - delete them first."
               MOVE "Y" TO CatInUse
           END-IF
       END-IF.
       IF CatInUse = "N"
           MOVE 0 TO ProdUsing
           MOVE "N" TO ProdEOF
           MOVE LOW-VALUES TO ProdCode
           START ProductFile KEY IS GREATER THAN OR EQUAL TO ProdCode
               INVALID KEY MOVE "Y" TO ProdEOF
           END-START
           PERFORM CountOneProduct UNTIL ProdEOF = "Y"
           IF ProdUsing > 0
               DISPLAY ProdUsing " products are still in it - move them first."
               MOVE "Y" TO CatInUse
           END-IF
       END-IF.

CountOneProduct.
       READ ProductFile NEXT RECORD
           AT END MOVE "Y" TO ProdEOF
       END-READ.
       IF ProdEOF = "N" AND ProdCatDept = EntryDept
           IF EntrySub = SPACES OR ProdCatSub = EntrySub
               ADD 1 TO ProdUsing
           END-IF
       END-IF.

AcceptCatKey.
       DISPLAY "Department Code : " WITH NO ADVANCING.
       MOVE SPACES TO EntryDept.
       ACCEPT EntryDept.
       DISPLAY "Category Code (blank for the department itself) : "
           WITH NO ADVANCING.
       MOVE SPACES TO EntrySub.
       ACCEPT EntrySub.

AcceptCatName.
       DISPLAY "Name : " WITH NO ADVANCING.
       ACCEPT CatName.

*> category.txt is keyed department first, and a department's own
*> record sorts ahead of its categories, so one pass in key order
*> prints the table as it is meant to be read.
ListCategories.
       DISPLAY " ".
       MOVE 0 TO CatShown.
       MOVE "N" TO CatEOF.
       MOVE LOW-VALUES TO CatKey.
       START CategoryFile KEY IS GREATER THAN OR EQUAL TO CatKey
           INVALID KEY MOVE "Y" TO CatEOF
       END-START.
       PERFORM ShowOneCategory UNTIL CatEOF = "Y".
       IF CatShown = 0
           DISPLAY "  (no departments on file)"
       END-IF.

ShowOneCategory.
       READ CategoryFile NEXT RECORD
           AT END MOVE "Y" TO CatEOF
       END-READ.
       IF CatEOF = "N"
           ADD 1 TO CatShown
           IF CatSub = SPACES
               DISPLAY CatDept "    " CatName
           ELSE
               DISPLAY "  " CatDept CatSub "  " CatName
           END-IF
       END-IF.
