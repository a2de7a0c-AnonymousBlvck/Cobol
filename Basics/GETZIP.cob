       >>SOURCE FORMAT FREE
*> Shared ZIP check and jurisdiction lookup in the GETRATE mould:
*> callers pass a ZIP with the city and state keyed beside it, and
*> get back the tax jurisdiction the ZIP falls in and a result flag.
*> The ZIP has to be five digits, or ZIP+4 keyed either as
*> 12345-6789 or as nine straight digits - the nine-digit form is
*> handed back rewritten with the hyphen so every file keeps one
*> shape. A ZIP of any other shape comes back "X" and the caller
*> refuses it. A good ZIP is looked up on zipjuris.txt: "Y" carries
*> the jurisdiction back, and fills in a city or state the caller
*> left blank from the table; "N" is a good ZIP the table does not
*> know yet (or no table at all), and the caller keeps the
*> jurisdiction it would have used before. ADDCUST, UPDCUST,
*> BATCHMNT and ADDRMNT check what is keyed through here; ordinv
*> and ordship rate a ship-to by its delivery ZIP, and zipsweep
*> holds the file's keyed jurisdictions up against it.
IDENTIFICATION DIVISION.
PROGRAM-ID. GETZIP.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.September 1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL ZipJurisFile ASSIGN TO "zipjuris.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ZjZip
           FILE STATUS IS ZipJurisStatus.

DATA DIVISION.
FILE SECTION.
FD ZipJurisFile.
       COPY "ziprec.cpy".

WORKING-STORAGE SECTION.
01 ZipJurisStatus PIC XX.
01 ZipShape PIC X.
01 PlusFour PIC X(4).

LINKAGE SECTION.
       01 LZip PIC X(10).
       01 LCity PIC X(20).
       01 LState PIC X(2).
       01 LJuris PIC X(2).
       01 LResult PIC X.

PROCEDURE DIVISION USING LZip, LCity, LState, LJuris, LResult.
StartPara.
       MOVE "N" TO LResult.
       PERFORM CheckZipShape.
       IF ZipShape = "N"
           MOVE "X" TO LResult
           GOBACK
       END-IF.

       OPEN INPUT ZipJurisFile.
       IF ZipJurisStatus = "00"
           MOVE LZip(1:5) TO ZjZip
           READ ZipJurisFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO LResult
                   MOVE ZjJuris TO LJuris
                   IF LCity = SPACES
                       MOVE ZjCity TO LCity
                   END-IF
                   IF LState = SPACES
                       MOVE ZjState TO LState
                   END-IF
           END-READ
       END-IF.
       CLOSE ZipJurisFile.
       GOBACK.

*> Five digits then blanks, five digits, a hyphen and four, or nine
*> digits run together - the last is rewritten 12345-6789.
CheckZipShape.
       MOVE "N" TO ZipShape.
       IF LZip(1:5) IS NUMERIC
           EVALUATE TRUE
               WHEN LZip(6:5) = SPACES
                   MOVE "Y" TO ZipShape
               WHEN LZip(6:1) = "-" AND LZip(7:4) IS NUMERIC
                   MOVE "Y" TO ZipShape
               WHEN LZip(6:4) IS NUMERIC AND LZip(10:1) = SPACE
                   MOVE LZip(6:4) TO PlusFour
                   MOVE "-" TO LZip(6:1)
                   MOVE PlusFour TO LZip(7:4)
                   MOVE "Y" TO ZipShape
           END-EVALUATE
       END-IF.
