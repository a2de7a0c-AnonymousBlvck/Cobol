       >>SOURCE FORMAT FREE
*> ZIP-to-jurisdiction table maintenance, modeled on carrates - add,
*> delete, update and get against zipjuris.txt, keyed by the
*> five-digit ZIP. Each ZIP names the taxrates.txt jurisdiction it
*> falls in and the city and state the post office gives it; GETZIP
*> reads the lines kept here when ADDCUST, UPDCUST, BATCHMNT and
*> ADDRMNT set a jurisdiction from a keyed ZIP, and when ordinv and
*> ordship rate a delivery. A ZIP added here after customers were
*> keyed against it shows up on the next zipsweep.
IDENTIFICATION DIVISION.
PROGRAM-ID. zipjuris.

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
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ZipJurisStatus PIC XX.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 ZipExists PIC X.
01 ZipValid PIC X.
01 LowerCase PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
01 UpperCase PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

PROCEDURE DIVISION.
StartPara.
       OPEN I-O ZipJurisFile.
       MOVE "zipjuris.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, ZipJurisStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "ZIP code jurisdictions"
            DISPLAY "1 : Add ZIP "
            DISPLAY "2 : Delete ZIP "
            DISPLAY "3 : Update ZIP "
            DISPLAY "4 : Get ZIP "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM AddZip
               WHEN 2 PERFORM DeleteZip
               WHEN 3 PERFORM UpdateZip
               WHEN 4 PERFORM GetZip
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
CLOSE ZipJurisFile.
STOP RUN.

AddZip.
       DISPLAY " "
       MOVE "N" TO ZipValid.
       PERFORM AcceptZipKey UNTIL ZipValid = "Y".
       PERFORM AcceptZipFields.

       WRITE ZipJurisData
           INVALID KEY DISPLAY "ZIP already on file"
       END-WRITE.

DeleteZip.
       DISPLAY " "
       MOVE "N" TO ZipValid.
       PERFORM AcceptZipKey UNTIL ZipValid = "Y".
       DISPLAY " "
       DELETE ZipJurisFile
           INVALID KEY DISPLAY "ZIP doesn't exist"
       END-DELETE.

UpdateZip.
       MOVE "Y" TO ZipExists.
       DISPLAY " "
       MOVE "N" TO ZipValid.
       PERFORM AcceptZipKey UNTIL ZipValid = "Y".

       READ ZipJurisFile
           INVALID KEY MOVE "N" TO ZipExists
       END-READ.

       IF ZipExists = "N"
           DISPLAY "ZIP doesn't exist"
       ELSE
           PERFORM AcceptZipFields

           REWRITE ZipJurisData
               INVALID KEY DISPLAY "ZIP not updated"
           END-REWRITE
       END-IF.

*> The table is keyed by the five-digit ZIP alone - every ZIP+4
*> under it rates the same.
AcceptZipKey.
       DISPLAY "ZIP code (5 digits) : " WITH NO ADVANCING.
       ACCEPT ZjZip.
       IF ZjZip IS NUMERIC
           MOVE "Y" TO ZipValid
       ELSE
           DISPLAY "A ZIP is five digits."
       END-IF.

AcceptZipFields.
       DISPLAY "City : " WITH NO ADVANCING.
       ACCEPT ZjCity.
       MOVE "N" TO ZipValid.
       PERFORM AcceptZipState UNTIL ZipValid = "Y".
       DISPLAY "Tax jurisdiction (blank for 00) : " WITH NO ADVANCING.
       ACCEPT ZjJuris.
       IF ZjJuris = SPACES
           MOVE "00" TO ZjJuris
       END-IF.

AcceptZipState.
       DISPLAY "State (2 letters) : " WITH NO ADVANCING.
       ACCEPT ZjState.
       INSPECT ZjState CONVERTING LowerCase TO UpperCase.
       IF ZjState IS ALPHABETIC AND ZjState(2:1) NOT = SPACE
           MOVE "Y" TO ZipValid
       ELSE
           DISPLAY "Enter the two-letter state code."
       END-IF.

GetZip.
       MOVE "Y" TO ZipExists.
       DISPLAY " ".
       MOVE "N" TO ZipValid.
       PERFORM AcceptZipKey UNTIL ZipValid = "Y".
       READ ZipJurisFile
           INVALID KEY MOVE "N" TO ZipExists
       END-READ.

       IF ZipExists = "N"
           DISPLAY "ZIP doesn't exist "
       END-IF.

       IF ZipExists = "Y"
           DISPLAY "ZIP : " ZjZip
           DISPLAY "City : " ZjCity
           DISPLAY "State : " ZjState
           DISPLAY "Jurisdiction : " ZjJuris
       END-IF.
