       >>SOURCE FORMAT FREE
*> Payment-terms table maintenance, modeled on the supplier menu -
*> add, delete, update and get against terms.txt, keyed by
*> TermsCode. The codes kept here are what ADDCUST and UPDCUST stamp
*> into each customer's CustTermsCode, and what GETTERMS reads when
*> custinvoice and ordinv put a due date and any prompt-payment
*> discount on an open item. A customer with no code is NET30.
IDENTIFICATION DIVISION.
PROGRAM-ID. payterms.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL TermsFile ASSIGN TO "terms.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TermsCode
           FILE STATUS IS TermsFileStatus.

DATA DIVISION.
FILE SECTION.
FD TermsFile.
       COPY "termrec.cpy".

WORKING-STORAGE SECTION.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 TermsFileStatus PIC XX.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 TermsExists PIC X.
01 TermsValid PIC X.
01 PrnDiscPct PIC Z9.99.

PROCEDURE DIVISION.
StartPara.
       OPEN I-O TermsFile.
       MOVE "terms.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, TermsFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "Payment terms"
            DISPLAY "1 : Add Terms "
            DISPLAY "2 : Delete Terms "
            DISPLAY "3 : Update Terms "
            DISPLAY "4 : Get Terms "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM AddTerms
               WHEN 2 PERFORM DeleteTerms
               WHEN 3 PERFORM UpdateTerms
               WHEN 4 PERFORM GetTerms
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
CLOSE TermsFile.
STOP RUN.

AddTerms.
       DISPLAY " "
       DISPLAY "Enter Terms Code (e.g. NET30, 2N30) : " WITH NO ADVANCING.
       ACCEPT TermsCode.
       IF TermsCode = SPACES
           DISPLAY "A terms code is required"
       ELSE
           PERFORM AcceptTermsFields

           WRITE TermsData
               INVALID KEY DISPLAY "Terms code already on file"
           END-WRITE
       END-IF.

DeleteTerms.
       DISPLAY " "
       DISPLAY "Enter Terms Code to delete : " WITH NO ADVANCING
       ACCEPT TermsCode
       DISPLAY " "
       DELETE TermsFile
           INVALID KEY DISPLAY "Terms code doesn't exist"
       END-DELETE.

UpdateTerms.
       MOVE "Y" TO TermsExists.
       DISPLAY " "
       DISPLAY "Enter Terms Code to update : " WITH NO ADVANCING
       ACCEPT TermsCode

       READ TermsFile
           INVALID KEY MOVE "N" TO TermsExists
       END-READ.

       IF TermsExists = "N"
           DISPLAY "Terms code doesn't exist"
       ELSE
           PERFORM AcceptTermsFields

           REWRITE TermsData
               INVALID KEY DISPLAY "Terms not updated"
           END-REWRITE
       END-IF.

*> A discount needs both a percentage and a window shorter than the
*> net days; zero percent clears the window so the record reads as
*> plain net terms everywhere it is used.
AcceptTermsFields.
       DISPLAY "Enter Description (e.g. 2/10 NET30) : " WITH NO ADVANCING.
       ACCEPT TermsDesc.
       MOVE "N" TO TermsValid.
       PERFORM AcceptNetDays UNTIL TermsValid = "Y".
       MOVE "N" TO TermsValid.
       PERFORM AcceptDiscount UNTIL TermsValid = "Y".

AcceptNetDays.
       DISPLAY "Days to net due date : " WITH NO ADVANCING.
       ACCEPT TermsNetDays.
       IF TermsNetDays NOT NUMERIC
           DISPLAY "Enter the days as a number."
       ELSE
           MOVE "Y" TO TermsValid
       END-IF.

AcceptDiscount.
       DISPLAY "Early-payment discount % (0 for none) : "
           WITH NO ADVANCING.
       ACCEPT TermsDiscPct.
       IF TermsDiscPct NOT NUMERIC
           DISPLAY "Enter the percentage as a number."
       ELSE
           IF TermsDiscPct = 0
               MOVE 0 TO TermsDiscDays
               MOVE "Y" TO TermsValid
           ELSE
               DISPLAY "Days the discount is allowed : " WITH NO ADVANCING
               ACCEPT TermsDiscDays
               IF TermsDiscDays NOT NUMERIC
                       OR TermsDiscDays >= TermsNetDays
                   DISPLAY "The discount days must be fewer than the"
                       " net days."
               ELSE
                   MOVE "Y" TO TermsValid
               END-IF
           END-IF
       END-IF.

GetTerms.
       MOVE "Y" TO TermsExists.
       DISPLAY " ".
       DISPLAY "Enter Terms Code to find : " WITH NO ADVANCING.
       ACCEPT TermsCode.
       READ TermsFile
           INVALID KEY MOVE "N" TO TermsExists
       END-READ.

       IF TermsExists = "N"
           DISPLAY "Terms code doesn't exist "
       END-IF.

       IF TermsExists = "Y"
           DISPLAY "Code : " TermsCode
           DISPLAY "Description : " TermsDesc
           DISPLAY "Net days : " TermsNetDays
           IF TermsDiscPct > 0
               MOVE TermsDiscPct TO PrnDiscPct
               DISPLAY "Discount : " PrnDiscPct "% within "
                   TermsDiscDays " days"
           ELSE
               DISPLAY "Discount : none"
           END-IF
       END-IF.
