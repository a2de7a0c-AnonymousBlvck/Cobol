       >>SOURCE FORMAT FREE
*> Contract price maintenance, modeled on the payment-terms menu -
*> add, delete, update and list against contract.txt, keyed by
*> owner, product and starting quantity. An owner is one customer
*> (a deal negotiated with that account alone), a price level (every
*> customer whose CustPriceLevel carries the code), or everyone (a
*> quantity break open to any buyer). Each line has the price, the
*> quantity it starts at, the dates it is in force and a short
*> description of the deal. GETPRICE weighs every line in force
*> against the list price and charges the lowest; contrpt lists the
*> whole file with what each deal saves and when it expires. A
*> customer owner must be on customer.txt and the product on
*> product.txt before a line is taken.
IDENTIFICATION DIVISION.
PROGRAM-ID. contracts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL ContractFile ASSIGN TO "contract.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ContKey
           FILE STATUS IS ContractStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT ProductFile ASSIGN TO "product.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

DATA DIVISION.
FILE SECTION.
FD ContractFile.
       COPY "contrec.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

FD ProductFile.
       COPY "prodrec.cpy".

WORKING-STORAGE SECTION.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ContractStatus PIC XX.
01 CustFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 ContExists PIC X.
01 KeyValid PIC X.
01 FieldsValid PIC X.
01 ContEOF PIC X.
01 RunDate PIC 9(8).
01 OwnerType PIC X.
       88 OwnerIsCustomer VALUES "C", "c".
       88 OwnerIsLevel VALUES "L", "l".
       88 OwnerIsEveryone VALUES "Q", "q".
01 EntryID PIC X(6).
01 IDValid PIC X.
01 EntryCustID PIC 9(6).
01 EntryLevel PIC X(2).
01 EntryProdCode PIC X(5).
*> Dates are keyed YYYYMMDD like the report date prompts, and
*> checked on the calendar through VALIDDATE.
01 CheckYmd PIC 9(8).
01 CheckYmdParts REDEFINES CheckYmd.
       02 CheckYear PIC 9(4).
       02 CheckMonth PIC 99.
       02 CheckDay PIC 99.
01 CheckMdy.
       02 CheckMdyMonth PIC 99.
       02 CheckMdyDay PIC 99.
       02 CheckMdyYear PIC 9(4).
01 DateOK PIC X.
01 LinesShown PIC 9(5).
01 DispPrice PIC $$,$$9.99.
01 DispStart PIC 9999/99/99.
01 DispEnd PIC 9999/99/99.

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       OPEN I-O ContractFile.
       MOVE "contract.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, ContractStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN INPUT CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
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
            DISPLAY "Contract prices"
            DISPLAY "1 : Add Contract Price "
            DISPLAY "2 : Delete Contract Price "
            DISPLAY "3 : Update Contract Price "
            DISPLAY "4 : List Contract Prices "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM AddContract
               WHEN 2 PERFORM DeleteContract
               WHEN 3 PERFORM UpdateContract
               WHEN 4 PERFORM ListContracts
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
CLOSE ContractFile, CustomerFile, ProductFile.
STOP RUN.

AddContract.
       DISPLAY " "
       PERFORM AcceptOwner.
       IF KeyValid = "Y"
           PERFORM AcceptLineKey
       END-IF.
       IF KeyValid = "Y"
           PERFORM AcceptContFields

           WRITE ContractData
               INVALID KEY DISPLAY "That contract line is already on file"
           END-WRITE
       END-IF.

DeleteContract.
       DISPLAY " "
       PERFORM AcceptOwner.
       IF KeyValid = "Y"
           PERFORM AcceptLineKey
       END-IF.
       IF KeyValid = "Y"
           DELETE ContractFile
               INVALID KEY DISPLAY "Contract line doesn't exist"
           END-DELETE
       END-IF.

UpdateContract.
       MOVE "Y" TO ContExists.
       DISPLAY " "
       PERFORM AcceptOwner.
       IF KeyValid = "Y"
           PERFORM AcceptLineKey
       END-IF.
       IF KeyValid = "Y"
           READ ContractFile
               INVALID KEY MOVE "N" TO ContExists
           END-READ
           IF ContExists = "N"
               DISPLAY "Contract line doesn't exist"
           ELSE
               PERFORM ShowContractLine
               PERFORM AcceptContFields

               REWRITE ContractData
                   INVALID KEY DISPLAY "Contract line not updated"
               END-REWRITE
           END-IF
       END-IF.

*> The owner half of the key: a customer's own deal, a price
*> level's, or a quantity break open to everyone. The half not in
*> use stays empty, which is how GETPRICE tells the three apart.
AcceptOwner.
       MOVE "Y" TO KeyValid.
       MOVE 0 TO EntryCustID.
       MOVE SPACES TO EntryLevel.
       DISPLAY "Deal for a Customer, a price Level, or a Quantity break"
           " for everyone? (C/L/Q) : " WITH NO ADVANCING.
       MOVE SPACE TO OwnerType.
       ACCEPT OwnerType.
       EVALUATE TRUE
           WHEN OwnerIsCustomer
               DISPLAY "Customer ID : " WITH NO ADVANCING
               ACCEPT EntryID
               CALL "VALIDID" USING EntryID, IDValid
               IF IDValid = "N"
                   DISPLAY "Customer ID must be 6 digits and not all zeros."
                   MOVE "N" TO KeyValid
               ELSE
                   MOVE EntryID TO CustID
                   READ CustomerFile
                       INVALID KEY
                           DISPLAY "Customer doesn't exist"
                           MOVE "N" TO KeyValid
                       NOT INVALID KEY
                           DISPLAY "Customer : " CustFName " " CustLName
                           MOVE CustID TO EntryCustID
                   END-READ
               END-IF
           WHEN OwnerIsLevel
               DISPLAY "Price level code : " WITH NO ADVANCING
               ACCEPT EntryLevel
               IF EntryLevel = SPACES
                   DISPLAY "A price level code is required"
                   MOVE "N" TO KeyValid
               END-IF
           WHEN OwnerIsEveryone
               CONTINUE
           WHEN OTHER
               DISPLAY "Answer C, L or Q."
               MOVE "N" TO KeyValid
       END-EVALUATE.

AcceptLineKey.
       DISPLAY "Product Code : " WITH NO ADVANCING.
       MOVE SPACES TO EntryProdCode.
       ACCEPT EntryProdCode.
       MOVE EntryProdCode TO ProdCode.
       READ ProductFile
           INVALID KEY
               DISPLAY "Product code doesn't exist"
               MOVE "N" TO KeyValid
           NOT INVALID KEY
               DISPLAY "Product : " ProdName
       END-READ.
       IF KeyValid = "Y"
           MOVE EntryCustID TO ContCustID
           MOVE EntryLevel TO ContLevel
           MOVE EntryProdCode TO ContProdCode
           DISPLAY "Starting at quantity (1 for any quantity) : "
               WITH NO ADVANCING
           ACCEPT ContMinQty
           IF ContMinQty NOT NUMERIC OR ContMinQty = 0
               MOVE 1 TO ContMinQty
           END-IF
       END-IF.

*> A contract price is a deal, so it has to be a real price; the
*> start defaults to today and an end date of zero never expires.
AcceptContFields.
       DISPLAY "Description (e.g. 2026 TRADE LIST) : " WITH NO ADVANCING.
       ACCEPT ContDesc.
       MOVE "N" TO FieldsValid.
       PERFORM AcceptContPrice UNTIL FieldsValid = "Y".
       MOVE "N" TO FieldsValid.
       PERFORM AcceptContDates UNTIL FieldsValid = "Y".

AcceptContPrice.
       DISPLAY "Contract price each : " WITH NO ADVANCING.
       ACCEPT ContPrice.
       IF ContPrice NOT NUMERIC OR ContPrice = 0
           DISPLAY "Enter a price above zero."
       ELSE
           MOVE "Y" TO FieldsValid
       END-IF.

AcceptContDates.
       DISPLAY "In force from (YYYYMMDD, 0 for today) : "
           WITH NO ADVANCING.
       ACCEPT ContStartDate.
       IF ContStartDate = 0
           MOVE RunDate TO ContStartDate
       END-IF.
       DISPLAY "Expires after (YYYYMMDD, 0 never expires) : "
           WITH NO ADVANCING.
       ACCEPT ContEndDate.
       MOVE ContStartDate TO CheckYmd.
       PERFORM CheckYmdDate.
       IF DateOK = "N"
           DISPLAY "The start date isn't a valid date."
       ELSE
           IF ContEndDate NOT = 0
               MOVE ContEndDate TO CheckYmd
               PERFORM CheckYmdDate
               IF DateOK = "N"
                   DISPLAY "The expiry date isn't a valid date."
               ELSE
                   IF ContEndDate < ContStartDate
                       DISPLAY "The deal can't expire before it starts."
                   ELSE
                       MOVE "Y" TO FieldsValid
                   END-IF
               END-IF
           ELSE
               MOVE "Y" TO FieldsValid
           END-IF
       END-IF.

CheckYmdDate.
       MOVE CheckMonth TO CheckMdyMonth.
       MOVE CheckDay TO CheckMdyDay.
       MOVE CheckYear TO CheckMdyYear.
       CALL "VALIDDATE" USING CheckMdy, DateOK.

*> One owner's lines, product by product and break by break - what
*> a customer or a level is getting, or every quantity break.
ListContracts.
       DISPLAY " ".
       PERFORM AcceptOwner.
       IF KeyValid = "Y"
           MOVE 0 TO LinesShown
           MOVE "N" TO ContEOF
           MOVE EntryCustID TO ContCustID
           MOVE EntryLevel TO ContLevel
           MOVE LOW-VALUES TO ContProdCode
           MOVE 0 TO ContMinQty
           START ContractFile KEY IS GREATER THAN OR EQUAL TO ContKey
               INVALID KEY MOVE "Y" TO ContEOF
           END-START
           PERFORM ListOneContract UNTIL ContEOF = "Y"
           IF LinesShown = 0
               DISPLAY "  (no contract prices on file)"
           END-IF
       END-IF.

ListOneContract.
       READ ContractFile NEXT RECORD
           AT END MOVE "Y" TO ContEOF
       END-READ.
       IF ContEOF = "N"
           IF ContCustID NOT = EntryCustID OR ContLevel NOT = EntryLevel
               MOVE "Y" TO ContEOF
           ELSE
               ADD 1 TO LinesShown
               PERFORM ShowContractLine
           END-IF
       END-IF.

ShowContractLine.
       MOVE ContPrice TO DispPrice.
       MOVE ContStartDate TO DispStart.
       IF ContEndDate = 0
           DISPLAY "  " ContProdCode "  from qty " ContMinQty "  "
               DispPrice "  " DispStart " - open    " ContDesc
       ELSE
           MOVE ContEndDate TO DispEnd
           IF ContEndDate < RunDate
               DISPLAY "  " ContProdCode "  from qty " ContMinQty "  "
                   DispPrice "  " DispStart " - " DispEnd "  " ContDesc
                   "  EXPIRED"
           ELSE
               DISPLAY "  " ContProdCode "  from qty " ContMinQty "  "
                   DispPrice "  " DispStart " - " DispEnd "  " ContDesc
           END-IF
       END-IF.
