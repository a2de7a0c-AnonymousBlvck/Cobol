       >>SOURCE FORMAT FREE
*> Customer notification consent, in the einvcust mould. A customer
*> who wants to hear when an order ships, a payment lands, a layaway
*> is done, held stock is released or a statement is out says so
*> here, channel by channel - email, text, both or neither - and
*> ntfpref.txt keeps the answer keyed by customer with the date and
*> the operator who took it. NOTIFY queues nothing for a customer
*> without a yes here. Withdrawing keeps the line, both channels N,
*> so the record of what they asked for survives. The email and
*> phone used are the customer's own CustEmail and CustPhone; a
*> consent to a channel the customer has no good contact for is
*> taken but warned about, and ntfrpt shows each message it stops.
IDENTIFICATION DIVISION.
PROGRAM-ID. ntfpref.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL NotifyPrefFile ASSIGN TO "ntfpref.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NpCustID
           FILE STATUS IS NotifyPrefStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

DATA DIVISION.
FILE SECTION.
FD NotifyPrefFile.
       COPY "ntfpref.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

WORKING-STORAGE SECTION.
01 NotifyPrefStatus PIC XX.
01 CustFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 RunDate PIC 9(8).
01 OperID PIC X(6).
01 EntryID PIC X(6).
01 IDValid PIC X.
01 CustExists PIC X.
01 PrefExists PIC X.
01 BrowseEOF PIC X.
01 EntryEmailOptIn PIC X.
01 EntrySmsOptIn PIC X.
01 AnswerValid PIC X.
01 EmailOK PIC X.
01 PhoneOK PIC X.
01 ListedCount PIC 9(5).
01 PrnDate PIC 9999/99/99.

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       DISPLAY "Operator ID : " WITH NO ADVANCING.
       ACCEPT OperID.

       OPEN I-O NotifyPrefFile.
       MOVE "ntfpref.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, NotifyPrefStatus, FileOK.
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

       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "Customer notifications"
            DISPLAY "1 : Record / Change A Customer's Consent "
            DISPLAY "2 : Withdraw A Customer's Consent "
            DISPLAY "3 : List Customers Who Opted In "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM RecordConsent
               WHEN 2 PERFORM WithdrawConsent
               WHEN 3 PERFORM ListConsents
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
       CLOSE NotifyPrefFile, CustomerFile.
       STOP RUN.

ReadCustomer.
       MOVE "Y" TO CustExists.
       DISPLAY " ".
       DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
       ACCEPT EntryID.
       CALL "VALIDID" USING EntryID, IDValid.
       IF IDValid = "N"
           DISPLAY "Customer ID must be 6 digits and not all zeros."
           MOVE "N" TO CustExists
       ELSE
           MOVE EntryID TO CustID
           READ CustomerFile
               INVALID KEY MOVE "N" TO CustExists
           END-READ
           IF CustExists = "N"
               DISPLAY "Customer doesn't exist"
           ELSE
               DISPLAY "Customer : " CustFName " " CustLName
               DISPLAY "Email : " CustEmail
               DISPLAY "Phone : " CustPhone
               MOVE "Y" TO PrefExists
               MOVE CustID TO NpCustID
               READ NotifyPrefFile
                   INVALID KEY MOVE "N" TO PrefExists
               END-READ
           END-IF
       END-IF.

*> Each channel is asked for outright - a consent is never assumed
*> from the contact details being on file.
RecordConsent.
       PERFORM ReadCustomer.
       IF CustExists = "Y"
           IF PrefExists = "Y"
               MOVE NpConsentDate TO PrnDate
               DISPLAY "Now : email " NpEmailOptIn ", text "
                   NpSmsOptIn " since " PrnDate
           END-IF
           MOVE "N" TO AnswerValid
           PERFORM AcceptEmailOptIn UNTIL AnswerValid = "Y"
           MOVE "N" TO AnswerValid
           PERFORM AcceptSmsOptIn UNTIL AnswerValid = "Y"
           CALL "VALIDCONT" USING CustEmail, CustPhone, EmailOK, PhoneOK
           IF EntryEmailOptIn = "Y"
                   AND (CustEmail = SPACES OR EmailOK = "N")
               DISPLAY "Warning - no good email on file; nothing will be"
                   " emailed until it is corrected."
           END-IF
           IF EntrySmsOptIn = "Y"
                   AND (CustPhone = SPACES OR PhoneOK = "N")
               DISPLAY "Warning - no good phone on file; nothing will be"
                   " texted until it is corrected."
           END-IF
           MOVE CustID TO NpCustID
           MOVE EntryEmailOptIn TO NpEmailOptIn
           MOVE EntrySmsOptIn TO NpSmsOptIn
           MOVE RunDate TO NpConsentDate
           MOVE OperID TO NpEnteredBy
           IF PrefExists = "Y"
               REWRITE NotifyPrefData
                   INVALID KEY DISPLAY "Consent not recorded"
                   NOT INVALID KEY DISPLAY "Consent updated."
               END-REWRITE
           ELSE
               WRITE NotifyPrefData
                   INVALID KEY DISPLAY "Consent not recorded"
                   NOT INVALID KEY DISPLAY "Consent recorded."
               END-WRITE
           END-IF
       END-IF.

AcceptEmailOptIn.
       DISPLAY "Notify by email? (Y/N) : " WITH NO ADVANCING.
       ACCEPT EntryEmailOptIn.
       IF EntryEmailOptIn = "y"
           MOVE "Y" TO EntryEmailOptIn
       END-IF.
       IF EntryEmailOptIn = "n"
           MOVE "N" TO EntryEmailOptIn
       END-IF.
       IF EntryEmailOptIn = "Y" OR EntryEmailOptIn = "N"
           MOVE "Y" TO AnswerValid
       ELSE
           DISPLAY "Answer Y or N."
       END-IF.

AcceptSmsOptIn.
       DISPLAY "Notify by text message? (Y/N) : " WITH NO ADVANCING.
       ACCEPT EntrySmsOptIn.
       IF EntrySmsOptIn = "y"
           MOVE "Y" TO EntrySmsOptIn
       END-IF.
       IF EntrySmsOptIn = "n"
           MOVE "N" TO EntrySmsOptIn
       END-IF.
       IF EntrySmsOptIn = "Y" OR EntrySmsOptIn = "N"
           MOVE "Y" TO AnswerValid
       ELSE
           DISPLAY "Answer Y or N."
       END-IF.

WithdrawConsent.
       PERFORM ReadCustomer.
       IF CustExists = "Y"
           IF PrefExists = "N" OR (NOT NpEmailYes AND NOT NpSmsYes)
               DISPLAY "That customer isn't opted in to anything."
           ELSE
               MOVE "N" TO NpEmailOptIn NpSmsOptIn
               MOVE RunDate TO NpConsentDate
               MOVE OperID TO NpEnteredBy
               REWRITE NotifyPrefData
                   INVALID KEY DISPLAY "Consent not updated"
                   NOT INVALID KEY
                       DISPLAY "Consent withdrawn - nothing more is sent."
               END-REWRITE
           END-IF
       END-IF.

ListConsents.
       MOVE 0 TO ListedCount.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO NpCustID.
       START NotifyPrefFile KEY IS GREATER THAN OR EQUAL TO NpCustID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       DISPLAY " ".
       DISPLAY "Cust    Email Text Since      By".
       PERFORM ListOneConsent UNTIL BrowseEOF = "Y".
       DISPLAY "Customers opted in : " ListedCount.

ListOneConsent.
       READ NotifyPrefFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF NpEmailYes OR NpSmsYes
               ADD 1 TO ListedCount
               MOVE NpConsentDate TO PrnDate
               DISPLAY NpCustID "  " NpEmailOptIn "     " NpSmsOptIn
                   "    " PrnDate " " NpEnteredBy
           END-IF
       END-IF.
