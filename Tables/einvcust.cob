       >>SOURCE FORMAT FREE
*> E-invoice trading-partner maintenance, in the promtrk mould. The
*> commercial customers who want their invoices as data instead of
*> paper are signed up here on einvcust.txt, keyed by customer:
*> the partner ID their supplier portal knows us by and the first
*> invoice date they want sent electronically. einvout picks up
*> every invoice for an active partner each night and records it
*> on einvsent.txt so it never goes twice. Stopping a partner keeps
*> the line at status S; signing them up again reactivates it.
*> When a customer says an invoice never arrived, Resend flips its
*> einvsent.txt line to R and the next einvout run sends it again,
*> marked as a resend. Every change is stamped with the operator.
IDENTIFICATION DIVISION.
PROGRAM-ID. einvcust.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL EinvCustFile ASSIGN TO "einvcust.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EcCustID
           FILE STATUS IS EinvCustStatus.

       SELECT OPTIONAL EinvSentFile ASSIGN TO "einvsent.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EsInvoiceNo
           FILE STATUS IS EinvSentStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

DATA DIVISION.
FILE SECTION.
FD EinvCustFile.
       COPY "einvcust.cpy".

FD EinvSentFile.
       COPY "einvsent.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

WORKING-STORAGE SECTION.
01 EinvCustStatus PIC XX.
01 EinvSentStatus PIC XX.
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
01 PartnerExists PIC X.
01 SentExists PIC X.
01 BrowseEOF PIC X.
01 EntryPartnerID PIC X(15).
01 EntryStartDate PIC 9(8).
01 EntryInvoiceNo PIC 9(6).
01 ListedCount PIC 9(5).
01 PrnDate PIC 9999/99/99.

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       DISPLAY "Operator ID : " WITH NO ADVANCING.
       ACCEPT OperID.

       OPEN I-O EinvCustFile.
       MOVE "einvcust.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, EinvCustStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN I-O EinvSentFile.
       MOVE "einvsent.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, EinvSentStatus, FileOK.
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
            DISPLAY "Electronic invoicing"
            DISPLAY "1 : Sign Up / Change A Customer "
            DISPLAY "2 : Stop Sending To A Customer "
            DISPLAY "3 : Resend An Invoice "
            DISPLAY "4 : List E-Invoice Customers "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM SignUpCustomer
               WHEN 2 PERFORM StopCustomer
               WHEN 3 PERFORM AskResend
               WHEN 4 PERFORM ListPartners
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
       CLOSE EinvCustFile, EinvSentFile, CustomerFile.
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
               MOVE "Y" TO PartnerExists
               MOVE CustID TO EcCustID
               READ EinvCustFile
                   INVALID KEY MOVE "N" TO PartnerExists
               END-READ
           END-IF
       END-IF.

*> A new partner starts from today unless told otherwise; an
*> existing one keeps its partner ID and start date when the
*> entries are left blank.
SignUpCustomer.
       PERFORM ReadCustomer.
       IF CustExists = "Y"
           IF PartnerExists = "Y"
               MOVE EcStartDate TO PrnDate
               DISPLAY "Partner ID " EcPartnerID " from " PrnDate
                   " status " EcStatus
           END-IF
           DISPLAY "Partner ID on the customer's portal : "
               WITH NO ADVANCING
           MOVE SPACES TO EntryPartnerID
           ACCEPT EntryPartnerID
           DISPLAY "First invoice date to send (YYYYMMDD, 0 for today) : "
               WITH NO ADVANCING
           ACCEPT EntryStartDate
           IF EntryStartDate NOT NUMERIC
               MOVE 0 TO EntryStartDate
           END-IF
           IF PartnerExists = "N"
               MOVE CustID TO EcCustID
               MOVE SPACES TO EcPartnerID
               MOVE 0 TO EcStartDate
           END-IF
           IF EntryPartnerID NOT = SPACES
               MOVE EntryPartnerID TO EcPartnerID
           END-IF
           IF EntryStartDate NOT = 0
               MOVE EntryStartDate TO EcStartDate
           END-IF
           IF EcStartDate = 0
               MOVE RunDate TO EcStartDate
           END-IF
           IF EcPartnerID = SPACES
               DISPLAY "A partner ID is needed - nothing recorded."
           ELSE
               SET EcActive TO TRUE
               MOVE OperID TO EcEnteredBy
               MOVE RunDate TO EcEnteredDate
               IF PartnerExists = "Y"
                   REWRITE EinvCustData
                       INVALID KEY DISPLAY "Partner not recorded"
                       NOT INVALID KEY DISPLAY "E-invoice customer updated."
                   END-REWRITE
               ELSE
                   WRITE EinvCustData
                       INVALID KEY DISPLAY "Partner not recorded"
                       NOT INVALID KEY DISPLAY "E-invoice customer signed up."
                   END-WRITE
               END-IF
           END-IF
       END-IF.

StopCustomer.
       PERFORM ReadCustomer.
       IF CustExists = "Y"
           IF PartnerExists = "N" OR NOT EcActive
               DISPLAY "That customer isn't being sent e-invoices."
           ELSE
               SET EcStopped TO TRUE
               MOVE OperID TO EcEnteredBy
               MOVE RunDate TO EcEnteredDate
               REWRITE EinvCustData
                   INVALID KEY DISPLAY "Partner not updated"
                   NOT INVALID KEY
                       DISPLAY "E-invoices stopped - the customer is back on paper."
               END-REWRITE
           END-IF
       END-IF.

*> Only an invoice already sent can be sent again; one not yet sent
*> goes out on the next run anyway.
AskResend.
       MOVE "Y" TO SentExists.
       DISPLAY " ".
       DISPLAY "Invoice number to resend : " WITH NO ADVANCING.
       ACCEPT EntryInvoiceNo.
       MOVE EntryInvoiceNo TO EsInvoiceNo.
       READ EinvSentFile
           INVALID KEY MOVE "N" TO SentExists
       END-READ.
       IF SentExists = "N"
           DISPLAY "That invoice hasn't been sent - it goes on the next"
               " run if the customer is signed up."
       ELSE
           MOVE EsLastSent TO PrnDate
           DISPLAY "Customer " EsCustID " - sent " EsSendCount
               " time(s), last " PrnDate
           MOVE EsCustID TO EcCustID
           MOVE "Y" TO PartnerExists
           READ EinvCustFile
               INVALID KEY MOVE "N" TO PartnerExists
           END-READ
           IF PartnerExists = "N" OR NOT EcActive
               DISPLAY "That customer is no longer sent e-invoices"
                   " - not resent."
           ELSE
               SET EsResendAsked TO TRUE
               MOVE OperID TO EsResendBy
               REWRITE EinvSentData
                   INVALID KEY DISPLAY "Resend not recorded"
                   NOT INVALID KEY
                       DISPLAY "Invoice " EsInvoiceNo
                           " goes again on the next run."
               END-REWRITE
           END-IF
       END-IF.

ListPartners.
       MOVE 0 TO ListedCount.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO EcCustID.
       START EinvCustFile KEY IS GREATER THAN OR EQUAL TO EcCustID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       DISPLAY " ".
       DISPLAY "Cust    Partner ID      St From".
       PERFORM ListOnePartner UNTIL BrowseEOF = "Y".
       DISPLAY "E-invoice customers on file : " ListedCount.

ListOnePartner.
       READ EinvCustFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           ADD 1 TO ListedCount
           MOVE EcStartDate TO PrnDate
           DISPLAY EcCustID "  " EcPartnerID " " EcStatus "  " PrnDate
       END-IF.
