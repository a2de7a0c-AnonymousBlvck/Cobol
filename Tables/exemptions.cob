       >>SOURCE FORMAT FREE
*> Tax-exemption certificate maintenance, modeled on the contract
*> price menu - add, revoke, update and list against exempt.txt,
*> keyed by customer. Each customer may lodge one certificate: its
*> number, the exemption type (RS resale, CH charity, ED education,
*> GV government, OT other), the issuing state and the expiry date
*> (zero for a certificate with no end date). A certificate that
*> is active and not past its expiry makes the customer exempt at
*> every taxed posting through GETEXMPT. Exempting a customer from
*> tax is a supervisor decision, so the program opens only for a
*> supervisor-role line on authusers.txt the way ordhold does, and
*> every change is stamped on audit.txt with the supervisor's ID -
*> the old certificate and type/state/expiry in the old-name
*> slots, the new in the new. Revoking leaves the line on file at
*> status R so the history stays; a new certificate for the same
*> customer is keyed over it with Update.
IDENTIFICATION DIVISION.
PROGRAM-ID. exemptions.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL ExemptFile ASSIGN TO "exempt.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ExCustID
           FILE STATUS IS ExemptStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT AuthFile ASSIGN TO "authusers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuthFileStatus.

       SELECT AuditFile ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ExemptFile.
       COPY "exemptrec.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

FD AuthFile.
       COPY "authuser.cpy".

FD AuditFile.
       COPY "audrec.cpy".

WORKING-STORAGE SECTION.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ExemptStatus PIC XX.
01 CustFileStatus PIC XX.
01 AuthFileStatus PIC XX.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 ExExists PIC X.
01 KeyValid PIC X.
01 FieldsValid PIC X.
01 ExEOF PIC X.
01 RunDate PIC 9(8).
01 EntryID PIC X(6).
01 IDValid PIC X.
01 ConfirmChoice PIC X.
01 SignedOnOper PIC X(6).
01 EnteredOperID PIC X(6).
01 EnteredPIN PIC X(4).
01 AuthOK PIC X.
01 AuthEOF PIC X.
*> The certificate before and after a change, in the shape the
*> audit line's name slots carry it.
01 AuditCertText.
       02 AuditCertType PIC X(2).
       02 FILLER PIC X VALUE SPACE.
       02 AuditCertState PIC X(2).
       02 FILLER PIC X VALUE SPACE.
       02 AuditCertExpiry PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
01 AuditOldCertNo PIC X(15).
01 AuditOldCertText PIC X(15).
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
01 DispExpiry PIC 9999/99/99.

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       DISPLAY " ".
       DISPLAY "Tax-exemption certificates are a supervisor action.".
       DISPLAY "Supervisor operator ID : " WITH NO ADVANCING.
       ACCEPT EnteredOperID.
       DISPLAY "Supervisor PIN : " WITH NO ADVANCING.
       ACCEPT EnteredPIN.
       PERFORM CheckSupervisor.
       IF AuthOK NOT = "Y"
           DISPLAY "Not an authorized supervisor - closing."
           STOP RUN
       END-IF.
       MOVE EnteredOperID TO SignedOnOper.

       OPEN I-O ExemptFile.
       MOVE "exempt.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, ExemptStatus, FileOK.
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
            DISPLAY "Tax-exemption certificates"
            DISPLAY "1 : Add Certificate "
            DISPLAY "2 : Revoke Certificate "
            DISPLAY "3 : Update Certificate "
            DISPLAY "4 : List Certificates "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM AddCertificate
               WHEN 2 PERFORM RevokeCertificate
               WHEN 3 PERFORM UpdateCertificate
               WHEN 4 PERFORM ListCertificates
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
CLOSE ExemptFile, CustomerFile.
STOP RUN.

CheckSupervisor.
       MOVE "N" TO AuthOK.
       MOVE "N" TO AuthEOF.
       OPEN INPUT AuthFile.
       IF AuthFileStatus NOT = "00" AND AuthFileStatus NOT = "05"
           MOVE "Y" TO AuthEOF
       ELSE
           READ AuthFile
               AT END MOVE "Y" TO AuthEOF
           END-READ
           PERFORM ScanAuthUsers UNTIL AuthEOF = "Y" OR AuthOK = "Y"
       END-IF.
       CLOSE AuthFile.

ScanAuthUsers.
       IF AuthOperatorID = EnteredOperID AND AuthPIN = EnteredPIN
               AND AuthRoleSuper
           MOVE "Y" TO AuthOK
       ELSE
           READ AuthFile
               AT END MOVE "Y" TO AuthEOF
           END-READ
       END-IF.

AddCertificate.
       DISPLAY " "
       PERFORM AcceptCustomer.
       IF KeyValid = "Y"
           MOVE SPACES TO AuditOldCertNo
           MOVE SPACES TO AuditOldCertText
           PERFORM AcceptCertFields
           SET ExActive TO TRUE
           MOVE SignedOnOper TO ExEnteredBy
           MOVE RunDate TO ExEnteredDate

           WRITE ExemptData
               INVALID KEY
                   DISPLAY "That customer already has a certificate"
                       " on file - use Update"
               NOT INVALID KEY
                   PERFORM WriteCertAudit
           END-WRITE
       END-IF.

*> The certificate stays on file at R - the audit and the worklist
*> can still see what the customer once held.
RevokeCertificate.
       MOVE "Y" TO ExExists.
       DISPLAY " "
       PERFORM AcceptCustomer.
       IF KeyValid = "Y"
           READ ExemptFile
               INVALID KEY MOVE "N" TO ExExists
           END-READ
           IF ExExists = "N"
               DISPLAY "No certificate on file for that customer"
           ELSE
               PERFORM ShowCertificate
               IF ExRevoked
                   DISPLAY "That certificate is already revoked"
               ELSE
                   DISPLAY "Revoke this certificate? (Y/N) : "
                       WITH NO ADVANCING
                   ACCEPT ConfirmChoice
                   IF ConfirmChoice = "Y" OR ConfirmChoice = "y"
                       PERFORM NoteOldCertificate
                       SET ExRevoked TO TRUE
                       MOVE SignedOnOper TO ExEnteredBy
                       MOVE RunDate TO ExEnteredDate
                       REWRITE ExemptData
                           INVALID KEY DISPLAY "Certificate not revoked"
                           NOT INVALID KEY
                               PERFORM WriteCertAudit
                       END-REWRITE
                   END-IF
               END-IF
           END-IF
       END-IF.

*> Renewal lands here: the new certificate's number and expiry are
*> keyed over the old, and a revoked line comes back active.
UpdateCertificate.
       MOVE "Y" TO ExExists.
       DISPLAY " "
       PERFORM AcceptCustomer.
       IF KeyValid = "Y"
           READ ExemptFile
               INVALID KEY MOVE "N" TO ExExists
           END-READ
           IF ExExists = "N"
               DISPLAY "No certificate on file for that customer"
           ELSE
               PERFORM ShowCertificate
               PERFORM NoteOldCertificate
               PERFORM AcceptCertFields
               SET ExActive TO TRUE
               MOVE SignedOnOper TO ExEnteredBy
               MOVE RunDate TO ExEnteredDate

               REWRITE ExemptData
                   INVALID KEY DISPLAY "Certificate not updated"
                   NOT INVALID KEY
                       PERFORM WriteCertAudit
               END-REWRITE
           END-IF
       END-IF.

AcceptCustomer.
       MOVE "Y" TO KeyValid.
       DISPLAY "Customer ID : " WITH NO ADVANCING.
       ACCEPT EntryID.
       CALL "VALIDID" USING EntryID, IDValid.
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
                   MOVE CustID TO ExCustID
           END-READ
       END-IF.

*> A certificate is only worth holding with its number, a type the
*> remittance return knows and the state that issued it.
AcceptCertFields.
       MOVE "N" TO FieldsValid.
       PERFORM AcceptCertNumber UNTIL FieldsValid = "Y".
       MOVE "N" TO FieldsValid.
       PERFORM AcceptCertType UNTIL FieldsValid = "Y".
       MOVE "N" TO FieldsValid.
       PERFORM AcceptCertState UNTIL FieldsValid = "Y".
       MOVE "N" TO FieldsValid.
       PERFORM AcceptCertExpiry UNTIL FieldsValid = "Y".

AcceptCertNumber.
       DISPLAY "Certificate number : " WITH NO ADVANCING.
       MOVE SPACES TO ExCertNo.
       ACCEPT ExCertNo.
       IF ExCertNo = SPACES
           DISPLAY "A certificate number is required."
       ELSE
           MOVE "Y" TO FieldsValid
       END-IF.

AcceptCertType.
       DISPLAY "Exemption type (RS resale, CH charity, ED education,"
           " GV government, OT other) : " WITH NO ADVANCING.
       MOVE SPACES TO ExType.
       ACCEPT ExType.
       IF ExTypeValid
           MOVE "Y" TO FieldsValid
       ELSE
           DISPLAY "Answer RS, CH, ED, GV or OT."
       END-IF.

AcceptCertState.
       DISPLAY "Issuing state (e.g. TX) : " WITH NO ADVANCING.
       MOVE SPACES TO ExState.
       ACCEPT ExState.
       IF ExState = SPACES
           DISPLAY "The issuing state is required."
       ELSE
           MOVE "Y" TO FieldsValid
       END-IF.

AcceptCertExpiry.
       DISPLAY "Expires after (YYYYMMDD, 0 no expiry) : "
           WITH NO ADVANCING.
       ACCEPT ExExpiryDate.
       IF ExExpiryDate NOT NUMERIC
           DISPLAY "The expiry date isn't a valid date."
       ELSE
           IF ExExpiryDate = 0
               MOVE "Y" TO FieldsValid
           ELSE
               MOVE ExExpiryDate TO CheckYmd
               PERFORM CheckYmdDate
               IF DateOK = "N"
                   DISPLAY "The expiry date isn't a valid date."
               ELSE
                   IF ExExpiryDate < RunDate
                       DISPLAY "That certificate has already expired."
                   ELSE
                       MOVE "Y" TO FieldsValid
                   END-IF
               END-IF
           END-IF
       END-IF.

CheckYmdDate.
       MOVE CheckMonth TO CheckMdyMonth.
       MOVE CheckDay TO CheckMdyDay.
       MOVE CheckYear TO CheckMdyYear.
       CALL "VALIDDATE" USING CheckMdy, DateOK.

NoteOldCertificate.
       MOVE ExCertNo TO AuditOldCertNo.
       MOVE ExType TO AuditCertType.
       MOVE ExState TO AuditCertState.
       MOVE ExExpiryDate TO AuditCertExpiry.
       MOVE AuditCertText TO AuditOldCertText.
       IF ExRevoked
           MOVE "R" TO AuditOldCertText(15:1)
       END-IF.

WriteCertAudit.
       OPEN EXTEND AuditFile.
       MOVE SPACES TO AuditRecord.
       ACCEPT AuditDate FROM DATE YYYYMMDD.
       ACCEPT AuditTime FROM TIME.
       MOVE "EXCERT" TO AuditOp.
       MOVE ExCustID TO AuditCustID.
       MOVE AuditOldCertNo TO AuditOldFName.
       MOVE AuditOldCertText TO AuditOldLName.
       MOVE ExCertNo TO AuditNewFName.
       MOVE ExType TO AuditCertType.
       MOVE ExState TO AuditCertState.
       MOVE ExExpiryDate TO AuditCertExpiry.
       MOVE AuditCertText TO AuditNewLName.
       IF ExRevoked
           MOVE "R" TO AuditNewLName(15:1)
       END-IF.
       MOVE SignedOnOper TO AuditOperID.
       WRITE AuditRecord.
       CLOSE AuditFile.

*> Every certificate on file, customer by customer, with the ones
*> past their expiry or revoked called out.
ListCertificates.
       DISPLAY " ".
       MOVE 0 TO LinesShown.
       MOVE "N" TO ExEOF.
       MOVE 0 TO ExCustID.
       START ExemptFile KEY IS GREATER THAN OR EQUAL TO ExCustID
           INVALID KEY MOVE "Y" TO ExEOF
       END-START.
       PERFORM ListOneCertificate UNTIL ExEOF = "Y".
       IF LinesShown = 0
           DISPLAY "  (no certificates on file)"
       END-IF.

ListOneCertificate.
       READ ExemptFile NEXT RECORD
           AT END MOVE "Y" TO ExEOF
       END-READ.
       IF ExEOF = "N"
           ADD 1 TO LinesShown
           PERFORM ShowCertificate
       END-IF.

ShowCertificate.
       EVALUATE TRUE
           WHEN ExRevoked
               DISPLAY "  " ExCustID "  " ExCertNo "  " ExType "  "
                   ExState "  REVOKED"
           WHEN ExExpiryDate = 0
               DISPLAY "  " ExCustID "  " ExCertNo "  " ExType "  "
                   ExState "  no expiry"
           WHEN ExExpiryDate < RunDate
               MOVE ExExpiryDate TO DispExpiry
               DISPLAY "  " ExCustID "  " ExCertNo "  " ExType "  "
                   ExState "  " DispExpiry "  EXPIRED"
           WHEN OTHER
               MOVE ExExpiryDate TO DispExpiry
               DISPLAY "  " ExCustID "  " ExCertNo "  " ExType "  "
                   ExState "  " DispExpiry
       END-EVALUATE.
