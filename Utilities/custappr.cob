       >>SOURCE FORMAT FREE
*> Customer-change approval queue. Raising a credit limit, changing
*> a tax jurisdiction and reactivating a closed account no longer
*> go straight onto customer.txt: UPDCUST and program_'s undo file
*> them on approval.txt through APPRREQ with the value as it stands,
*> the value asked for, who asked and why. This is where they are
*> decided, supervisor-authorized against authusers.txt the way
*> ordhold is. It lists every pending request with its age, and
*> lets the supervisor approve or reject one - never one they asked
*> for themselves, so every such change has two people on it. An
*> approval first checks the customer still holds the value the
*> request was made against (a request overtaken by another change
*> is refused and has to be rejected and asked again), then writes
*> the custhist.txt snapshot, rewrites the customer, and stamps
*> audit.txt and the custlog.txt after-image with the supervisor's
*> ID; a reactivation moves the ctltot.txt active count with it. A
*> rejection changes nothing on the customer. Either way the
*> request keeps who decided it, when, and the note given.
IDENTIFICATION DIVISION.
PROGRAM-ID. custappr.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL ApprovalFile ASSIGN TO "approval.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ApprReqNo
           FILE STATUS IS ApprFileStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS CustFileStatus.

       SELECT AuthFile ASSIGN TO "authusers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuthFileStatus.

       SELECT AuditFile ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AfterImageFile ASSIGN TO "custlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT HistoryFile ASSIGN TO "custhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ApprovalFile.
       COPY "apprrec.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

FD AuthFile.
       COPY "authuser.cpy".

FD AuditFile.
       COPY "audrec.cpy".

FD AfterImageFile.
       COPY "aftimg.cpy".

FD HistoryFile.
       COPY "histrec.cpy".

WORKING-STORAGE SECTION.
01 ApprFileStatus PIC XX.
01 CustFileStatus PIC XX.
01 AuthFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 RequestExists PIC X.
01 CustFound PIC X.
01 StillAsAsked PIC X.
01 BrowseEOF PIC X.
01 ConfirmChoice PIC X.
01 EntryReqNo PIC 9(6).
01 DecideNote PIC X(30).
01 PendingListed PIC 9(5).
01 CustName PIC X(22).
01 NamePtr PIC 99.
01 SignedOnOper PIC X(6).
01 EnteredOperID PIC X(6).
01 EnteredPIN PIC X(4).
01 AuthOK PIC X.
01 AuthEOF PIC X.
*> A value off the request as the list and the audit line show it -
*> a limit edited, anything else as it was keyed.
01 OldValueText PIC X(15).
01 NewValueText PIC X(15).
01 DispValue PIC Z(6)9.99.
*> Age of a request on the 30-day-month arithmetic the aging
*> reports use.
01 RunDate PIC 9(8).
01 RunDateParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay PIC 99.
01 ReqDate PIC 9(8).
01 ReqDateParts REDEFINES ReqDate.
       02 ReqYear PIC 9(4).
       02 ReqMonth PIC 99.
       02 ReqDay PIC 99.
01 RunDayNum PIC 9(7).
01 ReqDayNum PIC 9(7).
01 AgeDays PIC S9(5).
01 DispAge PIC ZZZZ9.
01 PrnReqDate PIC 9999/99/99.
*> The name slots of the audit line carry the request and the
*> values - "REQ 000123" then the old value, "ASKED BY" and the
*> requester then the new value - so audinq reads who asked, who
*> approved and what changed.
01 AuditReqText.
       02 FILLER PIC X(4) VALUE "REQ ".
       02 AuditReqNo PIC 9(6).
01 AuditAskedText.
       02 FILLER PIC X(9) VALUE "ASKED BY ".
       02 AuditAskedBy PIC X(6).
01 CtlDeltaCount PIC S9(3).
01 CtlDeltaActive PIC S9(3).
01 CtlDeltaBalance PIC S9(7)V99.
01 CtlApplied PIC X.

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       COMPUTE RunDayNum = (RunYear * 360) + (RunMonth * 30) + RunDay.
       DISPLAY " ".
       DISPLAY "Approving customer changes is a supervisor action.".
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

       OPEN I-O ApprovalFile.
       MOVE "approval.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, ApprFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN I-O CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "N"
           CLOSE ApprovalFile
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN EXTEND AuditFile.
       OPEN EXTEND AfterImageFile.
       OPEN EXTEND HistoryFile.

       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "Customer-change approvals"
            DISPLAY "1 : List Pending Requests "
            DISPLAY "2 : Approve A Request "
            DISPLAY "3 : Reject A Request "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM ListPendingRequests
               WHEN 2 PERFORM ApproveRequest
               WHEN 3 PERFORM RejectRequest
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
       CLOSE ApprovalFile, CustomerFile, AuditFile, AfterImageFile,
           HistoryFile.
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

*> Every pending request, oldest request number first.
ListPendingRequests.
       MOVE 0 TO PendingListed.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO ApprReqNo.
       START ApprovalFile KEY IS GREATER THAN OR EQUAL TO ApprReqNo
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       DISPLAY " ".
       PERFORM ListNextRequest UNTIL BrowseEOF = "Y".
       IF PendingListed = 0
           DISPLAY "No customer changes waiting for approval."
       ELSE
           DISPLAY PendingListed " requests waiting for approval."
       END-IF.

ListNextRequest.
       READ ApprovalFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF ApprPending
               ADD 1 TO PendingListed
               PERFORM ShowRequest
           END-IF
       END-IF.

ShowRequest.
       PERFORM FetchCustomer.
       PERFORM FormatValues.
       PERFORM CountRequestAge.
       MOVE ApprReqDate TO PrnReqDate.
       MOVE AgeDays TO DispAge.
       DISPLAY ApprReqNo " " ApprCustID " " CustName " " ApprType
           " " OldValueText " -> " NewValueText.
       DISPLAY "       asked by " ApprReqBy " on " PrnReqDate " ("
           DispAge " days) : " ApprReason.

FetchCustomer.
       MOVE "Y" TO CustFound.
       MOVE ApprCustID TO CustID.
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustFound
       END-READ.
       IF CustFileStatus = "51"
           MOVE "N" TO CustFound
       END-IF.
       MOVE SPACES TO CustName.
       IF CustFound = "Y"
           MOVE 1 TO NamePtr
           STRING CustFName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CustLName DELIMITED BY SPACE
                  INTO CustName
                  WITH POINTER NamePtr
           END-STRING
       ELSE
           MOVE "(customer not on file)" TO CustName
       END-IF.

FormatValues.
       IF ApprCreditLimit
           MOVE ApprOldLimit TO DispValue
           MOVE DispValue TO OldValueText
           MOVE ApprNewLimit TO DispValue
           MOVE DispValue TO NewValueText
       ELSE
           MOVE ApprOldValue TO OldValueText
           MOVE ApprNewValue TO NewValueText
       END-IF.

CountRequestAge.
       MOVE 0 TO AgeDays.
       IF ApprReqDate NUMERIC
           MOVE ApprReqDate TO ReqDate
           COMPUTE ReqDayNum = (ReqYear * 360) + (ReqMonth * 30) + ReqDay
           COMPUTE AgeDays = RunDayNum - ReqDayNum
           IF AgeDays < 0
               MOVE 0 TO AgeDays
           END-IF
       END-IF.

*> Reads the request the supervisor names; RequestExists comes back
*> "Y" only for a pending request somebody else asked for.
FetchPendingRequest.
       MOVE "Y" TO RequestExists.
       DISPLAY " ".
       DISPLAY "Enter request number : " WITH NO ADVANCING.
       ACCEPT EntryReqNo.
       MOVE EntryReqNo TO ApprReqNo.
       READ ApprovalFile
           INVALID KEY MOVE "N" TO RequestExists
       END-READ.
       IF RequestExists = "N"
           DISPLAY "Request number doesn't exist"
       ELSE
           IF NOT ApprPending
               DISPLAY "Request " ApprReqNo " was decided on "
                   ApprDecidedDate " by " ApprDecidedBy "."
               MOVE "N" TO RequestExists
           ELSE
               PERFORM ShowRequest
               IF ApprReqBy = SignedOnOper
                   DISPLAY "You asked for this change - another"
                       " supervisor has to decide it."
                   MOVE "N" TO RequestExists
               END-IF
           END-IF
       END-IF.

ApproveRequest.
       PERFORM FetchPendingRequest.
       IF RequestExists = "Y"
           PERFORM ReadCustomerForUpdate
       END-IF.
       IF RequestExists = "Y"
           DISPLAY "Approve and apply this change? (Y/N) : "
               WITH NO ADVANCING
           ACCEPT ConfirmChoice
           IF ConfirmChoice = "Y" OR ConfirmChoice = "y"
               PERFORM ApplyRequest
           ELSE
               DISPLAY "Request left pending."
           END-IF
       END-IF.

*> The customer has to be on file, free, and still holding the
*> value the request was made against.
ReadCustomerForUpdate.
       MOVE ApprCustID TO CustID.
       READ CustomerFile
           INVALID KEY MOVE "N" TO RequestExists
       END-READ.
       IF CustFileStatus = "51"
           DISPLAY "Record in use by another operator - try again."
           MOVE "N" TO RequestExists
       ELSE
           IF RequestExists = "N"
               DISPLAY "Customer " ApprCustID " is no longer on file"
                   " - reject the request."
           ELSE
               MOVE "Y" TO StillAsAsked
               EVALUATE TRUE
                   WHEN ApprCreditLimit
                       IF CustCreditLimit NOT = ApprOldLimit
                           MOVE "N" TO StillAsAsked
                       END-IF
                   WHEN ApprTaxJuris
                       IF CustTaxJuris NOT = ApprOldValue
                           MOVE "N" TO StillAsAsked
                       END-IF
                   WHEN ApprReactivate
                       IF CustStatus NOT = ApprOldValue
                           MOVE "N" TO StillAsAsked
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO StillAsAsked
               END-EVALUATE
               IF StillAsAsked = "N"
                   DISPLAY "The customer has changed since the request"
                       " was made - reject it and ask again."
                   MOVE "N" TO RequestExists
               END-IF
           END-IF
       END-IF.

ApplyRequest.
       PERFORM WriteHistory.
       EVALUATE TRUE
           WHEN ApprCreditLimit
               MOVE ApprNewLimit TO CustCreditLimit
           WHEN ApprTaxJuris
               MOVE ApprNewValue TO CustTaxJuris
           WHEN ApprReactivate
               SET CustActive TO TRUE
       END-EVALUATE.
       REWRITE CustomerData
           INVALID KEY DISPLAY "Customer " CustID " not updated"
           NOT INVALID KEY
               PERFORM WriteApprovalAudit
               PERFORM WriteAfterImage
               IF ApprReactivate
                   MOVE 0 TO CtlDeltaCount
                   MOVE 1 TO CtlDeltaActive
                   MOVE 0 TO CtlDeltaBalance
                   CALL "CTLTOT" USING CtlDeltaCount, CtlDeltaActive,
                       CtlDeltaBalance, CtlApplied
               END-IF
               SET ApprApproved TO TRUE
               MOVE "APPLIED" TO DecideNote
               PERFORM RecordDecision
               DISPLAY "Request " ApprReqNo " approved - customer "
                   CustID " " ApprType " now " NewValueText
       END-REWRITE.

RejectRequest.
       PERFORM FetchPendingRequest.
       IF RequestExists = "Y"
           DISPLAY "Reason for rejecting : " WITH NO ADVANCING
           MOVE SPACES TO DecideNote
           ACCEPT DecideNote
           IF DecideNote = SPACES
               DISPLAY "A reason is needed - request left pending."
           ELSE
               SET ApprRejected TO TRUE
               PERFORM RecordDecision
               DISPLAY "Request " ApprReqNo " rejected - customer "
                   ApprCustID " unchanged."
           END-IF
       END-IF.

RecordDecision.
       MOVE SignedOnOper TO ApprDecidedBy.
       MOVE RunDate TO ApprDecidedDate.
       MOVE DecideNote TO ApprDecideNote.
       REWRITE ApprovalData
           INVALID KEY DISPLAY "Request " ApprReqNo " not updated"
       END-REWRITE.

WriteApprovalAudit.
       MOVE SPACES TO AuditRecord.
       ACCEPT AuditDate FROM DATE YYYYMMDD.
       ACCEPT AuditTime FROM TIME.
       MOVE ApprType TO AuditOp.
       MOVE CustID TO AuditCustID.
       MOVE ApprReqNo TO AuditReqNo.
       MOVE ApprReqBy TO AuditAskedBy.
       MOVE AuditReqText TO AuditOldFName.
       MOVE OldValueText TO AuditOldLName.
       MOVE AuditAskedText TO AuditNewFName.
       MOVE NewValueText TO AuditNewLName.
       MOVE SignedOnOper TO AuditOperID.
       WRITE AuditRecord.

WriteAfterImage.
       MOVE SPACES TO AfterImageRecord.
       ACCEPT AiDate FROM DATE YYYYMMDD.
       ACCEPT AiTime FROM TIME.
       MOVE "CUSTAPPR" TO AiProgram.
       MOVE CustomerData TO AiImage.
       WRITE AfterImageRecord.

WriteHistory.
       MOVE SPACES TO HistoryRecord.
       ACCEPT HistDate FROM DATE YYYYMMDD.
       ACCEPT HistTime FROM TIME.
       MOVE ApprType TO HistOp.
       MOVE CustID TO HistCustID.
       MOVE CustFName TO HistFName.
       MOVE CustLName TO HistLName.
       MOVE CustAddress TO HistAddress.
       MOVE CustPhone TO HistPhone.
       MOVE CustEmail TO HistEmail.
       MOVE CustStatus TO HistStatus.
       MOVE CustBalance TO HistBalance.
       MOVE CustBirthDate TO HistBirthDate.
       WRITE HistoryRecord.
