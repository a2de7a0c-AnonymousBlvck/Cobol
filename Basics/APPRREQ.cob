       >>SOURCE FORMAT FREE
*> Shared approval-request filing in the LOCMOVE mould - the one
*> place a customer master change that needs a second person is
*> put on approval.txt, so UPDCUST's credit limit and tax
*> jurisdiction and program_'s reactivation all queue the same way
*> for custappr. The caller passes the customer, the change type
*> (CRLIM, TAXJUR or REACT), the value as it stands and the value
*> asked for, the reason and the operator asking. The request is
*> numbered off apprctl.txt the way pomnt numbers POs off poctl.txt
*> and goes on at status P. The result comes back "Y" with the new
*> request number when it is filed, "P" with the number of the one
*> already waiting when the customer has a pending request of the
*> same type - a second is not filed on top of it - and "N" when
*> approval.txt cannot be opened.
IDENTIFICATION DIVISION.
PROGRAM-ID. APPRREQ.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.October 15.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL ApprovalFile ASSIGN TO "approval.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ApprReqNo
           FILE STATUS IS ApprFileStatus.

       SELECT OPTIONAL ApprControlFile ASSIGN TO "apprctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ApprControlStatus.

DATA DIVISION.
FILE SECTION.
FD ApprovalFile.
       COPY "apprrec.cpy".

FD ApprControlFile.
       01 ApprControlRecord.
              02 NextReqNumber PIC 9(6).

WORKING-STORAGE SECTION.
01 ApprFileStatus PIC XX.
01 ApprControlStatus PIC XX.
01 ApprEOF PIC X.
01 WorkReqNumber PIC 9(6).

LINKAGE SECTION.
       01 LCustID PIC 9(6).
       01 LType PIC X(6).
       01 LOldValue PIC X(12).
       01 LNewValue PIC X(12).
       01 LReason PIC X(40).
       01 LOperID PIC X(6).
       01 LReqNo PIC 9(6).
       01 LResult PIC X.

PROCEDURE DIVISION USING LCustID, LType, LOldValue, LNewValue,
       LReason, LOperID, LReqNo, LResult.
StartPara.
       MOVE "N" TO LResult.
       MOVE 0 TO LReqNo.
       OPEN I-O ApprovalFile.
       IF ApprFileStatus NOT = "00" AND ApprFileStatus NOT = "05"
           CLOSE ApprovalFile
           GOBACK
       END-IF.

       MOVE "N" TO ApprEOF.
       MOVE LOW-VALUES TO ApprReqNo.
       START ApprovalFile KEY IS GREATER THAN OR EQUAL TO ApprReqNo
           INVALID KEY MOVE "Y" TO ApprEOF
       END-START.
       PERFORM CheckOneRequest UNTIL ApprEOF = "Y".

       IF LResult = "N"
           PERFORM AssignReqNumber
           MOVE SPACES TO ApprovalData
           MOVE WorkReqNumber TO ApprReqNo
           MOVE LCustID TO ApprCustID
           MOVE LType TO ApprType
           MOVE LOldValue TO ApprOldValue
           MOVE LNewValue TO ApprNewValue
           MOVE LReason TO ApprReason
           MOVE LOperID TO ApprReqBy
           ACCEPT ApprReqDate FROM DATE YYYYMMDD
           ACCEPT ApprReqTime FROM TIME
           SET ApprPending TO TRUE
           MOVE 0 TO ApprDecidedDate
           WRITE ApprovalData
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO LResult
                   MOVE WorkReqNumber TO LReqNo
           END-WRITE
       END-IF.
       CLOSE ApprovalFile.
       GOBACK.

CheckOneRequest.
       READ ApprovalFile NEXT RECORD
           AT END MOVE "Y" TO ApprEOF
       END-READ.
       IF ApprEOF = "N" AND ApprPending AND ApprCustID = LCustID
               AND ApprType = LType
           MOVE "P" TO LResult
           MOVE ApprReqNo TO LReqNo
           MOVE "Y" TO ApprEOF
       END-IF.

AssignReqNumber.
       OPEN INPUT ApprControlFile.
       IF ApprControlStatus = "00"
           READ ApprControlFile
               AT END MOVE 1 TO NextReqNumber
           END-READ
       ELSE
           MOVE 1 TO NextReqNumber
       END-IF.
       CLOSE ApprControlFile.
       MOVE NextReqNumber TO WorkReqNumber.
       OPEN OUTPUT ApprControlFile.
       COMPUTE NextReqNumber = WorkReqNumber + 1.
       WRITE ApprControlRecord.
       CLOSE ApprControlFile.
