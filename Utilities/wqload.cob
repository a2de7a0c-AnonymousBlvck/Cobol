       >>SOURCE FORMAT FREE
*> Nightly exception work-queue load. The morning's clerical work
*> used to be scattered across the web suspense lines, the bordrel
*> releases, the broken-promises worklist, the data-quality sweep,
*> the over-limit list, the held supplier invoices and the
*> credit-held orders, with nobody knowing who was working what.
*> This step reads every one of those at its source and loads each
*> open exception onto workq.txt as one item - type, source key,
*> customer, a line of description, open date, age and priority -
*> for the workq screen to assign and work:
*>   WEBSUS  every websusp.txt line, keyed by its line number (the
*>           file is only ever appended to)              priority 2
*>   BORDRL  a released web backorder on backorder.txt, the clerk's
*>           cue to re-post the websusp.txt line; an order-linked
*>           release needs no one, ordpick picks it     priority 2
*>   PROMIS  a broken promise on promises.txt, or an open one past
*>           its date that promtrk's worklist has not flipped yet,
*>           keyed by customer and the date it was made  priority 1
*>   CUSTDQ  each custdq rule a customer.txt record breaks, by the
*>           same rules and rule names custdq prints     priority 3
*>   OVRLIM  an account over its limit the way overlimit measures
*>           it - group exposure through GETGROUP, less credit on
*>           account, a branch answering under its parent priority 1
*>   APHOLD  a supplier invoice held on apledger.txt     priority 2
*>   CRHOLD  an order held on the credit check (order.txt at H)
*>                                                       priority 1
*> An exception already on the queue keeps its item - assignment,
*> notes and all - and only has its description and age brought up
*> to date; a closed item whose exception is still there stays
*> closed. An open item whose exception was not seen tonight has
*> been dealt with at the source and is closed under resolution
*> CLRD with a line on wqnotes.txt. A closed exception that clears
*> and comes back later is a new item. Anything newly queued exits
*> RC-WARNING so nightlybatch surfaces it. Runs as the last nightly
*> step, behind everything that can raise or clear an exception.
IDENTIFICATION DIVISION.
PROGRAM-ID. wqload.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL WorkQFile ASSIGN TO "workq.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WqItemNo
           ALTERNATE RECORD KEY IS WqSourceRef WITH DUPLICATES
           FILE STATUS IS WorkQStatus.

       SELECT WqNoteFile ASSIGN TO "wqnotes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT OPTIONAL SuspenseFile ASSIGN TO "websusp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SuspFileStatus.

       SELECT OPTIONAL BackOrderFile ASSIGN TO "backorder.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BackID
           FILE STATUS IS BackFileStatus.

       SELECT OPTIONAL PromiseFile ASSIGN TO "promises.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PromCustID
           FILE STATUS IS PromiseStatus.

       SELECT OPTIONAL APFile ASSIGN TO "apledger.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APID
           FILE STATUS IS APFileStatus.

       SELECT OPTIONAL OrderFile ASSIGN TO "order.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderID
           FILE STATUS IS OrderFileStatus.

DATA DIVISION.
FILE SECTION.
FD WorkQFile.
       COPY "wqrec.cpy".

FD WqNoteFile.
       COPY "wqnote.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

FD SuspenseFile.
       01 SuspenseRecord.
              02 SuspOrder.
                     03 SuspFName PIC X(15).
                     03 SuspLName PIC X(15).
                     03 SuspEmail PIC X(30).
                     03 SuspProdCode PIC X(5).
                     03 SuspSizeCode PIC X(2).
                     03 SuspQty PIC 9(4).
              02 FILLER PIC X.
              02 SuspReason PIC X(30).

FD BackOrderFile.
       COPY "bordrec.cpy".

FD PromiseFile.
       COPY "promrec.cpy".

FD APFile.
       COPY "aprec.cpy".

FD OrderFile.
       COPY "ordrec.cpy".

WORKING-STORAGE SECTION.
01 WorkQStatus PIC XX.
01 CustFileStatus PIC XX.
01 SuspFileStatus PIC XX.
01 BackFileStatus PIC XX.
01 PromiseStatus PIC XX.
01 APFileStatus PIC XX.
01 OrderFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 BrowseEOF PIC X.
01 RefEOF PIC X.
01 LiveFound PIC X.
01 RunDate PIC 9(8).
01 RunDateParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay PIC 99.
01 RunTime PIC X(6).
01 OpenDateParts.
       02 OdYear PIC 9(4).
       02 OdMonth PIC 99.
       02 OdDay PIC 99.
01 RunDayNum PIC 9(7).
01 OpenDayNum PIC 9(7).
01 NextItemNo PIC 9(6).
*> The last night before tonight that wqload ran, off the queue
*> itself. A closed item seen on that load is still the same
*> exception; one not seen since has cleared and come back new.
01 PrevLoadDate PIC 9(8).
*> The exception being queued, filled in by each source before
*> QueueException runs.
01 ExcSourceRef.
       02 ExcType PIC X(6).
       02 ExcSourceKey PIC X(20).
01 ExcCustID PIC 9(6).
01 ExcDesc PIC X(50).
01 ExcDate PIC 9(8).
01 ExcPriority PIC 9(1).
01 SuspLineNo PIC 9(6).
01 LineKey.
       02 FILLER PIC X(5) VALUE "LINE ".
       02 LineKeyNo PIC 9(6).
01 PromiseKey.
       02 PkCustID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PkMadeDate PIC 9(8).
01 RuleKey.
       02 RkCustID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 RkRuleName PIC X(8).
01 DescPtr PIC 99.
01 DispAmount PIC $$$,$$9.99.
01 DispDate PIC 9999/99/99.
01 DispQty PIC ZZZZ9.
*> Birth dates are stored MMDDYYYY, as custdq reads them.
01 BirthDateParts.
       02 BDMonth PIC 99.
       02 BDDay PIC 99.
       02 BDYear PIC 9(4).
01 BirthYMD PIC 9(8).
01 DateEntry PIC X(8).
01 DateValid PIC X.
01 PhoneScan PIC 99.
01 PhoneChar PIC X.
01 PhoneBad PIC X.
01 GroupLimit PIC 9(7)V99.
01 GroupExposure PIC S9(9)V99.
01 GroupMembers PIC 9(3).
01 GroupParentOK PIC X.
01 OverAmount PIC 9(8)V99.
01 NewCount PIC 9(5) VALUE ZERO.
01 CarriedCount PIC 9(5) VALUE ZERO.
01 ClearedCount PIC 9(5) VALUE ZERO.
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       ACCEPT RunTime FROM TIME.
       COMPUTE RunDayNum = (RunYear * 360) + (RunMonth * 30) + RunDay.

       OPEN I-O WorkQFile.
       MOVE "workq.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, WorkQStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
*> Without the customer file half the exceptions can't be judged,
*> and sweeping without them would wrongly clear their items.
       OPEN INPUT CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "N"
           CLOSE WorkQFile
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN EXTEND WqNoteFile.

       PERFORM ScanQueue.
       PERFORM LoadWebSuspense.
       PERFORM LoadBackReleases.
       PERFORM LoadBrokenPromises.
       PERFORM LoadCustomerExceptions.
       PERFORM LoadSupplierHolds.
       PERFORM LoadCreditHolds.
       PERFORM SweepClearedItems.

       CLOSE WorkQFile, CustomerFile, WqNoteFile.
       DISPLAY "Work queue loaded : " NewCount " new, " CarriedCount
           " still open, " ClearedCount " cleared at source.".
       IF NewCount > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

*> One pass of the queue for the next item number and the date of
*> the last load before tonight.
ScanQueue.
       MOVE 0 TO NextItemNo.
       MOVE 0 TO PrevLoadDate.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO WqItemNo.
       START WorkQFile KEY IS GREATER THAN OR EQUAL TO WqItemNo
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM ScanOneItem UNTIL BrowseEOF = "Y".
       ADD 1 TO NextItemNo.

ScanOneItem.
       READ WorkQFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           MOVE WqItemNo TO NextItemNo
           IF WqLastSeen < RunDate AND WqLastSeen > PrevLoadDate
               MOVE WqLastSeen TO PrevLoadDate
           END-IF
       END-IF.

LoadWebSuspense.
       MOVE 0 TO SuspLineNo.
       MOVE "N" TO BrowseEOF.
       OPEN INPUT SuspenseFile.
       IF SuspFileStatus NOT = "00" AND SuspFileStatus NOT = "05"
           MOVE "Y" TO BrowseEOF
       END-IF.
       PERFORM CheckNextSuspense UNTIL BrowseEOF = "Y".
       CLOSE SuspenseFile.

CheckNextSuspense.
       READ SuspenseFile
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           ADD 1 TO SuspLineNo
           MOVE "WEBSUS" TO ExcType
           MOVE SuspLineNo TO LineKeyNo
           MOVE LineKey TO ExcSourceKey
           MOVE 0 TO ExcCustID
           MOVE SPACES TO ExcDesc
           MOVE 1 TO DescPtr
           STRING SuspReason DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  SuspEmail DELIMITED BY SPACE
                  INTO ExcDesc
                  WITH POINTER DescPtr
           END-STRING
           MOVE 0 TO ExcDate
           MOVE 2 TO ExcPriority
           PERFORM QueueException
       END-IF.

LoadBackReleases.
       MOVE "N" TO BrowseEOF.
       OPEN INPUT BackOrderFile.
       IF BackFileStatus NOT = "00"
           MOVE "Y" TO BrowseEOF
       ELSE
           MOVE LOW-VALUES TO BackID
           START BackOrderFile KEY IS GREATER THAN OR EQUAL TO BackID
               INVALID KEY MOVE "Y" TO BrowseEOF
           END-START
       END-IF.
       PERFORM CheckNextBackOrder UNTIL BrowseEOF = "Y".
       CLOSE BackOrderFile.

CheckNextBackOrder.
       READ BackOrderFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF BackReleased AND BackOrderID = 0
               MOVE "BORDRL" TO ExcType
               MOVE SPACES TO ExcSourceKey
               MOVE BackID TO ExcSourceKey
               MOVE BackCustID TO ExcCustID
               MOVE BackQtyOwed TO DispQty
               MOVE SPACES TO ExcDesc
               MOVE 1 TO DescPtr
               STRING "released - re-post web order "
                      DELIMITED BY SIZE
                      BackProdCode DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      BackSizeLabel DELIMITED BY SPACE
                      " x" DELIMITED BY SIZE
                      DispQty DELIMITED BY SIZE
                      INTO ExcDesc
                      WITH POINTER DescPtr
               END-STRING
               MOVE 0 TO ExcDate
               MOVE 2 TO ExcPriority
               PERFORM QueueException
           END-IF
       END-IF.

LoadBrokenPromises.
       MOVE "N" TO BrowseEOF.
       OPEN INPUT PromiseFile.
       IF PromiseStatus NOT = "00"
           MOVE "Y" TO BrowseEOF
       ELSE
           MOVE LOW-VALUES TO PromCustID
           START PromiseFile KEY IS GREATER THAN OR EQUAL TO PromCustID
               INVALID KEY MOVE "Y" TO BrowseEOF
           END-START
       END-IF.
       PERFORM CheckNextPromise UNTIL BrowseEOF = "Y".
       CLOSE PromiseFile.

CheckNextPromise.
       READ PromiseFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF PromBroken OR (PromOpen AND PromDueDate < RunDate)
               MOVE "PROMIS" TO ExcType
               MOVE PromCustID TO PkCustID
               MOVE PromMadeDate TO PkMadeDate
               MOVE PromiseKey TO ExcSourceKey
               MOVE PromCustID TO ExcCustID
               MOVE PromAmount TO DispAmount
               MOVE PromDueDate TO DispDate
               MOVE SPACES TO ExcDesc
               STRING "promised " DELIMITED BY SIZE
                      DispAmount DELIMITED BY SIZE
                      " by " DELIMITED BY SIZE
                      DispDate DELIMITED BY SIZE
                      " - not paid" DELIMITED BY SIZE
                      INTO ExcDesc
               END-STRING
               MOVE PromDueDate TO ExcDate
               MOVE 1 TO ExcPriority
               PERFORM QueueException
           END-IF
       END-IF.

*> One pass of customer.txt serves both the data-quality rules and
*> the over-limit check.
LoadCustomerExceptions.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO CustID.
       START CustomerFile KEY IS GREATER THAN OR EQUAL TO CustID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM CheckNextCustomer UNTIL BrowseEOF = "Y".

CheckNextCustomer.
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           PERFORM CheckBirthDate
           PERFORM CheckEmail
           PERFORM CheckPhone
           PERFORM CheckStatus
           PERFORM CheckInactiveBalance
           PERFORM CheckOverLimit
       END-IF.

CheckBirthDate.
       IF CustBirthDate NOT = 0
           MOVE CustBirthDate TO BirthDateParts
           MOVE CustBirthDate TO DateEntry
           CALL "VALIDDATE" USING DateEntry, DateValid
           IF DateValid = "N"
               MOVE "BADDATE" TO RkRuleName
               MOVE "birth date not a valid calendar date" TO ExcDesc
               PERFORM QueueRuleException
           ELSE
               COMPUTE BirthYMD = (BDYear * 10000) + (BDMonth * 100)
                   + BDDay
               IF BirthYMD > RunDate
                   MOVE "FUTDATE" TO RkRuleName
                   MOVE "birth date is in the future" TO ExcDesc
                   PERFORM QueueRuleException
               END-IF
           END-IF
       END-IF.

CheckEmail.
       IF CustEmail = SPACES
           MOVE "NOEMAIL" TO RkRuleName
           MOVE "email not on file" TO ExcDesc
           PERFORM QueueRuleException
       END-IF.

CheckPhone.
       IF CustPhone = SPACES
           MOVE "NOPHONE" TO RkRuleName
           MOVE "phone not on file" TO ExcDesc
           PERFORM QueueRuleException
       ELSE
           MOVE "N" TO PhoneBad
           PERFORM ScanPhoneChar
               VARYING PhoneScan FROM 1 BY 1 UNTIL PhoneScan > 15
           IF PhoneBad = "Y"
               MOVE "BADPHONE" TO RkRuleName
               MOVE "phone carries letters" TO ExcDesc
               PERFORM QueueRuleException
           END-IF
       END-IF.

ScanPhoneChar.
       MOVE CustPhone(PhoneScan:1) TO PhoneChar.
       IF PhoneChar NOT = SPACE
               AND (PhoneChar < "0" OR PhoneChar > "9")
               AND PhoneChar NOT = "-"
               AND PhoneChar NOT = "("
               AND PhoneChar NOT = ")"
               AND PhoneChar NOT = "+"
               AND PhoneChar NOT = "."
           MOVE "Y" TO PhoneBad
       END-IF.

CheckStatus.
       IF NOT CustActive AND NOT CustInactive
           MOVE "BADSTAT" TO RkRuleName
           MOVE "status is not A or I" TO ExcDesc
           PERFORM QueueRuleException
       END-IF.

CheckInactiveBalance.
       IF CustInactive AND CustBalance > 0
           MOVE "INACTBAL" TO RkRuleName
           MOVE "balance owing on inactive customer" TO ExcDesc
           PERFORM QueueRuleException
       END-IF.

QueueRuleException.
       MOVE "CUSTDQ" TO ExcType.
       MOVE CustID TO RkCustID.
       MOVE RuleKey TO ExcSourceKey.
       MOVE CustID TO ExcCustID.
       MOVE 0 TO ExcDate.
       MOVE 3 TO ExcPriority.
       PERFORM QueueException.

CheckOverLimit.
       IF CustActive
           MOVE CustCreditLimit TO GroupLimit
           COMPUTE GroupExposure = CustBalance - CustCreditBal
           MOVE 1 TO GroupMembers
           MOVE SPACE TO GroupParentOK
           IF CustCreditLimit > 0
                   OR (CustParentID IS NUMERIC AND CustParentID > 0)
               CALL "GETGROUP" USING CustID, CustParentID, GroupLimit,
                   GroupExposure, GroupMembers, GroupParentOK
           END-IF
           IF GroupParentOK NOT = "Y" AND GroupLimit > 0
                   AND GroupExposure > GroupLimit
               PERFORM QueueOverLimit
           END-IF
       END-IF.

QueueOverLimit.
       COMPUTE OverAmount = GroupExposure - GroupLimit.
       MOVE "OVRLIM" TO ExcType.
       MOVE SPACES TO ExcSourceKey.
       MOVE CustID TO ExcSourceKey.
       MOVE CustID TO ExcCustID.
       MOVE OverAmount TO DispAmount.
       MOVE SPACES TO ExcDesc.
       MOVE 1 TO DescPtr.
       STRING DispAmount DELIMITED BY SIZE
              " over the credit limit" DELIMITED BY SIZE
              INTO ExcDesc
              WITH POINTER DescPtr
       END-STRING.
       IF GroupMembers > 1
           STRING " (group)" DELIMITED BY SIZE
                  INTO ExcDesc
                  WITH POINTER DescPtr
           END-STRING
       END-IF.
       MOVE 0 TO ExcDate.
       MOVE 1 TO ExcPriority.
       PERFORM QueueException.

LoadSupplierHolds.
       MOVE "N" TO BrowseEOF.
       OPEN INPUT APFile.
       IF APFileStatus NOT = "00"
           MOVE "Y" TO BrowseEOF
       ELSE
           MOVE LOW-VALUES TO APID
           START APFile KEY IS GREATER THAN OR EQUAL TO APID
               INVALID KEY MOVE "Y" TO BrowseEOF
           END-START
       END-IF.
       PERFORM CheckNextInvoice UNTIL BrowseEOF = "Y".
       CLOSE APFile.

CheckNextInvoice.
       READ APFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF APHeld
               MOVE "APHOLD" TO ExcType
               MOVE SPACES TO ExcSourceKey
               MOVE APID TO ExcSourceKey
               MOVE 0 TO ExcCustID
               MOVE APAmount TO DispAmount
               MOVE SPACES TO ExcDesc
               MOVE 1 TO DescPtr
               STRING "supplier " DELIMITED BY SIZE
                      APSuppCode DELIMITED BY SPACE
                      " invoice " DELIMITED BY SIZE
                      APInvRef DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      DispAmount DELIMITED BY SIZE
                      " held on match" DELIMITED BY SIZE
                      INTO ExcDesc
                      WITH POINTER DescPtr
               END-STRING
               MOVE APInvDate TO ExcDate
               MOVE 2 TO ExcPriority
               PERFORM QueueException
           END-IF
       END-IF.

LoadCreditHolds.
       MOVE "N" TO BrowseEOF.
       OPEN INPUT OrderFile.
       IF OrderFileStatus NOT = "00"
           MOVE "Y" TO BrowseEOF
       ELSE
           MOVE LOW-VALUES TO OrderID
           START OrderFile KEY IS GREATER THAN OR EQUAL TO OrderID
               INVALID KEY MOVE "Y" TO BrowseEOF
           END-START
       END-IF.
       PERFORM CheckNextOrder UNTIL BrowseEOF = "Y".
       CLOSE OrderFile.

CheckNextOrder.
       READ OrderFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF OrderHeld
               MOVE "CRHOLD" TO ExcType
               MOVE SPACES TO ExcSourceKey
               MOVE OrderID TO ExcSourceKey
               MOVE OrderCustID TO ExcCustID
               MOVE "order held on the credit check - see ordhold"
                   TO ExcDesc
               MOVE OrderDate TO ExcDate
               MOVE 1 TO ExcPriority
               PERFORM QueueException
           END-IF
       END-IF.

*> Finds the exception's item - an open one, or a closed one that
*> was still being seen at the last load - and brings it up to
*> date, else queues it as a new item.
QueueException.
       MOVE "N" TO LiveFound.
       MOVE "N" TO RefEOF.
       MOVE ExcSourceRef TO WqSourceRef.
       START WorkQFile KEY IS EQUAL TO WqSourceRef
           INVALID KEY MOVE "Y" TO RefEOF
       END-START.
       PERFORM FindLiveItem UNTIL RefEOF = "Y" OR LiveFound = "Y".
       IF LiveFound = "Y"
           PERFORM RefreshItem
       ELSE
           PERFORM AddItem
       END-IF.

FindLiveItem.
       READ WorkQFile NEXT RECORD
           AT END MOVE "Y" TO RefEOF
       END-READ.
       IF RefEOF = "N"
           IF WqSourceRef NOT = ExcSourceRef
               MOVE "Y" TO RefEOF
           ELSE
               IF WqOpen OR WqLastSeen >= PrevLoadDate
                   MOVE "Y" TO LiveFound
               END-IF
           END-IF
       END-IF.

RefreshItem.
       MOVE RunDate TO WqLastSeen.
       IF WqOpen
           MOVE ExcCustID TO WqCustID
           MOVE ExcDesc TO WqDesc
           PERFORM AgeItem
           ADD 1 TO CarriedCount
       END-IF.
       REWRITE WorkQData
           INVALID KEY DISPLAY "Work queue item " WqItemNo " not updated"
       END-REWRITE.

AddItem.
       MOVE SPACES TO WorkQData.
       MOVE NextItemNo TO WqItemNo.
       MOVE ExcSourceRef TO WqSourceRef.
       MOVE ExcCustID TO WqCustID.
       MOVE ExcDesc TO WqDesc.
       IF ExcDate > 0
           MOVE ExcDate TO WqOpenDate
       ELSE
           MOVE RunDate TO WqOpenDate
       END-IF.
       PERFORM AgeItem.
       MOVE ExcPriority TO WqPriority.
       MOVE RunDate TO WqFirstSeen.
       MOVE RunDate TO WqLastSeen.
       MOVE 0 TO WqAssignDate.
       SET WqOpen TO TRUE.
       MOVE 0 TO WqClosedDate.
       WRITE WorkQData
           INVALID KEY DISPLAY "Work queue item " WqItemNo " not added"
           NOT INVALID KEY
               ADD 1 TO NewCount
               ADD 1 TO NextItemNo
       END-WRITE.

*> Days open, in the 30/360 style custaging uses.
AgeItem.
       MOVE WqOpenDate TO OpenDateParts.
       COMPUTE OpenDayNum = (OdYear * 360) + (OdMonth * 30) + OdDay.
       IF OpenDayNum < RunDayNum
           COMPUTE WqAgeDays = RunDayNum - OpenDayNum
       ELSE
           MOVE 0 TO WqAgeDays
       END-IF.

SweepClearedItems.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO WqItemNo.
       START WorkQFile KEY IS GREATER THAN OR EQUAL TO WqItemNo
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM SweepOneItem UNTIL BrowseEOF = "Y".

SweepOneItem.
       READ WorkQFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF WqOpen AND WqLastSeen < RunDate
               PERFORM ClearOneItem
           END-IF
       END-IF.

ClearOneItem.
       SET WqClosed TO TRUE.
       MOVE RunDate TO WqClosedDate.
       MOVE "WQLOAD" TO WqClosedBy.
       MOVE "CLRD" TO WqResolution.
       REWRITE WorkQData
           INVALID KEY DISPLAY "Work queue item " WqItemNo " not cleared"
           NOT INVALID KEY
               ADD 1 TO ClearedCount
               MOVE SPACES TO WqNoteRecord
               MOVE WqItemNo TO WqnItemNo
               MOVE RunDate TO WqnDate
               MOVE RunTime TO WqnTime
               MOVE "WQLOAD" TO WqnOperID
               MOVE "Closed CLRD - no longer open at the source"
                   TO WqnText
               WRITE WqNoteRecord
       END-REWRITE.
