       >>SOURCE FORMAT FREE
*> Exception work-queue screen. wqload puts every open exception
*> the nightly chain finds onto workq.txt; this is where the work
*> gets handed out and done. The operator signs on with their
*> authusers.txt ID and PIN. Everyone can list their own open items
*> (highest priority, then oldest, first) and show any item with
*> its history off wqnotes.txt; a maintain or supervisor role can
*> also add a note to an item of their own and close it with a
*> resolution code from the maintained wqresol.txt list ("CODE
*> description" lines, the adjreason.txt mould). A supervisor sees
*> the unassigned items the same way, assigns (or reassigns) any
*> open item to an operator with a maintain or supervisor role, and
*> may note or close anyone's item. Every assignment, note and
*> closing lands on wqnotes.txt under the operator who made it, so
*> the history of an item is one look away; wqaging reports what
*> has been open too long, and with whom.
IDENTIFICATION DIVISION.
PROGRAM-ID. workq.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL WorkQFile ASSIGN TO "workq.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WqItemNo
           ALTERNATE RECORD KEY IS WqSourceRef WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS WorkQStatus.

       SELECT OPTIONAL WqNoteFile ASSIGN TO "wqnotes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WqNoteStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT OPTIONAL AuthFile ASSIGN TO "authusers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuthFileStatus.

       SELECT OPTIONAL ResolFile ASSIGN TO "wqresol.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ResolFileStatus.

       SELECT SortFile ASSIGN TO "wqwork.tmp".

DATA DIVISION.
FILE SECTION.
FD WorkQFile.
       COPY "wqrec.cpy".

FD WqNoteFile.
       COPY "wqnote.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

FD AuthFile.
       COPY "authuser.cpy".

FD ResolFile.
       01 ResolRecord.
              02 ResolCode PIC X(4).
              02 FILLER PIC X.
              02 ResolText PIC X(30).

SD SortFile.
       01 SortRecord.
              02 SortPriority PIC X(1).
              88 SortEOF VALUE HIGH-VALUE.
              02 SortAgeDays PIC 9(5).
              02 SortItemNo PIC 9(6).

WORKING-STORAGE SECTION.
01 WorkQStatus PIC XX.
01 WqNoteStatus PIC XX.
01 CustFileStatus PIC XX.
01 AuthFileStatus PIC XX.
01 ResolFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 RunDate PIC 9(8).
01 RunTime PIC X(6).
01 EnteredOperID PIC X(6).
01 EnteredPIN PIC X(4).
01 AuthOK PIC X.
01 AuthEOF PIC X.
01 SignedOnOper PIC X(6).
01 SignedOnRole PIC X(1).
       88 SignedOnInquiry VALUE "I".
       88 SignedOnSuper VALUE "S".
01 AssignTo PIC X(6).
01 AssignOK PIC X.
01 EntryItemNo PIC 9(6).
01 ItemFound PIC X.
01 ItemMayChange PIC X.
01 BrowseEOF PIC X.
01 NoteEOF PIC X.
01 NoteCount PIC 9(5).
01 EntryNote PIC X(60).
01 ItemNote PIC X(60).
01 EntryResol PIC X(4).
01 ResolValid PIC X.
01 ResolEOF PIC X.
01 ResolDesc PIC X(30).
01 Confirm PIC X.
*> M lists the signed-on operator's own items, U the unassigned.
01 ListMode PIC X.
01 ListCount PIC 9(5).
01 CustExists PIC X.
01 CustName PIC X(31).
01 NamePtr PIC 99.
01 NotePtr PIC 99.
01 PrnOpenDate PIC 9999/99/99.
01 PrnOtherDate PIC 9999/99/99.
01 ListHeads PIC X(79) VALUE
       "Item   P  Age  Type   Customer  Description".
01 ListLine.
       02 PrnItemNo PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnPriority PIC 9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnAgeDays PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnType PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCustID PIC 9(6).
       02 PrnNoCust REDEFINES PrnCustID PIC X(6).
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnDesc PIC X(46).
01 NoteLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnNoteDate PIC 9999/99/99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnNoteOper PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnNoteText PIC X(60).

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       DISPLAY " ".
       DISPLAY "Operator ID : " WITH NO ADVANCING.
       ACCEPT EnteredOperID.
       DISPLAY "PIN : " WITH NO ADVANCING.
       ACCEPT EnteredPIN.
       PERFORM CheckOperator.
       IF AuthOK NOT = "Y"
           DISPLAY "Operator ID or PIN not recognised - closing."
           STOP RUN
       END-IF.
       MOVE EnteredOperID TO SignedOnOper.

       OPEN I-O WorkQFile.
       MOVE "workq.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, WorkQStatus, FileOK.
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
            DISPLAY "Exception work queue"
            DISPLAY "1 : My Open Items "
            DISPLAY "2 : Show An Item "
            DISPLAY "3 : Add A Note "
            DISPLAY "4 : Close An Item "
            DISPLAY "5 : Unassigned Items (supervisor) "
            DISPLAY "6 : Assign An Item (supervisor) "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM ListMyItems
               WHEN 2 PERFORM ShowItem
               WHEN 3 PERFORM AddItemNote
               WHEN 4 PERFORM CloseItem
               WHEN 5 PERFORM ListUnassigned
               WHEN 6 PERFORM AssignItem
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
       CLOSE WorkQFile, CustomerFile.
       STOP RUN.

*> Any live line on authusers.txt may sign on; the role decides
*> what the operator may do once in.
CheckOperator.
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
               AND NOT AuthRoleDisabled
           MOVE "Y" TO AuthOK
           MOVE AuthRole TO SignedOnRole
       ELSE
           READ AuthFile
               AT END MOVE "Y" TO AuthEOF
           END-READ
       END-IF.

*> Work goes only to someone who may act on it - a maintain or
*> supervisor role.
CheckAssignee.
       MOVE "N" TO AssignOK.
       MOVE "N" TO AuthEOF.
       OPEN INPUT AuthFile.
       IF AuthFileStatus NOT = "00" AND AuthFileStatus NOT = "05"
           MOVE "Y" TO AuthEOF
       ELSE
           READ AuthFile
               AT END MOVE "Y" TO AuthEOF
           END-READ
           PERFORM ScanForAssignee UNTIL AuthEOF = "Y" OR AssignOK = "Y"
       END-IF.
       CLOSE AuthFile.

ScanForAssignee.
       IF AuthOperatorID = AssignTo
               AND (AuthRoleMaint OR AuthRoleSuper)
           MOVE "Y" TO AssignOK
       ELSE
           READ AuthFile
               AT END MOVE "Y" TO AuthEOF
           END-READ
       END-IF.

ListMyItems.
       MOVE "M" TO ListMode.
       PERFORM ListQueueItems.

ListUnassigned.
       IF NOT SignedOnSuper
           DISPLAY "The unassigned list is for a supervisor."
       ELSE
           MOVE "U" TO ListMode
           PERFORM ListQueueItems
       END-IF.

*> Highest priority first, then the longest open.
ListQueueItems.
       MOVE 0 TO ListCount.
       DISPLAY " ".
       DISPLAY ListHeads.
       SORT SortFile
           ON ASCENDING KEY SortPriority
           DESCENDING KEY SortAgeDays
           ASCENDING KEY SortItemNo
           INPUT PROCEDURE IS SelectQueueItems
           OUTPUT PROCEDURE IS DisplayQueueItems.
       IF ListCount = 0
           DISPLAY "Nothing open on the list."
       ELSE
           DISPLAY ListCount " items open."
       END-IF.

SelectQueueItems.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO WqItemNo.
       START WorkQFile KEY IS GREATER THAN OR EQUAL TO WqItemNo
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM SelectOneItem UNTIL BrowseEOF = "Y".

SelectOneItem.
       READ WorkQFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N" AND WqOpen
           IF (ListMode = "M" AND WqAssignee = SignedOnOper)
                   OR (ListMode = "U" AND WqAssignee = SPACES)
               MOVE WqPriority TO SortPriority
               MOVE WqAgeDays TO SortAgeDays
               MOVE WqItemNo TO SortItemNo
               RELEASE SortRecord
           END-IF
       END-IF.

DisplayQueueItems.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.
       PERFORM DisplayOneItem UNTIL SortEOF.

DisplayOneItem.
       MOVE SortItemNo TO WqItemNo.
       READ WorkQFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               PERFORM FormatListLine
               DISPLAY ListLine
               ADD 1 TO ListCount
       END-READ.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.

FormatListLine.
       MOVE WqItemNo TO PrnItemNo.
       MOVE WqPriority TO PrnPriority.
       MOVE WqAgeDays TO PrnAgeDays.
       MOVE WqType TO PrnType.
       IF WqCustID = 0
           MOVE SPACES TO PrnNoCust
       ELSE
           MOVE WqCustID TO PrnCustID
       END-IF.
       MOVE WqDesc TO PrnDesc.

*> Reads the item the operator keys in - for update when it is to
*> change, so two operators can't close the same item at once.
AcceptItemNo.
       MOVE "Y" TO ItemFound.
       DISPLAY " ".
       DISPLAY "Item number : " WITH NO ADVANCING.
       ACCEPT EntryItemNo.
       MOVE EntryItemNo TO WqItemNo.
       READ WorkQFile
           INVALID KEY MOVE "N" TO ItemFound
       END-READ.
       IF WorkQStatus = "51"
           DISPLAY "Item in use by another operator - try again."
           MOVE "X" TO ItemFound
       END-IF.
       IF ItemFound = "N"
           DISPLAY "No such item on the work queue."
       END-IF.

ShowItem.
       PERFORM AcceptItemNo.
       IF ItemFound = "Y"
           PERFORM DisplayItemDetail
           PERFORM ShowItemNotes
       END-IF.
       UNLOCK WorkQFile.

DisplayItemDetail.
       PERFORM FindItemCustomer.
       MOVE WqOpenDate TO PrnOpenDate.
       DISPLAY "Item " WqItemNo "  " WqType "  source " WqSourceKey.
       DISPLAY "  " WqDesc.
       IF WqCustID NOT = 0
           DISPLAY "  Customer : " WqCustID " " CustName
       END-IF.
       DISPLAY "  Opened   : " PrnOpenDate "  age " WqAgeDays
           " days  priority " WqPriority.
       IF WqAssignee = SPACES
           DISPLAY "  Assigned : (nobody)"
       ELSE
           MOVE WqAssignDate TO PrnOtherDate
           DISPLAY "  Assigned : " WqAssignee " on " PrnOtherDate
       END-IF.
       IF WqClosed
           MOVE WqClosedDate TO PrnOtherDate
           DISPLAY "  Closed   : " PrnOtherDate " by " WqClosedBy
               " resolution " WqResolution
       ELSE
           DISPLAY "  Status   : Open"
       END-IF.

FindItemCustomer.
       MOVE SPACES TO CustName.
       IF WqCustID NOT = 0
           MOVE "Y" TO CustExists
           MOVE WqCustID TO CustID
           READ CustomerFile
               INVALID KEY MOVE "N" TO CustExists
           END-READ
           IF CustExists = "Y"
               MOVE 1 TO NamePtr
               STRING CustFName DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      CustLName DELIMITED BY SPACE
                      INTO CustName
                      WITH POINTER NamePtr
               END-STRING
           ELSE
               MOVE "(customer not on file)" TO CustName
           END-IF
       END-IF.

ShowItemNotes.
       MOVE 0 TO NoteCount.
       MOVE "N" TO NoteEOF.
       OPEN INPUT WqNoteFile.
       IF WqNoteStatus NOT = "00" AND WqNoteStatus NOT = "05"
           MOVE "Y" TO NoteEOF
       END-IF.
       PERFORM ShowOneNote UNTIL NoteEOF = "Y".
       CLOSE WqNoteFile.
       IF NoteCount = 0
           DISPLAY "  No notes on this item."
       END-IF.

ShowOneNote.
       READ WqNoteFile
           AT END MOVE "Y" TO NoteEOF
       END-READ.
       IF NoteEOF = "N" AND WqnItemNo = WqItemNo
           MOVE WqnDate TO PrnNoteDate
           MOVE WqnOperID TO PrnNoteOper
           MOVE WqnText TO PrnNoteText
           DISPLAY NoteLine
           ADD 1 TO NoteCount
       END-IF.

*> An item changes only in the hands of its assignee or a
*> supervisor, and never once it is closed.
CheckItemMayChange.
       MOVE "N" TO ItemMayChange.
       IF WqClosed
           DISPLAY "That item is already closed."
       ELSE
           IF SignedOnSuper OR WqAssignee = SignedOnOper
               MOVE "Y" TO ItemMayChange
           ELSE
               DISPLAY "That item is not assigned to you."
           END-IF
       END-IF.

AddItemNote.
       IF SignedOnInquiry
           DISPLAY "An inquiry sign-on can't change the work queue."
       ELSE
           PERFORM AcceptItemNo
           IF ItemFound = "Y"
               PERFORM CheckItemMayChange
               IF ItemMayChange = "Y"
                   DISPLAY "Note : " WITH NO ADVANCING
                   ACCEPT EntryNote
                   IF EntryNote = SPACES
                       DISPLAY "Nothing entered - no note added."
                   ELSE
                       MOVE EntryNote TO ItemNote
                       PERFORM WriteItemNote
                       DISPLAY "Note added."
                   END-IF
               END-IF
           END-IF
           UNLOCK WorkQFile
       END-IF.

CloseItem.
       IF SignedOnInquiry
           DISPLAY "An inquiry sign-on can't change the work queue."
       ELSE
           PERFORM AcceptItemNo
           IF ItemFound = "Y"
               PERFORM CheckItemMayChange
               IF ItemMayChange = "Y"
                   DISPLAY "  " WqType " " WqDesc
                   PERFORM AcceptResolution
                   IF ResolValid = "Y"
                       PERFORM CloseItemProper
                   END-IF
               END-IF
           END-IF
           UNLOCK WorkQFile
       END-IF.

CloseItemProper.
       DISPLAY "Closing note (optional) : " WITH NO ADVANCING.
       ACCEPT EntryNote.
       SET WqClosed TO TRUE.
       MOVE RunDate TO WqClosedDate.
       MOVE SignedOnOper TO WqClosedBy.
       MOVE EntryResol TO WqResolution.
       REWRITE WorkQData
           INVALID KEY DISPLAY "Item not closed"
           NOT INVALID KEY
               MOVE SPACES TO ItemNote
               MOVE 1 TO NotePtr
               STRING "Closed " DELIMITED BY SIZE
                      EntryResol DELIMITED BY SPACE
                      " - " DELIMITED BY SIZE
                      ResolDesc DELIMITED BY SIZE
                      INTO ItemNote
                      WITH POINTER NotePtr
               END-STRING
               PERFORM WriteItemNote
               IF EntryNote NOT = SPACES
                   MOVE EntryNote TO ItemNote
                   PERFORM WriteItemNote
               END-IF
               DISPLAY "Item " WqItemNo " closed."
       END-REWRITE.

*> The resolution list is data, not code: wqresol.txt carries one
*> "CODE description" line per resolution and the entry must match
*> one. CLRD is wqload's own, for an exception gone at the source.
AcceptResolution.
       MOVE "N" TO ResolValid.
       MOVE "N" TO ResolEOF.
       DISPLAY "Resolutions on file :".
       OPEN INPUT ResolFile.
       IF ResolFileStatus NOT = "00" AND ResolFileStatus NOT = "05"
           MOVE "Y" TO ResolEOF
       END-IF.
       PERFORM ListOneResolution UNTIL ResolEOF = "Y".
       CLOSE ResolFile.

       DISPLAY "Resolution code : " WITH NO ADVANCING.
       ACCEPT EntryResol.

       MOVE "N" TO ResolEOF.
       OPEN INPUT ResolFile.
       IF ResolFileStatus NOT = "00" AND ResolFileStatus NOT = "05"
           MOVE "Y" TO ResolEOF
       END-IF.
       PERFORM MatchOneResolution
           UNTIL ResolEOF = "Y" OR ResolValid = "Y".
       CLOSE ResolFile.
       IF ResolValid = "N"
           DISPLAY "Resolution " EntryResol " is not on wqresol.txt."
       END-IF.

ListOneResolution.
       READ ResolFile
           AT END MOVE "Y" TO ResolEOF
           NOT AT END DISPLAY "  " ResolCode " " ResolText
       END-READ.

MatchOneResolution.
       READ ResolFile
           AT END MOVE "Y" TO ResolEOF
           NOT AT END
               IF ResolCode = EntryResol
                   MOVE "Y" TO ResolValid
                   MOVE ResolText TO ResolDesc
               END-IF
       END-READ.

AssignItem.
       IF NOT SignedOnSuper
           DISPLAY "Assigning work is for a supervisor."
       ELSE
           PERFORM AcceptItemNo
           IF ItemFound = "Y"
               IF WqClosed
                   DISPLAY "That item is already closed."
               ELSE
                   PERFORM AssignItemProper
               END-IF
           END-IF
           UNLOCK WorkQFile
       END-IF.

AssignItemProper.
       DISPLAY "  " WqType " " WqDesc.
       MOVE "Y" TO Confirm.
       IF WqAssignee NOT = SPACES
           DISPLAY "Already assigned to " WqAssignee
               ". Reassign it? (Y/N) : " WITH NO ADVANCING
           ACCEPT Confirm
       END-IF.
       IF Confirm NOT = "Y" AND Confirm NOT = "y"
           DISPLAY "Assignment left as it was."
       ELSE
           DISPLAY "Assign to operator ID : " WITH NO ADVANCING
           ACCEPT AssignTo
           PERFORM CheckAssignee
           IF AssignOK = "N"
               DISPLAY "Operator " AssignTo
                   " is not a maintain or supervisor sign-on."
           ELSE
               MOVE AssignTo TO WqAssignee
               MOVE RunDate TO WqAssignDate
               REWRITE WorkQData
                   INVALID KEY DISPLAY "Item not assigned"
                   NOT INVALID KEY
                       MOVE SPACES TO ItemNote
                       STRING "Assigned to " DELIMITED BY SIZE
                              AssignTo DELIMITED BY SIZE
                              INTO ItemNote
                       END-STRING
                       PERFORM WriteItemNote
                       DISPLAY "Item " WqItemNo " assigned to "
                           AssignTo "."
               END-REWRITE
           END-IF
       END-IF.

*> ItemNote is filled in by the caller.
WriteItemNote.
       ACCEPT RunTime FROM TIME.
       OPEN EXTEND WqNoteFile.
       MOVE SPACES TO WqNoteRecord.
       MOVE WqItemNo TO WqnItemNo.
       MOVE RunDate TO WqnDate.
       MOVE RunTime TO WqnTime.
       MOVE SignedOnOper TO WqnOperID.
       MOVE ItemNote TO WqnText.
       WRITE WqNoteRecord.
       CLOSE WqNoteFile.
