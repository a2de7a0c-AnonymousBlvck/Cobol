       >>SOURCE FORMAT FREE
*> Invoice dispute tracking. A customer who disputes one invoice
*> used to have the whole account carried on through custdun's
*> letters and finchg's interest, and the office spent the month
*> apologizing for letters it shouldn't have sent. This module
*> marks the one open item on openitem.txt as disputed - a reason
*> code, the operator who took it, the day it was raised and a
*> follow-up date - and writes a line to custnotes.txt so the
*> customer's note history tells the story. While an item is
*> disputed, what it still owes stays on the balance and the
*> statement but GETDISP hands it to custdun, finchg and the
*> credit-limit hold to leave out. A dispute ends one of two ways:
*> a credit memo through custcred against the invoice closes it in
*> the customer's favour, or the operator here reinstates the item
*> and it goes back into collections. The dispute aging worklist
*> lists every open dispute with its age in days since it was
*> raised, flags the ones whose follow-up date has come, and totals
*> them by age; it goes to DispWork.rpt with names and phones off
*> customer.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. disptrk.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OiInvoiceNo
           FILE STATUS IS OpenItemStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT OPTIONAL NotesFile ASSIGN TO "custnotes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NotesFileStatus.

       SELECT WorkListReport ASSIGN TO "DispWork.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OpenItemFile.
       COPY "openitem.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

FD NotesFile.
       COPY "noterec.cpy".

FD WorkListReport.
       01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 OpenItemStatus PIC XX.
01 CustFileStatus PIC XX.
01 NotesFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 RunDate PIC 9(8).
01 RunDateParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay PIC 99.
01 RaisedDate PIC 9(8).
01 RaisedDateParts REDEFINES RaisedDate.
       02 RaisedYear PIC 9(4).
       02 RaisedMonth PIC 99.
       02 RaisedDay PIC 99.
01 RunDayNum PIC 9(7).
01 RaisedDayNum PIC 9(7).
01 AgeDays PIC S9(5).
01 OperID PIC X(6).
01 EntryInvoiceNo PIC 9(6).
01 EntryReason PIC X(2).
01 EntryFollowUp PIC 9(8).
01 ReasonOK PIC X.
01 ItemExists PIC X.
01 CustExists PIC X.
01 BrowseEOF PIC X.
01 ConfirmChoice PIC X.
01 ItemRemaining PIC 9(7)V99.
01 NoteLine PIC X(60).
01 NamePtr PIC 99.
01 DispAmount PIC $$$,$$9.99.
01 PrnDate PIC 9999/99/99.
01 DisputeCount PIC 9(5).
01 FollowUpCount PIC 9(5).
01 DisputeTotal PIC 9(9)V99.
*> Open disputes by age since raised: 0-30, 31-60, 61-90, over 90.
01 AgeBucketTable.
       02 AgeBucket OCCURS 4 TIMES.
              03 BucketCount PIC 9(5).
              03 BucketAmount PIC 9(9)V99.
01 BucketSub PIC 9.
01 BucketNames.
       02 FILLER PIC X(12) VALUE "0-30 days   ".
       02 FILLER PIC X(12) VALUE "31-60 days  ".
       02 FILLER PIC X(12) VALUE "61-90 days  ".
       02 FILLER PIC X(12) VALUE "Over 90 days".
01 BucketNameTable REDEFINES BucketNames.
       02 BucketName PIC X(12) OCCURS 4 TIMES.
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Dispute Aging Worklist    ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 Heads PIC X(100) VALUE
       "Invoice Cust    Name                  Phone          Rs Raised       Age Follow-up     Disputed".
01 DisputeDetailLine.
       02 PrnInvoiceNo PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCustName PIC X(22).
       02 PrnCustPhone PIC X(15).
       02 PrnReason PIC X(2).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnRaised PIC 9999/99/99.
       02 PrnAge PIC Z(4)9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnFollowUp PIC 9999/99/99.
       02 PrnRemaining PIC $$,$$$,$$9.99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnDueFlag PIC X(4).
01 BucketLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnBucketName PIC X(12).
       02 FILLER PIC X(3) VALUE " : ".
       02 PrnBucketCount PIC ZZZZ9.
       02 FILLER PIC X(11) VALUE " disputes  ".
       02 PrnBucketAmount PIC $$$,$$$,$$9.99.
01 TotalLine.
       02 FILLER PIC X(17) VALUE "Open disputes  : ".
       02 PrnDisputeCount PIC ZZZZ9.
       02 FILLER PIC X(11) VALUE "  amount : ".
       02 PrnDisputeTotal PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(17) VALUE "  follow up due: ".
       02 PrnFollowUpCount PIC ZZZZ9.
01 NoDisputesLine PIC X(40) VALUE "No open disputes.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       COMPUTE RunDayNum = (RunYear * 360) + (RunMonth * 30) + RunDay.
       DISPLAY "Operator ID : " WITH NO ADVANCING.
       ACCEPT OperID.

       OPEN I-O OpenItemFile.
       MOVE "openitem.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OpenItemStatus, FileOK.
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
            DISPLAY "Invoice disputes"
            DISPLAY "1 : Dispute An Invoice "
            DISPLAY "2 : Look Up A Dispute "
            DISPLAY "3 : Reinstate A Disputed Invoice "
            DISPLAY "4 : Dispute Aging Worklist "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM RaiseDispute
               WHEN 2 PERFORM LookUpDispute
               WHEN 3 PERFORM ReinstateItem
               WHEN 4 PERFORM DisputeWorklist
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
       CLOSE OpenItemFile, CustomerFile.
       STOP RUN.

ReadInvoice.
       MOVE "Y" TO ItemExists.
       DISPLAY " ".
       DISPLAY "Invoice number : " WITH NO ADVANCING.
       ACCEPT EntryInvoiceNo.
       MOVE EntryInvoiceNo TO OiInvoiceNo.
       READ OpenItemFile
           INVALID KEY MOVE "N" TO ItemExists
       END-READ.
       IF ItemExists = "N"
           DISPLAY "That invoice isn't on the open-item file."
       ELSE
           COMPUTE ItemRemaining = OiAmount - OiPaidAmt
           MOVE ItemRemaining TO DispAmount
           PERFORM ReadItemCustomer
           DISPLAY "Customer " OiCustID " : " CustFName " " CustLName
           DISPLAY "Still owing on the invoice : " DispAmount
       END-IF.

ReadItemCustomer.
       MOVE "Y" TO CustExists.
       MOVE OiCustID TO CustID.
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ.
       IF CustExists = "N"
           MOVE SPACES TO CustFName
           MOVE "(customer not on file)" TO CustLName
       END-IF.

*> A paid invoice has nothing left to dispute. An item already in
*> dispute only has its follow-up date moved on.
RaiseDispute.
       PERFORM ReadInvoice.
       EVALUATE TRUE
           WHEN ItemExists = "N"
               CONTINUE
           WHEN OiPaidFull
               DISPLAY "That invoice is paid in full - nothing to dispute."
           WHEN OiDisputed
               MOVE OiDispFollowUp TO PrnDate
               DISPLAY "Already in dispute (" OiDispReason
                   ") - follow up " PrnDate
               PERFORM AcceptFollowUp
               IF EntryFollowUp NOT = 0
                   MOVE EntryFollowUp TO OiDispFollowUp
                   MOVE SPACES TO NoteLine
                   STRING "Invoice " DELIMITED BY SIZE
                          OiInvoiceNo DELIMITED BY SIZE
                          " dispute follow-up moved to " DELIMITED BY SIZE
                          EntryFollowUp DELIMITED BY SIZE
                          INTO NoteLine
                   END-STRING
                   PERFORM RewriteAndNote
               END-IF
           WHEN OTHER
               PERFORM AcceptReason
               IF ReasonOK = "Y"
                   PERFORM AcceptFollowUp
                   IF EntryFollowUp NOT = 0
                       SET OiDisputed TO TRUE
                       MOVE EntryReason TO OiDispReason
                       MOVE OperID TO OiDispOperID
                       MOVE RunDate TO OiDispDate
                       MOVE EntryFollowUp TO OiDispFollowUp
                       MOVE SPACES TO NoteLine
                       STRING "Invoice " DELIMITED BY SIZE
                              OiInvoiceNo DELIMITED BY SIZE
                              " disputed (" DELIMITED BY SIZE
                              EntryReason DELIMITED BY SIZE
                              ") - follow up " DELIMITED BY SIZE
                              EntryFollowUp DELIMITED BY SIZE
                              INTO NoteLine
                       END-STRING
                       PERFORM RewriteAndNote
                   END-IF
               END-IF
       END-EVALUATE.

AcceptReason.
       DISPLAY "Reason - PR price, QT quantity short, DM damaged,".
       DISPLAY "         NR not received, DU billed twice, OT other : "
           WITH NO ADVANCING.
       MOVE SPACES TO EntryReason.
       ACCEPT EntryReason.
       MOVE "Y" TO ReasonOK.
       EVALUATE EntryReason
           WHEN "PR" CONTINUE
           WHEN "QT" CONTINUE
           WHEN "DM" CONTINUE
           WHEN "NR" CONTINUE
           WHEN "DU" CONTINUE
           WHEN "OT" CONTINUE
           WHEN OTHER
               MOVE "N" TO ReasonOK
               DISPLAY "Not a dispute reason code - nothing recorded."
       END-EVALUATE.

AcceptFollowUp.
       DISPLAY "Follow-up date (YYYYMMDD) : " WITH NO ADVANCING.
       ACCEPT EntryFollowUp.
       IF EntryFollowUp NOT NUMERIC
           MOVE 0 TO EntryFollowUp
       END-IF.
       IF EntryFollowUp < RunDate
           DISPLAY "Follow-up date must be today or later - nothing recorded."
           MOVE 0 TO EntryFollowUp
       END-IF.

RewriteAndNote.
       REWRITE OpenItemData
           INVALID KEY DISPLAY "Open item not updated"
           NOT INVALID KEY
               DISPLAY "Dispute recorded."
               PERFORM WriteNote
       END-REWRITE.

WriteNote.
       OPEN EXTEND NotesFile.
       MOVE SPACES TO NoteRecord.
       MOVE OiCustID TO NoteCustID.
       ACCEPT NoteDate FROM DATE YYYYMMDD.
       ACCEPT NoteTime FROM TIME.
       MOVE OperID TO NoteOperID.
       MOVE NoteLine TO NoteText.
       WRITE NoteRecord.
       CLOSE NotesFile.

LookUpDispute.
       PERFORM ReadInvoice.
       IF ItemExists = "Y"
           EVALUATE TRUE
               WHEN OiDisputed
                   DISPLAY "Status : In dispute"
               WHEN OiDispCredited
                   DISPLAY "Status : Dispute closed by credit memo"
               WHEN OiDispReinstated
                   DISPLAY "Status : Dispute withdrawn - back in collections"
               WHEN OTHER
                   DISPLAY "Status : Never disputed"
           END-EVALUATE
           IF OiDisputed OR OiDispCredited OR OiDispReinstated
               MOVE OiDispDate TO PrnDate
               DISPLAY "Reason : " OiDispReason "   raised " PrnDate
                   " by " OiDispOperID
               MOVE OiDispFollowUp TO PrnDate
               DISPLAY "Follow up : " PrnDate
           END-IF
       END-IF.

*> The customer's complaint didn't stand up: the item goes back
*> into collections and is chased and charged like any other.
ReinstateItem.
       PERFORM ReadInvoice.
       IF ItemExists = "Y"
           IF NOT OiDisputed
               DISPLAY "That invoice is not in dispute."
           ELSE
               DISPLAY "Reinstate the invoice into collections? (Y/N) : "
                   WITH NO ADVANCING
               ACCEPT ConfirmChoice
               IF ConfirmChoice = "Y" OR ConfirmChoice = "y"
                   SET OiDispReinstated TO TRUE
                   MOVE SPACES TO NoteLine
                   STRING "Invoice " DELIMITED BY SIZE
                          OiInvoiceNo DELIMITED BY SIZE
                          " dispute withdrawn - back in collections"
                              DELIMITED BY SIZE
                          INTO NoteLine
                   END-STRING
                   PERFORM RewriteAndNote
               ELSE
                   DISPLAY "Dispute left open."
               END-IF
           END-IF
       END-IF.

DisputeWorklist.
       MOVE 0 TO DisputeCount FollowUpCount DisputeTotal.
       INITIALIZE AgeBucketTable.
       OPEN OUTPUT WorkListReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.

       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO OiInvoiceNo.
       START OpenItemFile KEY IS GREATER THAN OR EQUAL TO OiInvoiceNo
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM CheckNextItem UNTIL BrowseEOF = "Y".

       IF DisputeCount = 0
           WRITE PrintLine FROM NoDisputesLine AFTER ADVANCING 2 LINES
       ELSE
           MOVE SPACES TO PrintLine
           WRITE PrintLine AFTER ADVANCING 1 LINE
           PERFORM WriteBucketLine
               VARYING BucketSub FROM 1 BY 1 UNTIL BucketSub > 4
           MOVE DisputeCount TO PrnDisputeCount
           MOVE DisputeTotal TO PrnDisputeTotal
           MOVE FollowUpCount TO PrnFollowUpCount
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE WorkListReport.
       DISPLAY "Open disputes listed to DispWork.rpt : " DisputeCount
           " (" FollowUpCount " due for follow-up)".

CheckNextItem.
       READ OpenItemFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF OiDisputed AND NOT OiPaidFull
               PERFORM ListOneDispute
           END-IF
       END-IF.

*> Age is days since the dispute was raised, on the 30-day-month
*> arithmetic custdun and finchg age with.
ListOneDispute.
       COMPUTE ItemRemaining = OiAmount - OiPaidAmt.
       MOVE OiDispDate TO RaisedDate.
       COMPUTE RaisedDayNum = (RaisedYear * 360) + (RaisedMonth * 30)
           + RaisedDay.
       COMPUTE AgeDays = RunDayNum - RaisedDayNum.
       IF AgeDays < 0
           MOVE 0 TO AgeDays
       END-IF.
       EVALUATE TRUE
           WHEN AgeDays <= 30 MOVE 1 TO BucketSub
           WHEN AgeDays <= 60 MOVE 2 TO BucketSub
           WHEN AgeDays <= 90 MOVE 3 TO BucketSub
           WHEN OTHER MOVE 4 TO BucketSub
       END-EVALUATE.
       ADD 1 TO BucketCount(BucketSub).
       ADD ItemRemaining TO BucketAmount(BucketSub).
       ADD 1 TO DisputeCount.
       ADD ItemRemaining TO DisputeTotal.

       PERFORM ReadItemCustomer.
       MOVE OiInvoiceNo TO PrnInvoiceNo.
       MOVE OiCustID TO PrnCustID.
       MOVE SPACES TO PrnCustName.
       MOVE 1 TO NamePtr.
       STRING CustFName DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              CustLName DELIMITED BY SPACE
              INTO PrnCustName
              WITH POINTER NamePtr
       END-STRING.
       IF CustExists = "Y"
           MOVE CustPhone TO PrnCustPhone
       ELSE
           MOVE SPACES TO PrnCustPhone
       END-IF.
       MOVE OiDispReason TO PrnReason.
       MOVE OiDispDate TO PrnRaised.
       MOVE AgeDays TO PrnAge.
       MOVE OiDispFollowUp TO PrnFollowUp.
       MOVE ItemRemaining TO PrnRemaining.
       IF OiDispFollowUp <= RunDate
           MOVE "DUE" TO PrnDueFlag
           ADD 1 TO FollowUpCount
       ELSE
           MOVE SPACES TO PrnDueFlag
       END-IF.
       WRITE PrintLine FROM DisputeDetailLine AFTER ADVANCING 1 LINE.

WriteBucketLine.
       MOVE BucketName(BucketSub) TO PrnBucketName.
       MOVE BucketCount(BucketSub) TO PrnBucketCount.
       MOVE BucketAmount(BucketSub) TO PrnBucketAmount.
       WRITE PrintLine FROM BucketLine AFTER ADVANCING 1 LINE.
