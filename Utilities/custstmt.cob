*> history custtrnk.txt on disk (trnhist keeps it up) each pass
*> STARTs at the customer's own lines; without it custtran.txt is
*> still read front to back per customer, the way it always was.
*> A customer billed in another currency (CustCurrency) has each
*> line shown again in that currency at the fxrates.txt rate in
*> force on the line's posting date, and the closing balance at
*> the rate on the run date, through GETFXRT - the running balance
*> itself stays in dollars, the way CustBalance keeps it.
*> A chain gets one statement, at the parent: after the parent's
*> own month each active branch (CustParentID) follows with its own
*> opening balance, detail and a branch subtotal, and the group's
*> balance due closes it. The branches are gathered in one pass
*> before the run starts; a branch whose parent is missing, not
*> active or itself a branch gets its own statement as before, and
*> a consolidated branch is listed on the skip list saying whose
*> statement it is on.
*> Each statement produced goes to NOTIFY as a STMT event with the
*> balance due, so a customer who opted in is told by email or text
*> that it is on its way and how it goes out to them.
IDENTIFICATION DIVISION.
PROGRAM-ID. custstmt.

       COPY "trnkrec.cpy".

FD StatementFile.
       01 PrintLine PIC X(80).

FD PrintListFile.
       01 PrintListRecord.
01 ClosingLine.
       02 FILLER PIC X(19) VALUE "Closing balance  : ".
       02 PrnClosing PIC $$$$,$$9.99-.
01 Heads PIC X(70) VALUE
       "Date       Type       Amount        Balance    In currency".
01 StmtDetailLine.
       02 PrnTranDate PIC 9999/99/99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnTranAmount PIC $$$$,$$9.99-.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnRunBalance PIC $$$$,$$9.99-.
       02 PrnFxPart.
              03 FILLER PIC X(2).
              03 PrnFxAmount PIC ZZZ,ZZZ,ZZ9.99-.
              03 FILLER PIC X(1).
              03 PrnFxCode PIC X(3).
01 CurrencyLine.
       02 FILLER PIC X(19) VALUE "Billed in        : ".
       02 PrnStmtCurrency PIC X(3).
01 ClosingFxLine.
       02 FILLER PIC X(19) VALUE "Closing balance in ".
       02 PrnCloseFxCode PIC X(3).
       02 FILLER PIC X(4) VALUE " at ".
       02 PrnCloseFxRate PIC ZZZ9.999999.
       02 FILLER PIC X(3) VALUE " : ".
       02 PrnCloseFxAmount PIC ZZZ,ZZZ,ZZ9.99-.
01 NoTransLine PIC X(34) VALUE "  No transactions in this period.".
01 BranchLine.
       02 FILLER PIC X(11) VALUE "Branch   : ".
       02 PrnBranchID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnBranchName PIC X(31).
01 BranchTotalLine.
       02 FILLER PIC X(19) VALUE "Branch balance   : ".
       02 PrnBranchTotal PIC $$$$,$$9.99-.
01 GroupTotalLine.
       02 FILLER PIC X(19) VALUE "Group balance due: ".
       02 PrnGroupTotal PIC $$$,$$$,$$9.99-.

01 StmtMonth PIC 9(6).
01 RunDate PIC 9(8).
01 PageCount PIC 9(7) VALUE ZERO.
01 StmtCount PIC 9(7) VALUE ZERO.
01 NamePtr PIC 99.
*> The customer's billing currency for GETFXRT: each line converts
*> at the rate on its own posting date, the closing balance at the
*> run date's. StmtForeign is "Y" for a customer billed in anything
*> but dollars.
01 StmtForeign PIC X.
01 LineDate PIC 9(8).
01 LineAmount PIC S9(8)V99.
01 LineType PIC X(5).
01 LineFxRate PIC 9(4)V9(6).
01 LineFxFound PIC X.
*> Every active branch on file and its parent, gathered before the
*> statements start. BrOnParent is "Y" when the parent is on file,
*> active and a head account, so the branch goes on its statement;
*> branches past the table's end keep statements of their own.
01 BranchMax PIC 9(3) VALUE 500.
01 BranchCount PIC 9(3) VALUE ZERO.
01 BranchSub PIC 9(3).
01 BranchHit PIC 9(3).
01 BranchOverflow PIC 9(5) VALUE ZERO.
01 BranchTable.
       02 BranchEntry OCCURS 500 TIMES.
              03 BrCustID PIC 9(6).
              03 BrParentID PIC 9(6).
              03 BrOnParent PIC X.
01 GroupHeadID PIC 9(6).
01 GroupBranches PIC 9(3).
01 GroupBalance PIC S9(9)V99.
01 ConsolidatedCount PIC 9(7) VALUE ZERO.
*> What a statement tells NOTIFY.
01 NtfEvent PIC X(5).
01 NtfRef PIC X(10).
01 NtfAmount PIC 9(7)V99.
01 NtfDetail PIC X(30).
       COPY "retcode.cpy".

PROCEDURE DIVISION.
           CLOSE TranKeyFile
       END-IF.

       PERFORM CollectBranches.

       PERFORM BuildListNames.
       OPEN OUTPUT PrintListFile.
       OPEN OUTPUT EmailListFile.
       DISPLAY "Statements written : " StmtCount " ("
           PrintedCount " to print, " EmailedCount " to email, "
           SkippedCount " skipped).".
       IF ConsolidatedCount > 0
           DISPLAY "Branches on their parent's statement : "
               ConsolidatedCount
       END-IF.
       IF BranchOverflow > 0
           DISPLAY "Branches past the " BranchMax " the run holds, "
               "given statements of their own : " BranchOverflow
       END-IF.
       DISPLAY "Print pile list : " PrintListName.
       DISPLAY "Email extract   : " EmailListName.
       DISPLAY "Skip list       : " SkipListName.

       IF BrowseEOF = "N"
           IF CustActive
               MOVE 0 TO BranchHit
               IF CustParentID IS NUMERIC AND CustParentID > 0
                   PERFORM ScanOneBranchSlot
                       VARYING BranchSub FROM 1 BY 1
                       UNTIL BranchSub > BranchCount OR BranchHit > 0
               END-IF
               EVALUATE TRUE
                   WHEN BranchHit > 0 AND BrOnParent(BranchHit) = "Y"
                       PERFORM WriteConsolidatedLine
                   WHEN StmtPrefNone
                       MOVE "delivery preference is none"
                           TO SkipReason
       WRITE SkipListRecord.
       ADD 1 TO SkippedCount.

*> A consolidated branch is on the skip list too, so every active
*> account can be found on one list or another, but it is counted
*> apart from the real skips.
WriteConsolidatedLine.
       MOVE SPACES TO SkipListRecord.
       MOVE CustID TO SLCustID.
       STRING "on parent " DELIMITED BY SIZE
              BrParentID(BranchHit) DELIMITED BY SIZE
              "'s group statement" DELIMITED BY SIZE
              INTO SLReason
       END-STRING.
       WRITE SkipListRecord.
       ADD 1 TO ConsolidatedCount.

ScanOneBranchSlot.
       IF BrCustID(BranchSub) = CustID
           MOVE BranchSub TO BranchHit
       END-IF.

*> The one pass over customer.txt that finds the chains, then a
*> keyed read of each branch's parent to say whether the branch
*> consolidates - done before the statement browse starts, so the
*> browse itself is only ever disturbed by a parent that has
*> branches to print.
CollectBranches.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO CustID.
       START CustomerFile KEY IS GREATER THAN OR EQUAL TO CustID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM CollectOneBranch UNTIL BrowseEOF = "Y".
       PERFORM CheckBranchParent
           VARYING BranchSub FROM 1 BY 1 UNTIL BranchSub > BranchCount.

CollectOneBranch.
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF CustActive AND CustParentID IS NUMERIC
                   AND CustParentID > 0 AND CustParentID NOT = CustID
               IF BranchCount < BranchMax
                   ADD 1 TO BranchCount
                   MOVE CustID TO BrCustID(BranchCount)
                   MOVE CustParentID TO BrParentID(BranchCount)
                   MOVE "N" TO BrOnParent(BranchCount)
               ELSE
                   ADD 1 TO BranchOverflow
               END-IF
           END-IF
       END-IF.

CheckBranchParent.
       MOVE BrParentID(BranchSub) TO CustID.
       READ CustomerFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF CustActive
                   IF CustParentID IS NUMERIC AND CustParentID > 0
                       CONTINUE
                   ELSE
                       MOVE "Y" TO BrOnParent(BranchSub)
                   END-IF
               END-IF
       END-READ.

*> One statement file per customer per month - Stmt-YYYYMM-ID.txt -
*> so nobody scissors one big report apart at the printer.
PrintOneStatement.
       END-STRING.
       WRITE PrintLine FROM StmtCustLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM StmtMonthLine AFTER ADVANCING 1 LINE.
       MOVE "N" TO StmtForeign.
       IF CustCurrency NOT = SPACES AND CustCurrency NOT = "USD"
           MOVE "Y" TO StmtForeign
           MOVE CustCurrency TO PrnStmtCurrency
           WRITE PrintLine FROM CurrencyLine AFTER ADVANCING 1 LINE
       END-IF.
       MOVE OpeningBalance TO PrnOpening.
       WRITE PrintLine FROM OpeningLine AFTER ADVANCING 2 LINES.


       MOVE CustBalance TO PrnClosing.
       WRITE PrintLine FROM ClosingLine AFTER ADVANCING 2 LINES.
       IF StmtForeign = "Y"
           CALL "GETFXRT" USING CustCurrency, RunDate, LineFxRate,
               LineFxFound
           IF LineFxFound = "Y"
               MOVE CustCurrency TO PrnCloseFxCode
               MOVE LineFxRate TO PrnCloseFxRate
               COMPUTE PrnCloseFxAmount ROUNDED =
                   CustBalance * LineFxRate
               WRITE PrintLine FROM ClosingFxLine
                   AFTER ADVANCING 1 LINE
           END-IF
       END-IF.
       PERFORM PrintGroupBranches.
       WRITE PrintLine FROM PageFooting AFTER ADVANCING 3 LINES.
       CLOSE StatementFile.
       ADD 1 TO StmtCount.
           WRITE PrintListRecord
           ADD 1 TO PrintedCount
       END-IF.
       PERFORM NotifyStatement.

*> The amount is the balance due - the group's, on a parent's
*> statement that carries its branches.
NotifyStatement.
       MOVE "STMT" TO NtfEvent.
       MOVE StmtMonth TO NtfRef.
       MOVE GroupBalance TO NtfAmount.
       IF StmtPrefEmail
           MOVE "Statement sent by email" TO NtfDetail
       ELSE
           MOVE "Statement sent by post" TO NtfDetail
       END-IF.
       CALL "NOTIFY" USING CustID, CustEmail, CustPhone, NtfEvent,
           NtfRef, NtfAmount, NtfDetail.

*> A parent's branches follow its own month on the same statement,
*> each read by key - which moves the statement browse, so once any
*> branch is printed the parent's record is read back and the
*> browse re-STARTed just past it.
PrintGroupBranches.
       MOVE CustID TO GroupHeadID.
       MOVE CustBalance TO GroupBalance.
       MOVE 0 TO GroupBranches.
       PERFORM PrintOneBranch
           VARYING BranchSub FROM 1 BY 1 UNTIL BranchSub > BranchCount.
       IF GroupBranches > 0
           MOVE GroupBalance TO PrnGroupTotal
           WRITE PrintLine FROM GroupTotalLine AFTER ADVANCING 3 LINES
           PERFORM RestoreParent
       END-IF.

PrintOneBranch.
       IF BrParentID(BranchSub) = GroupHeadID
               AND BrOnParent(BranchSub) = "Y"
           ADD 1 TO GroupBranches
           MOVE BrCustID(BranchSub) TO CustID
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM PrintBranchSection
           END-READ
       END-IF.

*> The branch's month laid out the way the parent's is, in the
*> branch's own currency where it bills in one.
PrintBranchSection.
       PERFORM SumMonthForCustomer.
       COMPUTE OpeningBalance = CustBalance - MonthNet.
       MOVE OpeningBalance TO RunningBalance.
       MOVE "N" TO StmtForeign.
       IF CustCurrency NOT = SPACES AND CustCurrency NOT = "USD"
           MOVE "Y" TO StmtForeign
       END-IF.

       MOVE CustID TO PrnBranchID.
       MOVE SPACES TO PrnBranchName.
       MOVE 1 TO NamePtr.
       STRING CustFName DELIMITED BY SPACE
              SPACE
              CustLName DELIMITED BY SPACE
              INTO PrnBranchName
              WITH POINTER NamePtr
       END-STRING.
       WRITE PrintLine FROM BranchLine AFTER ADVANCING 3 LINES.
       MOVE OpeningBalance TO PrnOpening.
       WRITE PrintLine FROM OpeningLine AFTER ADVANCING 1 LINE.
       IF MonthTranCount = 0
           WRITE PrintLine FROM NoTransLine AFTER ADVANCING 2 LINES
       ELSE
           WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
           PERFORM PrintMonthForCustomer
       END-IF.
       MOVE CustBalance TO PrnBranchTotal.
       WRITE PrintLine FROM BranchTotalLine AFTER ADVANCING 2 LINES.
       ADD CustBalance TO GroupBalance.

RestoreParent.
       MOVE GroupHeadID TO CustID.
       READ CustomerFile
           INVALID KEY CONTINUE
       END-READ.
       START CustomerFile KEY IS GREATER THAN CustID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.

*> First pass over custtran.txt for the customer in the record area:
*> totals the month's signed movement so the opening balance can be
               WHEN "FINCH" MOVE "Fin Chg  " TO PrnTranType
               WHEN "ADJST" MOVE "Adjust   " TO PrnTranType
               WHEN "WROFF" MOVE "WriteOff " TO PrnTranType
               WHEN "DISCT" MOVE "Discount " TO PrnTranType
               WHEN "FXADJ" MOVE "Exch G/L " TO PrnTranType
               WHEN OTHER MOVE TkType TO PrnTranType
           END-EVALUATE
           MOVE TkAmount TO PrnTranAmount
           MOVE RunningBalance TO PrnRunBalance
           MOVE TkDate TO LineDate
           MOVE TkAmount TO LineAmount
           MOVE TkType TO LineType
           PERFORM ConvertLineAmount
           WRITE PrintLine FROM StmtDetailLine AFTER ADVANCING 1 LINE
       END-IF.

                       WHEN TranFinanceChg MOVE "Fin Chg  " TO PrnTranType
                       WHEN TranAdjustment MOVE "Adjust   " TO PrnTranType
                       WHEN TranWriteOff MOVE "WriteOff " TO PrnTranType
                       WHEN TranDiscount MOVE "Discount " TO PrnTranType
                       WHEN TranFxGainLoss MOVE "Exch G/L " TO PrnTranType
                       WHEN OTHER MOVE TranType TO PrnTranType
                   END-EVALUATE
                   MOVE TranAmount TO PrnTranAmount
                   MOVE RunningBalance TO PrnRunBalance
                   MOVE TranDate TO LineDate
                   MOVE TranAmount TO LineAmount
                   MOVE TranType TO LineType
                   PERFORM ConvertLineAmount
                   WRITE PrintLine FROM StmtDetailLine AFTER ADVANCING 1 LINE
               END-IF
       END-READ.

*> A dollar customer's lines carry nothing in the currency column;
*> a foreign line with no rate on file for its date says so rather
*> than guess one. An exchange gain or loss is a dollar difference
*> only - the customer's own figures never moved - so it shows none.
ConvertLineAmount.
       MOVE SPACES TO PrnFxPart.
       IF StmtForeign = "Y" AND LineType NOT = "FXADJ"
           CALL "GETFXRT" USING CustCurrency, LineDate, LineFxRate,
               LineFxFound
           IF LineFxFound = "Y"
               COMPUTE PrnFxAmount ROUNDED = LineAmount * LineFxRate
               MOVE CustCurrency TO PrnFxCode
           ELSE
               MOVE "  no rate on file" TO PrnFxPart
           END-IF
       END-IF.
