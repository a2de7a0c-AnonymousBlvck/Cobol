       >>SOURCE FORMAT FREE
*> Supplier payment run. apledger's payment option pays one invoice
*> at a time, and which ones to pay was worked out with a
*> highlighter on APDue.rpt. This run selects every open invoice on
*> apledger.txt due on or before a keyed cutoff date - all
*> suppliers, or one - and lists the proposal numbered, supplier by
*> supplier, soonest due first. Nothing posts until a supervisor
*> (checked against authusers.txt the way DELCUST checks) has
*> reviewed it: the supervisor may drop any item by its number, and
*> must confirm the run before a single invoice moves. Posting
*> writes one cheque per supplier for the invoices kept, numbered
*> off the chqctl.txt control file the way POs come off poctl.txt,
*> flips each invoice to paid and journals it to appay.txt with the
*> cheque number, one line per invoice. The dated ChqRegister
*> document lists every cheque and what the supervisor held back;
*> the dated Remittance document carries one advice per supplier
*> naming the invoices the cheque settles; and posipay.txt goes to
*> the bank as the positive-pay issue file, wrapped in the same
*> HDR/TRL control records as our other interchange files (the
*> trailer counting the cheques, hashing the cheque numbers and
*> totalling the amounts), so the bank can refuse any cheque we
*> never issued.
*> No run posts while today's month is closed (PERIODCHK) unless a
*> supervisor has reopened it through perlock.
*> Credit a supplier still owes us on rtvendor's debit memos (the
*> D lines on apledger.txt) comes off that supplier's cheque: each
*> invoice is still settled at its full amount, but appay.txt takes
*> only the cash that went out for it, the memos are taken down (to
*> U once used up) and the remittance and register show the credit
*> taken. A supplier whose credit covers every invoice kept gets no
*> cheque at all.
IDENTIFICATION DIVISION.
PROGRAM-ID. appayrun.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL APFile ASSIGN TO "apledger.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APID
           FILE STATUS IS APFileStatus.

       SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SuppCode
           FILE STATUS IS SuppFileStatus.

       SELECT AuthFile ASSIGN TO "authusers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuthFileStatus.

       SELECT OPTIONAL ChequeControlFile ASSIGN TO "chqctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ChequeControlStatus.

       SELECT APPayJournal ASSIGN TO "appay.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PositivePayFile ASSIGN TO "posipay.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RegisterFile ASSIGN TO DYNAMIC RegisterName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RemitFile ASSIGN TO DYNAMIC RemitName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortFile ASSIGN TO "apruntmp.tmp".

DATA DIVISION.
FILE SECTION.
FD APFile.
       COPY "aprec.cpy".

FD SupplierFile.
       COPY "supprec.cpy".

FD AuthFile.
       COPY "authuser.cpy".

FD ChequeControlFile.
       01 ChequeControlRecord.
              02 NextChequeNo PIC 9(6).

FD APPayJournal.
       COPY "appayrec.cpy".

FD PositivePayFile.
       01 PosPayLine PIC X(60).

FD RegisterFile.
       01 PrintLine PIC X(80).

FD RemitFile.
       01 RemitLine PIC X(70).

SD SortFile.
       01 SortRecord.
              02 SortSuppCode PIC X(5).
              88 SortEOF VALUE HIGH-VALUE.
              02 SortDueDate PIC 9(8).
              02 SortAPID PIC 9(6).
              02 SortInvRef PIC X(10).
              02 SortInvDate PIC 9(8).
              02 SortAmount PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 APFileStatus PIC XX.
01 SuppFileStatus PIC XX.
01 AuthFileStatus PIC XX.
01 ChequeControlStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 RunDate PIC 9(8).
01 PeriodOpen PIC X.
01 BrowseEOF PIC X.
01 SuppExists PIC X.
01 APExists PIC X.
01 CutoffDate PIC 9(8).
01 OnlySupp PIC X(5).
*> Dated cheque register and remittance documents off RPTFILE -
*> one generation of each per run.
01 RegisterName PIC X(30).
01 RegisterBase PIC X(12) VALUE "ChqRegister".
01 RemitName PIC X(30).
01 RemitBase PIC X(12) VALUE "Remittance".
01 DocSuffix PIC X(4) VALUE ".rpt".
01 DocMode PIC X VALUE "N".
*> The proposal: every selected invoice, in supplier then due-date
*> order off the sort, with a keep flag the supervisor can clear.
01 PayCount PIC 9(3) VALUE ZERO.
01 PayMax PIC 9(3) VALUE 300.
01 PayOverflow PIC X VALUE "N".
01 PaySub PIC 9(3).
01 PayTable.
       02 PayEntry OCCURS 300 TIMES.
              03 PayTabAPID PIC 9(6).
              03 PayTabSupp PIC X(5).
              03 PayTabInvRef PIC X(10).
              03 PayTabInvDate PIC 9(8).
              03 PayTabDueDate PIC 9(8).
              03 PayTabAmount PIC 9(7)V99.
              03 PayTabKeep PIC X.
01 KeptCount PIC 9(3).
01 KeptTotal PIC 9(9)V99.
01 DroppedCount PIC 9(3).
01 DropEntry PIC 9(3).
01 MoreDrops PIC X.
01 PostConfirm PIC X.
*> Supervisor who reviewed the run - named on the register.
01 AuthOK PIC X.
01 AuthEOF PIC X.
01 EnteredOperID PIC X(6).
01 EnteredPIN PIC X(4).
*> One supplier's block of the table at a time during posting.
01 GroupStart PIC 9(3).
01 GroupEnd PIC 9(3).
01 GroupDone PIC X.
01 GroupSupp PIC X(5).
01 GroupTotal PIC 9(9)V99.
01 GroupInvCount PIC 9(3).
01 GroupKeptCount PIC 9(3).
*> The supplier's standing debit-memo credit, what the group's
*> invoices came to before it, and how much of it the cheque took.
01 GroupInvTotal PIC 9(9)V99.
01 GroupCredit PIC 9(9)V99.
01 GroupCreditUsed PIC 9(9)V99.
01 CreditLeft PIC 9(9)V99.
01 TakeAmount PIC 9(7)V99.
01 PaidAmount PIC 9(7)V99.
01 WorkChequeNo PIC 9(6).
01 ChequeCount PIC 9(5) VALUE ZERO.
01 ChequeTotal PIC 9(9)V99 VALUE ZERO.
01 ChequeHash PIC 9(12) VALUE ZERO.
01 PaidInvCount PIC 9(5) VALUE ZERO.
01 PayeeName PIC X(20).
01 DispAmount PIC $$$,$$$,$$9.99.
01 DispDate PIC 9999/99/99.
01 ProposalLine.
       02 PrpSeq PIC ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrpSupp PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrpAPID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrpInvRef PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrpDueDate PIC 9999/99/99.
       02 PrpAmount PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrpKeep PIC X(7).
01 PosPayDetail.
       02 FILLER PIC X(4) VALUE "CHK ".
       02 PpChequeNo PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PpIssueDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 PpAmount PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 PpPayee PIC X(20).
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Cheque Register           ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 RunEchoLine.
       02 FILLER PIC X(17) VALUE "Due on/before  : ".
       02 PrnCutoff PIC 9999/99/99.
       02 FILLER PIC X(14) VALUE "   supplier : ".
       02 PrnOnlySupp PIC X(5).
       02 FILLER PIC X(17) VALUE "   reviewed by : ".
       02 PrnReviewer PIC X(6).
01 Heads PIC X(80) VALUE
       "Cheque  Date        Supp   Payee                 Invoices          Amount".
01 RegisterDetail.
       02 PrnChequeNo PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnChequeDate PIC 9999/99/99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSuppCode PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnPayee PIC X(20).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnInvCount PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnChequeAmt PIC $$$,$$$,$$9.99.
01 RegisterCreditLine.
       02 FILLER PIC X(20) VALUE SPACES.
       02 PrnCreditSupp PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCreditText PIC X(31).
       02 PrnCreditAmt PIC $$$,$$$,$$9.99.
01 RegisterTotalLine.
       02 FILLER PIC X(19) VALUE "Cheques issued   : ".
       02 PrnChequeCount PIC ZZZZ9.
       02 FILLER PIC X(13) VALUE "   invoices :".
       02 PrnPaidCount PIC ZZZZ9.
       02 FILLER PIC X(12) VALUE "   total : ".
       02 PrnChequeTotal PIC $$$,$$$,$$9.99.
01 HeldHeadLine PIC X(50) VALUE
       "Held back by the supervisor - not paid this run :".
01 HeldDetail.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnHeldSupp PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnHeldAPID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnHeldInvRef PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnHeldDue PIC 9999/99/99.
       02 PrnHeldAmount PIC $$$,$$$,$$9.99.
01 NoChequesLine PIC X(40) VALUE "No cheques issued on this run.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "ctlrec.cpy".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.

       OPEN I-O APFile.
       MOVE "apledger.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, APFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN INPUT SupplierFile.

*> The run's payments post under today's date - no run while today's
*> month stands closed on periodctl.txt.
       CALL "PERIODCHK" USING RunDate, PeriodOpen.
       IF PeriodOpen = "N"
           CLOSE APFile, SupplierFile
           STOP RUN
       END-IF.

       DISPLAY " ".
       DISPLAY "Supplier payment run".
       DISPLAY "Pay invoices due on or before (YYYYMMDD, zeros for today) : "
           WITH NO ADVANCING.
       ACCEPT CutoffDate.
       IF CutoffDate = 0
           MOVE RunDate TO CutoffDate
       END-IF.
       DISPLAY "Limit to one supplier code (blank for all) : "
           WITH NO ADVANCING.
       MOVE SPACES TO OnlySupp.
       ACCEPT OnlySupp.

       SORT SortFile
           ON ASCENDING KEY SortSuppCode, SortDueDate, SortAPID
           INPUT PROCEDURE IS SelectDueInvoices
           OUTPUT PROCEDURE IS LoadProposal.

       IF PayCount = 0
           DISPLAY "Nothing open is due by that date - no run."
           CLOSE APFile, SupplierFile
           STOP RUN
       END-IF.
       IF PayOverflow = "Y"
           DISPLAY "More than " PayMax " invoices are due - the rest"
               " wait for the next run."
       END-IF.

       PERFORM ShowProposal.
       PERFORM CheckSupervisor.
       IF AuthOK = "N"
           DISPLAY "Not an authorized supervisor - nothing posted."
           CLOSE APFile, SupplierFile
           STOP RUN
       END-IF.

       PERFORM ReviewProposal.
       IF KeptCount = 0
           DISPLAY "Every item was dropped - nothing posted."
           CLOSE APFile, SupplierFile
           STOP RUN
       END-IF.

       MOVE KeptTotal TO DispAmount.
       DISPLAY "Post " KeptCount " invoices for " DispAmount
           "? (Y/N) : " WITH NO ADVANCING.
       ACCEPT PostConfirm.
       IF PostConfirm NOT = "Y" AND PostConfirm NOT = "y"
           DISPLAY "Run abandoned - nothing posted."
           CLOSE APFile, SupplierFile
           STOP RUN
       END-IF.

       PERFORM PostPaymentRun.

       CLOSE APFile, SupplierFile.
       DISPLAY "Payment run posted : " ChequeCount " cheques for "
           PaidInvCount " invoices.".
       DISPLAY "Cheque register : " RegisterName.
       DISPLAY "Remittances     : " RemitName.
       DISPLAY "Positive-pay file for the bank : posipay.txt".
       STOP RUN.

SelectDueInvoices.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO APID.
       START APFile KEY IS GREATER THAN OR EQUAL TO APID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM SelectNextInvoice UNTIL BrowseEOF = "Y".

SelectNextInvoice.
       READ APFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF APOpen AND APDueDate <= CutoffDate
                   AND (OnlySupp = SPACES OR APSuppCode = OnlySupp)
               MOVE APSuppCode TO SortSuppCode
               MOVE APDueDate TO SortDueDate
               MOVE APID TO SortAPID
               MOVE APInvRef TO SortInvRef
               MOVE APInvDate TO SortInvDate
               MOVE APAmount TO SortAmount
               RELEASE SortRecord
           END-IF
       END-IF.

LoadProposal.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.
       PERFORM LoadOneProposalItem UNTIL SortEOF.

LoadOneProposalItem.
       IF PayCount < PayMax
           ADD 1 TO PayCount
           MOVE SortAPID TO PayTabAPID(PayCount)
           MOVE SortSuppCode TO PayTabSupp(PayCount)
           MOVE SortInvRef TO PayTabInvRef(PayCount)
           MOVE SortInvDate TO PayTabInvDate(PayCount)
           MOVE SortDueDate TO PayTabDueDate(PayCount)
           MOVE SortAmount TO PayTabAmount(PayCount)
           MOVE "Y" TO PayTabKeep(PayCount)
       ELSE
           MOVE "Y" TO PayOverflow
       END-IF.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.

ShowProposal.
       DISPLAY " ".
       DISPLAY "  #  Supp   Ledger  Inv Ref     Due Date          Amount".
       MOVE 0 TO KeptCount.
       MOVE 0 TO KeptTotal.
       PERFORM ShowOneProposalItem
           VARYING PaySub FROM 1 BY 1 UNTIL PaySub > PayCount.
       MOVE KeptTotal TO DispAmount.
       DISPLAY "Items to pay : " KeptCount "   total : " DispAmount.

ShowOneProposalItem.
       MOVE PaySub TO PrpSeq.
       MOVE PayTabSupp(PaySub) TO PrpSupp.
       MOVE PayTabAPID(PaySub) TO PrpAPID.
       MOVE PayTabInvRef(PaySub) TO PrpInvRef.
       MOVE PayTabDueDate(PaySub) TO PrpDueDate.
       MOVE PayTabAmount(PaySub) TO PrpAmount.
       IF PayTabKeep(PaySub) = "Y"
           MOVE SPACES TO PrpKeep
           ADD 1 TO KeptCount
           ADD PayTabAmount(PaySub) TO KeptTotal
       ELSE
           MOVE "DROPPED" TO PrpKeep
       END-IF.
       DISPLAY ProposalLine.

*> The supervisor takes items out by their proposal number; the
*> list is shown again after the last drop so the total confirmed
*> is the total that posts.
ReviewProposal.
       MOVE "Y" TO MoreDrops.
       PERFORM DropOneItem UNTIL MoreDrops = "N".
       PERFORM ShowProposal.

DropOneItem.
       DISPLAY "Item number to drop from the run (0 when done) : "
           WITH NO ADVANCING.
       ACCEPT DropEntry.
       IF DropEntry = 0
           MOVE "N" TO MoreDrops
       ELSE
           IF DropEntry > PayCount
               DISPLAY "No item " DropEntry " on the proposal."
           ELSE
               MOVE "N" TO PayTabKeep(DropEntry)
               DISPLAY "Item " DropEntry " (ledger "
                   PayTabAPID(DropEntry) ") dropped."
           END-IF
       END-IF.

*> Only a supervisor-role line on authusers.txt may release money,
*> the same operator-ID/PIN check custadj makes.
CheckSupervisor.
       MOVE "N" TO AuthOK.
       DISPLAY "The run needs a supervisor to review it.".
       DISPLAY "Supervisor operator ID : " WITH NO ADVANCING.
       ACCEPT EnteredOperID.
       DISPLAY "Supervisor PIN : " WITH NO ADVANCING.
       ACCEPT EnteredPIN.
       MOVE "N" TO AuthEOF.
       OPEN INPUT AuthFile.
       IF AuthFileStatus NOT = "00" AND AuthFileStatus NOT = "05"
           MOVE "Y" TO AuthEOF
       ELSE
           READ AuthFile
               AT END MOVE "Y" TO AuthEOF
           END-READ
           PERFORM ScanAuthUsers
               UNTIL AuthEOF = "Y" OR AuthOK = "Y"
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

PostPaymentRun.
       CALL "RPTFILE" USING RegisterBase, DocSuffix, DocMode,
           RegisterName.
       CALL "RPTFILE" USING RemitBase, DocSuffix, DocMode, RemitName.
       OPEN OUTPUT RegisterFile.
       OPEN OUTPUT RemitFile.
       OPEN OUTPUT PositivePayFile.
       OPEN EXTEND APPayJournal.

       MOVE CutoffDate TO PrnCutoff.
       MOVE OnlySupp TO PrnOnlySupp.
       IF OnlySupp = SPACES
           MOVE "ALL" TO PrnOnlySupp
       END-IF.
       MOVE EnteredOperID TO PrnReviewer.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       WRITE PrintLine FROM RunEchoLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.

       MOVE SPACES TO InterchangeHeader.
       MOVE "HDR" TO IchHdrTag.
       MOVE RunDate TO IchHdrDate.
       MOVE "POSIPAY" TO IchHdrSource.
       WRITE PosPayLine FROM InterchangeHeader.

       MOVE 1 TO GroupStart.
       PERFORM PostOneSupplierGroup UNTIL GroupStart > PayCount.

       MOVE SPACES TO InterchangeTrailer.
       MOVE "TRL" TO IchTrlTag.
       MOVE ChequeCount TO IchTrlCount.
       MOVE ChequeHash TO IchTrlIDHash.
       MOVE ChequeTotal TO IchTrlBalHash.
       WRITE PosPayLine FROM InterchangeTrailer.

       IF ChequeCount = 0
           WRITE PrintLine FROM NoChequesLine AFTER ADVANCING 2 LINES
       ELSE
           MOVE ChequeCount TO PrnChequeCount
           MOVE PaidInvCount TO PrnPaidCount
           MOVE ChequeTotal TO PrnChequeTotal
           WRITE PrintLine FROM RegisterTotalLine AFTER ADVANCING 2 LINES
       END-IF.
       PERFORM ListHeldItems.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

       CLOSE RegisterFile, RemitFile, PositivePayFile, APPayJournal.

*> The table is in supplier order, so each supplier's items sit
*> together: find the end of the block, re-check every kept item is
*> still open on file (someone may have paid one by hand since the
*> proposal was drawn), and write one cheque for what is left. The
*> cheque is for what actually posts - each invoice at its amount
*> as re-read when it flips to paid (a debit memo from rtvendor may
*> have taken it down since the proposal), and only the invoices
*> whose REWRITE stood - so the register, the positive-pay line,
*> the remittance and appay.txt all carry the same figure.
PostOneSupplierGroup.
       MOVE PayTabSupp(GroupStart) TO GroupSupp.
       MOVE GroupStart TO GroupEnd.
       MOVE "N" TO GroupDone.
       PERFORM ScanGroupEnd
           VARYING PaySub FROM GroupStart BY 1
           UNTIL PaySub > PayCount OR GroupDone = "Y".

       MOVE 0 TO GroupKeptCount.
       PERFORM RecheckOneItem
           VARYING PaySub FROM GroupStart BY 1 UNTIL PaySub > GroupEnd.

       IF GroupKeptCount > 0
           PERFORM IssueSupplierCheque
       END-IF.
       COMPUTE GroupStart = GroupEnd + 1.

ScanGroupEnd.
       IF PayTabSupp(PaySub) = GroupSupp
           MOVE PaySub TO GroupEnd
       ELSE
           MOVE "Y" TO GroupDone
       END-IF.

RecheckOneItem.
       IF PayTabKeep(PaySub) = "Y"
           MOVE "Y" TO APExists
           MOVE PayTabAPID(PaySub) TO APID
           READ APFile
               INVALID KEY MOVE "N" TO APExists
           END-READ
           IF APExists = "N" OR NOT APOpen
               DISPLAY "Ledger " PayTabAPID(PaySub)
                   " is no longer open - left out of the run."
               MOVE "X" TO PayTabKeep(PaySub)
           ELSE
               ADD 1 TO GroupKeptCount
           END-IF
       END-IF.

IssueSupplierCheque.
       MOVE "Y" TO SuppExists.
       MOVE GroupSupp TO SuppCode.
       READ SupplierFile
           INVALID KEY MOVE "N" TO SuppExists
       END-READ.
       IF SuppExists = "Y"
           MOVE SuppName TO PayeeName
       ELSE
           MOVE SPACES TO PayeeName
           STRING "SUPPLIER " DELIMITED BY SIZE
                  GroupSupp DELIMITED BY SIZE
                  INTO PayeeName
           END-STRING
       END-IF.
       PERFORM AssignChequeNumber.

       MOVE 0 TO GroupTotal.
       MOVE 0 TO GroupInvCount.
       MOVE 0 TO GroupInvTotal.
       MOVE 0 TO GroupCreditUsed.
       PERFORM TotalSupplierCredit.
       PERFORM WriteRemitHeading.
       PERFORM PayOneKeptItem
           VARYING PaySub FROM GroupStart BY 1 UNTIL PaySub > GroupEnd.
       IF GroupCreditUsed > 0
           PERFORM TakeMemoCredit
       END-IF.
       PERFORM WriteRemitFooting.

       EVALUATE TRUE
           WHEN GroupInvCount = 0
               DISPLAY "Cheque " WorkChequeNo " for " GroupSupp
                   " is void - no invoice on it could be marked paid."
           WHEN GroupTotal = 0
               DISPLAY "Cheque " WorkChequeNo " for " GroupSupp
                   " not needed - debit memo credit settled it all."
               MOVE GroupSupp TO PrnCreditSupp
               MOVE "settled by debit memo - no chq" TO PrnCreditText
               MOVE GroupCreditUsed TO PrnCreditAmt
               WRITE PrintLine FROM RegisterCreditLine
                   AFTER ADVANCING 1 LINE
           WHEN OTHER
               PERFORM RegisterSupplierCheque
       END-EVALUATE.

RegisterSupplierCheque.
       ADD 1 TO ChequeCount.
       ADD GroupTotal TO ChequeTotal.
       ADD WorkChequeNo TO ChequeHash.

       MOVE WorkChequeNo TO PrnChequeNo.
       MOVE RunDate TO PrnChequeDate.
       MOVE GroupSupp TO PrnSuppCode.
       MOVE PayeeName TO PrnPayee.
       MOVE GroupInvCount TO PrnInvCount.
       MOVE GroupTotal TO PrnChequeAmt.
       WRITE PrintLine FROM RegisterDetail AFTER ADVANCING 1 LINE.
       IF GroupCreditUsed > 0
           MOVE GroupSupp TO PrnCreditSupp
           MOVE "less debit memo credit taken" TO PrnCreditText
           MOVE GroupCreditUsed TO PrnCreditAmt
           WRITE PrintLine FROM RegisterCreditLine AFTER ADVANCING 1 LINE
       END-IF.

       MOVE WorkChequeNo TO PpChequeNo.
       MOVE RunDate TO PpIssueDate.
       MOVE GroupTotal TO PpAmount.
       MOVE PayeeName TO PpPayee.
       WRITE PosPayLine FROM PosPayDetail.

*> Each invoice flips to paid only once its record is re-read, and
*> the appay.txt line is written only when the REWRITE stood. Any
*> debit-memo credit not yet taken comes off the invoice first; the
*> invoice keeps its full amount, and appay.txt carries the cash
*> that went out for it - none at all for an invoice the credit
*> covered whole.
PayOneKeptItem.
       IF PayTabKeep(PaySub) = "Y"
           MOVE PayTabAPID(PaySub) TO APID
           READ APFile
               INVALID KEY DISPLAY "Ledger " APID " vanished - not paid."
               NOT INVALID KEY
                   COMPUTE CreditLeft = GroupCredit - GroupCreditUsed
                   IF CreditLeft > APAmount
                       MOVE APAmount TO TakeAmount
                   ELSE
                       MOVE CreditLeft TO TakeAmount
                   END-IF
                   COMPUTE PaidAmount = APAmount - TakeAmount
                   SET APPaid TO TRUE
                   REWRITE APRecord
                       INVALID KEY DISPLAY "Ledger " APID " not updated."
                       NOT INVALID KEY
                           IF PaidAmount > 0
                               PERFORM WriteAPPayment
                           END-IF
                           PERFORM WriteRemitDetail
                           ADD 1 TO PaidInvCount
                           ADD 1 TO GroupInvCount
                           ADD APAmount TO GroupInvTotal
                           ADD TakeAmount TO GroupCreditUsed
                           ADD PaidAmount TO GroupTotal
                   END-REWRITE
           END-READ
       END-IF.

*> apledger.txt has no supplier key, so the file is walked for the
*> supplier's debit memos still carrying credit.
TotalSupplierCredit.
       MOVE 0 TO GroupCredit.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO APID.
       START APFile KEY IS GREATER THAN OR EQUAL TO APID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM AddOneMemoCredit UNTIL BrowseEOF = "Y".

AddOneMemoCredit.
       READ APFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N" AND APSuppCode = GroupSupp AND APDebitMemo
           ADD APAmount TO GroupCredit
       END-IF.

*> The credit the cheque took comes off the supplier's memos oldest
*> ledger number first, the way rtvendor takes a memo off invoices;
*> a memo taken to nothing is used, one taken part-way stays at D
*> with the remainder. Each memo drawn on goes on the remittance.
TakeMemoCredit.
       MOVE SPACES TO RemitLine.
       MOVE GroupInvTotal TO DispAmount.
       STRING "  Invoices total        " DELIMITED BY SIZE
              DispAmount DELIMITED BY SIZE
              INTO RemitLine
       END-STRING.
       WRITE RemitLine.
       MOVE GroupCreditUsed TO CreditLeft.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO APID.
       START APFile KEY IS GREATER THAN OR EQUAL TO APID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM TakeOneMemo UNTIL BrowseEOF = "Y" OR CreditLeft = 0.
       IF CreditLeft > 0
           MOVE CreditLeft TO DispAmount
           DISPLAY "Debit memo credit of " DispAmount " for " GroupSupp
               " taken on the cheque but not off its memos."
       END-IF.

TakeOneMemo.
       READ APFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N" AND APSuppCode = GroupSupp AND APDebitMemo
           IF APAmount > CreditLeft
               MOVE CreditLeft TO TakeAmount
           ELSE
               MOVE APAmount TO TakeAmount
           END-IF
           SUBTRACT TakeAmount FROM APAmount
           IF APAmount = 0
               SET APMemoUsed TO TRUE
           END-IF
           REWRITE APRecord
               INVALID KEY DISPLAY "Debit memo " APInvRef " not reduced"
               NOT INVALID KEY
                   SUBTRACT TakeAmount FROM CreditLeft
                   MOVE SPACES TO RemitLine
                   MOVE TakeAmount TO DispAmount
                   STRING "  less our debit memo " DELIMITED BY SIZE
                          APInvRef DELIMITED BY SIZE
                          "  -" DELIMITED BY SIZE
                          DispAmount DELIMITED BY SIZE
                          INTO RemitLine
                   END-STRING
                   WRITE RemitLine
           END-REWRITE
       END-IF.

WriteAPPayment.
       MOVE SPACES TO APPayRecord.
       MOVE RunDate TO APPayDate.
       ACCEPT APPayTime FROM TIME.
       MOVE APID TO APPayID.
       MOVE APSuppCode TO APPaySupp.
       MOVE PaidAmount TO APPayAmount.
       MOVE "CHEQ" TO APPayMethod.
       MOVE WorkChequeNo TO APPayChequeNo.
       WRITE APPayRecord.

WriteRemitHeading.
       MOVE SPACES TO RemitLine.
       STRING "REMITTANCE ADVICE - cheque " DELIMITED BY SIZE
              WorkChequeNo DELIMITED BY SIZE
              INTO RemitLine
       END-STRING.
       WRITE RemitLine.
       MOVE SPACES TO RemitLine.
       STRING "To : " DELIMITED BY SIZE
              PayeeName DELIMITED BY SIZE
              "  (" DELIMITED BY SIZE
              GroupSupp DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO RemitLine
       END-STRING.
       WRITE RemitLine.
       IF SuppExists = "Y"
           MOVE SPACES TO RemitLine
           MOVE SuppAddress TO RemitLine
           WRITE RemitLine
       END-IF.
       MOVE SPACES TO RemitLine.
       MOVE RunDate TO DispDate.
       STRING "Paid " DELIMITED BY SIZE
              DispDate DELIMITED BY SIZE
              " - this cheque settles :" DELIMITED BY SIZE
              INTO RemitLine
       END-STRING.
       WRITE RemitLine.

WriteRemitDetail.
       MOVE SPACES TO RemitLine.
       MOVE APAmount TO DispAmount.
       MOVE APInvDate TO DispDate.
       STRING "  your ref " DELIMITED BY SIZE
              APInvRef DELIMITED BY SIZE
              "  dated " DELIMITED BY SIZE
              DispDate DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              DispAmount DELIMITED BY SIZE
              INTO RemitLine
       END-STRING.
       WRITE RemitLine.

WriteRemitFooting.
       MOVE SPACES TO RemitLine.
       EVALUATE TRUE
           WHEN GroupInvCount = 0
               MOVE "  Cheque void - nothing on it was paid." TO RemitLine
           WHEN GroupTotal = 0
               MOVE "  Settled in full by debit memo credit - no cheque."
                   TO RemitLine
           WHEN OTHER
               MOVE GroupTotal TO DispAmount
               STRING "  Cheque total          " DELIMITED BY SIZE
                      DispAmount DELIMITED BY SIZE
                      INTO RemitLine
               END-STRING
       END-EVALUATE.
       WRITE RemitLine.
       MOVE SPACES TO RemitLine.
       WRITE RemitLine.

*> What the supervisor dropped stays open on apledger.txt for the
*> next run; the register says so in writing.
ListHeldItems.
       MOVE 0 TO DroppedCount.
       PERFORM CountOneHeldItem
           VARYING PaySub FROM 1 BY 1 UNTIL PaySub > PayCount.
       IF DroppedCount > 0
           WRITE PrintLine FROM HeldHeadLine AFTER ADVANCING 2 LINES
           PERFORM ListOneHeldItem
               VARYING PaySub FROM 1 BY 1 UNTIL PaySub > PayCount
       END-IF.

CountOneHeldItem.
       IF PayTabKeep(PaySub) = "N"
           ADD 1 TO DroppedCount
       END-IF.

ListOneHeldItem.
       IF PayTabKeep(PaySub) = "N"
           MOVE PayTabSupp(PaySub) TO PrnHeldSupp
           MOVE PayTabAPID(PaySub) TO PrnHeldAPID
           MOVE PayTabInvRef(PaySub) TO PrnHeldInvRef
           MOVE PayTabDueDate(PaySub) TO PrnHeldDue
           MOVE PayTabAmount(PaySub) TO PrnHeldAmount
           WRITE PrintLine FROM HeldDetail AFTER ADVANCING 1 LINE
       END-IF.

*> Cheque numbers come off chqctl.txt the way PO numbers come off
*> poctl.txt - read, used, written back incremented - so the
*> register, the appay.txt lines and the bank's file agree.
AssignChequeNumber.
       OPEN INPUT ChequeControlFile.
       IF ChequeControlStatus = "00"
           READ ChequeControlFile
               AT END MOVE 100001 TO NextChequeNo
           END-READ
       ELSE
           MOVE 100001 TO NextChequeNo
       END-IF.
       CLOSE ChequeControlFile.
       MOVE NextChequeNo TO WorkChequeNo.
       OPEN OUTPUT ChequeControlFile.
       COMPUTE NextChequeNo = WorkChequeNo + 1.
       WRITE ChequeControlRecord.
       CLOSE ChequeControlFile.
