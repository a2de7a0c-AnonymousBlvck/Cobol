       >>SOURCE FORMAT FREE
*> Lockbox remittance posting. Cheques customers mail to the bank's
*> lockbox come back to us on lockbox.txt - one line per remittance
*> with the customer's account number, the invoice it pays and the
*> amount - and a clerk used to key every one through custpay's
*> Record Receipts screen. This run posts them the way custpay
*> does: the balance comes down (anything past the balance owing is
*> held as credit on the account), the after-image goes to
*> custlog.txt, the receipt to payjrnl.txt as a cheque, the PAYMT
*> line to custtran.txt, an open promise the money covers is
*> cleared, and the remittance is applied on openitem.txt against
*> the invoice it names - what the invoice doesn't need stays on
*> account. A remittance for a customer we don't have, or naming an
*> invoice that isn't that customer's open item, is not guessed at:
*> it goes to the lbsusp.txt suspense file with the reason, the way
*> weborder suspends what it can't post, for a clerk to work
*> through custpay. Before a single remittance posts, the file is
*> proved against its HDR/TRL control records the way BATCHIMP
*> proves custimport.txt (the trailer counting the items, hashing
*> the account numbers and totalling the amounts), and a file whose
*> header is already on lbdone.txt has been posted before and is
*> refused. The dated Lockbox document lists every remittance
*> posted or suspended; anything suspended exits RC-WARNING.
*> A remittance that pays the named invoice less its prompt-payment
*> discount, inside the discount window its terms set, settles the
*> invoice: the discount is taken automatically as a DISCT line the
*> way custpay's operator would take it.
*> Each remittance posted goes to NOTIFY as a PAYRC event, the same
*> as a receipt keyed in custpay, naming the invoice it paid.
*> A remittance from a customer on an installment plan goes onto
*> the next installment due through INSTPAY, as custpay's does.
*> Nothing is posted while today's month is closed (PERIODCHK): the
*> run is skipped RC-WARNING and lockbox.txt waits for a supervisor
*> to reopen the month through perlock.
IDENTIFICATION DIVISION.
PROGRAM-ID. lockbox.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS CustFileStatus.

       SELECT OPTIONAL LockboxFile ASSIGN TO "lockbox.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LockboxStatus.

       SELECT OPTIONAL LockboxDoneFile ASSIGN TO "lbdone.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LockboxDoneStatus.

       SELECT PayJournal ASSIGN TO "payjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TranFile ASSIGN TO "custtran.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AfterImageFile ASSIGN TO "custlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OiInvoiceNo
           FILE STATUS IS OpenItemStatus.

       SELECT OPTIONAL PromiseFile ASSIGN TO "promises.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PromCustID
           FILE STATUS IS PromiseStatus.

       SELECT SuspenseFile ASSIGN TO "lbsusp.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LockboxReport ASSIGN TO DYNAMIC LockboxRptName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY "custrec.cpy".

FD LockboxFile.
       01 LockboxRecord.
              02 LbCustID PIC 9(6).
              02 FILLER PIC X.
              02 LbInvoiceNo PIC 9(6).
              02 FILLER PIC X.
              02 LbAmount PIC 9(7)V99.
       01 LockboxCtlRecord PIC X(50).

*> The header line of every lockbox file already posted.
FD LockboxDoneFile.
       01 LockboxDoneRecord PIC X(50).

FD PayJournal.
       01 PayRecord.
              02 PayDate PIC X(8).
              02 PayTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 PayCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 PayAmount PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 PayMethod PIC X(4).
              02 FILLER PIC X VALUE SPACE.
              02 PayFullPart PIC X(1).
                     88 PayFull VALUE "F".
                     88 PayPartial VALUE "P".

FD TranFile.
       COPY "trnrec.cpy".

FD AfterImageFile.
       COPY "aftimg.cpy".

FD OpenItemFile.
       COPY "openitem.cpy".

FD PromiseFile.
       COPY "promrec.cpy".

FD SuspenseFile.
       01 SuspenseRecord.
              02 SuspRemittance PIC X(23).
              02 FILLER PIC X VALUE SPACE.
              02 SuspReason PIC X(30).

FD LockboxReport.
       01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 CustFileStatus PIC XX.
01 LockboxStatus PIC XX.
01 LockboxDoneStatus PIC XX.
01 OpenItemStatus PIC XX.
01 PromiseStatus PIC XX.
01 RunDate PIC 9(8).
01 PostingDate PIC 9(8).
01 PeriodOpen PIC X.
01 LockboxEOF PIC X.
01 DoneEOF PIC X.
01 CustExists PIC X.
01 OiExists PIC X.
01 PromExists PIC X.
01 SuspendReason PIC X(30).
*> Dated lockbox posting document off RPTFILE.
01 LockboxRptName PIC X(30).
01 LockboxRptBase PIC X(12) VALUE "Lockbox".
01 LockboxRptSuffix PIC X(4) VALUE ".rpt".
01 LockboxRptMode PIC X VALUE "N".
*> File control proof, the way BATCHIMP proves its import.
01 ImportOK PIC X.
01 HeaderSeen PIC X.
01 TrailerSeen PIC X.
01 HeaderLine PIC X(50).
01 ReadDataCount PIC 9(7).
01 ReadIDSum PIC 9(12).
01 ReadAmountSum PIC 9(11)V99.
01 ExpectedCount PIC 9(7).
01 ExpectedIDSum PIC 9(12).
01 ExpectedAmountSum PIC 9(11)V99.
*> What's left of the remittance once its invoice is paid.
01 ItemRemaining PIC 9(7)V99.
01 ApplyAmt PIC 9(7)V99.
01 OnAccountAmt PIC 9(7)V99.
01 DiscAvail PIC 9(7)V99.
01 DiscTaken PIC 9(7)V99.
01 ItemsRead PIC 9(7) VALUE ZERO.
01 ItemsPosted PIC 9(7) VALUE ZERO.
01 ItemsSuspended PIC 9(7) VALUE ZERO.
01 PostedTotal PIC 9(9)V99 VALUE ZERO.
01 SuspendedTotal PIC 9(9)V99 VALUE ZERO.
*> Signed differences this program's writes make to the running
*> control totals on ctltot.txt, applied through CTLTOT.
01 CtlDeltaCount PIC S9(3).
01 CtlDeltaActive PIC S9(3).
01 CtlDeltaBalance PIC S9(7)V99.
01 CtlApplied PIC X.
*> What a posted remittance tells NOTIFY.
01 NtfEvent PIC X(5).
01 NtfRef PIC X(10).
01 NtfAmount PIC 9(7)V99.
01 NtfDetail PIC X(30).
01 DispBalance PIC $$$,$$9.99.
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Lockbox Remittances       ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 Heads PIC X(80) VALUE
       "Account  Invoice         Amount  Result".
01 DetailLine.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnInvoiceNo PIC 9(6).
       02 PrnAmount PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnResult PIC X(9).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnReason PIC X(30).
01 TotalLine.
       02 PrnTotalName PIC X(15).
       02 PrnTotalCount PIC Z(6)9.
       02 PrnTotalAmount PIC $$$,$$$,$$9.99.
01 NoItemsLine PIC X(40) VALUE "No lockbox remittances to post.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "ctlrec.cpy".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.

       PERFORM VerifyLockboxControl.
       IF ImportOK = "N"
           MOVE RC-ERROR TO RETURN-CODE
           GOBACK
       END-IF.
       IF ReadDataCount = 0
           DISPLAY "No lockbox remittances in lockbox.txt - nothing"
               " posted."
           MOVE RC-WARNING TO RETURN-CODE
           GOBACK
       END-IF.

*> The remittances post under today's date - none while today's
*> month stands closed on periodctl.txt. lockbox.txt is left as it
*> is, not noted on lbdone.txt, so it posts once the month is
*> reopened.
       PERFORM CheckPostingPeriod.
       IF PeriodOpen = "N"
           DISPLAY "Lockbox run skipped - lockbox.txt left to post."
           MOVE RC-WARNING TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN I-O CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN EXTEND PayJournal.
       MOVE SPACES TO PayRecord.
       OPEN EXTEND TranFile.
       MOVE SPACES TO TranRecord.
       OPEN EXTEND AfterImageFile.
       MOVE SPACES TO AfterImageRecord.
       OPEN EXTEND SuspenseFile.
       MOVE SPACES TO SuspenseRecord.
       OPEN I-O OpenItemFile.

       CALL "RPTFILE" USING LockboxRptBase, LockboxRptSuffix,
           LockboxRptMode, LockboxRptName.
       OPEN OUTPUT LockboxReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.

       MOVE "N" TO LockboxEOF.
       OPEN INPUT LockboxFile.
       READ LockboxFile
           AT END MOVE "Y" TO LockboxEOF
       END-READ.
       PERFORM TakeOneRemittance UNTIL LockboxEOF = "Y".
       CLOSE LockboxFile.

       IF ItemsRead = 0
           WRITE PrintLine FROM NoItemsLine AFTER ADVANCING 1 LINE
       END-IF.
       MOVE "Posted       :" TO PrnTotalName.
       MOVE ItemsPosted TO PrnTotalCount.
       MOVE PostedTotal TO PrnTotalAmount.
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES.
       MOVE "Suspended    :" TO PrnTotalName.
       MOVE ItemsSuspended TO PrnTotalCount.
       MOVE SuspendedTotal TO PrnTotalAmount.
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE LockboxReport.

       CLOSE CustomerFile, PayJournal, TranFile, AfterImageFile.
       CLOSE SuspenseFile, OpenItemFile.
       PERFORM NoteFilePosted.

       DISPLAY "Lockbox : " ItemsPosted " posted, " ItemsSuspended
           " suspended to lbsusp.txt of " ItemsRead " read.".
       IF ItemsSuspended > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

CheckPostingPeriod.
       ACCEPT PostingDate FROM DATE YYYYMMDD.
       CALL "PERIODCHK" USING PostingDate, PeriodOpen.

*> First pass over lockbox.txt before anything posts: count the
*> remittances, hash their account numbers and total their amounts,
*> and hold the whole file back if the trailer disagrees, a header
*> arrived with no trailer behind it, or the header says the file
*> was posted before.
VerifyLockboxControl.
       MOVE "Y" TO ImportOK.
       MOVE "N" TO HeaderSeen.
       MOVE "N" TO TrailerSeen.
       MOVE SPACES TO HeaderLine.
       MOVE 0 TO ReadDataCount ReadIDSum ReadAmountSum.
       MOVE 0 TO ExpectedCount ExpectedIDSum ExpectedAmountSum.
       MOVE "N" TO LockboxEOF.
       OPEN INPUT LockboxFile.
       IF LockboxStatus NOT = "00" AND LockboxStatus NOT = "05"
           MOVE "Y" TO LockboxEOF
       ELSE
           READ LockboxFile
               AT END MOVE "Y" TO LockboxEOF
           END-READ
       END-IF.
       PERFORM CheckOneControlLine UNTIL LockboxEOF = "Y".
       CLOSE LockboxFile.

       EVALUATE TRUE
           WHEN TrailerSeen = "Y"
               AND (ExpectedCount NOT = ReadDataCount
                OR ExpectedIDSum NOT = ReadIDSum
                OR ExpectedAmountSum NOT = ReadAmountSum)
               DISPLAY "lockbox.txt trailer does not match what was read -"
               DISPLAY "refusing the file. Expected " ExpectedCount
                   " remittances, read " ReadDataCount "."
               MOVE "N" TO ImportOK
           WHEN HeaderSeen = "Y" AND TrailerSeen = "N"
               DISPLAY "lockbox.txt has a header but no trailer -"
               DISPLAY "the transmission looks cut short. Refusing the file."
               MOVE "N" TO ImportOK
           WHEN HeaderSeen = "N" AND TrailerSeen = "N"
               AND ReadDataCount > 0
               DISPLAY "lockbox.txt carries no control records -"
               DISPLAY "posting it unverified."
       END-EVALUATE.
       IF ImportOK = "Y" AND HeaderSeen = "Y"
           PERFORM CheckAlreadyPosted
       END-IF.

CheckOneControlLine.
       EVALUATE LockboxCtlRecord(1:3)
           WHEN "HDR"
               MOVE "Y" TO HeaderSeen
               MOVE LockboxCtlRecord TO HeaderLine
           WHEN "TRL"
               MOVE "Y" TO TrailerSeen
               MOVE LockboxCtlRecord TO InterchangeTrailer
               MOVE IchTrlCount TO ExpectedCount
               MOVE IchTrlIDHash TO ExpectedIDSum
               MOVE IchTrlBalHash TO ExpectedAmountSum
           WHEN OTHER
               ADD 1 TO ReadDataCount
               IF LbCustID NUMERIC
                   ADD LbCustID TO ReadIDSum
               END-IF
               IF LbAmount NUMERIC
                   ADD LbAmount TO ReadAmountSum
               END-IF
       END-EVALUATE.
       READ LockboxFile
           AT END MOVE "Y" TO LockboxEOF
       END-READ.

CheckAlreadyPosted.
       MOVE "N" TO DoneEOF.
       OPEN INPUT LockboxDoneFile.
       IF LockboxDoneStatus NOT = "00" AND LockboxDoneStatus NOT = "05"
           MOVE "Y" TO DoneEOF
       END-IF.
       PERFORM CheckOneDoneHeader UNTIL DoneEOF = "Y".
       CLOSE LockboxDoneFile.

CheckOneDoneHeader.
       READ LockboxDoneFile
           AT END MOVE "Y" TO DoneEOF
           NOT AT END
               IF LockboxDoneRecord = HeaderLine
                   DISPLAY "lockbox.txt (" HeaderLine(1:25)
                       ") was posted before - refusing the file."
                   MOVE "N" TO ImportOK
                   MOVE "Y" TO DoneEOF
               END-IF
       END-READ.

NoteFilePosted.
       IF HeaderSeen = "Y"
           OPEN EXTEND LockboxDoneFile
           MOVE HeaderLine TO LockboxDoneRecord
           WRITE LockboxDoneRecord
           CLOSE LockboxDoneFile
       END-IF.

TakeOneRemittance.
       IF LockboxCtlRecord(1:3) NOT = "HDR"
               AND LockboxCtlRecord(1:3) NOT = "TRL"
           ADD 1 TO ItemsRead
           PERFORM ProcessOneRemittance
       END-IF.
       READ LockboxFile
           AT END MOVE "Y" TO LockboxEOF
       END-READ.

*> The account and the invoice must both check out before a penny
*> moves - the invoice must be this customer's, and still owing.
ProcessOneRemittance.
       MOVE SPACES TO SuspendReason.
       MOVE "Y" TO CustExists.
       MOVE "Y" TO OiExists.
       EVALUATE TRUE
           WHEN LbAmount NOT NUMERIC
               MOVE "amount not numeric" TO SuspendReason
           WHEN LbAmount = 0
               MOVE "amount is zero" TO SuspendReason
           WHEN LbCustID NOT NUMERIC
               MOVE "no such customer" TO SuspendReason
       END-EVALUATE.
       IF SuspendReason = SPACES
           MOVE LbCustID TO CustID
           READ CustomerFile
               INVALID KEY MOVE "N" TO CustExists
           END-READ
           IF CustFileStatus = "51"
               MOVE "customer record in use" TO SuspendReason
           ELSE
               IF CustExists = "N"
                   MOVE "no such customer" TO SuspendReason
               END-IF
           END-IF
       END-IF.
       IF SuspendReason = SPACES
           IF LbInvoiceNo NOT NUMERIC
               MOVE "N" TO OiExists
           ELSE
               MOVE LbInvoiceNo TO OiInvoiceNo
               READ OpenItemFile
                   INVALID KEY MOVE "N" TO OiExists
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN OiExists = "N"
                   MOVE "no such open invoice" TO SuspendReason
               WHEN OiCustID NOT = LbCustID
                   MOVE "invoice is another customer's" TO SuspendReason
               WHEN OiPaidFull
                   MOVE "invoice already paid" TO SuspendReason
           END-EVALUATE
       END-IF.

       IF SuspendReason = SPACES
           PERFORM PostRemittance
       ELSE
           PERFORM SuspendRemittance
       END-IF.

*> The same posting custpay's ApplyReceipt makes, a lockbox item
*> being a cheque by definition.
PostRemittance.
       IF LbAmount >= CustBalance
           SET PayFull TO TRUE
       ELSE
           SET PayPartial TO TRUE
       END-IF.

       IF LbAmount > CustBalance
           COMPUTE CtlDeltaBalance = 0 - CustBalance
           COMPUTE CustCreditBal = CustCreditBal
               + (LbAmount - CustBalance)
           MOVE 0 TO CustBalance
       ELSE
           COMPUTE CtlDeltaBalance = 0 - LbAmount
           SUBTRACT LbAmount FROM CustBalance
       END-IF.

       REWRITE CustomerData
           INVALID KEY
               MOVE "customer not updated" TO SuspendReason
               PERFORM SuspendRemittance
           NOT INVALID KEY
               PERFORM WriteAfterImage
               MOVE CustID TO PayCustID
               MOVE LbAmount TO PayAmount
               MOVE "CHEQ" TO PayMethod
               PERFORM WriteReceipt
               MOVE CustID TO TranCustID
               SET TranPayment TO TRUE
               COMPUTE TranAmount = 0 - LbAmount
               MOVE 0 TO TranTaxAmount
               PERFORM WriteTran
               MOVE 0 TO CtlDeltaCount
               MOVE 0 TO CtlDeltaActive
               PERFORM NoteControlTotals
               PERFORM ClearPromiseIfKept
               CALL "INSTPAY" USING CustID, LbAmount
               PERFORM ApplyToNamedInvoice
               PERFORM NotifyRemittance
               ADD 1 TO ItemsPosted
               ADD LbAmount TO PostedTotal
               MOVE "POSTED" TO PrnResult
               EVALUATE TRUE
                   WHEN OnAccountAmt > 0
                       MOVE "part left on account" TO PrnReason
                   WHEN DiscTaken > 0
                       MOVE "prompt-payment discount taken" TO PrnReason
                   WHEN OTHER
                       MOVE SPACES TO PrnReason
               END-EVALUATE
               PERFORM PrintRemittance
       END-REWRITE.

ApplyToNamedInvoice.
       COMPUTE ItemRemaining = OiAmount - OiPaidAmt.
       MOVE LbAmount TO ApplyAmt.
       IF ApplyAmt > ItemRemaining
           MOVE ItemRemaining TO ApplyAmt
       END-IF.
       COMPUTE OnAccountAmt = LbAmount - ApplyAmt.
       MOVE 0 TO DiscTaken.
       PERFORM FindDiscountAvail.
       IF DiscAvail > 0 AND ApplyAmt < ItemRemaining
               AND ApplyAmt + DiscAvail >= ItemRemaining
           COMPUTE DiscTaken = ItemRemaining - ApplyAmt
           IF DiscTaken > CustBalance
               MOVE 0 TO DiscTaken
           ELSE
               PERFORM PostDiscount
           END-IF
       END-IF.
       ADD ApplyAmt TO OiPaidAmt.
       ADD DiscTaken TO OiPaidAmt.
       IF OiPaidAmt >= OiAmount
           SET OiPaidFull TO TRUE
       ELSE
           SET OiPartPaid TO TRUE
       END-IF.
       REWRITE OpenItemData
           INVALID KEY
               DISPLAY "Open item " OiInvoiceNo " not updated - "
                   "remittance left on account."
               MOVE LbAmount TO OnAccountAmt
       END-REWRITE.

*> Items from before the terms fields existed carry no discount; a
*> discount bigger than what the invoice still owes is cut to it.
FindDiscountAvail.
       MOVE 0 TO DiscAvail.
       IF OiDiscAmt IS NUMERIC AND OiDiscDate IS NUMERIC
           IF OiDiscAmt > 0 AND RunDate <= OiDiscDate
               MOVE OiDiscAmt TO DiscAvail
               IF DiscAvail > ItemRemaining
                   MOVE ItemRemaining TO DiscAvail
               END-IF
           END-IF
       END-IF.

PostDiscount.
       SUBTRACT DiscTaken FROM CustBalance.
       REWRITE CustomerData
           INVALID KEY
               ADD DiscTaken TO CustBalance
               MOVE 0 TO DiscTaken
           NOT INVALID KEY
               PERFORM WriteAfterImage
               MOVE CustID TO TranCustID
               SET TranDiscount TO TRUE
               COMPUTE TranAmount = 0 - DiscTaken
               MOVE 0 TO TranTaxAmount
               PERFORM WriteTran
               MOVE 0 TO CtlDeltaCount
               MOVE 0 TO CtlDeltaActive
               COMPUTE CtlDeltaBalance = 0 - DiscTaken
               PERFORM NoteControlTotals
       END-REWRITE.

*> A remittance that covers the customer's open promise clears it,
*> as custpay does.
ClearPromiseIfKept.
       OPEN I-O PromiseFile.
       IF PromiseStatus = "00" OR PromiseStatus = "05"
           MOVE "Y" TO PromExists
           MOVE CustID TO PromCustID
           READ PromiseFile
               INVALID KEY MOVE "N" TO PromExists
           END-READ
           IF PromExists = "Y" AND PromOpen
                   AND LbAmount >= PromAmount
               SET PromKept TO TRUE
               REWRITE PromiseData
                   INVALID KEY DISPLAY "Promise not updated"
               END-REWRITE
           END-IF
       END-IF.
       CLOSE PromiseFile.

SuspendRemittance.
       MOVE SPACES TO SuspenseRecord.
       MOVE LockboxRecord TO SuspRemittance.
       MOVE SuspendReason TO SuspReason.
       WRITE SuspenseRecord.
       ADD 1 TO ItemsSuspended.
       IF LbAmount NUMERIC
           ADD LbAmount TO SuspendedTotal
       END-IF.
       MOVE "SUSPENDED" TO PrnResult.
       MOVE SuspendReason TO PrnReason.
       PERFORM PrintRemittance.

PrintRemittance.
       MOVE 0 TO PrnCustID PrnInvoiceNo PrnAmount.
       IF LbCustID NUMERIC
           MOVE LbCustID TO PrnCustID
       END-IF.
       IF LbInvoiceNo NUMERIC
           MOVE LbInvoiceNo TO PrnInvoiceNo
       END-IF.
       IF LbAmount NUMERIC
           MOVE LbAmount TO PrnAmount
       END-IF.
       WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE.

NotifyRemittance.
       MOVE "PAYRC" TO NtfEvent.
       MOVE LbInvoiceNo TO NtfRef.
       MOVE LbAmount TO NtfAmount.
       MOVE CustBalance TO DispBalance.
       MOVE SPACES TO NtfDetail.
       STRING "Balance now " DELIMITED BY SIZE
              DispBalance DELIMITED BY SIZE
              INTO NtfDetail
       END-STRING.
       CALL "NOTIFY" USING CustID, CustEmail, CustPhone, NtfEvent,
           NtfRef, NtfAmount, NtfDetail.

WriteReceipt.
       ACCEPT PayDate FROM DATE YYYYMMDD.
       ACCEPT PayTime FROM TIME.
       WRITE PayRecord.

WriteTran.
       ACCEPT TranDate FROM DATE YYYYMMDD.
       ACCEPT TranTime FROM TIME.
       WRITE TranRecord.

WriteAfterImage.
       ACCEPT AiDate FROM DATE YYYYMMDD.
       ACCEPT AiTime FROM TIME.
       MOVE "LOCKBOX" TO AiProgram.
       MOVE CustomerData TO AiImage.
       WRITE AfterImageRecord.

NoteControlTotals.
       CALL "CTLTOT" USING CtlDeltaCount, CtlDeltaActive,
           CtlDeltaBalance, CtlApplied.
