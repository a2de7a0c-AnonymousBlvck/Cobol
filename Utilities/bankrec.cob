       >>SOURCE FORMAT FREE
*> Bank reconciliation. cashday prints what went to the bank and
*> apledger and appayrun record what we paid out, but nothing ever
*> set either against what the bank says happened - the month-end
*> bank rec was done by hand off the paper statement. This run
*> loads the bank's statement file bankstmt.txt (deposits, cleared
*> cheques, bank charges, returned items and interest), proved
*> first against its HDR/TRL control records the way BATCHIMP
*> proves custimport.txt, and matches it automatically: each
*> deposit against a day's deposit total off payjrnl.txt (the cash
*> and cheque receipts cashday puts on the deposit slip, oldest
*> day first), and each cleared cheque by its number against the
*> payments journalled to appay.txt under that cheque (appayrun's
*> one cheque per supplier can settle several invoices). Whatever
*> doesn't match goes on the dated BankRec document: bank items we
*> can't explain (charges, returned items and interest to be
*> booked, plus deposits and cheques the books don't know), the
*> cheques still outstanding and the deposits still in transit at
*> the statement date, and the statement balance carried to an
*> adjusted bank balance. Items matched are remembered on
*> bankclr.txt against the statement date, so next month's run
*> doesn't carry them as outstanding again - and running the same
*> statement twice just matches it over again.
IDENTIFICATION DIVISION.
PROGRAM-ID. bankrec.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL BankStmtFile ASSIGN TO "bankstmt.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BankStmtStatus.

       SELECT OPTIONAL ClearedFile ASSIGN TO "bankclr.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ClearedStatus.

       SELECT OPTIONAL PayJournal ASSIGN TO "payjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayFileStatus.

       SELECT OPTIONAL APPayJournal ASSIGN TO "appay.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPayStatus.

       SELECT OPTIONAL RecReport ASSIGN TO DYNAMIC RecFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BankStmtFile.
       COPY "bankstmt.cpy".
       01 BankCtlRecord PIC X(50).

*> One line per book item the bank has already cleared - D with the
*> deposit date, C with the cheque number - and the statement date
*> it cleared on.
FD ClearedFile.
       01 ClearedRecord.
              02 ClrRecKind PIC X(1).
              02 FILLER PIC X.
              02 ClrRecKey PIC 9(8).
              02 FILLER PIC X.
              02 ClrRecAmount PIC 9(9)V99.
              02 FILLER PIC X.
              02 ClrRecStmtDate PIC 9(8).

FD PayJournal.
       01 PayRecord.
              02 PayDate PIC 9(8).
              02 PayTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 PayCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 PayAmount PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 PayMethod PIC X(4).
              02 FILLER PIC X VALUE SPACE.
              02 PayFullPart PIC X(1).

FD APPayJournal.
       COPY "appayrec.cpy".

FD RecReport.
       01 PrintLine PIC X(80).

WORKING-STORAGE SECTION.
01 BankStmtStatus PIC XX.
01 ClearedStatus PIC XX.
01 PayFileStatus PIC XX.
01 APPayStatus PIC XX.
01 RunDate PIC 9(8).
01 StmtDate PIC 9(8).
01 StmtBalance PIC S9(9)V99.
01 AdjustedBalance PIC S9(9)V99.
01 StmtEOF PIC X.
01 ClrEOF PIC X.
01 PayEOF PIC X.
01 StmtOK PIC X.
01 TableFull PIC X VALUE "N".
*> Dated reconciliation document off RPTFILE - each month's rec is
*> kept.
01 RecFileName PIC X(30).
01 RecBase PIC X(12) VALUE "BankRec".
01 RecSuffix PIC X(4) VALUE ".rpt".
01 RecMode PIC X VALUE "N".
*> Statement control proof, the way BATCHIMP proves its import.
01 HeaderSeen PIC X.
01 TrailerSeen PIC X.
01 ReadItemCount PIC 9(7).
01 ReadChequeSum PIC 9(12).
01 ReadAmountSum PIC 9(11)V99.
01 ExpectedCount PIC 9(7).
01 ExpectedChequeSum PIC 9(12).
01 ExpectedAmountSum PIC 9(11)V99.
*> Items already cleared on earlier statements, off bankclr.txt.
01 ClrCount PIC 9(4) VALUE ZERO.
01 ClrMax PIC 9(4) VALUE 9999.
01 ClrSub PIC 9(4).
01 ClrFound PIC X.
01 ClearedTable.
       02 ClrEntry OCCURS 9999 TIMES.
              03 ClrKind PIC X(1).
              03 ClrKey PIC 9(8).
              03 ClrAmount PIC 9(9)V99.
              03 ClrStmtDate PIC 9(8).
*> The books' deposits, one per day - cash plus cheques, as on
*> cashday's deposit slip. State is space while outstanding, M when
*> this statement matched it, P when an earlier statement did.
01 DepCount PIC 9(4) VALUE ZERO.
01 DepMax PIC 9(4) VALUE 3000.
01 DepSub PIC 9(4).
01 DepFound PIC X.
01 DepTable.
       02 DepEntry OCCURS 3000 TIMES.
              03 DepDate PIC 9(8).
              03 DepAmount PIC 9(9)V99.
              03 DepState PIC X(1).
*> The books' cheques, one per cheque number, totalled over the
*> appay.txt lines it paid. State as for deposits.
01 ChqCount PIC 9(4) VALUE ZERO.
01 ChqMax PIC 9(4) VALUE 3000.
01 ChqSub PIC 9(4).
01 ChqFound PIC X.
01 WantedChequeNo PIC 9(6).
01 ChqTable.
       02 ChqEntry OCCURS 3000 TIMES.
              03 ChqNo PIC 9(6).
              03 ChqDate PIC 9(8).
              03 ChqSupp PIC X(5).
              03 ChqAmount PIC 9(9)V99.
              03 ChqState PIC X(1).
01 UnnumberedCount PIC 9(5) VALUE ZERO.
*> Run counts and totals.
01 StmtItemCount PIC 9(5) VALUE ZERO.
01 MatchedCount PIC 9(5) VALUE ZERO.
01 UnexplainedCount PIC 9(5) VALUE ZERO.
01 UnxCredits PIC 9(9)V99 VALUE ZERO.
01 UnxDebits PIC 9(9)V99 VALUE ZERO.
01 OutChqCount PIC 9(5) VALUE ZERO.
01 OutChqTotal PIC 9(9)V99 VALUE ZERO.
01 TransitCount PIC 9(5) VALUE ZERO.
01 TransitTotal PIC 9(9)V99 VALUE ZERO.
01 UnxReason PIC X(20).
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Bank Reconciliation       ".
       02 FILLER PIC X(17) VALUE "  Statement to : ".
       02 PrnStmtDate PIC 9999/99/99.
01 RunEchoLine.
       02 FILLER PIC X(17) VALUE "Statement items: ".
       02 PrnItemCount PIC ZZZZ9.
       02 FILLER PIC X(14) VALUE "   matched : ".
       02 PrnMatchedCount PIC ZZZZ9.
01 UnxHeading PIC X(40) VALUE "Unexplained bank items".
01 UnxHeads PIC X(80) VALUE
       "Date        Type  Cheque  Bank ref                Amount  Reason".
01 UnxDetailLine.
       02 PrnBsDate PIC 9999/99/99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnBsType PIC X(3).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnBsCheque PIC Z(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnBsRef PIC X(16).
       02 PrnBsAmount PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnUnxReason PIC X(20).
01 OutChqHeading PIC X(40) VALUE "Outstanding cheques".
01 OutChqHeads PIC X(60) VALUE
       "Cheque  Issued      Supp         Amount".
01 OutChqDetailLine.
       02 PrnChqNo PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnChqDate PIC 9999/99/99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnChqSupp PIC X(5).
       02 PrnChqAmount PIC $$$,$$$,$$9.99.
01 TransitHeading PIC X(40) VALUE "Deposits in transit".
01 TransitHeads PIC X(40) VALUE "Deposited         Amount".
01 TransitDetailLine.
       02 PrnDepDate PIC 9999/99/99.
       02 PrnDepAmount PIC $$$,$$$,$$9.99.
01 NoItemsLine PIC X(20) VALUE "  None.".
01 SummaryLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSummaryName PIC X(30).
       02 PrnSummaryAmount PIC $$$,$$$,$$9.99-.
01 UnnumberedLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnUnnumbered PIC ZZZZ9.
       02 FILLER PIC X(52) VALUE
           " cheque payments have no cheque number to match on.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "ctlrec.cpy".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       DISPLAY " ".
       DISPLAY "Statement closing date (YYYYMMDD, zeros for today) : "
           WITH NO ADVANCING.
       ACCEPT StmtDate.
       IF StmtDate = 0
           MOVE RunDate TO StmtDate
       END-IF.
       DISPLAY "Statement closing balance : " WITH NO ADVANCING.
       ACCEPT StmtBalance.
       MOVE StmtDate TO PrnStmtDate.

       PERFORM VerifyStatementControl.
       IF StmtOK = "N"
           MOVE RC-ERROR TO RETURN-CODE
           GOBACK
       END-IF.
       IF ReadItemCount = 0
           DISPLAY "No bank statement items in bankstmt.txt - nothing"
               " to reconcile."
           MOVE RC-WARNING TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM LoadClearedItems.
       IF TableFull = "Y"
           DISPLAY "bankclr.txt holds more than " ClrMax " cleared"
               " items - reconciliation not run."
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LoadBookDeposits.
       PERFORM LoadBookCheques.

       CALL "RPTFILE" USING RecBase, RecSuffix, RecMode, RecFileName.
       OPEN OUTPUT RecReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.

       WRITE PrintLine FROM UnxHeading AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM UnxHeads AFTER ADVANCING 1 LINE.
       MOVE "N" TO StmtEOF.
       OPEN INPUT BankStmtFile.
       READ BankStmtFile
           AT END MOVE "Y" TO StmtEOF
       END-READ.
       PERFORM MatchOneStatementItem UNTIL StmtEOF = "Y".
       CLOSE BankStmtFile.
       IF UnexplainedCount = 0
           WRITE PrintLine FROM NoItemsLine AFTER ADVANCING 1 LINE
       END-IF.

       WRITE PrintLine FROM OutChqHeading AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM OutChqHeads AFTER ADVANCING 1 LINE.
       PERFORM ListOutstandingCheque
           VARYING ChqSub FROM 1 BY 1 UNTIL ChqSub > ChqCount.
       IF OutChqCount = 0
           WRITE PrintLine FROM NoItemsLine AFTER ADVANCING 1 LINE
       END-IF.

       WRITE PrintLine FROM TransitHeading AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM TransitHeads AFTER ADVANCING 1 LINE.
       PERFORM ListDepositInTransit
           VARYING DepSub FROM 1 BY 1 UNTIL DepSub > DepCount.
       IF TransitCount = 0
           WRITE PrintLine FROM NoItemsLine AFTER ADVANCING 1 LINE
       END-IF.

       PERFORM PrintSummary.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE RecReport.

       PERFORM SaveClearedItems.

       DISPLAY "Bank reconciliation written to " RecFileName " - "
           MatchedCount " of " StmtItemCount " statement items matched.".
       DISPLAY "Unexplained : " UnexplainedCount
           "   outstanding cheques : " OutChqCount
           "   deposits in transit : " TransitCount.
       IF UnexplainedCount > 0 OR TableFull = "Y"
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

*> First pass over bankstmt.txt before anything is matched: count
*> the item lines, sum their cheque numbers and amounts, and refuse
*> the statement if the trailer disagrees or a header arrived with
*> no trailer behind it. A bare file is matched unverified.
VerifyStatementControl.
       MOVE "Y" TO StmtOK.
       MOVE "N" TO HeaderSeen.
       MOVE "N" TO TrailerSeen.
       MOVE 0 TO ReadItemCount ReadChequeSum ReadAmountSum.
       MOVE 0 TO ExpectedCount ExpectedChequeSum ExpectedAmountSum.
       MOVE "N" TO StmtEOF.
       OPEN INPUT BankStmtFile.
       IF BankStmtStatus NOT = "00" AND BankStmtStatus NOT = "05"
           MOVE "Y" TO StmtEOF
       ELSE
           READ BankStmtFile
               AT END MOVE "Y" TO StmtEOF
           END-READ
       END-IF.
       PERFORM CheckOneControlLine UNTIL StmtEOF = "Y".
       CLOSE BankStmtFile.

       EVALUATE TRUE
           WHEN TrailerSeen = "Y"
               AND (ExpectedCount NOT = ReadItemCount
                OR ExpectedChequeSum NOT = ReadChequeSum
                OR ExpectedAmountSum NOT = ReadAmountSum)
               DISPLAY "bankstmt.txt trailer does not match what was read -"
               DISPLAY "refusing the statement. Expected " ExpectedCount
                   " items, read " ReadItemCount "."
               MOVE "N" TO StmtOK
           WHEN HeaderSeen = "Y" AND TrailerSeen = "N"
               DISPLAY "bankstmt.txt has a header but no trailer -"
               DISPLAY "the transmission looks cut short. Refusing the statement."
               MOVE "N" TO StmtOK
           WHEN HeaderSeen = "N" AND TrailerSeen = "N"
               AND ReadItemCount > 0
               DISPLAY "bankstmt.txt carries no control records -"
               DISPLAY "reconciling it unverified."
       END-EVALUATE.

CheckOneControlLine.
       EVALUATE BankCtlRecord(1:3)
           WHEN "HDR"
               MOVE "Y" TO HeaderSeen
           WHEN "TRL"
               MOVE "Y" TO TrailerSeen
               MOVE BankCtlRecord TO InterchangeTrailer
               MOVE IchTrlCount TO ExpectedCount
               MOVE IchTrlIDHash TO ExpectedChequeSum
               MOVE IchTrlBalHash TO ExpectedAmountSum
           WHEN OTHER
               ADD 1 TO ReadItemCount
               IF BsChequeNo NUMERIC
                   ADD BsChequeNo TO ReadChequeSum
               END-IF
               ADD BsAmount TO ReadAmountSum
       END-EVALUATE.
       READ BankStmtFile
           AT END MOVE "Y" TO StmtEOF
       END-READ.

*> What earlier statements cleared. Lines cleared by this same
*> statement date are left behind - a re-run matches them afresh.
LoadClearedItems.
       MOVE "N" TO ClrEOF.
       OPEN INPUT ClearedFile.
       IF ClearedStatus NOT = "00" AND ClearedStatus NOT = "05"
           MOVE "Y" TO ClrEOF
       END-IF.
       PERFORM LoadOneClearedItem UNTIL ClrEOF = "Y".
       CLOSE ClearedFile.

LoadOneClearedItem.
       READ ClearedFile
           AT END MOVE "Y" TO ClrEOF
           NOT AT END
               IF ClrRecStmtDate NOT = StmtDate
                   IF ClrCount < ClrMax
                       ADD 1 TO ClrCount
                       MOVE ClrRecKind TO ClrKind(ClrCount)
                       MOVE ClrRecKey TO ClrKey(ClrCount)
                       MOVE ClrRecAmount TO ClrAmount(ClrCount)
                       MOVE ClrRecStmtDate TO ClrStmtDate(ClrCount)
                   ELSE
                       MOVE "Y" TO TableFull
                       MOVE "Y" TO ClrEOF
                   END-IF
               END-IF
       END-READ.

*> The day's deposit is what cashday's deposit slip carries: cash
*> and cheque receipts. Card money settles on its own.
LoadBookDeposits.
       MOVE "N" TO PayEOF.
       OPEN INPUT PayJournal.
       IF PayFileStatus NOT = "00" AND PayFileStatus NOT = "05"
           MOVE "Y" TO PayEOF
       END-IF.
       PERFORM LoadOneReceipt UNTIL PayEOF = "Y".
       CLOSE PayJournal.
       PERFORM MarkDepositCleared
           VARYING DepSub FROM 1 BY 1 UNTIL DepSub > DepCount.

LoadOneReceipt.
       READ PayJournal
           AT END MOVE "Y" TO PayEOF
           NOT AT END
               IF PayDate NUMERIC AND PayDate <= StmtDate
                   AND (PayMethod = "CASH" OR PayMethod = "CHEQ")
                   PERFORM AddToDepositDay
               END-IF
       END-READ.

AddToDepositDay.
       MOVE "N" TO DepFound.
       PERFORM MatchDepositDay
           VARYING DepSub FROM 1 BY 1
           UNTIL DepSub > DepCount OR DepFound = "Y".
       IF DepFound = "Y"
           SUBTRACT 1 FROM DepSub
           ADD PayAmount TO DepAmount(DepSub)
       ELSE
           IF DepCount < DepMax
               ADD 1 TO DepCount
               MOVE PayDate TO DepDate(DepCount)
               MOVE PayAmount TO DepAmount(DepCount)
               MOVE SPACE TO DepState(DepCount)
           ELSE
               MOVE "Y" TO TableFull
               DISPLAY "More than " DepMax " deposit days - "
                   PayDate " not reconciled."
           END-IF
       END-IF.

MatchDepositDay.
       IF DepDate(DepSub) = PayDate
           MOVE "Y" TO DepFound
       END-IF.

MarkDepositCleared.
       MOVE "N" TO ClrFound.
       PERFORM MatchClearedDeposit
           VARYING ClrSub FROM 1 BY 1
           UNTIL ClrSub > ClrCount OR ClrFound = "Y".
       IF ClrFound = "Y"
           MOVE "P" TO DepState(DepSub)
       END-IF.

MatchClearedDeposit.
       IF ClrKind(ClrSub) = "D" AND ClrKey(ClrSub) = DepDate(DepSub)
           MOVE "Y" TO ClrFound
       END-IF.

*> Cheque payments off appay.txt, totalled by cheque number. A
*> cheque payment with no number recorded can't be matched and is
*> only counted.
LoadBookCheques.
       MOVE "N" TO PayEOF.
       OPEN INPUT APPayJournal.
       IF APPayStatus NOT = "00" AND APPayStatus NOT = "05"
           MOVE "Y" TO PayEOF
       END-IF.
       PERFORM LoadOneSupplierPayment UNTIL PayEOF = "Y".
       CLOSE APPayJournal.
       PERFORM MarkChequeCleared
           VARYING ChqSub FROM 1 BY 1 UNTIL ChqSub > ChqCount.

LoadOneSupplierPayment.
       READ APPayJournal
           AT END MOVE "Y" TO PayEOF
           NOT AT END
               IF APPayMethod = "CHEQ" AND APPayDate <= StmtDate
                   IF APPayChequeNo NUMERIC AND APPayChequeNo > 0
                       PERFORM AddToChequeTable
                   ELSE
                       ADD 1 TO UnnumberedCount
                   END-IF
               END-IF
       END-READ.

AddToChequeTable.
       MOVE APPayChequeNo TO WantedChequeNo.
       MOVE "N" TO ChqFound.
       PERFORM MatchChequeNumber
           VARYING ChqSub FROM 1 BY 1
           UNTIL ChqSub > ChqCount OR ChqFound = "Y".
       IF ChqFound = "Y"
           SUBTRACT 1 FROM ChqSub
           ADD APPayAmount TO ChqAmount(ChqSub)
       ELSE
           IF ChqCount < ChqMax
               ADD 1 TO ChqCount
               MOVE APPayChequeNo TO ChqNo(ChqCount)
               MOVE APPayDate TO ChqDate(ChqCount)
               MOVE APPaySupp TO ChqSupp(ChqCount)
               MOVE APPayAmount TO ChqAmount(ChqCount)
               MOVE SPACE TO ChqState(ChqCount)
           ELSE
               MOVE "Y" TO TableFull
               DISPLAY "More than " ChqMax " cheques - cheque "
                   APPayChequeNo " not reconciled."
           END-IF
       END-IF.

MatchChequeNumber.
       IF ChqNo(ChqSub) = WantedChequeNo
           MOVE "Y" TO ChqFound
       END-IF.

MarkChequeCleared.
       MOVE "N" TO ClrFound.
       PERFORM MatchClearedCheque
           VARYING ClrSub FROM 1 BY 1
           UNTIL ClrSub > ClrCount OR ClrFound = "Y".
       IF ClrFound = "Y"
           MOVE "P" TO ChqState(ChqSub)
       END-IF.

MatchClearedCheque.
       IF ClrKind(ClrSub) = "C" AND ClrKey(ClrSub) = ChqNo(ChqSub)
           MOVE "Y" TO ClrFound
       END-IF.

*> One statement line: a deposit takes the oldest outstanding
*> deposit day of the same amount on or before the bank's date, a
*> cleared cheque must be one we issued, not yet cleared, for the
*> amount the books paid. Everything else is for the operator.
MatchOneStatementItem.
       IF BankCtlRecord(1:3) NOT = "HDR"
               AND BankCtlRecord(1:3) NOT = "TRL"
           ADD 1 TO StmtItemCount
           MOVE SPACES TO UnxReason
           EVALUATE TRUE
               WHEN BsDeposit
                   PERFORM MatchBankDeposit
               WHEN BsClearedCheque
                   PERFORM MatchBankCheque
               WHEN BsBankFee
                   MOVE "BANK CHARGE" TO UnxReason
               WHEN BsReturnedItem
                   MOVE "RETURNED ITEM" TO UnxReason
               WHEN BsInterest
                   MOVE "INTEREST/CREDIT" TO UnxReason
               WHEN OTHER
                   MOVE "UNKNOWN ITEM TYPE" TO UnxReason
           END-EVALUATE
           IF UnxReason = SPACES
               ADD 1 TO MatchedCount
           ELSE
               PERFORM PrintUnexplainedItem
           END-IF
       END-IF.
       READ BankStmtFile
           AT END MOVE "Y" TO StmtEOF
       END-READ.

MatchBankDeposit.
       MOVE "N" TO DepFound.
       PERFORM FindTransitDeposit
           VARYING DepSub FROM 1 BY 1
           UNTIL DepSub > DepCount OR DepFound = "Y".
       IF DepFound = "Y"
           SUBTRACT 1 FROM DepSub
           MOVE "M" TO DepState(DepSub)
       ELSE
           MOVE "DEPOSIT NOT IN BOOKS" TO UnxReason
       END-IF.

FindTransitDeposit.
       IF DepState(DepSub) = SPACE AND DepAmount(DepSub) = BsAmount
               AND DepDate(DepSub) <= BsDate
           MOVE "Y" TO DepFound
       END-IF.

MatchBankCheque.
       MOVE "N" TO ChqFound.
       IF BsChequeNo NUMERIC
           MOVE BsChequeNo TO WantedChequeNo
           PERFORM MatchChequeNumber
               VARYING ChqSub FROM 1 BY 1
               UNTIL ChqSub > ChqCount OR ChqFound = "Y"
       END-IF.
       IF ChqFound = "N"
           MOVE "CHEQUE NOT ISSUED" TO UnxReason
       ELSE
           SUBTRACT 1 FROM ChqSub
           EVALUATE TRUE
               WHEN ChqState(ChqSub) NOT = SPACE
                   MOVE "ALREADY CLEARED" TO UnxReason
               WHEN ChqAmount(ChqSub) NOT = BsAmount
                   MOVE "AMOUNT DIFFERS" TO UnxReason
               WHEN OTHER
                   MOVE "M" TO ChqState(ChqSub)
           END-EVALUATE
       END-IF.

PrintUnexplainedItem.
       ADD 1 TO UnexplainedCount.
       IF BsDeposit OR BsInterest
           ADD BsAmount TO UnxCredits
       ELSE
           ADD BsAmount TO UnxDebits
       END-IF.
       MOVE BsDate TO PrnBsDate.
       MOVE BsType TO PrnBsType.
       IF BsChequeNo NUMERIC
           MOVE BsChequeNo TO PrnBsCheque
       ELSE
           MOVE 0 TO PrnBsCheque
       END-IF.
       MOVE BsBankRef TO PrnBsRef.
       MOVE BsAmount TO PrnBsAmount.
       MOVE UnxReason TO PrnUnxReason.
       WRITE PrintLine FROM UnxDetailLine AFTER ADVANCING 1 LINE.

ListOutstandingCheque.
       IF ChqState(ChqSub) = SPACE
           ADD 1 TO OutChqCount
           ADD ChqAmount(ChqSub) TO OutChqTotal
           MOVE ChqNo(ChqSub) TO PrnChqNo
           MOVE ChqDate(ChqSub) TO PrnChqDate
           MOVE ChqSupp(ChqSub) TO PrnChqSupp
           MOVE ChqAmount(ChqSub) TO PrnChqAmount
           WRITE PrintLine FROM OutChqDetailLine AFTER ADVANCING 1 LINE
       END-IF.

ListDepositInTransit.
       IF DepState(DepSub) = SPACE
           ADD 1 TO TransitCount
           ADD DepAmount(DepSub) TO TransitTotal
           MOVE DepDate(DepSub) TO PrnDepDate
           MOVE DepAmount(DepSub) TO PrnDepAmount
           WRITE PrintLine FROM TransitDetailLine AFTER ADVANCING 1 LINE
       END-IF.

*> The statement balance carried to what the bank will show once
*> everything in the books has reached it; the unexplained items
*> are what the books still need to take up or chase.
PrintSummary.
       MOVE StmtItemCount TO PrnItemCount.
       MOVE MatchedCount TO PrnMatchedCount.
       WRITE PrintLine FROM RunEchoLine AFTER ADVANCING 2 LINES.
       MOVE "Statement closing balance   :" TO PrnSummaryName.
       MOVE StmtBalance TO PrnSummaryAmount.
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE.
       MOVE "Add deposits in transit     :" TO PrnSummaryName.
       MOVE TransitTotal TO PrnSummaryAmount.
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE.
       MOVE "Less outstanding cheques    :" TO PrnSummaryName.
       MOVE OutChqTotal TO PrnSummaryAmount.
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE.
       COMPUTE AdjustedBalance = StmtBalance + TransitTotal
           - OutChqTotal.
       MOVE "Adjusted bank balance       :" TO PrnSummaryName.
       MOVE AdjustedBalance TO PrnSummaryAmount.
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE.
       MOVE "Unexplained credits         :" TO PrnSummaryName.
       MOVE UnxCredits TO PrnSummaryAmount.
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES.
       MOVE "Unexplained debits          :" TO PrnSummaryName.
       MOVE UnxDebits TO PrnSummaryAmount.
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE.
       IF UnnumberedCount > 0
           MOVE UnnumberedCount TO PrnUnnumbered
           WRITE PrintLine FROM UnnumberedLine AFTER ADVANCING 2 LINES
       END-IF.

*> bankclr.txt is rewritten whole: what earlier statements cleared,
*> then everything this one matched.
SaveClearedItems.
       OPEN OUTPUT ClearedFile.
       PERFORM SaveOldClearedItem
           VARYING ClrSub FROM 1 BY 1 UNTIL ClrSub > ClrCount.
       PERFORM SaveMatchedDeposit
           VARYING DepSub FROM 1 BY 1 UNTIL DepSub > DepCount.
       PERFORM SaveMatchedCheque
           VARYING ChqSub FROM 1 BY 1 UNTIL ChqSub > ChqCount.
       CLOSE ClearedFile.

SaveOldClearedItem.
       MOVE SPACES TO ClearedRecord.
       MOVE ClrKind(ClrSub) TO ClrRecKind.
       MOVE ClrKey(ClrSub) TO ClrRecKey.
       MOVE ClrAmount(ClrSub) TO ClrRecAmount.
       MOVE ClrStmtDate(ClrSub) TO ClrRecStmtDate.
       WRITE ClearedRecord.

SaveMatchedDeposit.
       IF DepState(DepSub) = "M"
           MOVE SPACES TO ClearedRecord
           MOVE "D" TO ClrRecKind
           MOVE DepDate(DepSub) TO ClrRecKey
           MOVE DepAmount(DepSub) TO ClrRecAmount
           MOVE StmtDate TO ClrRecStmtDate
           WRITE ClearedRecord
       END-IF.

SaveMatchedCheque.
       IF ChqState(ChqSub) = "M"
           MOVE SPACES TO ClearedRecord
           MOVE "C" TO ClrRecKind
           MOVE ChqNo(ChqSub) TO ClrRecKey
           MOVE ChqAmount(ChqSub) TO ClrRecAmount
           MOVE StmtDate TO ClrRecStmtDate
           WRITE ClearedRecord
       END-IF.
