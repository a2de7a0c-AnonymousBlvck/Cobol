       >>SOURCE FORMAT FREE
*> Receivables subledger proof: open items against customer
*> balances. custpay applies receipts to openitem.txt, but a receipt
*> can stay on account, and adjustments, finance charges, recurring
*> charges and counter purchases post to CustBalance without ever
*> making an open item - so for many customers what openitem.txt
*> says is owed no longer explains CustBalance less CustCreditBal,
*> and nothing said which. This run lists, customer by customer,
*> the outstanding on open items (amount less paid on every item not
*> yet paid in full, disputed ones included since they stay on the
*> balance) beside the true position on customer.txt and the
*> difference between them; a customer with open items but no
*> customer.txt record shows the whole outstanding as difference.
*> For every customer that does not prove, the custtran.txt events
*> since the last proof are then listed in date order with their
*> net - the on-account receipts, charges, adjustments and
*> write-offs that account for the gap. Invoices are left off that
*> list: each brings its own open item with it. The foot carries the
*> totals for the month-end receivables schedule - debit balances,
*> credit balances, net receivables, open items outstanding and the
*> unexplained difference. The run date is kept on arproof.ctl as
*> the next run's "since"; a first run lists every event. The
*> report is a dated ARProof document off RPTFILE; a customer that
*> does not prove exits RC-WARNING.
IDENTIFICATION DIVISION.
PROGRAM-ID. arproof.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OiInvoiceNo
           FILE STATUS IS OpenItemStatus.

       SELECT OPTIONAL TranFile ASSIGN TO "custtran.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TranFileStatus.

       SELECT OPTIONAL ProofCtlFile ASSIGN TO "arproof.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProofCtlStatus.

       SELECT ItemSortFile ASSIGN TO "arpwk1.tmp".

       SELECT EventSortFile ASSIGN TO "arpwk2.tmp".

       SELECT ProofReport ASSIGN TO DYNAMIC ProofRptName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY "custrec.cpy".

FD OpenItemFile.
       COPY "openitem.cpy".

FD TranFile.
       COPY "trnrec.cpy".

FD ProofCtlFile.
       01 ProofCtlRecord.
              02 CtlLastProof PIC 9(8).

SD ItemSortFile.
       01 ItemSortRecord.
              02 ItsCustID PIC 9(6).
              02 ItsOutstanding PIC S9(7)V99.

SD EventSortFile.
       01 EventSortRecord.
              02 EvsCustID PIC 9(6).
              02 EvsDate PIC 9(8).
              02 EvsTime PIC X(6).
              02 EvsType PIC X(5).
              02 EvsAmount PIC S9(7)V99.

FD ProofReport.
       01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
01 OpenItemStatus PIC XX.
01 TranFileStatus PIC XX.
01 ProofCtlStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ItemEOF PIC X.
01 TranEOF PIC X.
01 SortEOF PIC X.
01 CustEOF PIC X.
01 RunDate PIC 9(8).
01 LastProofDate PIC 9(8) VALUE ZERO.
*> The merge runs customer.txt and the sorted open items side by
*> side in ID order; a finished side's key goes to all nines.
01 CustKey PIC 9(7).
01 ItemKey PIC 9(7).
01 MatchKey PIC 9(7).
01 HighKey PIC 9(7) VALUE 9999999.
01 CustOutstanding PIC S9(9)V99.
01 CustPosition PIC S9(9)V99.
01 CustDifference PIC S9(9)V99.
01 OnCustomerFile PIC X.
*> Customers that do not prove, in ID order, for the event pass.
01 DiffMax PIC 9(4) VALUE 2000.
01 DiffCount PIC 9(4) VALUE ZERO.
01 DiffOverflow PIC 9(5) VALUE ZERO.
01 FailCount PIC 9(6) VALUE ZERO.
01 DiffTable.
       02 DiffEntry OCCURS 1 TO 2000 TIMES DEPENDING ON DiffCount
              ASCENDING KEY IS DiffCustID
              INDEXED BY DiffIdx.
              03 DiffCustID PIC 9(6).
              03 DiffAmount PIC S9(9)V99.
01 EventCustID PIC 9(6).
01 EventNet PIC S9(9)V99.
01 EventCount PIC 9(7) VALUE ZERO.
*> Schedule totals.
01 CustCount PIC 9(7) VALUE ZERO.
01 DebitTotal PIC S9(11)V99 VALUE ZERO.
01 CreditTotal PIC S9(11)V99 VALUE ZERO.
01 NetTotal PIC S9(11)V99 VALUE ZERO.
01 OutstandingTotal PIC S9(11)V99 VALUE ZERO.
01 DifferenceTotal PIC S9(11)V99 VALUE ZERO.
01 NamePtr PIC 99.
*> Dated report file off RPTFILE.
01 ProofRptName PIC X(30).
01 ProofRptBase PIC X(12) VALUE "ARProof".
01 ProofRptSuffix PIC X(4) VALUE ".rpt".
01 ProofRptMode PIC X VALUE "N".
01 PageHeading.
       02 FILLER PIC X(36) VALUE "Receivables Subledger Proof         ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 SinceLine.
       02 FILLER PIC X(28) VALUE "Events since last proof of ".
       02 PrnSinceDate PIC 9999/99/99.
01 ProofHeading PIC X(60) VALUE "CUSTOMER POSITION AGAINST OPEN ITEMS".
01 ProofHeads PIC X(100) VALUE
       "IdNum  Name                     Open items      Balance  Credit bal      Position    Difference".
01 ProofLine.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCustName PIC X(22).
       02 PrnOutstanding PIC ZZ,ZZZ,ZZ9.99-.
       02 PrnBalance PIC Z,ZZZ,ZZ9.99.
       02 PrnCreditBal PIC Z,ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnPosition PIC ZZ,ZZZ,ZZ9.99-.
       02 PrnDifference PIC ZZ,ZZZ,ZZ9.99-.
       02 FILLER PIC X VALUE SPACE.
       02 PrnFlag PIC X(3).
01 EventHeading PIC X(60) VALUE
       "EVENTS SINCE THE LAST PROOF - CUSTOMERS THAT DO NOT PROVE".
01 EventCustLine.
       02 FILLER PIC X(10) VALUE "Customer ".
       02 PrnEvCustID PIC 9(6).
       02 FILLER PIC X(16) VALUE "   difference ".
       02 PrnEvDifference PIC ZZ,ZZZ,ZZ9.99-.
01 EventLine.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnEvDate PIC 9999/99/99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnEvType PIC X(10).
       02 PrnEvAmount PIC ZZ,ZZZ,ZZ9.99-.
01 EventNetLine.
       02 FILLER PIC X(26) VALUE "    Net of these events   ".
       02 PrnEvNet PIC ZZ,ZZZ,ZZ9.99-.
01 NoEventsLine PIC X(60) VALUE
       "    No events since the last proof - an older difference.".
01 ScheduleHeading PIC X(60) VALUE "MONTH-END RECEIVABLES SCHEDULE".
01 ScheduleLine.
       02 PrnSchedLabel PIC X(36).
       02 PrnSchedAmount PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
01 CountLine.
       02 PrnCountLabel PIC X(36).
       02 PrnCountValue PIC Z(14)9.
01 AllProveLine PIC X(60) VALUE
       "Every customer proves - no events to list.".
01 OverflowLine PIC X(80) VALUE
       "More customers fail than the event list holds - see the proof lines.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.

       OPEN INPUT CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN INPUT ProofCtlFile.
       IF ProofCtlStatus = "00"
           READ ProofCtlFile
               AT END MOVE 0 TO CtlLastProof
           END-READ
           IF CtlLastProof NUMERIC
               MOVE CtlLastProof TO LastProofDate
           END-IF
       END-IF.
       CLOSE ProofCtlFile.

       CALL "RPTFILE" USING ProofRptBase, ProofRptSuffix, ProofRptMode,
           ProofRptName.
       OPEN OUTPUT ProofReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       MOVE LastProofDate TO PrnSinceDate.
       WRITE PrintLine FROM SinceLine AFTER ADVANCING 1 LINE.
       WRITE PrintLine FROM ProofHeading AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM ProofHeads AFTER ADVANCING 1 LINE.

       SORT ItemSortFile
           ON ASCENDING KEY ItsCustID
           INPUT PROCEDURE IS ReleaseOpenItems
           OUTPUT PROCEDURE IS ProveCustomers.
       CLOSE CustomerFile.

       WRITE PrintLine FROM EventHeading AFTER ADVANCING 3 LINES.
       IF DiffCount = 0
           WRITE PrintLine FROM AllProveLine AFTER ADVANCING 2 LINES
       ELSE
           SORT EventSortFile
               ON ASCENDING KEY EvsCustID, EvsDate, EvsTime
               INPUT PROCEDURE IS ReleaseEvents
               OUTPUT PROCEDURE IS PrintEvents
           IF DiffOverflow > 0
               WRITE PrintLine FROM OverflowLine AFTER ADVANCING 2 LINES
           END-IF
       END-IF.

       PERFORM PrintSchedule.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE ProofReport.

       OPEN OUTPUT ProofCtlFile.
       MOVE RunDate TO CtlLastProof.
       WRITE ProofCtlRecord.
       CLOSE ProofCtlFile.

       COMPUTE FailCount = DiffCount + DiffOverflow.
       DISPLAY "Receivables proof : " FailCount
           " customers do not prove - see " ProofRptName.
       IF FailCount > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

*> What each item not yet paid in full still owes, by customer.
ReleaseOpenItems.
       MOVE "N" TO ItemEOF.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus NOT = "00" AND OpenItemStatus NOT = "05"
           MOVE "Y" TO ItemEOF
       END-IF.
       PERFORM ReleaseOneItem UNTIL ItemEOF = "Y".
       CLOSE OpenItemFile.

ReleaseOneItem.
       READ OpenItemFile NEXT RECORD
           AT END MOVE "Y" TO ItemEOF
       END-READ.
       IF ItemEOF = "N" AND NOT OiPaidFull
           MOVE OiCustID TO ItsCustID
           COMPUTE ItsOutstanding = OiAmount - OiPaidAmt
           RELEASE ItemSortRecord
       END-IF.

ProveCustomers.
       MOVE "N" TO SortEOF.
       MOVE "N" TO CustEOF.
       PERFORM ReturnNextItem.
       PERFORM ReadNextCustomer.
       PERFORM ProveOneKey
           UNTIL CustKey = HighKey AND ItemKey = HighKey.

ReturnNextItem.
       RETURN ItemSortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.
       IF SortEOF = "Y"
           MOVE HighKey TO ItemKey
       ELSE
           MOVE ItsCustID TO ItemKey
       END-IF.

ReadNextCustomer.
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO CustEOF
       END-READ.
       IF CustEOF = "Y"
           MOVE HighKey TO CustKey
       ELSE
           MOVE CustID TO CustKey
       END-IF.

*> The lower of the two keys is the customer being proved; its
*> open items are summed and its record, if it has one, supplies
*> the position.
ProveOneKey.
       IF CustKey < ItemKey
           MOVE CustKey TO MatchKey
       ELSE
           MOVE ItemKey TO MatchKey
       END-IF.
       MOVE 0 TO CustOutstanding CustPosition.
       PERFORM AddOneItem UNTIL ItemKey NOT = MatchKey.
       IF CustKey = MatchKey
           MOVE "Y" TO OnCustomerFile
           COMPUTE CustPosition = CustBalance - CustCreditBal
       ELSE
           MOVE "N" TO OnCustomerFile
       END-IF.
       IF CustOutstanding NOT = 0 OR CustPosition NOT = 0
               OR (OnCustomerFile = "Y" AND CustCreditBal NOT = 0)
           PERFORM PrintProofLine
       END-IF.
       IF CustKey = MatchKey
           PERFORM ReadNextCustomer
       END-IF.

AddOneItem.
       ADD ItsOutstanding TO CustOutstanding.
       PERFORM ReturnNextItem.

PrintProofLine.
       ADD 1 TO CustCount.
       COMPUTE CustDifference = CustPosition - CustOutstanding.
       ADD CustOutstanding TO OutstandingTotal.
       ADD CustDifference TO DifferenceTotal.
       MOVE MatchKey TO PrnCustID.
       MOVE SPACES TO PrnCustName.
       IF OnCustomerFile = "Y"
           ADD CustBalance TO DebitTotal
           ADD CustCreditBal TO CreditTotal
           ADD CustPosition TO NetTotal
           MOVE 1 TO NamePtr
           STRING CustFName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CustLName DELIMITED BY SPACE
                  INTO PrnCustName
                  WITH POINTER NamePtr
           END-STRING
           MOVE CustBalance TO PrnBalance
           MOVE CustCreditBal TO PrnCreditBal
       ELSE
           MOVE "(not on customer.txt)" TO PrnCustName
           MOVE 0 TO PrnBalance PrnCreditBal
       END-IF.
       MOVE CustOutstanding TO PrnOutstanding.
       MOVE CustPosition TO PrnPosition.
       MOVE CustDifference TO PrnDifference.
       MOVE SPACES TO PrnFlag.
       IF CustDifference NOT = 0
           MOVE "***" TO PrnFlag
           IF DiffCount < DiffMax
               ADD 1 TO DiffCount
               MOVE MatchKey TO DiffCustID(DiffCount)
               MOVE CustDifference TO DiffAmount(DiffCount)
           ELSE
               ADD 1 TO DiffOverflow
           END-IF
       END-IF.
       WRITE PrintLine FROM ProofLine AFTER ADVANCING 1 LINE.

*> Every custtran.txt event after the last proof for a customer on
*> the difference list, invoices aside.
ReleaseEvents.
       MOVE "N" TO TranEOF.
       OPEN INPUT TranFile.
       IF TranFileStatus NOT = "00" AND TranFileStatus NOT = "05"
           MOVE "Y" TO TranEOF
       END-IF.
       PERFORM ReleaseOneEvent UNTIL TranEOF = "Y".
       CLOSE TranFile.

ReleaseOneEvent.
       READ TranFile
           AT END MOVE "Y" TO TranEOF
       END-READ.
       IF TranEOF = "N" AND TranDate > LastProofDate
               AND NOT TranInvoice
           SEARCH ALL DiffEntry
               AT END CONTINUE
               WHEN DiffCustID(DiffIdx) = TranCustID
                   MOVE TranCustID TO EvsCustID
                   MOVE TranDate TO EvsDate
                   MOVE TranTime TO EvsTime
                   MOVE TranType TO EvsType
                   MOVE TranAmount TO EvsAmount
                   RELEASE EventSortRecord
           END-SEARCH
       END-IF.

*> Grouped by customer; a customer on the list with no events since
*> the last proof carries a difference older than that proof.
PrintEvents.
       MOVE "N" TO SortEOF.
       RETURN EventSortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.
       PERFORM PrintCustomerEvents
           VARYING DiffIdx FROM 1 BY 1 UNTIL DiffIdx > DiffCount.

PrintCustomerEvents.
       MOVE DiffCustID(DiffIdx) TO EventCustID PrnEvCustID.
       MOVE DiffAmount(DiffIdx) TO PrnEvDifference.
       WRITE PrintLine FROM EventCustLine AFTER ADVANCING 2 LINES.
       MOVE 0 TO EventNet EventCount.
       PERFORM PrintOneEvent
           UNTIL SortEOF = "Y" OR EvsCustID NOT = EventCustID.
       IF EventCount = 0
           WRITE PrintLine FROM NoEventsLine AFTER ADVANCING 1 LINE
       ELSE
           MOVE EventNet TO PrnEvNet
           WRITE PrintLine FROM EventNetLine AFTER ADVANCING 1 LINE
       END-IF.

PrintOneEvent.
       ADD 1 TO EventCount.
       ADD EvsAmount TO EventNet.
       MOVE EvsDate TO PrnEvDate.
       EVALUATE EvsType
           WHEN "PURCH" MOVE "Purchase " TO PrnEvType
           WHEN "PAYMT" MOVE "Payment  " TO PrnEvType
           WHEN "PYREV" MOVE "Pay Rev  " TO PrnEvType
           WHEN "CREDT" MOVE "Credit   " TO PrnEvType
           WHEN "FINCH" MOVE "Fin Chg  " TO PrnEvType
           WHEN "ADJST" MOVE "Adjust   " TO PrnEvType
           WHEN "WROFF" MOVE "WriteOff " TO PrnEvType
           WHEN "DISCT" MOVE "Discount " TO PrnEvType
           WHEN "FXADJ" MOVE "Exch G/L " TO PrnEvType
           WHEN OTHER MOVE EvsType TO PrnEvType
       END-EVALUATE.
       MOVE EvsAmount TO PrnEvAmount.
       WRITE PrintLine FROM EventLine AFTER ADVANCING 1 LINE.
       RETURN EventSortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.

PrintSchedule.
       WRITE PrintLine FROM ScheduleHeading AFTER ADVANCING 3 LINES.
       MOVE "Customer debit balances" TO PrnSchedLabel.
       MOVE DebitTotal TO PrnSchedAmount.
       WRITE PrintLine FROM ScheduleLine AFTER ADVANCING 2 LINES.
       MOVE "Less customer credit balances" TO PrnSchedLabel.
       MOVE CreditTotal TO PrnSchedAmount.
       WRITE PrintLine FROM ScheduleLine AFTER ADVANCING 1 LINE.
       MOVE "Net receivables per customer.txt" TO PrnSchedLabel.
       MOVE NetTotal TO PrnSchedAmount.
       WRITE PrintLine FROM ScheduleLine AFTER ADVANCING 1 LINE.
       MOVE "Open items outstanding" TO PrnSchedLabel.
       MOVE OutstandingTotal TO PrnSchedAmount.
       WRITE PrintLine FROM ScheduleLine AFTER ADVANCING 2 LINES.
       MOVE "Unexplained difference" TO PrnSchedLabel.
       MOVE DifferenceTotal TO PrnSchedAmount.
       WRITE PrintLine FROM ScheduleLine AFTER ADVANCING 1 LINE.
       MOVE "Customers listed" TO PrnCountLabel.
       MOVE CustCount TO PrnCountValue.
       WRITE PrintLine FROM CountLine AFTER ADVANCING 2 LINES.
       MOVE "Customers that do not prove" TO PrnCountLabel.
       COMPUTE FailCount = DiffCount + DiffOverflow.
       MOVE FailCount TO PrnCountValue.
       WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE.
