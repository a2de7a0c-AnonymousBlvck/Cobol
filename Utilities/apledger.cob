*> early-payment discounts stop being missed, and recording a
*> payment flips the invoice to paid and journals it to appay.txt
*> one line per event, the way payjrnl.txt records customer
*> receipts - a cheque payment with the number of the cheque it went
*> out on, so bankrec can match it when the bank clears it. Ledger
*> numbers are assigned highest-plus-one the way order numbers are.
*> An invoice keyed against a PO goes through a three-way match:
*> the operator keys what the invoice bills per PO line (quantity
*> and unit cost), and each line is checked against the cost agreed
*> on the PO and the quantity porecv actually received less what
*> earlier invoices already billed. Billing for units that never
*> arrived, billing above the agreed cost, or an invoice total over
*> its billed lines puts the invoice on hold, with the variances
*> printed to a dated APMatch document. A held invoice can't be paid
*> until a supervisor releases it.
*> Debit memos raised by rtvendor for goods sent back sit on the
*> same file; one with credit still to be taken prints on the
*> due-date report as a DR MEMO, totalled apart from what is owed,
*> and can't be paid.
*> An invoice dated inside a month mthclose has closed, or a payment
*> while today's month is closed, is refused (PERIODCHK) until a
*> supervisor reopens the period through perlock.
IDENTIFICATION DIVISION.
PROGRAM-ID. apledger.

           RECORD KEY IS PONumber
           FILE STATUS IS POFileStatus.

       SELECT OPTIONAL POLineFile ASSIGN TO "polines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POLineKey
           FILE STATUS IS POLineStatus.

       SELECT AuthFile ASSIGN TO "authusers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuthFileStatus.

       SELECT OPTIONAL MatchDocFile ASSIGN TO DYNAMIC MatchDocName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT APPayJournal ASSIGN TO "appay.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD APFile.
       COPY "aprec.cpy".

FD SupplierFile.
       COPY "supprec.cpy".
FD POFile.
       COPY "porec.cpy".

FD POLineFile.
       COPY "polrec.cpy".

FD AuthFile.
       COPY "authuser.cpy".

FD MatchDocFile.
       01 MatchDocLine PIC X(80).

FD APPayJournal.
       COPY "appayrec.cpy".

FD DueReport.
       01 PrintLine PIC X(90).
              02 SortInvRef PIC X(10).
              02 SortInvDate PIC 9(8).
              02 SortAmount PIC 9(7)V99.
              02 SortStatus PIC X(1).

WORKING-STORAGE SECTION.
01 APFileStatus PIC XX.
01 SuppFileStatus PIC XX.
01 POFileStatus PIC XX.
01 POLineStatus PIC XX.
01 AuthFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 Choice PIC 9.
01 EntryPONo PIC 9(6).
01 EntryInvRef PIC X(10).
01 EntryInvDate PIC 9(8).
01 PostingDate PIC 9(8).
01 PeriodOpen PIC X.
01 EntryAmount PIC 9(7)V99.
01 EntryAPID PIC X(6).
01 NextAPID PIC 9(6).
01 OpenCount PIC 9(5).
01 OpenTotal PIC 9(9)V99.
01 OverdueCount PIC 9(5).
01 MemoCount PIC 9(5).
01 MemoTotal PIC 9(9)V99.
01 MethodChoice PIC X.
01 PayMethodCode PIC X(4).
01 EntryChequeNo PIC 9(6).
01 DispAmount PIC $$$,$$9.99.
*> Three-way match work area: one slot per PO line the invoice
*> bills, kept until the ledger record is written so the lines'
*> billed counts move forward only for an invoice that is on file.
01 MatchHold PIC X.
01 LineEOF PIC X.
01 MatchCount PIC 9(3) VALUE ZERO.
01 MatchMax PIC 9(3) VALUE 99.
01 MatchSub PIC 9(3).
01 MatchTable.
       02 MatchEntry OCCURS 99 TIMES.
              03 MtLineSeq PIC 9(3).
              03 MtProdCode PIC X(5).
              03 MtSizeCode PIC X(2).
              03 MtQtyOrdered PIC 9(5).
              03 MtQtyReceived PIC 9(5).
              03 MtQtyPrevBilled PIC 9(5).
              03 MtQtyBilled PIC 9(5).
              03 MtPOCost PIC 9(5)V99.
              03 MtBilledCost PIC 9(5)V99.
              03 MtQtyOver PIC 9(5).
              03 MtCostOver PIC 9(5)V99.
              03 MtVariance PIC 9(7)V99.
01 EntryBillQty PIC 9(5).
01 EntryBillCost PIC 9(5)V99.
01 QtyAvailable PIC S9(6).
01 BilledLinesTotal PIC 9(9)V99.
01 TotalOverLines PIC 9(9)V99.
01 VarianceTotal PIC 9(9)V99.
01 DispCost PIC ZZ,ZZ9.99.
01 DispVariance PIC $$$,$$$,$$9.99.
*> Dated match-exception document off RPTFILE - one generation per
*> held invoice.
01 MatchDocName PIC X(30).
01 MatchDocBase PIC X(12) VALUE "APMatch".
01 MatchDocSuffix PIC X(4) VALUE ".rpt".
01 MatchDocMode PIC X VALUE "N".
01 MatchDetail.
       02 FILLER PIC X(2) VALUE SPACES.
       02 MdLineSeq PIC 9(3).
       02 FILLER PIC X VALUE SPACE.
       02 MdProdCode PIC X(5).
       02 FILLER PIC X VALUE "/".
       02 MdSizeCode PIC X(2).
       02 FILLER PIC X(5) VALUE " rcv ".
       02 MdReceived PIC ZZZZ9.
       02 FILLER PIC X(6) VALUE " prev ".
       02 MdPrevBilled PIC ZZZZ9.
       02 FILLER PIC X(6) VALUE " bill ".
       02 MdBilled PIC ZZZZ9.
       02 FILLER PIC X(4) VALUE " po ".
       02 MdPOCost PIC ZZ,ZZ9.99.
       02 FILLER PIC X(5) VALUE " inv ".
       02 MdBilledCost PIC ZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 MdFlag PIC X(9).
*> Supervisor release of a held invoice.
01 AuthOK PIC X.
01 AuthEOF PIC X.
01 EnteredOperID PIC X(6).
01 EnteredPIN PIC X(4).
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Payables Due-Date Report  ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnOpenTotal PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(12) VALUE "  overdue : ".
       02 PrnOverdueCount PIC ZZZZ9.
01 MemoTotalLine.
       02 FILLER PIC X(23) VALUE "Debit memos open     : ".
       02 PrnMemoCount PIC ZZZZ9.
       02 FILLER PIC X(12) VALUE "  credit : ".
       02 PrnMemoTotal PIC $$$,$$$,$$9.99.
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

       END-IF.
       OPEN INPUT SupplierFile.
       OPEN INPUT POFile.
       OPEN I-O POLineFile.

       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "1 : Enter Supplier Invoice "
            DISPLAY "2 : Due-Date Report "
            DISPLAY "3 : Record Payment "
            DISPLAY "4 : Release Held Invoice "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice
               WHEN 1 PERFORM EnterSupplierInvoice
               WHEN 2 PERFORM DueDateReport
               WHEN 3 PERFORM RecordSupplierPayment
               WHEN 4 PERFORM ReleaseHeldInvoice
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
       CLOSE APFile, SupplierFile, POFile, POLineFile.
       STOP RUN.

EnterSupplierInvoice.
               END-READ
               IF POExists = "N"
                   DISPLAY "PO " EntryPONo " isn't on file - invoice not entered."
               ELSE
               IF POSuppCode NOT = EntrySupp
                   DISPLAY "PO " EntryPONo " was placed with supplier "
                       POSuppCode " - invoice not entered."
               ELSE
                   IF POOpen
                       DISPLAY "PO " EntryPONo " is still open - check the delivery before paying."
                   END-IF
                   PERFORM AcceptInvoiceBody
               END-IF
               END-IF
           ELSE
               PERFORM AcceptInvoiceBody
           END-IF
       END-IF.

*> The invoice posts under the date on it, so that is the date held
*> against periodctl.txt - a supplier's invoice turning up after its
*> month was closed waits for the period to be reopened.
AcceptInvoiceBody.
       DISPLAY "Supplier's invoice reference : " WITH NO ADVANCING.
       ACCEPT EntryInvRef.
       DISPLAY "Invoice date (YYYYMMDD) : " WITH NO ADVANCING.
       ACCEPT EntryInvDate.
       CALL "PERIODCHK" USING EntryInvDate, PeriodOpen.
       IF PeriodOpen = "N"
           DISPLAY "Invoice not entered."
       ELSE
           PERFORM AcceptInvoiceAmount
       END-IF.

AcceptInvoiceAmount.
       DISPLAY "Invoice amount : " WITH NO ADVANCING.
       ACCEPT EntryAmount.
       IF EntryAmount = 0
           DISPLAY "Amount must be more than zero - invoice not entered."
       ELSE
           MOVE "N" TO MatchHold
           MOVE 0 TO MatchCount
           IF EntryPONo > 0
               PERFORM MatchInvoiceToPO
           END-IF
           PERFORM WorkTermsDays
           PERFORM WorkDueDate
           PERFORM AssignNextAPID
           MOVE EntryInvDate TO APInvDate
           MOVE DueDate TO APDueDate
           MOVE EntryAmount TO APAmount
           IF MatchHold = "Y"
               SET APHeld TO TRUE
           ELSE
               SET APOpen TO TRUE
           END-IF
           WRITE APRecord
               INVALID KEY DISPLAY "Ledger number taken - not written."
               NOT INVALID KEY
                   MOVE DueDate TO PrnDueDate
                   DISPLAY "Invoice " APID " entered - due " PrnDueDate "."
                   IF MatchCount > 0
                       PERFORM PostBilledQuantities
                           VARYING MatchSub FROM 1 BY 1
                           UNTIL MatchSub > MatchCount
                   END-IF
                   IF MatchHold = "Y"
                       PERFORM WriteMatchDocument
                       DISPLAY "Invoice " APID " is ON HOLD - it failed"
                           " the three-way match; variances in "
                           MatchDocName
                   END-IF
           END-WRITE
       END-IF.

*> The invoice's lines are keyed against the PO's own lines: for
*> each, the quantity this invoice bills and the unit cost it
*> bills at (zero takes the PO cost). What the line can still be
*> billed for is what porecv received less what earlier invoices
*> already billed; anything past that, any cost above the one
*> agreed on the PO, or an invoice total above its billed lines,
*> holds the invoice.
MatchInvoiceToPO.
       MOVE 0 TO BilledLinesTotal.
       MOVE 0 TO VarianceTotal.
       MOVE 0 TO TotalOverLines.
       DISPLAY "Match the invoice to PO " EntryPONo " line by line.".
       MOVE "N" TO LineEOF.
       MOVE EntryPONo TO PolPONumber.
       MOVE 0 TO PolLineSeq.
       START POLineFile KEY IS GREATER THAN OR EQUAL TO POLineKey
           INVALID KEY MOVE "Y" TO LineEOF
       END-START.
       PERFORM MatchNextPOLine UNTIL LineEOF = "Y".

       IF EntryAmount > BilledLinesTotal
           COMPUTE TotalOverLines = EntryAmount - BilledLinesTotal
           ADD TotalOverLines TO VarianceTotal
           MOVE "Y" TO MatchHold
           MOVE TotalOverLines TO DispVariance
           DISPLAY "Invoice total is over its billed lines by "
               DispVariance "."
       END-IF.
       IF MatchHold = "Y"
           MOVE VarianceTotal TO DispVariance
           DISPLAY "Three-way match failed - variance " DispVariance
               " - the invoice will be held."
       ELSE
           DISPLAY "Invoice matches the PO and the receipts."
       END-IF.

MatchNextPOLine.
       READ POLineFile NEXT RECORD
           AT END MOVE "Y" TO LineEOF
       END-READ.
       IF LineEOF = "N"
           IF PolPONumber NOT = EntryPONo
               MOVE "Y" TO LineEOF
           ELSE
               PERFORM MatchOnePOLine
           END-IF
       END-IF.

MatchOnePOLine.
       IF PolUnitCost NOT NUMERIC
           MOVE 0 TO PolUnitCost
       END-IF.
       IF PolQtyBilled NOT NUMERIC
           MOVE 0 TO PolQtyBilled
       END-IF.
       MOVE PolUnitCost TO DispCost.
       DISPLAY "Line " PolLineSeq " : " PolProdCode " size " PolSizeCode
           " - ordered " PolQtyOrdered ", received " PolQtyReceived
           ", billed before " PolQtyBilled ", cost " DispCost.
       DISPLAY "  Quantity this invoice bills (0 for none) : "
           WITH NO ADVANCING.
       ACCEPT EntryBillQty.
       IF EntryBillQty > 0
           DISPLAY "  Unit cost billed (zero for the PO cost) : "
               WITH NO ADVANCING
           ACCEPT EntryBillCost
           IF EntryBillCost = 0
               MOVE PolUnitCost TO EntryBillCost
           END-IF
           IF MatchCount < MatchMax
               ADD 1 TO MatchCount
               PERFORM LoadMatchSlot
           ELSE
               DISPLAY "  Too many billed lines to match - held."
               MOVE "Y" TO MatchHold
           END-IF
       END-IF.

LoadMatchSlot.
       MOVE PolLineSeq TO MtLineSeq(MatchCount).
       MOVE PolProdCode TO MtProdCode(MatchCount).
       MOVE PolSizeCode TO MtSizeCode(MatchCount).
       MOVE PolQtyOrdered TO MtQtyOrdered(MatchCount).
       MOVE PolQtyReceived TO MtQtyReceived(MatchCount).
       MOVE PolQtyBilled TO MtQtyPrevBilled(MatchCount).
       MOVE EntryBillQty TO MtQtyBilled(MatchCount).
       MOVE PolUnitCost TO MtPOCost(MatchCount).
       MOVE EntryBillCost TO MtBilledCost(MatchCount).
       COMPUTE BilledLinesTotal = BilledLinesTotal
           + (EntryBillQty * EntryBillCost).

       COMPUTE QtyAvailable = PolQtyReceived - PolQtyBilled.
       IF QtyAvailable < 0
           MOVE 0 TO QtyAvailable
       END-IF.
       MOVE 0 TO MtQtyOver(MatchCount).
       IF EntryBillQty > QtyAvailable
           COMPUTE MtQtyOver(MatchCount) = EntryBillQty - QtyAvailable
       END-IF.
       MOVE 0 TO MtCostOver(MatchCount).
       IF PolUnitCost > 0 AND EntryBillCost > PolUnitCost
           COMPUTE MtCostOver(MatchCount) = EntryBillCost - PolUnitCost
       END-IF.
       COMPUTE MtVariance(MatchCount) =
           (MtQtyOver(MatchCount) * EntryBillCost)
           + ((EntryBillQty - MtQtyOver(MatchCount))
               * MtCostOver(MatchCount)).
       IF MtVariance(MatchCount) > 0
           MOVE "Y" TO MatchHold
           ADD MtVariance(MatchCount) TO VarianceTotal
           MOVE MtVariance(MatchCount) TO DispVariance
           IF MtQtyOver(MatchCount) > 0
               DISPLAY "  Bills " MtQtyOver(MatchCount)
                   " more than received - variance " DispVariance
           ELSE
               DISPLAY "  Billed above the PO cost - variance "
                   DispVariance
           END-IF
       END-IF.

*> The supplier has billed these units whether or not the invoice
*> passed - the next invoice against the line is matched against
*> what is left.
PostBilledQuantities.
       MOVE EntryPONo TO PolPONumber.
       MOVE MtLineSeq(MatchSub) TO PolLineSeq.
       READ POLineFile
           INVALID KEY DISPLAY "PO line " PolLineSeq " vanished."
           NOT INVALID KEY
               IF PolQtyBilled NOT NUMERIC
                   MOVE 0 TO PolQtyBilled
               END-IF
               ADD MtQtyBilled(MatchSub) TO PolQtyBilled
               REWRITE POLineData
                   INVALID KEY DISPLAY "PO line not updated"
               END-REWRITE
       END-READ.

WriteMatchDocument.
       CALL "RPTFILE" USING MatchDocBase, MatchDocSuffix,
           MatchDocMode, MatchDocName.
       OPEN OUTPUT MatchDocFile.
       MOVE SPACES TO MatchDocLine.
       STRING "THREE-WAY MATCH HOLD - ledger " DELIMITED BY SIZE
              APID DELIMITED BY SIZE
              "  supplier " DELIMITED BY SIZE
              APSuppCode DELIMITED BY SIZE
              "  ref " DELIMITED BY SIZE
              APInvRef DELIMITED BY SIZE
              "  PO " DELIMITED BY SIZE
              APPONumber DELIMITED BY SIZE
              INTO MatchDocLine
       END-STRING.
       WRITE MatchDocLine.
       MOVE SPACES TO MatchDocLine.
       WRITE MatchDocLine.
       PERFORM WriteOneMatchLine
           VARYING MatchSub FROM 1 BY 1 UNTIL MatchSub > MatchCount.
       MOVE SPACES TO MatchDocLine.
       WRITE MatchDocLine.
       MOVE SPACES TO MatchDocLine.
       MOVE EntryAmount TO DispVariance.
       STRING "Invoice total      " DELIMITED BY SIZE
              DispVariance DELIMITED BY SIZE
              INTO MatchDocLine
       END-STRING.
       WRITE MatchDocLine.
       MOVE SPACES TO MatchDocLine.
       MOVE BilledLinesTotal TO DispVariance.
       STRING "Billed lines       " DELIMITED BY SIZE
              DispVariance DELIMITED BY SIZE
              INTO MatchDocLine
       END-STRING.
       WRITE MatchDocLine.
       MOVE SPACES TO MatchDocLine.
       MOVE VarianceTotal TO DispVariance.
       STRING "Total variance     " DELIMITED BY SIZE
              DispVariance DELIMITED BY SIZE
              INTO MatchDocLine
       END-STRING.
       WRITE MatchDocLine.
       CLOSE MatchDocFile.

WriteOneMatchLine.
       MOVE MtLineSeq(MatchSub) TO MdLineSeq.
       MOVE MtProdCode(MatchSub) TO MdProdCode.
       MOVE MtSizeCode(MatchSub) TO MdSizeCode.
       MOVE MtQtyReceived(MatchSub) TO MdReceived.
       MOVE MtQtyPrevBilled(MatchSub) TO MdPrevBilled.
       MOVE MtQtyBilled(MatchSub) TO MdBilled.
       MOVE MtPOCost(MatchSub) TO MdPOCost.
       MOVE MtBilledCost(MatchSub) TO MdBilledCost.
       EVALUATE TRUE
           WHEN MtQtyOver(MatchSub) > 0
               MOVE "QTY OVER" TO MdFlag
           WHEN MtCostOver(MatchSub) > 0
               MOVE "COST OVER" TO MdFlag
           WHEN OTHER
               MOVE "ok" TO MdFlag
       END-EVALUATE.
       WRITE MatchDocLine FROM MatchDetail.
       IF MtVariance(MatchSub) > 0
           MOVE SPACES TO MatchDocLine
           MOVE MtVariance(MatchSub) TO DispVariance
           STRING "      variance " DELIMITED BY SIZE
                  DispVariance DELIMITED BY SIZE
                  INTO MatchDocLine
           END-STRING
           WRITE MatchDocLine
       END-IF.

*> The terms days are whatever digits the supplier's terms carry -
*> NET30 gives 30, NET10 gives 10 - with thirty days standing in
*> when the terms name no number at all.
       MOVE 0 TO OpenCount.
       MOVE 0 TO OpenTotal.
       MOVE 0 TO OverdueCount.
       MOVE 0 TO MemoCount.
       MOVE 0 TO MemoTotal.
       OPEN OUTPUT DueReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.
           MOVE OverdueCount TO PrnOverdueCount
           WRITE PrintLine FROM DueTotalLine AFTER ADVANCING 2 LINES
       END-IF.
       IF MemoCount > 0
           MOVE MemoCount TO PrnMemoCount
           MOVE MemoTotal TO PrnMemoTotal
           WRITE PrintLine FROM MemoTotalLine AFTER ADVANCING 1 LINE
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE DueReport.
       DISPLAY "Due-date report written to APDue.rpt. Open invoices : "
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF APOpen OR APHeld OR APDebitMemo
               MOVE APStatus TO SortStatus
               MOVE APDueDate TO SortDueDate
               MOVE APID TO SortAPID
               MOVE APSuppCode TO SortSuppCode
       PERFORM PrintOneDueLine UNTIL SortEOF.

PrintOneDueLine.
       IF SortStatus = "D"
           ADD 1 TO MemoCount
           ADD SortAmount TO MemoTotal
       ELSE
           ADD 1 TO OpenCount
           ADD SortAmount TO OpenTotal
       END-IF.

       MOVE "Y" TO SuppExists.
       MOVE SortSuppCode TO SuppCode.

       MOVE SortDueDate TO DueDate.
       COMPUTE DueDayNum = (DueYear * 360) + (DueMonth * 30) + DueDay.
       IF DueDayNum < RunDayNum AND SortStatus NOT = "D"
           MOVE "OVERDUE" TO PrnDueFlag
           ADD 1 TO OverdueCount
       ELSE
           MOVE SPACES TO PrnDueFlag
       END-IF.
       IF SortStatus = "H"
           MOVE "ON HOLD" TO PrnDueFlag
       END-IF.
       IF SortStatus = "D"
           MOVE "DR MEMO" TO PrnDueFlag
       END-IF.
       WRITE PrintLine FROM DueDetailLine AFTER ADVANCING 1 LINE.

       RETURN SortFile
       END-RETURN.

RecordSupplierPayment.
       ACCEPT PostingDate FROM DATE YYYYMMDD.
       CALL "PERIODCHK" USING PostingDate, PeriodOpen.
       IF PeriodOpen = "Y"
           PERFORM SelectInvoiceToPay
       END-IF.

SelectInvoiceToPay.
       MOVE "Y" TO APExists.
       DISPLAY " ".
       DISPLAY "Enter ledger number to pay : " WITH NO ADVANCING.
       IF APExists = "N"
           DISPLAY "Ledger number doesn't exist"
       ELSE
           IF APPaid OR APDebitMemo OR APMemoUsed
               DISPLAY "Not an unpaid invoice - already paid, or a debit memo."
           ELSE
           IF APHeld
               DISPLAY "Invoice is on hold from the three-way match -"
                   " a supervisor must release it first."
           ELSE
               MOVE APAmount TO DispAmount
               DISPLAY "Supplier " APSuppCode " ref " APInvRef
                   WHEN "t" MOVE "XFER" TO PayMethodCode
                   WHEN OTHER MOVE "CHEQ" TO PayMethodCode
               END-EVALUATE
               MOVE 0 TO EntryChequeNo
               IF PayMethodCode = "CHEQ"
                   DISPLAY "Cheque number : " WITH NO ADVANCING
                   ACCEPT EntryChequeNo
               END-IF
               SET APPaid TO TRUE
               REWRITE APRecord
                   INVALID KEY DISPLAY "Payment not recorded"
                       DISPLAY "Invoice " APID " marked paid."
               END-REWRITE
           END-IF
           END-IF
       END-IF.

*> A held invoice goes back to open - payable by either path - only
*> on a supervisor's operator-ID/PIN against authusers.txt, once
*> the variance on its APMatch document has been settled with the
*> supplier.
ReleaseHeldInvoice.
       MOVE "Y" TO APExists.
       DISPLAY " ".
       DISPLAY "Enter ledger number to release : " WITH NO ADVANCING.
       ACCEPT EntryAPID.
       MOVE EntryAPID TO APID.
       READ APFile
           INVALID KEY MOVE "N" TO APExists
       END-READ.
       IF APExists = "N"
           DISPLAY "Ledger number doesn't exist"
       ELSE
           IF NOT APHeld
               DISPLAY "Invoice is not on hold."
           ELSE
               MOVE APAmount TO DispAmount
               DISPLAY "Supplier " APSuppCode " ref " APInvRef
                   " PO " APPONumber " - amount " DispAmount
               PERFORM CheckSupervisor
               IF AuthOK = "N"
                   DISPLAY "Not an authorized supervisor - still held."
               ELSE
                   SET APOpen TO TRUE
                   REWRITE APRecord
                       INVALID KEY DISPLAY "Invoice not released"
                       NOT INVALID KEY
                           DISPLAY "Invoice " APID " released by "
                               EnteredOperID " - now payable."
                   END-REWRITE
               END-IF
           END-IF
       END-IF.

CheckSupervisor.
       MOVE "N" TO AuthOK.
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

WriteAPPayment.
       MOVE APSuppCode TO APPaySupp.
       MOVE APAmount TO APPayAmount.
       MOVE PayMethodCode TO APPayMethod.
       MOVE EntryChequeNo TO APPayChequeNo.
       WRITE APPayRecord.
       CLOSE APPayJournal.
