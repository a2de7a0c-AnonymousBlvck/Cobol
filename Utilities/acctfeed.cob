       >>SOURCE FORMAT FREE
*> Outbound account feed for the storefront's "my account" page.
*> webfeed tells the site what we sell; this tells a web customer
*> where they stand with us, so "what do I owe?" and "where is my
*> order?" stop being phone calls. One block goes on acctfeed.txt
*> for every customer with a CustEmail (the login the site knows
*> them by): an ACT line with the balance, the credit we hold for
*> them and the account status, then an OPN line per open item on
*> openitem.txt with what it still owes and whether it is in
*> dispute, an ORD line per order on order.txt not yet invoiced or
*> cancelled with its status, and a SHP line per shipment on
*> shiplog.txt in the last 30 days with the carrier and freight.
*> The three files are sorted into one customer-order stream and
*> matched against customer.txt, so each file is read once however
*> many customers there are.
*> The file carries the same HDR/TRL control records as webcat.txt,
*> the trailer counting the data lines, hashing the CustIDs of the
*> ACT and DEL lines and totalling the balances sent. The header
*> source says how to load it: ACCTFULL is every account, to
*> replace what the site holds; ACCTDELTA is only the accounts that
*> changed since the last feed, each sent whole, to lay over it.
*> Delta is the nightly default; MODE=FULL on acctparm.txt sends
*> everything. What each account looked like when last sent is kept
*> on acctsent.txt (acctsent.cpy), and an account the feed no longer
*> carries - its email taken off, or the customer gone - goes once
*> as a DEL line so the site stops showing it. An account with more
*> lines than the block holds is sent with the lines that fit, and
*> the run exits RC-WARNING.
IDENTIFICATION DIVISION.
PROGRAM-ID. acctfeed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OiInvoiceNo
           FILE STATUS IS OpenItemStatus.

       SELECT OPTIONAL OrderFile ASSIGN TO "order.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderID
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL ShipLogFile ASSIGN TO "shiplog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ShipLogStatus.

       SELECT OPTIONAL AcctSentFile ASSIGN TO "acctsent.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AsCustID
           FILE STATUS IS AcctSentStatus.

       SELECT FeedFile ASSIGN TO "acctfeed.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortFile ASSIGN TO "acctwk.tmp".

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY "custrec.cpy".

FD OpenItemFile.
       COPY "openitem.cpy".

FD OrderFile.
       COPY "ordrec.cpy".

FD ShipLogFile.
       01 ShipLogRecord.
              02 ShipDate PIC 9(8).
              02 ShipTime PIC X(6).
              02 FILLER PIC X.
              02 ShipOrderID PIC 9(6).
              02 FILLER PIC X.
              02 ShipCustID PIC 9(6).
              02 FILLER PIC X.
              02 ShipOperID PIC X(6).
              02 FILLER PIC X.
              02 ShipCarrier PIC X(4).
              02 FILLER PIC X.
              02 ShipWeight PIC 9(4)V9.
              02 FILLER PIC X.
              02 ShipFreight PIC 9(5)V99.
              02 FILLER PIC X.
              02 ShipFrtTaxable PIC X.

FD AcctSentFile.
       COPY "acctsent.cpy".

FD FeedFile.
       01 FeedLine PIC X(80).

*> Every open item, open order and recent shipment, already laid
*> out as its feed line; SortSigValue is what the line adds to the
*> account's signature.
SD SortFile.
       01 SortRecord.
              02 SortCustID PIC 9(6).
              02 SortKind PIC 9(1).
              02 SortSeq PIC X(14).
              02 SortSigValue PIC 9(9)V99.
              02 SortLine PIC X(80).
              02 SortFlag PIC X(1).
                     88 SortEOF VALUE HIGH-VALUE.

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
01 OpenItemStatus PIC XX.
01 OrderFileStatus PIC XX.
01 ShipLogStatus PIC XX.
01 AcctSentStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 CustEOF PIC X.
01 LoadEOF PIC X.
01 SentEOF PIC X.
01 SentFound PIC X.
01 ParmFileName PIC X(20) VALUE "acctparm.txt".
01 ParmKeyword PIC X(12) VALUE "MODE".
01 ParmValue PIC X(30).
01 ParmFound PIC X.
01 FeedMode PIC X(1) VALUE "D".
       88 FeedFull VALUE "F".
       88 FeedDelta VALUE "D".
01 RunDate PIC 9(8).
01 RunDateParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay PIC 99.
01 ShipDateParts.
       02 ShipYear PIC 9(4).
       02 ShipMonth PIC 99.
       02 ShipDay PIC 99.
01 RunDayNum PIC 9(7).
01 ShipDayNum PIC 9(7).
*> Shipments older than this drop off the account page.
01 ShipWindowDays PIC 9(3) VALUE 30.
01 DueDateWork PIC 9(8).
01 DueDateParts REDEFINES DueDateWork.
       02 DueYear PIC 9(4).
       02 DueMonth PIC 99.
       02 DueDay PIC 99.
01 ItemRemaining PIC 9(7)V99.
01 OrderRank PIC 9(1).
*> One account's lines, held while its signature is worked out.
01 AcctLineMax PIC 9(3) VALUE 200.
01 AcctLineCount PIC 9(3).
01 AcctLineSub PIC 9(3).
01 AcctLineTable.
       02 AcctLine PIC X(80) OCCURS 200 TIMES.
01 NewSignature.
       02 NewSigEmail PIC X(30).
       02 NewSigStatus PIC X(1).
       02 NewSigBalance PIC 9(7)V99.
       02 NewSigCredit PIC 9(7)V99.
       02 NewSigOpenCount PIC 9(5).
       02 NewSigOpenSum PIC 9(11)V99.
       02 NewSigOrderCount PIC 9(5).
       02 NewSigOrderSum PIC 9(13).
       02 NewSigShipCount PIC 9(5).
       02 NewSigShipSum PIC 9(13).
01 AccountsOnFeed PIC 9(7) VALUE ZERO.
01 AccountsSent PIC 9(7) VALUE ZERO.
01 AccountsUnchanged PIC 9(7) VALUE ZERO.
01 AccountsDropped PIC 9(7) VALUE ZERO.
01 AccountsCut PIC 9(7) VALUE ZERO.
01 LinesCut PIC 9(7) VALUE ZERO.
01 DataLineCount PIC 9(7) VALUE ZERO.
01 CustIDHash PIC 9(12) VALUE ZERO.
01 BalanceHash PIC 9(11)V99 VALUE ZERO.
01 ActFeedLine.
       02 FILLER PIC X(4) VALUE "ACT ".
       02 FeedActCustID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 FeedActEmail PIC X(30).
       02 FILLER PIC X VALUE SPACE.
       02 FeedActBalance PIC 9(7).99.
       02 FILLER PIC X VALUE SPACE.
       02 FeedActCredit PIC 9(7).99.
       02 FILLER PIC X VALUE SPACE.
       02 FeedActStatus PIC X(1).
01 OpnFeedLine.
       02 FILLER PIC X(4) VALUE "OPN ".
       02 FeedOpnCustID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 FeedOpnInvoice PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 FeedOpnInvDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 FeedOpnDueDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 FeedOpnAmount PIC 9(7).99.
       02 FILLER PIC X VALUE SPACE.
       02 FeedOpnRemaining PIC 9(7).99.
       02 FILLER PIC X VALUE SPACE.
       02 FeedOpnDisputed PIC X(1).
01 OrdFeedLine.
       02 FILLER PIC X(4) VALUE "ORD ".
       02 FeedOrdCustID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 FeedOrdOrderID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 FeedOrdDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 FeedOrdStatus PIC X(1).
01 ShpFeedLine.
       02 FILLER PIC X(4) VALUE "SHP ".
       02 FeedShpCustID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 FeedShpDate PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 FeedShpOrderID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 FeedShpCarrier PIC X(4).
       02 FILLER PIC X VALUE SPACE.
       02 FeedShpFreight PIC 9(5).99.
01 DelFeedLine.
       02 FILLER PIC X(4) VALUE "DEL ".
       02 FeedDelCustID PIC 9(6).
       COPY "ctlrec.cpy".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       COMPUTE RunDayNum = (RunYear * 360) + (RunMonth * 30) + RunDay.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "Y" AND ParmValue(1:4) = "FULL"
           SET FeedFull TO TRUE
       END-IF.

       OPEN INPUT CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN I-O AcctSentFile.
       MOVE "acctsent.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, AcctSentStatus, FileOK.
       IF FileOK = "N"
           CLOSE CustomerFile
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT FeedFile.

       MOVE SPACES TO InterchangeHeader.
       MOVE "HDR" TO IchHdrTag.
       MOVE RunDate TO IchHdrDate.
       IF FeedFull
           MOVE "ACCTFULL" TO IchHdrSource
       ELSE
           MOVE "ACCTDELTA" TO IchHdrSource
       END-IF.
       WRITE FeedLine FROM InterchangeHeader.

       SORT SortFile
           ON ASCENDING KEY SortCustID, SortKind, SortSeq
           INPUT PROCEDURE IS LoadAccountLines
           OUTPUT PROCEDURE IS FeedAccounts.

       PERFORM DropUnseenAccounts.

       MOVE SPACES TO InterchangeTrailer.
       MOVE "TRL" TO IchTrlTag.
       MOVE DataLineCount TO IchTrlCount.
       MOVE CustIDHash TO IchTrlIDHash.
       MOVE BalanceHash TO IchTrlBalHash.
       WRITE FeedLine FROM InterchangeTrailer.

       CLOSE CustomerFile, AcctSentFile, FeedFile.
       IF FeedFull
           DISPLAY "Account feed (full) written to acctfeed.txt : "
               AccountsSent " accounts."
       ELSE
           DISPLAY "Account feed (delta) written to acctfeed.txt : "
               AccountsSent " changed, " AccountsUnchanged
               " unchanged."
       END-IF.
       IF AccountsDropped > 0
           DISPLAY "Accounts taken off the site : " AccountsDropped
       END-IF.
       IF AccountsCut > 0
           DISPLAY "Accounts sent short - more than " AcctLineMax
               " lines : " AccountsCut " (" LinesCut " lines left off)"
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

*> Input side: each of the three files read once, front to back.
LoadAccountLines.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus = "00"
           MOVE "N" TO LoadEOF
           PERFORM ReleaseOpenItem UNTIL LoadEOF = "Y"
       END-IF.
       CLOSE OpenItemFile.

       OPEN INPUT OrderFile.
       IF OrderFileStatus = "00"
           MOVE "N" TO LoadEOF
           PERFORM ReleaseOrder UNTIL LoadEOF = "Y"
       END-IF.
       CLOSE OrderFile.

       OPEN INPUT ShipLogFile.
       IF ShipLogStatus = "00"
           MOVE "N" TO LoadEOF
           PERFORM ReleaseShipment UNTIL LoadEOF = "Y"
       END-IF.
       CLOSE ShipLogFile.

ReleaseOpenItem.
       READ OpenItemFile NEXT RECORD
           AT END MOVE "Y" TO LoadEOF
       END-READ.
       IF LoadEOF = "N" AND NOT OiPaidFull
           COMPUTE ItemRemaining = OiAmount - OiPaidAmt
           IF ItemRemaining > 0
               MOVE OiCustID TO FeedOpnCustID
               MOVE OiInvoiceNo TO FeedOpnInvoice
               MOVE OiInvDate TO FeedOpnInvDate
               PERFORM WorkOutDueDate
               MOVE DueDateWork TO FeedOpnDueDate
               MOVE OiAmount TO FeedOpnAmount
               MOVE ItemRemaining TO FeedOpnRemaining
               IF OiDisputed
                   MOVE "D" TO FeedOpnDisputed
               ELSE
                   MOVE "N" TO FeedOpnDisputed
               END-IF
               MOVE OiCustID TO SortCustID
               MOVE 1 TO SortKind
               MOVE SPACES TO SortSeq
               MOVE OiInvoiceNo TO SortSeq(1:6)
               MOVE ItemRemaining TO SortSigValue
               MOVE OpnFeedLine TO SortLine
               MOVE SPACE TO SortFlag
               RELEASE SortRecord
           END-IF
       END-IF.

*> Items from before due dates were stamped are due 30 days after
*> the invoice - taken as the same day of the next month.
WorkOutDueDate.
       IF OiDueDate IS NUMERIC AND OiDueDate > 0
           MOVE OiDueDate TO DueDateWork
       ELSE
           MOVE OiInvDate TO DueDateWork
           IF DueMonth = 12
               MOVE 1 TO DueMonth
               ADD 1 TO DueYear
           ELSE
               ADD 1 TO DueMonth
           END-IF
           IF DueDay > 28
               MOVE 28 TO DueDay
           END-IF
       END-IF.

*> Each order number is weighted by where the order has got to, so
*> an order moving along changes the account's signature.
ReleaseOrder.
       READ OrderFile NEXT RECORD
           AT END MOVE "Y" TO LoadEOF
       END-READ.
       IF LoadEOF = "N" AND NOT OrderInvoiced AND NOT OrderCancelled
           EVALUATE TRUE
               WHEN OrderEntered MOVE 1 TO OrderRank
               WHEN OrderHeld MOVE 2 TO OrderRank
               WHEN OrderReleased MOVE 3 TO OrderRank
               WHEN OrderPicked MOVE 4 TO OrderRank
               WHEN OrderBackordered MOVE 5 TO OrderRank
               WHEN OrderShipped MOVE 6 TO OrderRank
               WHEN OTHER MOVE 7 TO OrderRank
           END-EVALUATE
           MOVE OrderCustID TO FeedOrdCustID
           MOVE OrderID TO FeedOrdOrderID
           MOVE OrderDate TO FeedOrdDate
           MOVE OrderStatus TO FeedOrdStatus
           MOVE OrderCustID TO SortCustID
           MOVE 2 TO SortKind
           MOVE SPACES TO SortSeq
           MOVE OrderID TO SortSeq(1:6)
           COMPUTE SortSigValue = OrderID * OrderRank
           MOVE OrdFeedLine TO SortLine
           MOVE SPACE TO SortFlag
           RELEASE SortRecord
       END-IF.

ReleaseShipment.
       READ ShipLogFile
           AT END MOVE "Y" TO LoadEOF
       END-READ.
       IF LoadEOF = "N" AND ShipDate IS NUMERIC
           MOVE ShipDate TO ShipDateParts
           COMPUTE ShipDayNum = (ShipYear * 360) + (ShipMonth * 30)
               + ShipDay + ShipWindowDays
           IF ShipDayNum >= RunDayNum
               MOVE ShipCustID TO FeedShpCustID
               MOVE ShipDate TO FeedShpDate
               MOVE ShipOrderID TO FeedShpOrderID
               MOVE ShipCarrier TO FeedShpCarrier
               MOVE ShipFreight TO FeedShpFreight
               MOVE ShipCustID TO SortCustID
               MOVE 3 TO SortKind
               MOVE SPACES TO SortSeq
               MOVE ShipDate TO SortSeq(1:8)
               MOVE ShipTime TO SortSeq(9:6)
               MOVE ShipOrderID TO SortSigValue
               MOVE ShpFeedLine TO SortLine
               MOVE SPACE TO SortFlag
               RELEASE SortRecord
           END-IF
       END-IF.

*> Output side: customer.txt walked in CustID order against the
*> sorted lines. Lines for a customer no longer on file are passed.
FeedAccounts.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.
       MOVE "N" TO CustEOF.
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO CustEOF
       END-READ.
       PERFORM FeedOneCustomer UNTIL CustEOF = "Y".

FeedOneCustomer.
       MOVE 0 TO AcctLineCount.
       INITIALIZE NewSignature.
       PERFORM ReturnNextLine
           UNTIL SortEOF OR SortCustID NOT < CustID.
       PERFORM HoldOneLine
           UNTIL SortEOF OR SortCustID NOT = CustID.
       IF CustEmail NOT = SPACES
           PERFORM SendAccount
       END-IF.
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO CustEOF
       END-READ.

ReturnNextLine.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.

HoldOneLine.
       IF AcctLineCount < AcctLineMax
           ADD 1 TO AcctLineCount
           MOVE SortLine TO AcctLine(AcctLineCount)
       ELSE
           ADD 1 TO LinesCut
           IF AcctLineCount = AcctLineMax
               ADD 1 TO AccountsCut
               ADD 1 TO AcctLineCount
           END-IF
       END-IF.
       EVALUATE SortKind
           WHEN 1
               ADD 1 TO NewSigOpenCount
               ADD SortSigValue TO NewSigOpenSum
           WHEN 2
               ADD 1 TO NewSigOrderCount
               ADD SortSigValue TO NewSigOrderSum
           WHEN 3
               ADD 1 TO NewSigShipCount
               ADD SortSigValue TO NewSigShipSum
       END-EVALUATE.
       PERFORM ReturnNextLine.

*> A delta run sends the account only when its signature differs
*> from the one last sent, or it has never been sent; either way
*> acctsent.txt is brought up to date and stamped as seen tonight.
SendAccount.
       ADD 1 TO AccountsOnFeed.
       IF AcctLineCount > AcctLineMax
           MOVE AcctLineMax TO AcctLineCount
       END-IF.
       MOVE CustEmail TO NewSigEmail.
       MOVE CustStatus TO NewSigStatus.
       MOVE CustBalance TO NewSigBalance.
       MOVE CustCreditBal TO NewSigCredit.

       MOVE "Y" TO SentFound.
       MOVE CustID TO AsCustID.
       READ AcctSentFile
           INVALID KEY MOVE "N" TO SentFound
       END-READ.

       IF FeedFull OR SentFound = "N" OR AsSignature NOT = NewSignature
           PERFORM WriteAccountBlock
           MOVE RunDate TO AsSentDate
           ADD 1 TO AccountsSent
       ELSE
           ADD 1 TO AccountsUnchanged
       END-IF.

       MOVE CustID TO AsCustID.
       MOVE NewSignature TO AsSignature.
       MOVE RunDate TO AsSeenDate.
       IF SentFound = "Y"
           REWRITE AcctSentData
               INVALID KEY DISPLAY "Account " CustID
                   " not updated on acctsent.txt"
           END-REWRITE
       ELSE
           WRITE AcctSentData
               INVALID KEY DISPLAY "Account " CustID
                   " not recorded on acctsent.txt"
           END-WRITE
       END-IF.

WriteAccountBlock.
       MOVE CustID TO FeedActCustID.
       MOVE CustEmail TO FeedActEmail.
       MOVE CustBalance TO FeedActBalance.
       MOVE CustCreditBal TO FeedActCredit.
       MOVE CustStatus TO FeedActStatus.
       WRITE FeedLine FROM ActFeedLine.
       ADD 1 TO DataLineCount.
       ADD CustID TO CustIDHash.
       ADD CustBalance TO BalanceHash.
       PERFORM WriteOneHeldLine
           VARYING AcctLineSub FROM 1 BY 1
           UNTIL AcctLineSub > AcctLineCount.

WriteOneHeldLine.
       WRITE FeedLine FROM AcctLine(AcctLineSub).
       ADD 1 TO DataLineCount.

*> An account not stamped as seen tonight is no longer on the feed:
*> one DEL line tells the site to drop it, and it leaves the file.
DropUnseenAccounts.
       MOVE "N" TO SentEOF.
       MOVE LOW-VALUES TO AsCustID.
       START AcctSentFile KEY IS GREATER THAN OR EQUAL TO AsCustID
           INVALID KEY MOVE "Y" TO SentEOF
       END-START.
       PERFORM DropOneUnseen UNTIL SentEOF = "Y".

DropOneUnseen.
       READ AcctSentFile NEXT RECORD
           AT END MOVE "Y" TO SentEOF
       END-READ.
       IF SentEOF = "N" AND AsSeenDate < RunDate
           MOVE AsCustID TO FeedDelCustID
           WRITE FeedLine FROM DelFeedLine
           ADD 1 TO DataLineCount
           ADD AsCustID TO CustIDHash
           ADD 1 TO AccountsDropped
           DELETE AcctSentFile
               INVALID KEY DISPLAY "Account " AsCustID
                   " not taken off acctsent.txt"
           END-DELETE
       END-IF.
