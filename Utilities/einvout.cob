       >>SOURCE FORMAT FREE
*> Outbound electronic invoices. Our larger commercial accounts want
*> invoices as data, not paper, and a clerk used to retype every
*> invoice into the customer's supplier portal. This nightly run
*> reads invregister.txt and, for every invoice belonging to an
*> active partner on einvcust.txt and dated on or after the day the
*> partner signed up, writes einvoice.dat: one IH header record -
*> partner ID, bill-to name and address, ship-to address, terms
*> code, due date off openitem.txt and the register's totals -
*> followed by one IL record per invlines.txt line with product,
*> quantity, price and the line's share of the invoice tax (the
*> tax is worked on the whole invoice, so it is spread over the
*> lines by value and the last line takes the rounding, so the
*> lines always add back to the header). The addresses are the
*> custaddr.txt lines the register says the invoice billed and
*> shipped to, or the main record address. The file is wrapped in
*> the HDR/TRL control records our other interchange files carry;
*> the trailer counts the IH and IL records and hashes the CustIDs
*> and grand totals of the headers. Each invoice sent is recorded
*> on einvsent.txt and never goes again - unless einvcust has
*> flipped it to a resend, when it goes once more marked R on its
*> header. Amounts are in dollars, as the register holds them. An
*> empty run still writes the control records; a partner invoice
*> with more lines than the line table holds is sent with the lines
*> that fit, and the run exits RC-WARNING.
IDENTIFICATION DIVISION.
PROGRAM-ID. einvout.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL InvRegisterFile ASSIGN TO "invregister.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvRegisterStatus.

       SELECT OPTIONAL InvLinesFile ASSIGN TO "invlines.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvLinesStatus.

       SELECT OPTIONAL EinvCustFile ASSIGN TO "einvcust.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EcCustID
           FILE STATUS IS EinvCustStatus.

       SELECT OPTIONAL EinvSentFile ASSIGN TO "einvsent.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EsInvoiceNo
           FILE STATUS IS EinvSentStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT OPTIONAL AddressFile ASSIGN TO "custaddr.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AddrKey
           FILE STATUS IS AddrFileStatus.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OiInvoiceNo
           FILE STATUS IS OpenItemStatus.

       SELECT EinvoiceFile ASSIGN TO "einvoice.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD InvRegisterFile.
       01 InvRegisterRecord.
              02 RegInvoiceNo PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 RegInvDate PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 RegCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 RegSubTotal PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 RegTaxAmount PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 RegGrandTotal PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 RegBillSeq PIC 9(2).
              02 FILLER PIC X VALUE SPACE.
              02 RegShipSeq PIC 9(2).

FD InvLinesFile.
       01 InvLineRecord.
              02 LineInvoiceNo PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 LineDesc PIC X(20).
              02 LineQty PIC 9(4).
              02 FILLER PIC X VALUE SPACE.
              02 LinePrice PIC 9(5)V99.
              02 FILLER PIC X VALUE SPACE.
              02 LineTotal PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 LineProdCode PIC X(5).
*> ProdUnitCost at the moment of sale, so the invoice line carries
*> its own cost of sales; spaces on a freight line and on lines from
*> before the field existed.
              02 FILLER PIC X VALUE SPACE.
              02 LineUnitCost PIC 9(5)V99.

FD EinvCustFile.
       COPY "einvcust.cpy".

FD EinvSentFile.
       COPY "einvsent.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

FD AddressFile.
       COPY "addrrec.cpy".

FD OpenItemFile.
       COPY "openitem.cpy".

FD EinvoiceFile.
       01 EinvoiceLine PIC X(200).

WORKING-STORAGE SECTION.
01 InvRegisterStatus PIC XX.
01 InvLinesStatus PIC XX.
01 EinvCustStatus PIC XX.
01 EinvSentStatus PIC XX.
01 CustFileStatus PIC XX.
01 AddrFileStatus PIC XX.
01 OpenItemStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 RunDate PIC 9(8).
01 RegEOF PIC X.
01 LinesEOF PIC X.
01 PartnerExists PIC X.
01 SentExists PIC X.
01 CustExists PIC X.
01 AddrFound PIC X.
01 ItemExists PIC X.
*> N a first send, R a resend einvcust asked for, space nothing to
*> send.
01 SendMode PIC X.
01 WantSeq PIC 9(2).
01 WantAddr PIC X(30).
01 NamePtr PIC 99.
01 InvoiceCount PIC 9(5) VALUE ZERO.
01 ResendCount PIC 9(5) VALUE ZERO.
01 DataRecCount PIC 9(7) VALUE ZERO.
01 IDHash PIC 9(12) VALUE ZERO.
01 TotalHash PIC 9(11)V99 VALUE ZERO.
01 TruncCount PIC 9(5) VALUE ZERO.
*> The invoice's lines, gathered off invlines.txt so the tax can be
*> spread over them before any is written.
01 LineMax PIC 9(3) VALUE 200.
01 LineCount PIC 9(3).
01 LineSub PIC 9(3).
01 LineTruncated PIC X.
01 InvoiceLineTable.
       02 IlEntry OCCURS 200 TIMES.
              03 IlProdCode PIC X(5).
              03 IlDesc PIC X(20).
              03 IlQty PIC 9(4).
              03 IlPrice PIC 9(5)V99.
              03 IlTotal PIC 9(7)V99.
01 TaxSpread PIC 9(7)V99.
01 LineTax PIC 9(7)V99.
       COPY "einvrec.cpy".
       COPY "ctlrec.cpy".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.

       OPEN INPUT CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN I-O EinvSentFile.
       MOVE "einvsent.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, EinvSentStatus, FileOK.
       IF FileOK = "N"
           CLOSE CustomerFile
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT EinvCustFile.
       OPEN INPUT AddressFile.
       OPEN INPUT OpenItemFile.
       OPEN OUTPUT EinvoiceFile.

       MOVE SPACES TO InterchangeHeader.
       MOVE "HDR" TO IchHdrTag.
       MOVE RunDate TO IchHdrDate.
       MOVE "EINVOICE" TO IchHdrSource.
       WRITE EinvoiceLine FROM InterchangeHeader.

       MOVE "N" TO RegEOF.
       IF EinvCustStatus NOT = "00"
           MOVE "Y" TO RegEOF
       END-IF.
       OPEN INPUT InvRegisterFile.
       IF InvRegisterStatus NOT = "00" AND InvRegisterStatus NOT = "05"
           MOVE "Y" TO RegEOF
       END-IF.
       PERFORM CheckOneInvoice UNTIL RegEOF = "Y".
       CLOSE InvRegisterFile.

       MOVE SPACES TO InterchangeTrailer.
       MOVE "TRL" TO IchTrlTag.
       MOVE DataRecCount TO IchTrlCount.
       MOVE IDHash TO IchTrlIDHash.
       MOVE TotalHash TO IchTrlBalHash.
       WRITE EinvoiceLine FROM InterchangeTrailer.

       CLOSE CustomerFile, EinvSentFile, EinvCustFile, AddressFile,
           OpenItemFile, EinvoiceFile.
       DISPLAY "E-invoices written to einvoice.dat : " InvoiceCount
           " (" ResendCount " resent).".
       IF TruncCount > 0
           DISPLAY "Invoices with more lines than were sent : "
               TruncCount
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

*> Only an active partner's invoices from its start date on, and
*> each only once unless a resend was asked for.
CheckOneInvoice.
       READ InvRegisterFile
           AT END MOVE "Y" TO RegEOF
       END-READ.
       IF RegEOF = "N"
           MOVE SPACE TO SendMode
           MOVE "Y" TO PartnerExists
           MOVE RegCustID TO EcCustID
           READ EinvCustFile
               INVALID KEY MOVE "N" TO PartnerExists
           END-READ
           IF PartnerExists = "Y" AND EcActive
                   AND RegInvDate >= EcStartDate
               MOVE "Y" TO SentExists
               MOVE RegInvoiceNo TO EsInvoiceNo
               READ EinvSentFile
                   INVALID KEY MOVE "N" TO SentExists
               END-READ
               IF SentExists = "N"
                   MOVE "N" TO SendMode
               ELSE
                   IF EsResendAsked
                       MOVE "R" TO SendMode
                   END-IF
               END-IF
           END-IF
           IF SendMode NOT = SPACE
               PERFORM SendOneInvoice
               PERFORM RecordSent
           END-IF
       END-IF.

SendOneInvoice.
       MOVE "Y" TO CustExists.
       MOVE RegCustID TO CustID.
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ.
       MOVE SPACES TO EinvHeaderRecord.
       MOVE "IH" TO EhRecType.
       MOVE EcPartnerID TO EhPartnerID.
       MOVE RegInvoiceNo TO EhInvoiceNo.
       MOVE RegInvDate TO EhInvDate.
       MOVE RegCustID TO EhCustID.
       IF CustExists = "Y"
           MOVE 1 TO NamePtr
           STRING CustFName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CustLName DELIMITED BY SPACE
                  INTO EhBillName
                  WITH POINTER NamePtr
           END-STRING
           MOVE RegBillSeq TO WantSeq
           PERFORM FindAddress
           MOVE WantAddr TO EhBillAddr
           MOVE RegShipSeq TO WantSeq
           PERFORM FindAddress
           MOVE WantAddr TO EhShipAddr
           MOVE CustTermsCode TO EhTermsCode
       END-IF.
       MOVE "USD" TO EhCurrency.
       MOVE 0 TO EhDueDate.
       MOVE "Y" TO ItemExists.
       MOVE RegInvoiceNo TO OiInvoiceNo.
       READ OpenItemFile
           INVALID KEY MOVE "N" TO ItemExists
       END-READ.
       IF ItemExists = "Y" AND OiDueDate IS NUMERIC
           MOVE OiDueDate TO EhDueDate
       END-IF.
       MOVE RegSubTotal TO EhSubTotal.
       MOVE RegTaxAmount TO EhTaxAmount.
       MOVE RegGrandTotal TO EhGrandTotal.
       IF SendMode = "R"
           MOVE "R" TO EhResend
           ADD 1 TO ResendCount
       END-IF.
       WRITE EinvoiceLine FROM EinvHeaderRecord.
       ADD 1 TO DataRecCount.
       ADD 1 TO InvoiceCount.
       ADD RegCustID TO IDHash.
       ADD RegGrandTotal TO TotalHash.

       PERFORM GatherLines.
       MOVE 0 TO TaxSpread.
       PERFORM WriteOneLine
           VARYING LineSub FROM 1 BY 1 UNTIL LineSub > LineCount.

*> Zero, or a register line from before the sequence was kept, is
*> the main record address.
FindAddress.
       MOVE CustAddress TO WantAddr.
       IF WantSeq IS NUMERIC AND WantSeq > 0
           MOVE "Y" TO AddrFound
           MOVE RegCustID TO AddrCustID
           MOVE WantSeq TO AddrSeq
           READ AddressFile
               INVALID KEY MOVE "N" TO AddrFound
           END-READ
           IF AddrFound = "Y"
               MOVE AddrLine TO WantAddr
           END-IF
       END-IF.

GatherLines.
       MOVE 0 TO LineCount.
       MOVE "N" TO LineTruncated.
       MOVE "N" TO LinesEOF.
       OPEN INPUT InvLinesFile.
       IF InvLinesStatus NOT = "00" AND InvLinesStatus NOT = "05"
           MOVE "Y" TO LinesEOF
       END-IF.
       PERFORM GatherOneLine UNTIL LinesEOF = "Y".
       CLOSE InvLinesFile.
       IF LineTruncated = "Y"
           ADD 1 TO TruncCount
       END-IF.

GatherOneLine.
       READ InvLinesFile
           AT END MOVE "Y" TO LinesEOF
           NOT AT END
               IF LineInvoiceNo = RegInvoiceNo
                   IF LineCount < LineMax
                       ADD 1 TO LineCount
                       MOVE LineProdCode TO IlProdCode(LineCount)
                       MOVE LineDesc TO IlDesc(LineCount)
                       MOVE LineQty TO IlQty(LineCount)
                       MOVE LinePrice TO IlPrice(LineCount)
                       MOVE LineTotal TO IlTotal(LineCount)
                   ELSE
                       MOVE "Y" TO LineTruncated
                   END-IF
               END-IF
       END-READ.

*> Each line's tax is its share of the invoice tax by value; the last
*> line takes whatever is left so the lines add back to the header.
WriteOneLine.
       IF LineSub = LineCount
           IF RegTaxAmount > TaxSpread
               COMPUTE LineTax = RegTaxAmount - TaxSpread
           ELSE
               MOVE 0 TO LineTax
           END-IF
       ELSE
           IF RegSubTotal > 0
               COMPUTE LineTax ROUNDED = IlTotal(LineSub) * RegTaxAmount
                   / RegSubTotal
           ELSE
               MOVE 0 TO LineTax
           END-IF
       END-IF.
       ADD LineTax TO TaxSpread.
       MOVE SPACES TO EinvLineRecord.
       MOVE "IL" TO ElRecType.
       MOVE RegInvoiceNo TO ElInvoiceNo.
       MOVE LineSub TO ElLineNo.
       MOVE IlProdCode(LineSub) TO ElProdCode.
       MOVE IlDesc(LineSub) TO ElDesc.
       MOVE IlQty(LineSub) TO ElQty.
       MOVE IlPrice(LineSub) TO ElPrice.
       MOVE IlTotal(LineSub) TO ElLineTotal.
       MOVE LineTax TO ElTaxAmount.
       WRITE EinvoiceLine FROM EinvLineRecord.
       ADD 1 TO DataRecCount.

RecordSent.
       IF SendMode = "N"
           MOVE RegInvoiceNo TO EsInvoiceNo
           MOVE RegCustID TO EsCustID
           SET EsSent TO TRUE
           MOVE RunDate TO EsFirstSent
           MOVE RunDate TO EsLastSent
           MOVE 1 TO EsSendCount
           MOVE SPACES TO EsResendBy
           WRITE EinvSentData
               INVALID KEY DISPLAY "Invoice " RegInvoiceNo
                   " not recorded as sent"
           END-WRITE
       ELSE
           SET EsSent TO TRUE
           MOVE RunDate TO EsLastSent
           ADD 1 TO EsSendCount
           REWRITE EinvSentData
               INVALID KEY DISPLAY "Invoice " RegInvoiceNo
                   " not recorded as sent"
           END-REWRITE
       END-IF.
