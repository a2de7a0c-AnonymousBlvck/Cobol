       >>SOURCE FORMAT FREE
*> Auditor sampling extract with supporting detail. Each year the
*> external auditors pick invoices, credit memos, adjustments and
*> write-offs to test, and pulling each one's supporting paper used
*> to take days. This run takes a period, a document type and
*> either a sample size or a monetary-unit sampling interval and
*> makes the selection itself:
*>   - the population is every document of the type dated in the
*>     period, in file order - invoices off invregister.txt (each
*>     valued at its grand total), the other types off their
*>     custtran.txt lines (CREDT, ADJST, WROFF, valued at the
*>     amount whatever its sign);
*>   - a sample size selects systematically, every Nth document
*>     from a random start inside the first interval; a monetary
*>     interval selects the document holding every interval'th
*>     dollar from a random start inside the first interval, so
*>     the big documents are the likely ones;
*>   - the random start comes off a seeded generator (the
*>     Park-Miller multiplicative one, ordinary arithmetic) - the
*>     seed is printed on the report, and keying it back in with
*>     the same period, type and method reproduces the selection
*>     exactly. Zeros for the seed take one from the clock.
*> Every selected document gets a supporting packet: the document
*> itself, its invregister.txt line and invlines.txt lines for an
*> invoice, the customer's custtran.txt postings on the document
*> date, its audit.txt lines that day (the archives on
*> archindex.txt included), the seclog.txt events that day for the
*> operators behind it plus any supervisor override, the customer's
*> approval.txt requests in the period up to the document date, and
*> the customer's balance before and after the posting off the
*> custlog.txt after-images. The packet lines are gathered file by
*> file in one pass each and sorted back into document order, and
*> the whole selection goes into one dated AudSample document off
*> RPTFILE, a page per document. Up to 500 documents per sample.
IDENTIFICATION DIVISION.
PROGRAM-ID. audsample.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL InvRegisterFile ASSIGN TO "invregister.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvRegisterStatus.

       SELECT OPTIONAL InvLinesFile ASSIGN TO "invlines.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InvLinesStatus.

       SELECT OPTIONAL TranFile ASSIGN TO "custtran.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TranFileStatus.

       SELECT OPTIONAL AuditFile ASSIGN TO DYNAMIC AuditName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.

       SELECT OPTIONAL ArchIndexFile ASSIGN TO "archindex.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ArchIndexStatus.

       SELECT OPTIONAL SecLogFile ASSIGN TO "seclog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SecLogStatus.

       SELECT OPTIONAL ApprovalFile ASSIGN TO "approval.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ApprReqNo
           FILE STATUS IS ApprFileStatus.

       SELECT OPTIONAL AfterImageFile ASSIGN TO "custlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AfterImageStatus.

       SELECT PacketSortFile ASSIGN TO "sampwk.tmp".

       SELECT SampleReport ASSIGN TO DYNAMIC SampRptName
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
              02 FILLER PIC X VALUE SPACE.
              02 LineUnitCost PIC 9(5)V99.

FD TranFile.
       COPY "trnrec.cpy".

FD AuditFile.
       COPY "audrec.cpy".

FD ArchIndexFile.
       01 ArchIndexRecord.
              02 ArchIndexMonth PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 ArchIndexName PIC X(12).
              02 FILLER PIC X VALUE SPACE.
              02 ArchIndexCount PIC 9(7).

FD SecLogFile.
       COPY "seclog.cpy".

FD ApprovalFile.
       COPY "apprrec.cpy".

FD AfterImageFile.
       COPY "aftimg.cpy".

*> One printed line of one document's packet: the document's place
*> in the sample, the section it belongs under, and the order it
*> was found in.
SD PacketSortFile.
       01 PacketSortRecord.
              02 PkItem PIC 9(4).
              02 PkSection PIC 9.
              02 PkSeq PIC 9(9).
              02 PkText PIC X(110).

FD SampleReport.
       01 PrintLine PIC X(120).

WORKING-STORAGE SECTION.
01 InvRegisterStatus PIC XX.
01 InvLinesStatus PIC XX.
01 TranFileStatus PIC XX.
01 AuditFileStatus PIC XX.
01 ArchIndexStatus PIC XX.
01 SecLogStatus PIC XX.
01 ApprFileStatus PIC XX.
01 AfterImageStatus PIC XX.
01 AuditName PIC X(12).
01 FileEOF PIC X.
01 IndexEOF PIC X.
01 SortEOF PIC X.
01 RunDate PIC 9(8).
01 RunTime PIC 9(8).
01 FromDate PIC 9(8).
01 FromParts REDEFINES FromDate.
       02 FromYear PIC 9(4).
       02 FromMonth PIC 99.
       02 FromDay PIC 99.
01 ToDate PIC 9(8).
*> What is sampled and how.
01 DocType PIC X.
       88 DocInvoices VALUE "I".
       88 DocCredits VALUE "C".
       88 DocAdjustments VALUE "A".
       88 DocWriteOffs VALUE "W".
       88 DocTypeValid VALUES "I", "C", "A", "W".
01 DocTypeName PIC X(14).
01 SampleMethod PIC X.
       88 MethodCount VALUE "S".
       88 MethodMonetary VALUE "M".
       88 MethodValid VALUES "S", "M".
01 SampleWanted PIC 9(4).
01 MonetaryInterval PIC 9(7)V99.
*> Park-Miller generator: seed times 16807 modulo 2**31 - 1.
01 RandomSeed PIC 9(10).
01 SeedKeyed PIC 9(10).
01 RandomProduct PIC 9(15).
01 RandomQuot PIC 9(15).
01 RandomModulus PIC 9(10) VALUE 2147483647.
01 RandomMultiplier PIC 9(5) VALUE 16807.
01 RandomRange PIC 9(11).
01 RandomPick PIC 9(11).
*> The population, read the same way on the counting pass and the
*> selecting pass.
01 PopSelecting PIC X.
01 PopEOF PIC X.
01 PopFound PIC X.
01 PopCount PIC 9(7) VALUE ZERO.
01 PopValue PIC 9(11)V99 VALUE ZERO.
01 PopPos PIC 9(7).
01 PopDate PIC 9(8).
01 PopTime PIC X(6).
01 PopCustID PIC 9(6).
01 PopAmount PIC S9(7)V99.
01 PopAbsAmount PIC 9(7)V99.
01 PopInvoiceNo PIC 9(6).
01 PopSubTotal PIC 9(7)V99.
01 PopTax PIC 9(7)V99.
01 PopTotal PIC 9(7)V99.
*> Systematic selection.
01 CountInterval PIC 9(7).
01 NextPos PIC 9(7).
*> Monetary-unit selection, in cents.
01 IntervalCents PIC 9(11).
01 NextPoint PIC 9(13).
01 CumCents PIC 9(13).
01 StartPoint PIC 9(13).
01 ItemPicked PIC X.
*> The sample.
01 ItemCount PIC 9(4) VALUE ZERO.
01 ItemMax PIC 9(4) VALUE 500.
01 ItemOverflow PIC X VALUE "N".
01 ItemSub PIC 9(4).
01 SecSub PIC 9.
01 OperSub PIC 9.
01 ItemTable.
       02 ItemEntry OCCURS 500 TIMES.
              03 ItmPos PIC 9(7).
              03 ItmDate PIC 9(8).
              03 ItmTime PIC X(6).
              03 ItmCustID PIC 9(6).
              03 ItmAmount PIC S9(7)V99.
              03 ItmInvoiceNo PIC 9(6).
              03 ItmSubTotal PIC 9(7)V99.
              03 ItmTax PIC 9(7)V99.
              03 ItmTotal PIC 9(7)V99.
              03 ItmTimeFound PIC X.
              03 ItmOperCount PIC 9.
              03 ItmOper PIC X(6) OCCURS 4 TIMES.
              03 ItmPrevBal PIC 9(7)V99.
              03 ItmHasPrev PIC X.
              03 ItmBefore PIC 9(7)V99.
              03 ItmHasBefore PIC X.
              03 ItmAfter PIC 9(7)V99.
              03 ItmHasAfter PIC X.
              03 ItmSecCount PIC 9(5) OCCURS 8 TIMES.
01 PacketSeq PIC 9(9) VALUE ZERO.
01 OperFound PIC X.
01 WorkOperID PIC X(6).
01 PostStamp PIC X(14).
01 ImageStamp PIC X(14).
*> The customer record inside an after-image, as far as the
*> balance.
01 ImageView.
       02 ImgCustID PIC 9(6).
       02 ImgFName PIC X(15).
       02 ImgLName PIC X(15).
       02 ImgAddress PIC X(30).
       02 ImgPhone PIC X(15).
       02 ImgEmail PIC X(30).
       02 ImgStatus PIC X(1).
       02 ImgBalance PIC 9(7)V99.
*> Dated report file off RPTFILE.
01 SampRptName PIC X(30).
01 SampRptBase PIC X(12) VALUE "AudSample".
01 SampRptSuffix PIC X(4) VALUE ".rpt".
01 SampRptMode PIC X VALUE "N".
01 PageHeading.
       02 FILLER PIC X(36) VALUE "Auditor Sample                      ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 ParmLine.
       02 PrnParmLabel PIC X(24).
       02 PrnParmValue PIC X(60).
01 EditDate PIC 9999/99/99.
01 EditCount PIC Z(6)9.
01 EditMoney PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 EditSeed PIC Z(9)9.
01 SelHeads PIC X(120) VALUE
       "Item  Pop No   Date        Cust     Invoice           Amount".
01 SelLine.
       02 PrnSelItem PIC ZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSelPos PIC Z(6)9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSelDate PIC 9999/99/99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSelCust PIC 9(6).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnSelInvoice PIC X(6).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnSelAmount PIC -Z,ZZZ,ZZ9.99.
01 ItemHeading.
       02 FILLER PIC X(12) VALUE "Sample item ".
       02 PrnItemNo PIC ZZZ9.
       02 FILLER PIC X(4) VALUE " of ".
       02 PrnItemOf PIC ZZZ9.
       02 FILLER PIC X(4) VALUE " -  ".
       02 PrnItemType PIC X(14).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnItemRef PIC X(40).
01 SectionNames.
       02 FILLER PIC X(40) VALUE "Document".
       02 FILLER PIC X(40) VALUE "Invoice register line".
       02 FILLER PIC X(40) VALUE "Invoice lines".
       02 FILLER PIC X(40) VALUE "Postings on custtran.txt that day".
       02 FILLER PIC X(40) VALUE "Audit trail that day".
       02 FILLER PIC X(40) VALUE "Security log that day".
       02 FILLER PIC X(40) VALUE "Approvals in the period".
       02 FILLER PIC X(40) VALUE "Customer balance".
01 SectionTable REDEFINES SectionNames.
       02 SectionName PIC X(40) OCCURS 8 TIMES.
01 SectionHeading.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSectionName PIC X(40).
01 PacketLine.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnPacketText PIC X(110).
01 NoneLine PIC X(110) VALUE "(none on file)".
01 CurItem PIC 9(4).
01 CurSection PIC 9.
*> Packet text layouts.
01 DocText.
       02 DtDate PIC 9999/99/99.
       02 FILLER PIC X VALUE SPACE.
       02 DtTime PIC X(6).
       02 FILLER PIC X(7) VALUE "  Cust ".
       02 DtCustID PIC 9(6).
       02 FILLER PIC X(10) VALUE "  Amount ".
       02 DtAmount PIC -Z,ZZZ,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 DtNote PIC X(40).
01 RegText.
       02 FILLER PIC X(8) VALUE "Invoice ".
       02 RtInvoiceNo PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 RtDate PIC 9999/99/99.
       02 FILLER PIC X(7) VALUE "  Cust ".
       02 RtCustID PIC 9(6).
       02 FILLER PIC X(7) VALUE "  Sub ".
       02 RtSubTotal PIC Z,ZZZ,ZZ9.99.
       02 FILLER PIC X(7) VALUE "  Tax ".
       02 RtTax PIC Z,ZZZ,ZZ9.99.
       02 FILLER PIC X(9) VALUE "  Total ".
       02 RtTotal PIC Z,ZZZ,ZZ9.99.
01 LineText.
       02 LtProdCode PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 LtDesc PIC X(20).
       02 FILLER PIC X(6) VALUE " Qty ".
       02 LtQty PIC ZZZ9.
       02 FILLER PIC X(4) VALUE " @  ".
       02 LtPrice PIC ZZ,ZZ9.99.
       02 FILLER PIC X(3) VALUE " = ".
       02 LtTotal PIC Z,ZZZ,ZZ9.99.
       02 FILLER PIC X(8) VALUE "  Cost ".
       02 LtCost PIC X(9).
01 EditUnitCost PIC ZZ,ZZ9.99.
01 TranText.
       02 TtDate PIC 9999/99/99.
       02 FILLER PIC X VALUE SPACE.
       02 TtTime PIC X(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 TtType PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 TtAmount PIC -Z,ZZZ,ZZ9.99.
       02 FILLER PIC X(6) VALUE "  Tax ".
       02 TtTax PIC -Z,ZZZ,ZZ9.99.
       02 FILLER PIC X(7) VALUE "  Sold ".
       02 TtSalesID PIC X(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 TtMark PIC X(20).
01 AuditText.
       02 AtDate PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 AtTime PIC X(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 AtOp PIC X(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 AtOldName PIC X(31).
       02 FILLER PIC X(4) VALUE " -> ".
       02 AtNewName PIC X(31).
       02 FILLER PIC X(4) VALUE " by ".
       02 AtOperID PIC X(6).
01 SecText.
       02 StDate PIC 9999/99/99.
       02 FILLER PIC X VALUE SPACE.
       02 StTime PIC X(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 StEvent PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 StOperID PIC X(6).
01 ApprText.
       02 FILLER PIC X(8) VALUE "Request ".
       02 PtReqNo PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PtType PIC X(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PtOld PIC X(12).
       02 FILLER PIC X(4) VALUE " -> ".
       02 PtNew PIC X(12).
       02 FILLER PIC X(4) VALUE " by ".
       02 PtReqBy PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 PtReqDate PIC 9999/99/99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PtStatus PIC X(1).
       02 FILLER PIC X VALUE SPACE.
       02 PtDecidedBy PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 PtDecidedDate PIC X(10).
01 EditLimit PIC Z,ZZZ,ZZ9.99.
01 BalText.
       02 BtLabel PIC X(26).
       02 BtAmount PIC X(14).
01 EditBalance PIC Z,ZZZ,ZZ9.99.
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       ACCEPT RunTime FROM TIME.
       MOVE RunDate TO PrnRunDate.
       PERFORM AcceptParameters.
       IF NOT DocTypeValid OR NOT MethodValid
           DISPLAY "Document type or sampling method not recognised -"
               " nothing sampled."
           MOVE RC-ERROR TO RETURN-CODE
           GOBACK
       END-IF.

       MOVE "N" TO PopSelecting.
       PERFORM ReadPopulation.
       IF PopCount = 0
           DISPLAY "No " DocTypeName " dated in the period - nothing"
               " sampled."
           MOVE RC-WARNING TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM SetRandomStart.
       MOVE "Y" TO PopSelecting.
       PERFORM ReadPopulation.

       CALL "RPTFILE" USING SampRptBase, SampRptSuffix, SampRptMode,
           SampRptName.
       OPEN OUTPUT SampleReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       PERFORM PrintParameters.
       WRITE PrintLine FROM SelHeads AFTER ADVANCING 2 LINES.
       PERFORM PrintOneSelection
           VARYING ItemSub FROM 1 BY 1 UNTIL ItemSub > ItemCount.

       SORT PacketSortFile
           ON ASCENDING KEY PkItem, PkSection, PkSeq
           INPUT PROCEDURE IS GatherPackets
           OUTPUT PROCEDURE IS PrintPackets.

       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE SampleReport.
       MOVE SeedKeyed TO EditSeed.
       DISPLAY "Sample of " ItemCount " " DocTypeName " written to "
           SampRptName " - seed " EditSeed.
       IF ItemOverflow = "Y"
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

AcceptParameters.
       DISPLAY " ".
       DISPLAY "Period from (YYYYMMDD, zeros for a year back) : "
           WITH NO ADVANCING.
       ACCEPT FromDate.
       DISPLAY "Period to (YYYYMMDD, zeros for today) : "
           WITH NO ADVANCING.
       ACCEPT ToDate.
       IF ToDate = 0
           MOVE RunDate TO ToDate
       END-IF.
       IF FromDate = 0
           MOVE ToDate TO FromDate
           SUBTRACT 1 FROM FromYear
       END-IF.
       DISPLAY "Document type - I invoices, C credit memos,"
           " A adjustments, W write-offs : " WITH NO ADVANCING.
       ACCEPT DocType.
       EVALUATE TRUE
           WHEN DocInvoices MOVE "invoices" TO DocTypeName
           WHEN DocCredits MOVE "credit memos" TO DocTypeName
           WHEN DocAdjustments MOVE "adjustments" TO DocTypeName
           WHEN DocWriteOffs MOVE "write-offs" TO DocTypeName
       END-EVALUATE.
       DISPLAY "Method - S sample size, M monetary interval : "
           WITH NO ADVANCING.
       ACCEPT SampleMethod.
       IF MethodCount
           DISPLAY "Sample size : " WITH NO ADVANCING
           ACCEPT SampleWanted
           IF SampleWanted = 0
               MOVE "X" TO SampleMethod
           END-IF
       END-IF.
       IF MethodMonetary
           DISPLAY "Sampling interval in dollars : " WITH NO ADVANCING
           ACCEPT MonetaryInterval
           IF MonetaryInterval = 0
               MOVE "X" TO SampleMethod
           END-IF
       END-IF.
       DISPLAY "Seed (zeros to take one from the clock) : "
           WITH NO ADVANCING.
       ACCEPT SeedKeyed.
       IF SeedKeyed = 0
           MOVE RunTime TO SeedKeyed
       END-IF.
       IF SeedKeyed = 0
           MOVE 1 TO SeedKeyed
       END-IF.
       DIVIDE SeedKeyed BY RandomModulus GIVING RandomQuot
           REMAINDER RandomSeed.
       IF RandomSeed = 0
           MOVE 1 TO RandomSeed
       END-IF.

*> The next number off the generator, reduced into 1..RandomRange.
NextRandom.
       COMPUTE RandomProduct = RandomSeed * RandomMultiplier.
       DIVIDE RandomProduct BY RandomModulus GIVING RandomQuot
           REMAINDER RandomSeed.
       DIVIDE RandomSeed BY RandomRange GIVING RandomQuot
           REMAINDER RandomPick.
       ADD 1 TO RandomPick.

*> Systematic: every CountInterval'th document from a start inside
*> the first interval. Monetary: every IntervalCents'th cent from a
*> start inside the first interval.
SetRandomStart.
       IF MethodCount
           IF SampleWanted >= PopCount
               MOVE 1 TO CountInterval
           ELSE
               DIVIDE PopCount BY SampleWanted GIVING CountInterval
           END-IF
           MOVE CountInterval TO RandomRange
           PERFORM NextRandom
           MOVE RandomPick TO NextPos StartPoint
       ELSE
           COMPUTE IntervalCents = MonetaryInterval * 100
           MOVE IntervalCents TO RandomRange
           PERFORM NextRandom
           MOVE RandomPick TO NextPoint StartPoint
       END-IF.

*> The population in file order. Counting totals it; selecting
*> picks the sample as it goes.
ReadPopulation.
       MOVE 0 TO PopPos CumCents.
       MOVE "N" TO PopEOF.
       IF DocInvoices
           OPEN INPUT InvRegisterFile
           IF InvRegisterStatus NOT = "00"
                   AND InvRegisterStatus NOT = "05"
               MOVE "Y" TO PopEOF
           END-IF
       ELSE
           OPEN INPUT TranFile
           IF TranFileStatus NOT = "00" AND TranFileStatus NOT = "05"
               MOVE "Y" TO PopEOF
           END-IF
       END-IF.
       PERFORM TakeOnePopulationRecord UNTIL PopEOF = "Y".
       IF DocInvoices
           CLOSE InvRegisterFile
       ELSE
           CLOSE TranFile
       END-IF.

TakeOnePopulationRecord.
       MOVE "N" TO PopFound.
       IF DocInvoices
           PERFORM ReadOneRegister
       ELSE
           PERFORM ReadOneTran
       END-IF.
       IF PopFound = "Y"
           ADD 1 TO PopPos
           IF PopAmount < 0
               COMPUTE PopAbsAmount = 0 - PopAmount
           ELSE
               MOVE PopAmount TO PopAbsAmount
           END-IF
           IF PopSelecting = "N"
               ADD 1 TO PopCount
               ADD PopAbsAmount TO PopValue
           ELSE
               PERFORM SelectIfPicked
           END-IF
       END-IF.

ReadOneRegister.
       READ InvRegisterFile
           AT END MOVE "Y" TO PopEOF
           NOT AT END
               IF RegInvDate >= FromDate AND RegInvDate <= ToDate
                       AND RegGrandTotal NUMERIC
                   MOVE "Y" TO PopFound
                   MOVE RegInvDate TO PopDate
                   MOVE SPACES TO PopTime
                   MOVE RegCustID TO PopCustID
                   MOVE RegGrandTotal TO PopAmount PopTotal
                   MOVE RegInvoiceNo TO PopInvoiceNo
                   MOVE RegSubTotal TO PopSubTotal
                   MOVE RegTaxAmount TO PopTax
               END-IF
       END-READ.

ReadOneTran.
       READ TranFile
           AT END MOVE "Y" TO PopEOF
           NOT AT END
               IF TranDate >= FromDate AND TranDate <= ToDate
                       AND TranAmount NUMERIC
                       AND ((DocCredits AND TranCreditMemo)
                         OR (DocAdjustments AND TranAdjustment)
                         OR (DocWriteOffs AND TranWriteOff))
                   MOVE "Y" TO PopFound
                   MOVE TranDate TO PopDate
                   MOVE TranTime TO PopTime
                   MOVE TranCustID TO PopCustID
                   MOVE TranAmount TO PopAmount
                   MOVE 0 TO PopInvoiceNo PopSubTotal PopTax PopTotal
               END-IF
       END-READ.

SelectIfPicked.
       MOVE "N" TO ItemPicked.
       IF MethodCount
           IF PopPos = NextPos
               MOVE "Y" TO ItemPicked
               ADD CountInterval TO NextPos
           END-IF
       ELSE
           COMPUTE CumCents = CumCents + (PopAbsAmount * 100)
           PERFORM PassOnePoint UNTIL NextPoint > CumCents
       END-IF.
       IF ItemPicked = "Y"
           IF MethodCount AND ItemCount >= SampleWanted
               MOVE "N" TO ItemPicked
           END-IF
       END-IF.
       IF ItemPicked = "Y"
           IF ItemCount < ItemMax
               PERFORM AddSampleItem
           ELSE
               MOVE "Y" TO ItemOverflow
           END-IF
       END-IF.

*> A document big enough to hold several sampling points is still
*> one document.
PassOnePoint.
       MOVE "Y" TO ItemPicked.
       ADD IntervalCents TO NextPoint.

AddSampleItem.
       ADD 1 TO ItemCount.
       MOVE PopPos TO ItmPos(ItemCount).
       MOVE PopDate TO ItmDate(ItemCount).
       MOVE PopTime TO ItmTime(ItemCount).
       MOVE PopCustID TO ItmCustID(ItemCount).
       MOVE PopAmount TO ItmAmount(ItemCount).
       MOVE PopInvoiceNo TO ItmInvoiceNo(ItemCount).
       MOVE PopSubTotal TO ItmSubTotal(ItemCount).
       MOVE PopTax TO ItmTax(ItemCount).
       MOVE PopTotal TO ItmTotal(ItemCount).
       IF DocInvoices
           MOVE "N" TO ItmTimeFound(ItemCount)
       ELSE
           MOVE "Y" TO ItmTimeFound(ItemCount)
       END-IF.
       MOVE 0 TO ItmOperCount(ItemCount) ItmPrevBal(ItemCount)
           ItmBefore(ItemCount) ItmAfter(ItemCount).
       MOVE SPACES TO ItmOper(ItemCount, 1) ItmOper(ItemCount, 2)
           ItmOper(ItemCount, 3) ItmOper(ItemCount, 4).
       MOVE "N" TO ItmHasPrev(ItemCount) ItmHasBefore(ItemCount)
           ItmHasAfter(ItemCount).
       PERFORM ClearOneSectionCount
           VARYING SecSub FROM 1 BY 1 UNTIL SecSub > 8.

ClearOneSectionCount.
       MOVE 0 TO ItmSecCount(ItemCount, SecSub).

PrintParameters.
       MOVE "Period" TO PrnParmLabel.
       MOVE SPACES TO PrnParmValue.
       MOVE FromDate TO EditDate.
       MOVE EditDate TO PrnParmValue(1:10).
       MOVE "to" TO PrnParmValue(12:2).
       MOVE ToDate TO EditDate.
       MOVE EditDate TO PrnParmValue(15:10).
       WRITE PrintLine FROM ParmLine AFTER ADVANCING 2 LINES.
       MOVE "Document type" TO PrnParmLabel.
       MOVE DocTypeName TO PrnParmValue.
       WRITE PrintLine FROM ParmLine AFTER ADVANCING 1 LINE.
       MOVE "Population" TO PrnParmLabel.
       MOVE SPACES TO PrnParmValue.
       MOVE PopCount TO EditCount.
       MOVE EditCount TO PrnParmValue(1:7).
       MOVE "documents, value" TO PrnParmValue(9:16).
       MOVE PopValue TO EditMoney.
       MOVE EditMoney TO PrnParmValue(26:17).
       WRITE PrintLine FROM ParmLine AFTER ADVANCING 1 LINE.
       MOVE SPACES TO PrnParmValue.
       IF MethodCount
           MOVE "Sample size asked" TO PrnParmLabel
           MOVE SampleWanted TO EditCount
           MOVE EditCount TO PrnParmValue(1:7)
           MOVE "- every" TO PrnParmValue(9:7)
           MOVE CountInterval TO EditCount
           MOVE EditCount TO PrnParmValue(17:7)
           MOVE "th document from no." TO PrnParmValue(24:20)
           MOVE StartPoint TO EditCount
           MOVE EditCount TO PrnParmValue(45:7)
       ELSE
           MOVE "Monetary interval" TO PrnParmLabel
           MOVE MonetaryInterval TO EditMoney
           MOVE EditMoney TO PrnParmValue(1:17)
           MOVE "- start at cent" TO PrnParmValue(19:15)
           MOVE StartPoint TO EditSeed
           MOVE EditSeed TO PrnParmValue(35:10)
       END-IF.
       WRITE PrintLine FROM ParmLine AFTER ADVANCING 1 LINE.
       MOVE "Random seed" TO PrnParmLabel.
       MOVE SPACES TO PrnParmValue.
       MOVE SeedKeyed TO EditSeed.
       MOVE EditSeed TO PrnParmValue(1:10).
       MOVE "- key it again to reproduce the sample" TO PrnParmValue(12:40).
       WRITE PrintLine FROM ParmLine AFTER ADVANCING 1 LINE.
       MOVE "Documents selected" TO PrnParmLabel.
       MOVE SPACES TO PrnParmValue.
       MOVE ItemCount TO EditCount.
       MOVE EditCount TO PrnParmValue(1:7).
       IF ItemOverflow = "Y"
           MOVE "- more were picked than one run holds" TO PrnParmValue(9:40)
       END-IF.
       WRITE PrintLine FROM ParmLine AFTER ADVANCING 1 LINE.

PrintOneSelection.
       MOVE ItemSub TO PrnSelItem.
       MOVE ItmPos(ItemSub) TO PrnSelPos.
       MOVE ItmDate(ItemSub) TO PrnSelDate.
       MOVE ItmCustID(ItemSub) TO PrnSelCust.
       IF DocInvoices
           MOVE ItmInvoiceNo(ItemSub) TO PrnSelInvoice
       ELSE
           MOVE SPACES TO PrnSelInvoice
       END-IF.
       MOVE ItmAmount(ItemSub) TO PrnSelAmount.
       WRITE PrintLine FROM SelLine AFTER ADVANCING 1 LINE.

*> One pass of each supporting file, every record tested against
*> every sampled document. custtran.txt goes first so an invoice's
*> posting time is known before the after-images are matched to it,
*> and custtran.txt and audit.txt both go before seclog.txt so the
*> operators behind each document are known.
GatherPackets.
       PERFORM ReleaseDocumentLines
           VARYING ItemSub FROM 1 BY 1 UNTIL ItemSub > ItemCount.
       IF DocInvoices
           PERFORM GatherInvoiceLines
       END-IF.
       PERFORM GatherPostings.
       MOVE "audit.txt" TO AuditName.
       PERFORM GatherAuditFile.
       PERFORM GatherAuditArchives.
       PERFORM GatherSecurityLog.
       PERFORM GatherApprovals.
       PERFORM GatherBalances.
       PERFORM ReleaseEmptySections
           VARYING ItemSub FROM 1 BY 1 UNTIL ItemSub > ItemCount.

ReleasePacketLine.
       MOVE ItemSub TO PkItem.
       ADD 1 TO PacketSeq.
       MOVE PacketSeq TO PkSeq.
       ADD 1 TO ItmSecCount(ItemSub, PkSection).
       RELEASE PacketSortRecord.

ReleaseDocumentLines.
       MOVE ItmDate(ItemSub) TO DtDate.
       MOVE ItmTime(ItemSub) TO DtTime.
       MOVE ItmCustID(ItemSub) TO DtCustID.
       MOVE ItmAmount(ItemSub) TO DtAmount.
       MOVE SPACES TO DtNote.
       STRING "population no. " DELIMITED BY SIZE
              ItmPos(ItemSub) DELIMITED BY SIZE
              INTO DtNote
       END-STRING.
       MOVE 1 TO PkSection.
       MOVE DocText TO PkText.
       PERFORM ReleasePacketLine.
       IF DocInvoices
           MOVE ItmInvoiceNo(ItemSub) TO RtInvoiceNo
           MOVE ItmDate(ItemSub) TO RtDate
           MOVE ItmCustID(ItemSub) TO RtCustID
           MOVE ItmSubTotal(ItemSub) TO RtSubTotal
           MOVE ItmTax(ItemSub) TO RtTax
           MOVE ItmTotal(ItemSub) TO RtTotal
           MOVE 2 TO PkSection
           MOVE RegText TO PkText
           PERFORM ReleasePacketLine
       END-IF.

GatherInvoiceLines.
       MOVE "N" TO FileEOF.
       OPEN INPUT InvLinesFile.
       IF InvLinesStatus NOT = "00" AND InvLinesStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       PERFORM GatherOneInvoiceLine UNTIL FileEOF = "Y".
       CLOSE InvLinesFile.

GatherOneInvoiceLine.
       READ InvLinesFile
           AT END MOVE "Y" TO FileEOF
           NOT AT END
               PERFORM MatchLineToItem
                   VARYING ItemSub FROM 1 BY 1 UNTIL ItemSub > ItemCount
       END-READ.

MatchLineToItem.
       IF LineInvoiceNo = ItmInvoiceNo(ItemSub)
           MOVE LineProdCode TO LtProdCode
           MOVE LineDesc TO LtDesc
           MOVE LineQty TO LtQty
           MOVE LinePrice TO LtPrice
           MOVE LineTotal TO LtTotal
           IF LineUnitCost NUMERIC
               MOVE LineUnitCost TO EditUnitCost
               MOVE EditUnitCost TO LtCost
           ELSE
               MOVE "not kept" TO LtCost
           END-IF
           MOVE 3 TO PkSection
           MOVE LineText TO PkText
           PERFORM ReleasePacketLine
       END-IF.

GatherPostings.
       MOVE "N" TO FileEOF.
       OPEN INPUT TranFile.
       IF TranFileStatus NOT = "00" AND TranFileStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       PERFORM GatherOnePosting UNTIL FileEOF = "Y".
       CLOSE TranFile.

GatherOnePosting.
       READ TranFile
           AT END MOVE "Y" TO FileEOF
           NOT AT END
               PERFORM MatchPostingToItem
                   VARYING ItemSub FROM 1 BY 1 UNTIL ItemSub > ItemCount
       END-READ.

*> The document's own line is marked; an invoice takes its posting
*> time from its INVCE line, the one carrying the register's total
*> when there is a choice.
MatchPostingToItem.
       IF TranCustID = ItmCustID(ItemSub)
               AND TranDate = ItmDate(ItemSub)
           MOVE TranDate TO TtDate
           MOVE TranTime TO TtTime
           MOVE TranType TO TtType
           MOVE TranAmount TO TtAmount
           MOVE TranTaxAmount TO TtTax
           MOVE TranSalesID TO TtSalesID
           MOVE SPACES TO TtMark
           IF DocInvoices AND TranInvoice
               IF ItmTimeFound(ItemSub) = "N"
                       OR TranAmount = ItmTotal(ItemSub)
                   MOVE TranTime TO ItmTime(ItemSub)
               END-IF
               IF ItmTimeFound(ItemSub) = "N"
                   MOVE "Y" TO ItmTimeFound(ItemSub)
               END-IF
               IF TranAmount = ItmTotal(ItemSub)
                   MOVE "<< the invoice posting" TO TtMark
               END-IF
           END-IF
           IF NOT DocInvoices AND TranTime = ItmTime(ItemSub)
                   AND TranAmount = ItmAmount(ItemSub)
               MOVE "<< the document" TO TtMark
           END-IF
           MOVE 4 TO PkSection
           MOVE TranText TO PkText
           PERFORM ReleasePacketLine
           IF TranSalesID NOT = SPACES
               MOVE TranSalesID TO WorkOperID
               PERFORM NoteItemOperator
           END-IF
       END-IF.

NoteItemOperator.
       MOVE "N" TO OperFound.
       PERFORM MatchOneOperator
           VARYING OperSub FROM 1 BY 1
           UNTIL OperSub > ItmOperCount(ItemSub).
       IF OperFound = "N" AND ItmOperCount(ItemSub) < 4
           ADD 1 TO ItmOperCount(ItemSub)
           MOVE WorkOperID TO ItmOper(ItemSub, ItmOperCount(ItemSub))
       END-IF.

MatchOneOperator.
       IF ItmOper(ItemSub, OperSub) = WorkOperID
           MOVE "Y" TO OperFound
       END-IF.

GatherAuditArchives.
       MOVE "N" TO IndexEOF.
       OPEN INPUT ArchIndexFile.
       IF ArchIndexStatus NOT = "00" AND ArchIndexStatus NOT = "05"
           MOVE "Y" TO IndexEOF
       END-IF.
       PERFORM GatherOneArchive UNTIL IndexEOF = "Y".
       CLOSE ArchIndexFile.

GatherOneArchive.
       READ ArchIndexFile
           AT END MOVE "Y" TO IndexEOF
       END-READ.
       IF IndexEOF = "N" AND ArchIndexName NOT = SPACES
           MOVE ArchIndexName TO AuditName
           PERFORM GatherAuditFile
       END-IF.

*> audit.txt and each archive share the one layout; AuditName
*> says which is being read.
GatherAuditFile.
       MOVE "N" TO FileEOF.
       OPEN INPUT AuditFile.
       IF AuditFileStatus NOT = "00" AND AuditFileStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       PERFORM GatherOneAuditLine UNTIL FileEOF = "Y".
       CLOSE AuditFile.

GatherOneAuditLine.
       READ AuditFile
           AT END MOVE "Y" TO FileEOF
           NOT AT END
               PERFORM MatchAuditToItem
                   VARYING ItemSub FROM 1 BY 1 UNTIL ItemSub > ItemCount
       END-READ.

MatchAuditToItem.
       IF AuditCustID = ItmCustID(ItemSub)
               AND AuditDate = ItmDate(ItemSub)
           MOVE AuditDate TO AtDate
           MOVE AuditTime TO AtTime
           MOVE AuditOp TO AtOp
           MOVE SPACES TO AtOldName AtNewName
           STRING AuditOldFName DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  AuditOldLName DELIMITED BY "  "
                  INTO AtOldName
           END-STRING
           STRING AuditNewFName DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  AuditNewLName DELIMITED BY "  "
                  INTO AtNewName
           END-STRING
           MOVE AuditOperID TO AtOperID
           MOVE 5 TO PkSection
           MOVE AuditText TO PkText
           PERFORM ReleasePacketLine
           IF AuditOperID NOT = SPACES AND AuditOperID NOT = "BATCH"
               MOVE AuditOperID TO WorkOperID
               PERFORM NoteItemOperator
           END-IF
       END-IF.

GatherSecurityLog.
       MOVE "N" TO FileEOF.
       OPEN INPUT SecLogFile.
       IF SecLogStatus NOT = "00" AND SecLogStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       PERFORM GatherOneSecurityEvent UNTIL FileEOF = "Y".
       CLOSE SecLogFile.

GatherOneSecurityEvent.
       READ SecLogFile
           AT END MOVE "Y" TO FileEOF
           NOT AT END
               PERFORM MatchSecurityToItem
                   VARYING ItemSub FROM 1 BY 1 UNTIL ItemSub > ItemCount
       END-READ.

MatchSecurityToItem.
       IF SlgDate = ItmDate(ItemSub)
           MOVE "N" TO OperFound
           IF SlgOverride
               MOVE "Y" TO OperFound
           ELSE
               MOVE SlgOperID TO WorkOperID
               PERFORM MatchOneOperator
                   VARYING OperSub FROM 1 BY 1
                   UNTIL OperSub > ItmOperCount(ItemSub)
           END-IF
           IF OperFound = "Y"
               MOVE SlgDate TO StDate
               MOVE SlgTime TO StTime
               MOVE SlgEvent TO StEvent
               MOVE SlgOperID TO StOperID
               MOVE 6 TO PkSection
               MOVE SecText TO PkText
               PERFORM ReleasePacketLine
           END-IF
       END-IF.

GatherApprovals.
       MOVE "N" TO FileEOF.
       OPEN INPUT ApprovalFile.
       IF ApprFileStatus NOT = "00" AND ApprFileStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       PERFORM GatherOneApproval UNTIL FileEOF = "Y".
       CLOSE ApprovalFile.

GatherOneApproval.
       READ ApprovalFile NEXT RECORD
           AT END MOVE "Y" TO FileEOF
           NOT AT END
               PERFORM MatchApprovalToItem
                   VARYING ItemSub FROM 1 BY 1 UNTIL ItemSub > ItemCount
       END-READ.

MatchApprovalToItem.
       IF ApprCustID = ItmCustID(ItemSub)
               AND ApprReqDate >= FromDate
               AND ApprReqDate <= ItmDate(ItemSub)
           MOVE ApprReqNo TO PtReqNo
           MOVE ApprType TO PtType
           IF ApprCreditLimit
               MOVE ApprOldLimit TO EditLimit
               MOVE EditLimit TO PtOld
               MOVE ApprNewLimit TO EditLimit
               MOVE EditLimit TO PtNew
           ELSE
               MOVE ApprOldValue TO PtOld
               MOVE ApprNewValue TO PtNew
           END-IF
           MOVE ApprReqBy TO PtReqBy
           MOVE ApprReqDate TO PtReqDate
           MOVE ApprStatus TO PtStatus
           MOVE ApprDecidedBy TO PtDecidedBy
           IF ApprDecidedDate NUMERIC AND ApprDecidedDate > 0
               MOVE ApprDecidedDate TO EditDate
               MOVE EditDate TO PtDecidedDate
           ELSE
               MOVE SPACES TO PtDecidedDate
           END-IF
           MOVE 7 TO PkSection
           MOVE ApprText TO PkText
           PERFORM ReleasePacketLine
       END-IF.

*> The after-image the posting wrote is the first for the customer
*> stamped at or after the posting; the image before it in the log
*> is the balance the posting started from.
GatherBalances.
       MOVE "N" TO FileEOF.
       OPEN INPUT AfterImageFile.
       IF AfterImageStatus NOT = "00" AND AfterImageStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       PERFORM GatherOneImage UNTIL FileEOF = "Y".
       CLOSE AfterImageFile.
       PERFORM ReleaseBalanceLines
           VARYING ItemSub FROM 1 BY 1 UNTIL ItemSub > ItemCount.

GatherOneImage.
       READ AfterImageFile
           AT END MOVE "Y" TO FileEOF
           NOT AT END
               MOVE AiImage TO ImageView
               MOVE SPACES TO ImageStamp
               STRING AiDate DELIMITED BY SIZE
                      AiTime DELIMITED BY SIZE
                      INTO ImageStamp
               END-STRING
               PERFORM MatchImageToItem
                   VARYING ItemSub FROM 1 BY 1 UNTIL ItemSub > ItemCount
       END-READ.

MatchImageToItem.
       IF ImgCustID = ItmCustID(ItemSub)
               AND ItmHasAfter(ItemSub) = "N"
           MOVE SPACES TO PostStamp
           STRING ItmDate(ItemSub) DELIMITED BY SIZE
                  ItmTime(ItemSub) DELIMITED BY SIZE
                  INTO PostStamp
           END-STRING
           IF ImageStamp >= PostStamp
               MOVE ImgBalance TO ItmAfter(ItemSub)
               MOVE "Y" TO ItmHasAfter(ItemSub)
               MOVE ItmPrevBal(ItemSub) TO ItmBefore(ItemSub)
               MOVE ItmHasPrev(ItemSub) TO ItmHasBefore(ItemSub)
           ELSE
               MOVE ImgBalance TO ItmPrevBal(ItemSub)
               MOVE "Y" TO ItmHasPrev(ItemSub)
           END-IF
       END-IF.

ReleaseBalanceLines.
       MOVE 8 TO PkSection.
       MOVE "Balance before the posting" TO BtLabel.
       IF ItmHasBefore(ItemSub) = "Y"
           MOVE ItmBefore(ItemSub) TO EditBalance
           MOVE EditBalance TO BtAmount
       ELSE
           IF ItmHasAfter(ItemSub) = "N" AND ItmHasPrev(ItemSub) = "Y"
               MOVE ItmPrevBal(ItemSub) TO EditBalance
               MOVE EditBalance TO BtAmount
           ELSE
               MOVE "no image" TO BtAmount
           END-IF
       END-IF.
       MOVE BalText TO PkText.
       PERFORM ReleasePacketLine.
       MOVE "Balance after the posting" TO BtLabel.
       IF ItmHasAfter(ItemSub) = "Y"
           MOVE ItmAfter(ItemSub) TO EditBalance
           MOVE EditBalance TO BtAmount
       ELSE
           MOVE "no image" TO BtAmount
       END-IF.
       MOVE BalText TO PkText.
       PERFORM ReleasePacketLine.

*> A section with nothing in it still prints, saying so - the
*> auditor asked to see it either way.
ReleaseEmptySections.
       PERFORM ReleaseOneEmptySection
           VARYING SecSub FROM 2 BY 1 UNTIL SecSub > 7.

ReleaseOneEmptySection.
       IF ItmSecCount(ItemSub, SecSub) = 0
               AND (DocInvoices OR SecSub > 3)
           MOVE SecSub TO PkSection
           MOVE NoneLine TO PkText
           PERFORM ReleasePacketLine
       END-IF.

PrintPackets.
       MOVE 0 TO CurItem CurSection.
       MOVE "N" TO SortEOF.
       PERFORM PrintOnePacketLine UNTIL SortEOF = "Y".

PrintOnePacketLine.
       RETURN PacketSortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.
       IF SortEOF = "N"
           IF PkItem NOT = CurItem
               MOVE PkItem TO CurItem
               MOVE 0 TO CurSection
               PERFORM PrintItemHeading
           END-IF
           IF PkSection NOT = CurSection
               MOVE PkSection TO CurSection
               MOVE SectionName(CurSection) TO PrnSectionName
               WRITE PrintLine FROM SectionHeading AFTER ADVANCING 2 LINES
           END-IF
           MOVE PkText TO PrnPacketText
           WRITE PrintLine FROM PacketLine AFTER ADVANCING 1 LINE
       END-IF.

PrintItemHeading.
       MOVE CurItem TO PrnItemNo.
       MOVE ItemCount TO PrnItemOf.
       MOVE DocTypeName TO PrnItemType.
       MOVE SPACES TO PrnItemRef.
       IF DocInvoices
           STRING "invoice " DELIMITED BY SIZE
                  ItmInvoiceNo(CurItem) DELIMITED BY SIZE
                  ", customer " DELIMITED BY SIZE
                  ItmCustID(CurItem) DELIMITED BY SIZE
                  INTO PrnItemRef
           END-STRING
       ELSE
           STRING "customer " DELIMITED BY SIZE
                  ItmCustID(CurItem) DELIMITED BY SIZE
                  INTO PrnItemRef
           END-STRING
       END-IF.
       WRITE PrintLine FROM ItemHeading AFTER ADVANCING PAGE.
