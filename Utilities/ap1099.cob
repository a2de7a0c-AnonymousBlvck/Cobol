       >>SOURCE FORMAT FREE
*> Year-end 1099 run for supplier payments. The accountant used to
*> rebuild the 1099s from the chequebook every January; appay.txt
*> already has every supplier payment, one line per event, and
*> supplier.txt now carries the taxpayer ID and reportable flag.
*> For the calendar year asked for, this run totals each supplier's
*> payments off appay.txt and, for every supplier flagged 1099
*> reportable, prints the worksheet line - name, taxpayer ID, the
*> year's payments and whether they reach the filing threshold. A
*> reportable supplier with no taxpayer ID on file is listed as an
*> exception and left off the filing. Every supplier at or over the
*> threshold with an ID goes on the electronic filing extract
*> ap1099-YYYY.txt, wrapped in the same HDR/TRL control records as
*> our other interchange files (the trailer counting the payees,
*> hashing the taxpayer ID digits and totalling the amounts). A
*> card file (ap1099parm.txt : TAXYEAR=, punched YYYY) drives the
*> year unattended - yearend punches it when the run goes as a job
*> in its chain and takes it away again afterwards; with no card
*> file the operator is asked.
IDENTIFICATION DIVISION.
PROGRAM-ID. ap1099.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL SupplierFile ASSIGN TO "supplier.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SuppCode
           FILE STATUS IS SuppFileStatus.

       SELECT OPTIONAL APPayJournal ASSIGN TO "appay.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPayStatus.

       SELECT WorksheetReport ASSIGN TO "AP1099.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FilingFile ASSIGN TO DYNAMIC FilingName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SupplierFile.
       COPY "supprec.cpy".

FD APPayJournal.
       COPY "appayrec.cpy".

FD WorksheetReport.
       01 PrintLine PIC X(80).

FD FilingFile.
       01 FilingLine PIC X(100).

WORKING-STORAGE SECTION.
01 SuppFileStatus PIC XX.
01 APPayStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 RunDate PIC 9(8).
01 TaxYear PIC 9(4).
01 LineYear PIC 9(4).
01 PayEOF PIC X.
01 BrowseEOF PIC X.
01 FilingName PIC X(30).
01 ParmFileName PIC X(20) VALUE "ap1099parm.txt".
01 ParmKeyword PIC X(12).
01 ParmValue PIC X(30).
01 ParmFound PIC X.
*> The filing threshold for supplier payments.
01 FilingThreshold PIC 9(7)V99 VALUE 600.00.
*> The year's payments, one slot per supplier paid.
01 PaidCount PIC 9(3) VALUE ZERO.
01 PaidMax PIC 9(3) VALUE 500.
01 PaidSub PIC 9(3).
01 PaidFound PIC X.
01 PaidTable.
       02 PaidEntry OCCURS 500 TIMES.
              03 PdSuppCode PIC X(5).
              03 PdAmount PIC 9(9)V99.
01 SuppYearTotal PIC 9(9)V99.
01 ReportableCount PIC 9(5) VALUE ZERO.
01 FiledCount PIC 9(7) VALUE ZERO.
01 FiledTotal PIC 9(11)V99 VALUE ZERO.
01 TinHash PIC 9(12) VALUE ZERO.
01 TinDigits PIC 9(9).
01 TinDigitCount PIC 9(2).
01 TinSub PIC 9(2).
01 TinOneDigit PIC 9.
01 ExceptionCount PIC 9(5) VALUE ZERO.
01 PageHeading.
       02 FILLER PIC X(26) VALUE "1099 Worksheet            ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 YearLine.
       02 FILLER PIC X(17) VALUE "Calendar year  : ".
       02 PrnTaxYear PIC 9(4).
       02 FILLER PIC X(16) VALUE "   threshold : ".
       02 PrnThreshold PIC $$$,$$9.99.
01 Heads PIC X(80) VALUE
       "Supp   Name                  Tax ID               Paid  Filing".
01 WorksheetDetail.
       02 PrnSuppCode PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSuppName PIC X(20).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnTaxID PIC X(11).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnPaid PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnFilingFlag PIC X(12).
01 NoneLine PIC X(44) VALUE "No suppliers are flagged 1099 reportable.".
01 TotalLine.
       02 FILLER PIC X(22) VALUE "Reportable suppliers: ".
       02 PrnReportable PIC ZZZZ9.
       02 FILLER PIC X(12) VALUE "   filed : ".
       02 PrnFiled PIC ZZZZ9.
       02 FILLER PIC X(12) VALUE "   total : ".
       02 PrnFiledTotal PIC $$$,$$$,$$9.99.
01 ExceptHeading PIC X(60) VALUE
       "Exceptions - reportable, no taxpayer ID on file :".
01 ExceptDetail.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnExSuppCode PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnExSuppName PIC X(20).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnExPaid PIC $$$,$$$,$$9.99.
01 NoExceptLine PIC X(48) VALUE "  None - every reportable supplier has an ID.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
01 FilingDetail.
       02 FILLER PIC X(4) VALUE "PAY ".
       02 FdTaxYear PIC 9(4).
       02 FILLER PIC X VALUE SPACE.
       02 FdTaxID PIC X(11).
       02 FILLER PIC X VALUE SPACE.
       02 FdSuppCode PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 FdSuppName PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 FdSuppAddress PIC X(30).
       02 FILLER PIC X VALUE SPACE.
       02 FdAmount PIC 9(9)V99.
       COPY "ctlrec.cpy".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       MOVE 0 TO TaxYear.
       MOVE "TAXYEAR" TO ParmKeyword.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "X"
           DISPLAY " "
           DISPLAY "1099 calendar year (YYYY, zeros for last year) : "
               WITH NO ADVANCING
           ACCEPT TaxYear
       ELSE
           IF ParmFound = "Y"
               MOVE ParmValue(1:4) TO TaxYear
           END-IF
       END-IF.
       IF TaxYear = 0
           MOVE RunDate(1:4) TO TaxYear
           SUBTRACT 1 FROM TaxYear
       END-IF.
       DISPLAY "1099 year : " TaxYear.
       MOVE TaxYear TO PrnTaxYear.
       MOVE FilingThreshold TO PrnThreshold.

       OPEN INPUT SupplierFile.
       MOVE "supplier.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, SuppFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.

       PERFORM TotalYearPayments.

       MOVE SPACES TO FilingName.
       STRING "ap1099-" DELIMITED BY SIZE
              TaxYear DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
              INTO FilingName
       END-STRING.
       OPEN OUTPUT WorksheetReport.
       OPEN OUTPUT FilingFile.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       WRITE PrintLine FROM YearLine AFTER ADVANCING 1 LINE.
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.
       MOVE SPACES TO InterchangeHeader.
       MOVE "HDR" TO IchHdrTag.
       MOVE RunDate TO IchHdrDate.
       MOVE "AP1099" TO IchHdrSource.
       WRITE FilingLine FROM InterchangeHeader.

       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO SuppCode.
       START SupplierFile KEY IS GREATER THAN OR EQUAL TO SuppCode
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM WorksheetNext UNTIL BrowseEOF = "Y".

       IF ReportableCount = 0
           WRITE PrintLine FROM NoneLine AFTER ADVANCING 2 LINES
       ELSE
           MOVE ReportableCount TO PrnReportable
           MOVE FiledCount TO PrnFiled
           MOVE FiledTotal TO PrnFiledTotal
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
       END-IF.

       WRITE PrintLine FROM ExceptHeading AFTER ADVANCING 2 LINES.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO SuppCode.
       START SupplierFile KEY IS GREATER THAN OR EQUAL TO SuppCode
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM ExceptionNext UNTIL BrowseEOF = "Y".
       IF ExceptionCount = 0
           WRITE PrintLine FROM NoExceptLine AFTER ADVANCING 1 LINE
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

       MOVE SPACES TO InterchangeTrailer.
       MOVE "TRL" TO IchTrlTag.
       MOVE FiledCount TO IchTrlCount.
       MOVE TinHash TO IchTrlIDHash.
       MOVE FiledTotal TO IchTrlBalHash.
       WRITE FilingLine FROM InterchangeTrailer.

       CLOSE SupplierFile, WorksheetReport, FilingFile.
       DISPLAY "1099 worksheet written to AP1099.rpt, filing extract to "
           FilingName.
       DISPLAY "Payees filed : " FiledCount "   exceptions : "
           ExceptionCount.
       IF ExceptionCount > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

TotalYearPayments.
       MOVE "N" TO PayEOF.
       OPEN INPUT APPayJournal.
       IF APPayStatus NOT = "00" AND APPayStatus NOT = "05"
           MOVE "Y" TO PayEOF
       END-IF.
       PERFORM TotalOnePayment UNTIL PayEOF = "Y".
       CLOSE APPayJournal.

TotalOnePayment.
       READ APPayJournal
           AT END MOVE "Y" TO PayEOF
           NOT AT END
               MOVE APPayDate(1:4) TO LineYear
               IF LineYear = TaxYear
                   PERFORM AddToPaidTable
               END-IF
       END-READ.

AddToPaidTable.
       MOVE "N" TO PaidFound.
       PERFORM MatchPaidSlot
           VARYING PaidSub FROM 1 BY 1
           UNTIL PaidSub > PaidCount OR PaidFound = "Y".
       IF PaidFound = "Y"
           SUBTRACT 1 FROM PaidSub
           ADD APPayAmount TO PdAmount(PaidSub)
       ELSE
           IF PaidCount < PaidMax
               ADD 1 TO PaidCount
               MOVE APPaySupp TO PdSuppCode(PaidCount)
               MOVE APPayAmount TO PdAmount(PaidCount)
           ELSE
               DISPLAY "More than " PaidMax " suppliers paid - "
                   APPaySupp " not totalled."
           END-IF
       END-IF.

MatchPaidSlot.
       IF PdSuppCode(PaidSub) = APPaySupp
           MOVE "Y" TO PaidFound
       END-IF.

FindSupplierTotal.
       MOVE 0 TO SuppYearTotal.
       MOVE "N" TO PaidFound.
       PERFORM MatchSupplierSlot
           VARYING PaidSub FROM 1 BY 1
           UNTIL PaidSub > PaidCount OR PaidFound = "Y".

MatchSupplierSlot.
       IF PdSuppCode(PaidSub) = SuppCode
           MOVE "Y" TO PaidFound
           MOVE PdAmount(PaidSub) TO SuppYearTotal
       END-IF.

WorksheetNext.
       READ SupplierFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF Supp1099Reportable
               PERFORM WorksheetOneSupplier
           END-IF
       END-IF.

WorksheetOneSupplier.
       ADD 1 TO ReportableCount.
       PERFORM FindSupplierTotal.
       MOVE SuppCode TO PrnSuppCode.
       MOVE SuppName TO PrnSuppName.
       MOVE SuppTaxID TO PrnTaxID.
       MOVE SuppYearTotal TO PrnPaid.
       EVALUATE TRUE
           WHEN SuppTaxID = SPACES
               MOVE "NO TAX ID" TO PrnFilingFlag
           WHEN SuppYearTotal < FilingThreshold
               MOVE "UNDER LIMIT" TO PrnFilingFlag
           WHEN OTHER
               MOVE "FILED" TO PrnFilingFlag
               PERFORM WriteFilingRecord
       END-EVALUATE.
       WRITE PrintLine FROM WorksheetDetail AFTER ADVANCING 1 LINE.

WriteFilingRecord.
       MOVE TaxYear TO FdTaxYear.
       MOVE SuppTaxID TO FdTaxID.
       MOVE SuppCode TO FdSuppCode.
       MOVE SuppName TO FdSuppName.
       MOVE SuppAddress TO FdSuppAddress.
       MOVE SuppYearTotal TO FdAmount.
       WRITE FilingLine FROM FilingDetail.
       ADD 1 TO FiledCount.
       ADD SuppYearTotal TO FiledTotal.
       PERFORM HashTaxID.

*> The ID hash is the sum of the nine-digit taxpayer numbers with
*> their dashes taken out, so the receiving end can prove no ID was
*> garbled on the way.
HashTaxID.
       MOVE 0 TO TinDigits.
       MOVE 0 TO TinDigitCount.
       PERFORM TakeOneTinDigit
           VARYING TinSub FROM 1 BY 1 UNTIL TinSub > 11.
       ADD TinDigits TO TinHash.

TakeOneTinDigit.
       IF SuppTaxID(TinSub:1) IS NUMERIC AND TinDigitCount < 9
           ADD 1 TO TinDigitCount
           MOVE SuppTaxID(TinSub:1) TO TinOneDigit
           COMPUTE TinDigits = (TinDigits * 10) + TinOneDigit
       END-IF.

ExceptionNext.
       READ SupplierFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF Supp1099Reportable AND SuppTaxID = SPACES
               PERFORM FindSupplierTotal
               ADD 1 TO ExceptionCount
               MOVE SuppCode TO PrnExSuppCode
               MOVE SuppName TO PrnExSuppName
               MOVE SuppYearTotal TO PrnExPaid
               WRITE PrintLine FROM ExceptDetail AFTER ADVANCING 1 LINE
           END-IF
       END-IF.
