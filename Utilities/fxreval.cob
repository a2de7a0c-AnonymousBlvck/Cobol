       >>SOURCE FORMAT FREE
*> Month-end exchange revaluation. Customers billed in another
*> currency leave two kinds of exchange difference behind them, and
*> the ledger wants both. The realized side is already booked -
*> custpay puts an FXADJ line on custtran.txt whenever a foreign
*> invoice is settled at a rate other than its billing rate - and
*> this run totals the month's FXADJ lines by currency so the
*> accountant can see it. The unrealized side is what the open
*> foreign items on openitem.txt would fetch at today's fxrates.txt
*> rate (GETFXRT) against the dollars they are carried at: every
*> item not yet paid in full is listed with what it still owes in
*> its own currency, what that is worth today and the difference.
*> Each currency's position is compared with its last line on
*> fxreval.txt and the movement appended there for glpost to book
*> to the revaluation and unrealized gain/loss accounts, so the
*> revaluation account always carries the latest valuation and
*> nothing is reversed by hand. A currency with no rate on file for
*> today is listed but not revalued - its last position stands -
*> and the run exits RC-WARNING so somebody keys the rate. The
*> month is the run date's month; the report goes to FxReval.rpt.
IDENTIFICATION DIVISION.
PROGRAM-ID. fxreval.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT OPTIONAL TranFile ASSIGN TO "custtran.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TranFileStatus.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OiInvoiceNo
           FILE STATUS IS OpenItemStatus.

       SELECT OPTIONAL FxRevalFile ASSIGN TO "fxreval.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FxRevalStatus.

       SELECT RevalReport ASSIGN TO "FxReval.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY "custrec.cpy".

FD TranFile.
       COPY "trnrec.cpy".

FD OpenItemFile.
       COPY "openitem.cpy".

FD FxRevalFile.
       COPY "fxreval.cpy".

FD RevalReport.
       01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
01 TranFileStatus PIC XX.
01 OpenItemStatus PIC XX.
01 FxRevalStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 TranEOF PIC X.
01 OiEOF PIC X.
01 RevEOF PIC X.
01 RunDate PIC 9(8).
01 RunMonth PIC 9(6).
01 WantedCurrency PIC X(3).
01 ItemRemaining PIC 9(7)V99.
01 ForeignOwed PIC 9(9)V99.
01 RevaluedHome PIC 9(9)V99.
01 ItemUnreal PIC S9(9)V99.
01 ItemsValued PIC 9(7) VALUE ZERO.
01 ItemsNoRate PIC 9(7) VALUE ZERO.
01 RealizedLines PIC 9(7) VALUE ZERO.
01 LinesWritten PIC 9(3) VALUE ZERO.
*> One slot per currency met on fxreval.txt, the month's FXADJ
*> lines or the open items: the month's realized total, today's
*> rate for it, the unrealized position worked today and the last
*> one booked.
01 CurCount PIC 9(2) VALUE ZERO.
01 CurMax PIC 9(2) VALUE 20.
01 CurSub PIC 9(2).
01 CurHit PIC 9(2).
01 CurTable.
       02 CurEntry OCCURS 20 TIMES.
              03 CurCode PIC X(3).
              03 CurRealized PIC S9(9)V99.
              03 CurRate PIC 9(4)V9(6).
              03 CurRateFound PIC X.
              03 CurHasItems PIC X.
              03 CurPosition PIC S9(9)V99.
              03 CurPrevPos PIC S9(9)V99.
01 TotRealized PIC S9(9)V99 VALUE ZERO.
01 TotPosition PIC S9(9)V99 VALUE ZERO.
01 TotMovement PIC S9(9)V99 VALUE ZERO.
01 CurMovement PIC S9(9)V99.
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Exchange Revaluation      ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 RealizedTitle.
       02 FILLER PIC X(38) VALUE "Realized exchange gain/loss for month ".
       02 PrnRunMonth PIC 9(6).
01 RealizedHeads PIC X(40) VALUE "Currency        Gain/Loss".
01 RealizedLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnRealCode PIC X(3).
       02 FILLER PIC X(6) VALUE SPACES.
       02 PrnRealAmount PIC $$$,$$$,$$9.99-.
01 NoRealizedLine PIC X(50) VALUE
       "  No exchange differences realized this month.".
01 UnrealTitle PIC X(50) VALUE
       "Unrealized on open items at today's rates".
01 UnrealHeads PIC X(100) VALUE
       "Inv No Cust   Cur    Carried at      Owed in curr Billed at  Today rate    Worth today   Gain/Loss".
01 UnrealDetailLine.
       02 PrnOiInvoiceNo PIC 9(6).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnOiCustID PIC 9(6).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnOiCurrency PIC X(3).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnCarried PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnForeignOwed PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnBilledRate PIC ZZZ9.999999.
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnTodayPart.
              03 PrnTodayRate PIC ZZZ9.999999.
              03 FILLER PIC X(1).
              03 PrnRevalued PIC $$$,$$$,$$9.99.
              03 FILLER PIC X(1).
              03 PrnItemUnreal PIC $$$,$$9.99-.
01 NoItemsLine PIC X(50) VALUE
       "  No foreign-currency items open.".
01 PositionHeads PIC X(70) VALUE
       "Currency   Today's rate     Position   Last booked     Movement".
01 PositionLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnPosCode PIC X(3).
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnPosRate PIC ZZZ9.999999.
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnPosition PIC $$$,$$$,$$9.99-.
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnPrevPos PIC $$$,$$$,$$9.99-.
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnMovement PIC $$$,$$$,$$9.99-.
01 NoRatePositionLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnNoRateCode PIC X(3).
       02 FILLER PIC X(47) VALUE
           "    no rate on fxrates.txt today - not revalued".
01 TotalLine.
       02 PrnTotLabel PIC X(40).
       02 PrnTotAmount PIC $$$,$$$,$$9.99-.
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       MOVE RunDate(1:6) TO RunMonth.
       MOVE RunMonth TO PrnRunMonth.

       OPEN INPUT CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN OUTPUT RevalReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.

       PERFORM LoadLastPositions.
       PERFORM SumRealized.
       PERFORM PrintRealized.
       PERFORM ValueOpenItems.
       PERFORM PrintPositions.

       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE CustomerFile, RevalReport.

       DISPLAY "Exchange revaluation written to FxReval.rpt : "
           ItemsValued " open items revalued, " LinesWritten
           " currencies to fxreval.txt.".
       IF ItemsNoRate > 0
           DISPLAY ItemsNoRate " open items had no rate for today"
               " - not revalued."
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

*> The file is appended in date order, so each currency's last line
*> is its latest booked position.
LoadLastPositions.
       MOVE "N" TO RevEOF.
       OPEN INPUT FxRevalFile.
       IF FxRevalStatus NOT = "00" AND FxRevalStatus NOT = "05"
           MOVE "Y" TO RevEOF
       END-IF.
       PERFORM LoadOnePosition UNTIL RevEOF = "Y".
       CLOSE FxRevalFile.

LoadOnePosition.
       READ FxRevalFile
           AT END MOVE "Y" TO RevEOF
           NOT AT END
               IF FrvPosition NUMERIC
                   MOVE FrvCurrency TO WantedCurrency
                   PERFORM FindCurrencySlot
                   MOVE FrvPosition TO CurPrevPos(CurHit)
               END-IF
       END-READ.

*> The month's FXADJ lines, put under the currency the customer is
*> billed in.
SumRealized.
       MOVE "N" TO TranEOF.
       OPEN INPUT TranFile.
       IF TranFileStatus NOT = "00" AND TranFileStatus NOT = "05"
           MOVE "Y" TO TranEOF
       END-IF.
       PERFORM SumOneRealized UNTIL TranEOF = "Y".
       CLOSE TranFile.

SumOneRealized.
       READ TranFile
           AT END MOVE "Y" TO TranEOF
           NOT AT END
               IF TranFxGainLoss AND TranDate(1:6) = RunMonth
                   ADD 1 TO RealizedLines
                   MOVE "???" TO WantedCurrency
                   MOVE TranCustID TO CustID
                   READ CustomerFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CustCurrency TO WantedCurrency
                   END-READ
                   PERFORM FindCurrencySlot
                   ADD TranAmount TO CurRealized(CurHit)
                   ADD TranAmount TO TotRealized
               END-IF
       END-READ.

PrintRealized.
       WRITE PrintLine FROM RealizedTitle AFTER ADVANCING 2 LINES.
       IF RealizedLines = 0
           WRITE PrintLine FROM NoRealizedLine AFTER ADVANCING 2 LINES
       ELSE
           WRITE PrintLine FROM RealizedHeads AFTER ADVANCING 2 LINES
           PERFORM PrintOneRealized
               VARYING CurSub FROM 1 BY 1 UNTIL CurSub > CurCount
           MOVE "Total realized this month" TO PrnTotLabel
           MOVE TotRealized TO PrnTotAmount
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
       END-IF.

PrintOneRealized.
       IF CurRealized(CurSub) NOT = 0
           MOVE CurCode(CurSub) TO PrnRealCode
           MOVE CurRealized(CurSub) TO PrnRealAmount
           WRITE PrintLine FROM RealizedLine AFTER ADVANCING 1 LINE
       END-IF.

ValueOpenItems.
       WRITE PrintLine FROM UnrealTitle AFTER ADVANCING 3 LINES.
       WRITE PrintLine FROM UnrealHeads AFTER ADVANCING 2 LINES.
       MOVE "N" TO OiEOF.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus NOT = "00" AND OpenItemStatus NOT = "05"
           MOVE "Y" TO OiEOF
       END-IF.
       PERFORM ValueOneOpenItem UNTIL OiEOF = "Y".
       CLOSE OpenItemFile.
       IF ItemsValued = 0 AND ItemsNoRate = 0
           WRITE PrintLine FROM NoItemsLine AFTER ADVANCING 1 LINE
       END-IF.

*> Dollar items (no billing rate) and items paid in full pass by.
*> What the item still owes is carried at its billing rate; in its
*> own currency that is the customer's debt, and at today's rate it
*> is what the debt is worth now.
ValueOneOpenItem.
       READ OpenItemFile NEXT RECORD
           AT END MOVE "Y" TO OiEOF
           NOT AT END
               IF OiFxRate IS NUMERIC AND NOT OiPaidFull
                   IF OiFxRate > 0 AND OiAmount > OiPaidAmt
                       PERFORM RevalueOneItem
                   END-IF
               END-IF
       END-READ.

RevalueOneItem.
       MOVE OiCurrency TO WantedCurrency.
       PERFORM FindCurrencySlot.
       IF CurRateFound(CurHit) = SPACE
           CALL "GETFXRT" USING CurCode(CurHit), RunDate,
               CurRate(CurHit), CurRateFound(CurHit)
       END-IF.
       MOVE "Y" TO CurHasItems(CurHit).
       COMPUTE ItemRemaining = OiAmount - OiPaidAmt.
       COMPUTE ForeignOwed ROUNDED = ItemRemaining * OiFxRate.
       MOVE OiInvoiceNo TO PrnOiInvoiceNo.
       MOVE OiCustID TO PrnOiCustID.
       MOVE OiCurrency TO PrnOiCurrency.
       MOVE ItemRemaining TO PrnCarried.
       MOVE ForeignOwed TO PrnForeignOwed.
       MOVE OiFxRate TO PrnBilledRate.
       IF CurRateFound(CurHit) = "Y"
           COMPUTE RevaluedHome ROUNDED = ForeignOwed / CurRate(CurHit)
           COMPUTE ItemUnreal = RevaluedHome - ItemRemaining
           ADD ItemUnreal TO CurPosition(CurHit)
           ADD 1 TO ItemsValued
           MOVE SPACES TO PrnTodayPart
           MOVE CurRate(CurHit) TO PrnTodayRate
           MOVE RevaluedHome TO PrnRevalued
           MOVE ItemUnreal TO PrnItemUnreal
       ELSE
           ADD 1 TO ItemsNoRate
           MOVE "no rate on file for today" TO PrnTodayPart
       END-IF.
       WRITE PrintLine FROM UnrealDetailLine AFTER ADVANCING 1 LINE.

*> Each currency's position against its last booked one; the
*> movement is appended to fxreval.txt for glpost. A currency with
*> nothing open any more but a position still booked is taken back
*> to nothing; one with no rate today keeps its last position.
PrintPositions.
       WRITE PrintLine FROM PositionHeads AFTER ADVANCING 3 LINES.
       OPEN EXTEND FxRevalFile.
       PERFORM PrintOnePosition
           VARYING CurSub FROM 1 BY 1 UNTIL CurSub > CurCount.
       CLOSE FxRevalFile.
       MOVE "Unrealized position at today's rates" TO PrnTotLabel.
       MOVE TotPosition TO PrnTotAmount.
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES.
       MOVE "Movement to book (fxreval.txt)" TO PrnTotLabel.
       MOVE TotMovement TO PrnTotAmount.
       WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE.

PrintOnePosition.
       IF CurHasItems(CurSub) = "Y" AND CurRateFound(CurSub) NOT = "Y"
           MOVE CurCode(CurSub) TO PrnNoRateCode
           WRITE PrintLine FROM NoRatePositionLine AFTER ADVANCING 1 LINE
       ELSE
           IF CurHasItems(CurSub) = "Y" OR CurPrevPos(CurSub) NOT = 0
               COMPUTE CurMovement = CurPosition(CurSub)
                   - CurPrevPos(CurSub)
               ADD CurPosition(CurSub) TO TotPosition
               ADD CurMovement TO TotMovement
               MOVE CurCode(CurSub) TO PrnPosCode
               MOVE CurRate(CurSub) TO PrnPosRate
               MOVE CurPosition(CurSub) TO PrnPosition
               MOVE CurPrevPos(CurSub) TO PrnPrevPos
               MOVE CurMovement TO PrnMovement
               WRITE PrintLine FROM PositionLine AFTER ADVANCING 1 LINE
               PERFORM WriteRevalLine
           END-IF
       END-IF.

WriteRevalLine.
       MOVE SPACES TO FxRevalRecord.
       MOVE RunDate TO FrvDate.
       MOVE CurCode(CurSub) TO FrvCurrency.
       MOVE CurPosition(CurSub) TO FrvPosition.
       MOVE CurMovement TO FrvMovement.
       WRITE FxRevalRecord.
       ADD 1 TO LinesWritten.

*> The slot for WantedCurrency, opened on first sight; a table full
*> of currencies lumps the overflow into the last slot.
FindCurrencySlot.
       MOVE 0 TO CurHit.
       PERFORM ScanOneCurrencySlot
           VARYING CurSub FROM 1 BY 1
           UNTIL CurSub > CurCount OR CurHit > 0.
       IF CurHit = 0
           IF CurCount < CurMax
               ADD 1 TO CurCount
               MOVE CurCount TO CurHit
               MOVE WantedCurrency TO CurCode(CurHit)
               MOVE 0 TO CurRealized(CurHit)
               MOVE 0 TO CurRate(CurHit)
               MOVE SPACE TO CurRateFound(CurHit)
               MOVE "N" TO CurHasItems(CurHit)
               MOVE 0 TO CurPosition(CurHit)
               MOVE 0 TO CurPrevPos(CurHit)
           ELSE
               MOVE CurMax TO CurHit
           END-IF
       END-IF.

ScanOneCurrencySlot.
       IF CurCode(CurSub) = WantedCurrency
           MOVE CurSub TO CurHit
       END-IF.
