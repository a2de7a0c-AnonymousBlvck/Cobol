       >>SOURCE FORMAT FREE
*> Weekly price-override report. Every sale line charged at a price
*> keyed over the normal one - at the counter, on an invoice or on
*> an order - is on priceovr.txt through PRICEOVR; this run reads
*> the last seven days of it (the run date and the six before) and
*> lists the overrides by the operator who keyed them and, under
*> each operator, by reason: the customer, product, quantity, the
*> normal price and the price charged, the supervisor who
*> authorized it where one had to, and the margin given away -
*> what the line would have charged less what it did. Each reason
*> and each operator closes with a count and the margin given away,
*> and the week closes with the same by reason across everyone and
*> a count of the lines sold under cost. Days are reckoned in the
*> same 30/360 style custaging uses. The report goes to a dated
*> OvrdRpt file off RPTFILE; a week with any line under cost exits
*> RC-WARNING so someone looks at it.
IDENTIFICATION DIVISION.
PROGRAM-ID. ovrdrpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL PriceOvrFile ASSIGN TO "priceovr.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PriceOvrStatus.

       SELECT OPTIONAL OvrdReport ASSIGN TO DYNAMIC ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortFile ASSIGN TO "ovrdwk.tmp".

DATA DIVISION.
FILE SECTION.
FD PriceOvrFile.
       COPY "ovrdrec.cpy".

FD OvrdReport.
       01 PrintLine PIC X(132).

SD SortFile.
       01 SortRecord.
              02 SortOperID PIC X(6).
              02 SortReason PIC X(2).
              02 SortDate PIC 9(8).
              02 SortTime PIC X(6).
              02 SortSource PIC X(3).
              02 SortDocNo PIC 9(6).
              02 SortSuperID PIC X(6).
              02 SortCustID PIC 9(6).
              02 SortProdCode PIC X(5).
              02 SortQty PIC 9(5).
              02 SortNormPrice PIC 9(5)V99.
              02 SortNewPrice PIC 9(5)V99.
              02 SortUnderCost PIC X(1).
              02 SortGiveAway PIC S9(7)V99.
              02 SortFlag PIC X(1).
                     88 SortEOF VALUE HIGH-VALUE.

WORKING-STORAGE SECTION.
01 ReportFileName PIC X(30).
01 ReportBaseName PIC X(12) VALUE "OvrdRpt".
01 ReportSuffix PIC X(4) VALUE ".rpt".
01 ReportMode PIC X VALUE "N".
01 PriceOvrStatus PIC XX.
01 OvrEOF PIC X.
01 RunDate PIC 9(8).
01 RunDateParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay PIC 99.
01 LineDateParts.
       02 LineYear PIC 9(4).
       02 LineMonth PIC 99.
       02 LineDay PIC 99.
01 RunDayNum PIC 9(7).
01 LineDayNum PIC 9(7).
*> The week is the run date and the six days before it.
01 WeekDays PIC 9(2) VALUE 7.
01 FirstDate PIC 9(8) VALUE ZERO.
01 BreakOperID PIC X(6).
01 BreakReason PIC X(2).
01 FirstLine PIC X VALUE "Y".
*> Reason codes in the order they are summarised; a code not in the
*> list is counted under the seventh slot.
01 ReasonCodes.
       02 FILLER PIC X(2) VALUE "MG".
       02 FILLER PIC X(2) VALUE "PM".
       02 FILLER PIC X(2) VALUE "DM".
       02 FILLER PIC X(2) VALUE "GW".
       02 FILLER PIC X(2) VALUE "BK".
       02 FILLER PIC X(2) VALUE "OT".
       02 FILLER PIC X(2) VALUE "??".
01 ReasonCodeTable REDEFINES ReasonCodes.
       02 ReasonCode PIC X(2) OCCURS 7 TIMES.
01 ReasonNames.
       02 FILLER PIC X(20) VALUE "Manager agreed".
       02 FILLER PIC X(20) VALUE "Price match".
       02 FILLER PIC X(20) VALUE "Damaged".
       02 FILLER PIC X(20) VALUE "Goodwill".
       02 FILLER PIC X(20) VALUE "Bulk deal".
       02 FILLER PIC X(20) VALUE "Other".
       02 FILLER PIC X(20) VALUE "Unknown code".
01 ReasonNameTable REDEFINES ReasonNames.
       02 ReasonName PIC X(20) OCCURS 7 TIMES.
01 ReasonTotals.
       02 ReasonTotal OCCURS 7 TIMES.
              03 ReasonCount PIC 9(5).
              03 ReasonGiven PIC S9(9)V99.
01 ReasonSub PIC 9.
01 ReasonHit PIC 9.
01 OperCount PIC 9(5).
01 OperGiven PIC S9(9)V99.
01 GroupCount PIC 9(5).
01 GroupGiven PIC S9(9)V99.
01 WeekCount PIC 9(5) VALUE ZERO.
01 WeekGiven PIC S9(9)V99 VALUE ZERO.
01 UnderCostCount PIC 9(5) VALUE ZERO.
01 SupervisedCount PIC 9(5) VALUE ZERO.
01 PageHeading.
       02 FILLER PIC X(31) VALUE "Price Overrides - Week to      ".
       02 PrnRunDate PIC 9999/99/99.
01 OperHeading.
       02 FILLER PIC X(10) VALUE "Operator: ".
       02 PrnOperHead PIC X(6).
01 ReasonHeading.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnReasonCode PIC X(2).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnReasonHead PIC X(20).
01 Heads PIC X(118) VALUE
       "      Date        Src Doc     Cust    Prod   Qty     Normal    Charged  Super   Under cost     Given away".
01 DetailLine.
       02 FILLER PIC X(6) VALUE SPACES.
       02 PrnDate PIC 9999/99/99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSource PIC X(3).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnDocNo PIC 9(6) BLANK WHEN ZERO.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnProdCode PIC X(5).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnQty PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnNormPrice PIC ZZ,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnNewPrice PIC ZZ,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSuperID PIC X(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnUnderCost PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnGiveAway PIC $$$,$$$,$$9.99-.
01 SubTotalLine.
       02 FILLER PIC X(6) VALUE SPACES.
       02 PrnSubLabel PIC X(30).
       02 PrnSubCount PIC ZZZZ9.
       02 FILLER PIC X(33) VALUE " overrides, margin given away : ".
       02 PrnSubGiven PIC $$$,$$$,$$9.99-.
01 SummaryHead PIC X(60) VALUE
       "Week by reason             Overrides      Margin given away".
01 SummaryLine.
       02 PrnSumCode PIC X(2).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnSumName PIC X(20).
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnSumCount PIC ZZZZ9.
       02 FILLER PIC X(6) VALUE SPACES.
       02 PrnSumGiven PIC $$$,$$$,$$9.99-.
01 WeekTotalLine.
       02 FILLER PIC X(27) VALUE "Week total".
       02 PrnWeekCount PIC ZZZZ9.
       02 FILLER PIC X(6) VALUE SPACES.
       02 PrnWeekGiven PIC $$$,$$$,$$9.99-.
01 UnderCostLine.
       02 FILLER PIC X(27) VALUE "Lines sold under cost".
       02 PrnUnderCount PIC ZZZZ9.
01 SupervisedLine.
       02 FILLER PIC X(27) VALUE "Supervisor-authorized".
       02 PrnSuperCount PIC ZZZZ9.
01 NoOverridesLine PIC X(40) VALUE "No price overrides this week.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       COMPUTE RunDayNum = (RunYear * 360) + (RunMonth * 30) + RunDay.
       INITIALIZE ReasonTotals.

       CALL "RPTFILE" USING ReportBaseName, ReportSuffix, ReportMode,
           ReportFileName.
       OPEN OUTPUT OvrdReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.

       SORT SortFile
           ON ASCENDING KEY SortOperID, SortReason, SortDate, SortTime
           INPUT PROCEDURE IS LoadOverrides
           OUTPUT PROCEDURE IS PrintOverrides.

       IF WeekCount = 0
           WRITE PrintLine FROM NoOverridesLine AFTER ADVANCING 2 LINES
       ELSE
           WRITE PrintLine FROM SummaryHead AFTER ADVANCING 3 LINES
           PERFORM PrintReasonSummary
               VARYING ReasonSub FROM 1 BY 1 UNTIL ReasonSub > 7
           MOVE WeekCount TO PrnWeekCount
           MOVE WeekGiven TO PrnWeekGiven
           WRITE PrintLine FROM WeekTotalLine AFTER ADVANCING 2 LINES
           MOVE UnderCostCount TO PrnUnderCount
           WRITE PrintLine FROM UnderCostLine AFTER ADVANCING 1 LINE
           MOVE SupervisedCount TO PrnSuperCount
           WRITE PrintLine FROM SupervisedLine AFTER ADVANCING 1 LINE
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE OvrdReport.

       DISPLAY "Price overrides this week : " WeekCount ", "
           UnderCostCount " under cost.".
       DISPLAY "Report written to " ReportFileName.
       IF UnderCostCount > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

LoadOverrides.
       MOVE "N" TO OvrEOF.
       OPEN INPUT PriceOvrFile.
       IF PriceOvrStatus NOT = "00"
           MOVE "Y" TO OvrEOF
       END-IF.
       PERFORM ReleaseNextOverride UNTIL OvrEOF = "Y".
       CLOSE PriceOvrFile.

ReleaseNextOverride.
       READ PriceOvrFile
           AT END MOVE "Y" TO OvrEOF
       END-READ.
       IF OvrEOF = "N" AND PoDate IS NUMERIC AND PoDate <= RunDate
           MOVE PoDate TO LineDateParts
           COMPUTE LineDayNum = (LineYear * 360) + (LineMonth * 30)
               + LineDay + WeekDays
           IF LineDayNum > RunDayNum
               MOVE PoOperID TO SortOperID
               MOVE PoReason TO SortReason
               MOVE PoDate TO SortDate
               MOVE PoTime TO SortTime
               MOVE PoSource TO SortSource
               MOVE PoDocNo TO SortDocNo
               MOVE PoSuperID TO SortSuperID
               MOVE PoCustID TO SortCustID
               MOVE PoProdCode TO SortProdCode
               MOVE PoQty TO SortQty
               MOVE PoNormPrice TO SortNormPrice
               MOVE PoNewPrice TO SortNewPrice
               IF PoNewPrice < PoUnitCost
                   MOVE "Y" TO SortUnderCost
               ELSE
                   MOVE "N" TO SortUnderCost
               END-IF
               MOVE PoGiveAway TO SortGiveAway
               MOVE SPACE TO SortFlag
               RELEASE SortRecord
           END-IF
       END-IF.

PrintOverrides.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.
       PERFORM PrintOneOverride UNTIL SortEOF.
       IF FirstLine = "N"
           PERFORM CloseReasonGroup
           PERFORM CloseOperator
       END-IF.

PrintOneOverride.
       IF FirstLine = "Y"
           MOVE "N" TO FirstLine
           PERFORM OpenOperator
           PERFORM OpenReasonGroup
       ELSE
           IF SortOperID NOT = BreakOperID
               PERFORM CloseReasonGroup
               PERFORM CloseOperator
               PERFORM OpenOperator
               PERFORM OpenReasonGroup
           ELSE
               IF SortReason NOT = BreakReason
                   PERFORM CloseReasonGroup
                   PERFORM OpenReasonGroup
               END-IF
           END-IF
       END-IF.

       MOVE SortDate TO PrnDate.
       MOVE SortSource TO PrnSource.
       MOVE SortDocNo TO PrnDocNo.
       MOVE SortCustID TO PrnCustID.
       MOVE SortProdCode TO PrnProdCode.
       MOVE SortQty TO PrnQty.
       MOVE SortNormPrice TO PrnNormPrice.
       MOVE SortNewPrice TO PrnNewPrice.
       MOVE SortSuperID TO PrnSuperID.
       IF SortUnderCost = "Y"
           MOVE "UNDER COST" TO PrnUnderCost
           ADD 1 TO UnderCostCount
       ELSE
           MOVE SPACES TO PrnUnderCost
       END-IF.
       IF SortSuperID NOT = SPACES
           ADD 1 TO SupervisedCount
       END-IF.
       MOVE SortGiveAway TO PrnGiveAway.
       WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE.

       ADD 1 TO GroupCount, OperCount, WeekCount.
       ADD SortGiveAway TO GroupGiven, OperGiven, WeekGiven.
       MOVE 7 TO ReasonHit.
       PERFORM MatchReason
           VARYING ReasonSub FROM 1 BY 1 UNTIL ReasonSub > 6.
       ADD 1 TO ReasonCount(ReasonHit).
       ADD SortGiveAway TO ReasonGiven(ReasonHit).

       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.

MatchReason.
       IF SortReason = ReasonCode(ReasonSub)
           MOVE ReasonSub TO ReasonHit
       END-IF.

OpenOperator.
       MOVE SortOperID TO BreakOperID.
       MOVE 0 TO OperCount.
       MOVE 0 TO OperGiven.
       MOVE SortOperID TO PrnOperHead.
       WRITE PrintLine FROM OperHeading AFTER ADVANCING 2 LINES.

OpenReasonGroup.
       MOVE SortReason TO BreakReason.
       MOVE 0 TO GroupCount.
       MOVE 0 TO GroupGiven.
       MOVE 7 TO ReasonHit.
       PERFORM MatchReason
           VARYING ReasonSub FROM 1 BY 1 UNTIL ReasonSub > 6.
       MOVE SortReason TO PrnReasonCode.
       MOVE ReasonName(ReasonHit) TO PrnReasonHead.
       WRITE PrintLine FROM ReasonHeading AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM Heads AFTER ADVANCING 1 LINE.

CloseReasonGroup.
       MOVE SPACES TO PrnSubLabel.
       STRING "Reason " DELIMITED BY SIZE
              BreakReason DELIMITED BY SIZE
              INTO PrnSubLabel
       END-STRING.
       MOVE GroupCount TO PrnSubCount.
       MOVE GroupGiven TO PrnSubGiven.
       WRITE PrintLine FROM SubTotalLine AFTER ADVANCING 1 LINE.

CloseOperator.
       MOVE SPACES TO PrnSubLabel.
       STRING "Operator " DELIMITED BY SIZE
              BreakOperID DELIMITED BY SIZE
              " total" DELIMITED BY SIZE
              INTO PrnSubLabel
       END-STRING.
       MOVE OperCount TO PrnSubCount.
       MOVE OperGiven TO PrnSubGiven.
       WRITE PrintLine FROM SubTotalLine AFTER ADVANCING 2 LINES.

PrintReasonSummary.
       IF ReasonCount(ReasonSub) > 0
           MOVE ReasonCode(ReasonSub) TO PrnSumCode
           MOVE ReasonName(ReasonSub) TO PrnSumName
           MOVE ReasonCount(ReasonSub) TO PrnSumCount
           MOVE ReasonGiven(ReasonSub) TO PrnSumGiven
           WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
       END-IF.
