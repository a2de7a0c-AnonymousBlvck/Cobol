       >>SOURCE FORMAT FREE
*> Operator activity and segregation-of-duties report - the join
*> the auditors ask for every year. Each log knows who did
*> something on its own: audit.txt carries AuditOperID on every
*> customer change, seclog.txt the supervisor on every override,
*> adjjrnl.txt the operator on every adjustment, and custtran.txt
*> the salesperson on every sale. For a chosen period this run
*> totals per operator the adds, updates (undo and approved limit,
*> jurisdiction and reactivation changes counted with them),
*> deactivations and purges, adjustments, credit memos and credit
*> refunds, write-offs, overrides used and sales made. It then
*> lists every segregation-of-duties exception: an operator who
*> credited, refunded, wrote off or adjusted a customer's account
*> in the period after selling to that same customer themselves
*> (a sale on any date up to the day of the action counts, so a
*> sale last year credited this month still shows). The report
*> goes to a dated OpActivity document off RPTFILE; any exception
*> exits RC-WARNING.
IDENTIFICATION DIVISION.
PROGRAM-ID. opactiv.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL AuditFile ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.

       SELECT OPTIONAL SecLogFile ASSIGN TO "seclog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SecLogStatus.

       SELECT OPTIONAL AdjJournal ASSIGN TO "adjjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AdjJournalStatus.

       SELECT OPTIONAL TranFile ASSIGN TO "custtran.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TranFileStatus.

       SELECT OPTIONAL ActivityReport ASSIGN TO DYNAMIC ActivityName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AuditFile.
       COPY "audrec.cpy".

FD SecLogFile.
       COPY "seclog.cpy".

FD AdjJournal.
       01 AdjRecord.
              02 AdjDate PIC 9(8).
              02 AdjTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 AdjCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 AdjReasonCode PIC X(4).
              02 FILLER PIC X VALUE SPACE.
              02 AdjAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
              02 FILLER PIC X VALUE SPACE.
              02 AdjOperID PIC X(6).

FD TranFile.
       COPY "trnrec.cpy".

FD ActivityReport.
       01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 AuditFileStatus PIC XX.
01 SecLogStatus PIC XX.
01 AdjJournalStatus PIC XX.
01 TranFileStatus PIC XX.
01 AuditEOF PIC X.
01 LogEOF PIC X.
01 AdjEOF PIC X.
01 TranEOF PIC X.
01 RunDate PIC 9(8).
01 RunDateParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay PIC 99.
01 FromDate PIC 9(8).
01 ToDate PIC 9(8).
*> audit.txt dates are text; the period is compared in both forms.
01 FromDateX PIC X(8).
01 FromDateRed REDEFINES FromDateX PIC 9(8).
01 ToDateX PIC X(8).
01 ToDateRed REDEFINES ToDateX PIC 9(8).
*> Dated report file off RPTFILE.
01 ActivityName PIC X(30).
01 ActivityBase PIC X(12) VALUE "OpActivity".
01 ActivitySuffix PIC X(4) VALUE ".rpt".
01 ActivityMode PIC X VALUE "N".
*> One slot per operator seen in the period, in the order first met.
01 OpCount PIC 9(3) VALUE ZERO.
01 OpMax PIC 9(3) VALUE 200.
01 OpSub PIC 9(3).
01 OpHit PIC 9(3).
01 FindOperID PIC X(6).
01 OpTable.
       02 OpEntry OCCURS 200 TIMES.
              03 OpOperID PIC X(6).
              03 OpAdds PIC 9(5).
              03 OpUpdates PIC 9(5).
              03 OpDeacts PIC 9(5).
              03 OpAdjusts PIC 9(5).
              03 OpCredits PIC 9(5).
              03 OpWriteOffs PIC 9(5).
              03 OpOverrides PIC 9(5).
              03 OpSales PIC 9(5).
*> Every credit, refund, write-off and adjustment in the period -
*> the actions a seller must not take on their own customer - held
*> while custtran.txt is passed for the same operator's sales.
01 ActCount PIC 9(4) VALUE ZERO.
01 ActMax PIC 9(4) VALUE 1000.
01 ActSub PIC 9(4).
01 ActDropped PIC 9(5) VALUE ZERO.
01 ActTable.
       02 ActEntry OCCURS 1000 TIMES.
              03 ActOperID PIC X(6).
              03 ActCustID PIC 9(6).
              03 ActType PIC X(6).
              03 ActDate PIC 9(8).
              03 ActAmount PIC S9(7)V99.
              03 ActSaleDate PIC 9(8).
              03 ActSaleAmount PIC S9(7)V99.
01 ExceptionCount PIC 9(5) VALUE ZERO.
01 PageHeading.
       02 FILLER PIC X(36) VALUE "Operator Activity and Duties Report ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 PeriodLine.
       02 FILLER PIC X(8) VALUE "Period: ".
       02 PrnFromDate PIC 9999/99/99.
       02 FILLER PIC X(4) VALUE " to ".
       02 PrnToDate PIC 9999/99/99.
01 ActivityHeading PIC X(40) VALUE "ACTIVITY BY OPERATOR".
01 ActivityHeads PIC X(90) VALUE
       "Oper    Adds Updates  Deacts Adjusts Credits W/Offs Overrides  Sales".
01 ActivityLine.
       02 PrnOperID PIC X(6).
       02 PrnAdds PIC ZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnUpdates PIC ZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnDeacts PIC ZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnAdjusts PIC ZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCredits PIC ZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnWriteOffs PIC ZZ,ZZ9.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnOverrides PIC ZZ,ZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 PrnSales PIC ZZ,ZZ9.
01 NoActivityLine PIC X(40) VALUE "No operator activity in the period.".
01 ExceptionHeading PIC X(40) VALUE "SEGREGATION-OF-DUTIES EXCEPTIONS".
01 ExceptionNote PIC X(90) VALUE
       "Operator acted on the account of a customer they sold to themselves.".
01 ExceptionHeads PIC X(90) VALUE
       "Oper   Cust   Action Acted On          Amount  Last Sale    Sale Amount".
01 ExceptionLine.
       02 PrnExOperID PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnExCustID PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnExType PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnExDate PIC 9999/99/99.
       02 PrnExAmount PIC -Z,ZZZ,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnExSaleDate PIC 9999/99/99.
       02 PrnExSaleAmount PIC -Z,ZZZ,ZZ9.99.
01 NoExceptionLine PIC X(40) VALUE "None.".
01 DroppedLine.
       02 FILLER PIC X(40) VALUE "Actions past the table, not checked  : ".
       02 PrnDropped PIC ZZ,ZZ9.
01 ExceptionTotalLine.
       02 FILLER PIC X(40) VALUE "Exceptions                           : ".
       02 PrnExceptionCount PIC ZZ,ZZ9.
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       DISPLAY " ".
       DISPLAY "Period from (YYYYMMDD, zeros for the first of this month) : "
           WITH NO ADVANCING.
       ACCEPT FromDate.
       DISPLAY "Period to   (YYYYMMDD, zeros for today) : "
           WITH NO ADVANCING.
       ACCEPT ToDate.
       IF FromDate NOT NUMERIC OR FromDate = 0
           COMPUTE FromDate = (RunYear * 10000) + (RunMonth * 100) + 1
       END-IF.
       IF ToDate NOT NUMERIC OR ToDate = 0
           MOVE RunDate TO ToDate
       END-IF.
       MOVE FromDate TO FromDateRed.
       MOVE ToDate TO ToDateRed.
       MOVE FromDate TO PrnFromDate.
       MOVE ToDate TO PrnToDate.

       PERFORM TallyAudit.
       PERFORM TallyOverrides.
       PERFORM TallyAdjustments.
       PERFORM TallySales.

       CALL "RPTFILE" USING ActivityBase, ActivitySuffix, ActivityMode,
           ActivityName.
       OPEN OUTPUT ActivityReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       WRITE PrintLine FROM PeriodLine AFTER ADVANCING 1 LINE.

       WRITE PrintLine FROM ActivityHeading AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM ActivityHeads AFTER ADVANCING 1 LINE.
       IF OpCount = 0
           WRITE PrintLine FROM NoActivityLine AFTER ADVANCING 1 LINE
       ELSE
           PERFORM PrintOneOperator
               VARYING OpSub FROM 1 BY 1 UNTIL OpSub > OpCount
       END-IF.

       WRITE PrintLine FROM ExceptionHeading AFTER ADVANCING 3 LINES.
       WRITE PrintLine FROM ExceptionNote AFTER ADVANCING 1 LINE.
       WRITE PrintLine FROM ExceptionHeads AFTER ADVANCING 1 LINE.
       PERFORM PrintOneException
           VARYING ActSub FROM 1 BY 1 UNTIL ActSub > ActCount.
       IF ExceptionCount = 0
           WRITE PrintLine FROM NoExceptionLine AFTER ADVANCING 1 LINE
       END-IF.
       MOVE ExceptionCount TO PrnExceptionCount.
       WRITE PrintLine FROM ExceptionTotalLine AFTER ADVANCING 2 LINES.
       IF ActDropped > 0
           MOVE ActDropped TO PrnDropped
           WRITE PrintLine FROM DroppedLine AFTER ADVANCING 1 LINE
       END-IF.

       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE ActivityReport.

       DISPLAY "Operators : " OpCount ", duties exceptions : "
           ExceptionCount " - see " ActivityName.
       IF ExceptionCount > 0 OR ActDropped > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

TallyAudit.
       MOVE "N" TO AuditEOF.
       OPEN INPUT AuditFile.
       IF AuditFileStatus NOT = "00" AND AuditFileStatus NOT = "05"
           MOVE "Y" TO AuditEOF
       END-IF.
       PERFORM TallyOneAudit UNTIL AuditEOF = "Y".
       CLOSE AuditFile.

*> Adjustments are counted off adjjrnl.txt, which carries the
*> amount, so custadj's ADJUST audit line is not counted twice.
TallyOneAudit.
       READ AuditFile
           AT END MOVE "Y" TO AuditEOF
       END-READ.
       IF AuditEOF = "N" AND AuditDate >= FromDateX
               AND AuditDate <= ToDateX
           MOVE AuditOperID TO FindOperID
           PERFORM FindOperator
           EVALUATE AuditOp
               WHEN "ADD"
                   ADD 1 TO OpAdds(OpHit)
               WHEN "UPDATE"
               WHEN "UNDO"
               WHEN "CRLIM"
               WHEN "TAXJUR"
               WHEN "REACT"
                   ADD 1 TO OpUpdates(OpHit)
               WHEN "DEACT"
               WHEN "PURGE"
                   ADD 1 TO OpDeacts(OpHit)
               WHEN "CREDIT"
               WHEN "CREDRF"
                   ADD 1 TO OpCredits(OpHit)
                   PERFORM HoldAuditAction
               WHEN "WROFF"
                   ADD 1 TO OpWriteOffs(OpHit)
                   PERFORM HoldAuditAction
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-IF.

HoldAuditAction.
       IF ActCount < ActMax
           ADD 1 TO ActCount
           MOVE AuditOperID TO ActOperID(ActCount)
           MOVE AuditCustID TO ActCustID(ActCount)
           MOVE AuditOp TO ActType(ActCount)
           MOVE AuditDate TO ActDate(ActCount)
           MOVE 0 TO ActAmount(ActCount)
           MOVE 0 TO ActSaleDate(ActCount)
           MOVE 0 TO ActSaleAmount(ActCount)
       ELSE
           ADD 1 TO ActDropped
       END-IF.

TallyOverrides.
       MOVE "N" TO LogEOF.
       OPEN INPUT SecLogFile.
       IF SecLogStatus NOT = "00" AND SecLogStatus NOT = "05"
           MOVE "Y" TO LogEOF
       END-IF.
       PERFORM TallyOneLogLine UNTIL LogEOF = "Y".
       CLOSE SecLogFile.

TallyOneLogLine.
       READ SecLogFile
           AT END MOVE "Y" TO LogEOF
       END-READ.
       IF LogEOF = "N" AND SlgOverride AND SlgDate >= FromDate
               AND SlgDate <= ToDate
           MOVE SlgOperID TO FindOperID
           PERFORM FindOperator
           ADD 1 TO OpOverrides(OpHit)
       END-IF.

TallyAdjustments.
       MOVE "N" TO AdjEOF.
       OPEN INPUT AdjJournal.
       IF AdjJournalStatus NOT = "00" AND AdjJournalStatus NOT = "05"
           MOVE "Y" TO AdjEOF
       END-IF.
       PERFORM TallyOneAdjustment UNTIL AdjEOF = "Y".
       CLOSE AdjJournal.

TallyOneAdjustment.
       READ AdjJournal
           AT END MOVE "Y" TO AdjEOF
       END-READ.
       IF AdjEOF = "N" AND AdjDate >= FromDate AND AdjDate <= ToDate
           MOVE AdjOperID TO FindOperID
           PERFORM FindOperator
           ADD 1 TO OpAdjusts(OpHit)
           IF ActCount < ActMax
               ADD 1 TO ActCount
               MOVE AdjOperID TO ActOperID(ActCount)
               MOVE AdjCustID TO ActCustID(ActCount)
               MOVE "ADJUST" TO ActType(ActCount)
               MOVE AdjDate TO ActDate(ActCount)
               MOVE AdjAmount TO ActAmount(ActCount)
               MOVE 0 TO ActSaleDate(ActCount)
               MOVE 0 TO ActSaleAmount(ActCount)
           ELSE
               ADD 1 TO ActDropped
           END-IF
       END-IF.

*> One pass of custtran.txt does both jobs: sales in the period are
*> counted to their seller, and every sale up to the period's end
*> is matched against the held actions for the same operator and
*> customer.
TallySales.
       MOVE "N" TO TranEOF.
       OPEN INPUT TranFile.
       IF TranFileStatus NOT = "00" AND TranFileStatus NOT = "05"
           MOVE "Y" TO TranEOF
       END-IF.
       PERFORM TallyOneTran UNTIL TranEOF = "Y".
       CLOSE TranFile.

TallyOneTran.
       READ TranFile
           AT END MOVE "Y" TO TranEOF
       END-READ.
       IF TranEOF = "N" AND (TranPurchase OR TranInvoice)
               AND TranSalesID NOT = SPACES AND TranDate <= ToDate
           IF TranDate >= FromDate
               MOVE TranSalesID TO FindOperID
               PERFORM FindOperator
               ADD 1 TO OpSales(OpHit)
           END-IF
           PERFORM MatchOneAction
               VARYING ActSub FROM 1 BY 1 UNTIL ActSub > ActCount
       END-IF.

*> The latest sale on or before the action is the one shown.
MatchOneAction.
       IF ActOperID(ActSub) = TranSalesID
               AND ActCustID(ActSub) = TranCustID
               AND TranDate <= ActDate(ActSub)
               AND TranDate >= ActSaleDate(ActSub)
           MOVE TranDate TO ActSaleDate(ActSub)
           MOVE TranAmount TO ActSaleAmount(ActSub)
       END-IF.

FindOperator.
       MOVE 0 TO OpHit.
       PERFORM ScanOneOperator
           VARYING OpSub FROM 1 BY 1
           UNTIL OpSub > OpCount OR OpHit > 0.
       IF OpHit = 0
           IF OpCount < OpMax
               ADD 1 TO OpCount
               MOVE OpCount TO OpHit
               MOVE FindOperID TO OpOperID(OpHit)
               MOVE 0 TO OpAdds(OpHit) OpUpdates(OpHit) OpDeacts(OpHit)
                   OpAdjusts(OpHit) OpCredits(OpHit) OpWriteOffs(OpHit)
                   OpOverrides(OpHit) OpSales(OpHit)
           ELSE
               MOVE OpMax TO OpHit
           END-IF
       END-IF.

ScanOneOperator.
       IF OpOperID(OpSub) = FindOperID
           MOVE OpSub TO OpHit
       END-IF.

PrintOneOperator.
       MOVE OpOperID(OpSub) TO PrnOperID.
       MOVE OpAdds(OpSub) TO PrnAdds.
       MOVE OpUpdates(OpSub) TO PrnUpdates.
       MOVE OpDeacts(OpSub) TO PrnDeacts.
       MOVE OpAdjusts(OpSub) TO PrnAdjusts.
       MOVE OpCredits(OpSub) TO PrnCredits.
       MOVE OpWriteOffs(OpSub) TO PrnWriteOffs.
       MOVE OpOverrides(OpSub) TO PrnOverrides.
       MOVE OpSales(OpSub) TO PrnSales.
       WRITE PrintLine FROM ActivityLine AFTER ADVANCING 1 LINE.

PrintOneException.
       IF ActSaleDate(ActSub) > 0
           ADD 1 TO ExceptionCount
           MOVE ActOperID(ActSub) TO PrnExOperID
           MOVE ActCustID(ActSub) TO PrnExCustID
           MOVE ActType(ActSub) TO PrnExType
           MOVE ActDate(ActSub) TO PrnExDate
           MOVE ActAmount(ActSub) TO PrnExAmount
           MOVE ActSaleDate(ActSub) TO PrnExSaleDate
           MOVE ActSaleAmount(ActSub) TO PrnExSaleAmount
           WRITE PrintLine FROM ExceptionLine AFTER ADVANCING 1 LINE
       END-IF.
