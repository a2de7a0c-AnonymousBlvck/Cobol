       >>SOURCE FORMAT FREE
*> Closed-period exceptions. Once mthclose has closed a month the
*> posting programs refuse anything dated inside it (PERIODCHK), but
*> lines got in before the lock existed, and a reopened month takes
*> postings until it is closed again - so when a comparative report
*> doesn't tie, this is where to look. The journals every posting
*> lands on - custtran.txt for the customer side, stockmove.txt for
*> stock, appay.txt for supplier payments - are read front to back,
*> and each line is held against periodctl.txt's history: a line
*> whose date falls in a month that stood closed at the moment the
*> line was stamped is an exception, and lists on a dated ClosedPer
*> report off RPTFILE with the journal, the stamp, what it was and
*> when its month had been closed. Lines a supervisor let in by
*> reopening the month through perlock are not exceptions - the
*> month stood open when they were stamped, and the REOPEN line on
*> audit.txt already accounts for them. Read-only; exits RC-WARNING
*> while anything is listed.
IDENTIFICATION DIVISION.
PROGRAM-ID. closedrpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL PeriodCtlFile ASSIGN TO "periodctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PeriodCtlStatus.

       SELECT OPTIONAL TranFile ASSIGN TO "custtran.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TranFileStatus.

       SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MoveFileStatus.

       SELECT OPTIONAL APPayJournal ASSIGN TO "appay.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPayStatus.

       SELECT ExceptReport ASSIGN TO DYNAMIC ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PeriodCtlFile.
       COPY "perctl.cpy".

FD TranFile.
       COPY "trnrec.cpy".

FD StockMoveFile.
       COPY "stkmove.cpy".

FD APPayJournal.
       COPY "appayrec.cpy".

FD ExceptReport.
       01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 PeriodCtlStatus PIC XX.
01 TranFileStatus PIC XX.
01 MoveFileStatus PIC XX.
01 APPayStatus PIC XX.
01 PeriodCtlEOF PIC X.
01 JournalEOF PIC X.
01 RunDate PIC 9(8).
01 ReportFileName PIC X(30).
01 ReportBaseName PIC X(12) VALUE "ClosedPer".
01 ReportSuffix PIC X(4) VALUE ".rpt".
01 ReportMode PIC X VALUE "N".
*> periodctl.txt's history in file order, each line's month, status
*> and stamp. A journal line's month stood closed at its own stamp
*> when the last of its month's lines at or before that stamp is C.
01 EventCount PIC 9(4) VALUE ZERO.
01 EventMax PIC 9(4) VALUE 2000.
01 EventSub PIC 9(4).
01 EventOverflow PIC X VALUE "N".
01 EventTable.
       02 EventEntry OCCURS 2000 TIMES.
              03 EvMonth PIC 9(6).
              03 EvStatus PIC X(1).
              03 EvStamp PIC X(14).
01 LineStamp.
       02 LineDate PIC 9(8).
       02 LineTime PIC X(6).
01 LineMonth PIC 9(6).
01 StoodClosed PIC X.
01 ClosedSince PIC X(14).
01 ClosedSinceParts REDEFINES ClosedSince.
       02 ClosedSinceDate PIC 9(8).
       02 ClosedSinceTime PIC X(6).
01 TranLinesRead PIC 9(7) VALUE ZERO.
01 MoveLinesRead PIC 9(7) VALUE ZERO.
01 APPayLinesRead PIC 9(7) VALUE ZERO.
01 ExceptCount PIC 9(7) VALUE ZERO.
01 PageHeading.
       02 FILLER PIC X(30) VALUE "Closed-Period Exceptions      ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 Heads PIC X(100) VALUE
       "Journal    Date       Time   Period Reference    Type  Amount / Qty   Closed since".
01 ExceptDetailLine.
       02 PrnJournal PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 PrnLineDate PIC 9999/99/99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnLineTime PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnPeriod PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRef PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 PrnType PIC X(5).
       02 FILLER PIC X VALUE SPACE.
       02 PrnAmount PIC Z,ZZZ,ZZ9.99-.
       02 PrnQty REDEFINES PrnAmount PIC Z(9)9-.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnClosedDate PIC 9999/99/99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnClosedTime PIC X(6).
01 NoPeriodsLine PIC X(60) VALUE
       "No period has been closed - nothing to check against.".
01 OverflowLine PIC X(70) VALUE
       "periodctl.txt has more lines than the check holds - later ones unread.".
01 CleanLine PIC X(60) VALUE
       "No journal line is dated inside a closed period.".
01 CountsLine.
       02 FILLER PIC X(11) VALUE "Lines read ".
       02 FILLER PIC X(10) VALUE "custtran: ".
       02 PrnTranCount PIC Z(6)9.
       02 FILLER PIC X(13) VALUE "  stockmove: ".
       02 PrnMoveCount PIC Z(6)9.
       02 FILLER PIC X(9) VALUE "  appay: ".
       02 PrnAPPayCount PIC Z(6)9.
01 ExceptTotalLine.
       02 FILLER PIC X(32) VALUE "Lines dated in a closed period: ".
       02 PrnExceptCount PIC Z(6)9.
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       PERFORM LoadPeriodEvents.

       CALL "RPTFILE" USING ReportBaseName, ReportSuffix, ReportMode,
           ReportFileName.
       OPEN OUTPUT ExceptReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       IF EventOverflow = "Y"
           WRITE PrintLine FROM OverflowLine AFTER ADVANCING 2 LINES
       END-IF.

       IF EventCount = 0
           WRITE PrintLine FROM NoPeriodsLine AFTER ADVANCING 2 LINES
       ELSE
           WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
           PERFORM CheckTranJournal
           PERFORM CheckStockJournal
           PERFORM CheckAPPayJournal
           IF ExceptCount = 0
               WRITE PrintLine FROM CleanLine AFTER ADVANCING 2 LINES
           END-IF
           MOVE TranLinesRead TO PrnTranCount
           MOVE MoveLinesRead TO PrnMoveCount
           MOVE APPayLinesRead TO PrnAPPayCount
           WRITE PrintLine FROM CountsLine AFTER ADVANCING 2 LINES
           MOVE ExceptCount TO PrnExceptCount
           WRITE PrintLine FROM ExceptTotalLine AFTER ADVANCING 1 LINE
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE ExceptReport.

       DISPLAY "Closed-period exceptions written to " ReportFileName.
       DISPLAY ExceptCount " journal lines dated in a closed period.".
       IF ExceptCount > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

LoadPeriodEvents.
       MOVE "N" TO PeriodCtlEOF.
       OPEN INPUT PeriodCtlFile.
       IF PeriodCtlStatus NOT = "00" AND PeriodCtlStatus NOT = "05"
           MOVE "Y" TO PeriodCtlEOF
       END-IF.
       PERFORM LoadOneEvent UNTIL PeriodCtlEOF = "Y".
       CLOSE PeriodCtlFile.

LoadOneEvent.
       READ PeriodCtlFile
           AT END MOVE "Y" TO PeriodCtlEOF
           NOT AT END
               IF EventCount < EventMax
                   ADD 1 TO EventCount
                   MOVE PcMonth TO EvMonth(EventCount)
                   MOVE PcStatus TO EvStatus(EventCount)
                   MOVE PcDate TO EvStamp(EventCount)(1:8)
                   MOVE PcTime TO EvStamp(EventCount)(9:6)
               ELSE
                   MOVE "Y" TO EventOverflow
               END-IF
       END-READ.

CheckTranJournal.
       MOVE "N" TO JournalEOF.
       OPEN INPUT TranFile.
       IF TranFileStatus NOT = "00" AND TranFileStatus NOT = "05"
           MOVE "Y" TO JournalEOF
       END-IF.
       PERFORM CheckOneTran UNTIL JournalEOF = "Y".
       CLOSE TranFile.

CheckOneTran.
       READ TranFile
           AT END MOVE "Y" TO JournalEOF
           NOT AT END
               ADD 1 TO TranLinesRead
               MOVE TranDate TO LineDate
               MOVE TranTime TO LineTime
               PERFORM FindPeriodState
               IF StoodClosed = "Y"
                   MOVE SPACES TO ExceptDetailLine
                   MOVE "custtran" TO PrnJournal
                   MOVE TranCustID TO PrnRef
                   MOVE TranType TO PrnType
                   MOVE TranAmount TO PrnAmount
                   PERFORM WriteExceptLine
               END-IF
       END-READ.

CheckStockJournal.
       MOVE "N" TO JournalEOF.
       OPEN INPUT StockMoveFile.
       IF MoveFileStatus NOT = "00" AND MoveFileStatus NOT = "05"
           MOVE "Y" TO JournalEOF
       END-IF.
       PERFORM CheckOneMove UNTIL JournalEOF = "Y".
       CLOSE StockMoveFile.

*> A stock line's figure is the quantity it moved, new less old.
CheckOneMove.
       READ StockMoveFile
           AT END MOVE "Y" TO JournalEOF
           NOT AT END
               ADD 1 TO MoveLinesRead
               MOVE MoveDate TO LineDate
               MOVE MoveTime TO LineTime
               PERFORM FindPeriodState
               IF StoodClosed = "Y"
                   MOVE SPACES TO ExceptDetailLine
                   MOVE "stockmove" TO PrnJournal
                   STRING MoveProdCode DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          MoveSizeLabel DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          MoveLocCode DELIMITED BY SIZE
                          INTO PrnRef
                   END-STRING
                   MOVE MoveReason TO PrnType
                   COMPUTE PrnQty = MoveNewQty - MoveOldQty
                   PERFORM WriteExceptLine
               END-IF
       END-READ.

CheckAPPayJournal.
       MOVE "N" TO JournalEOF.
       OPEN INPUT APPayJournal.
       IF APPayStatus NOT = "00" AND APPayStatus NOT = "05"
           MOVE "Y" TO JournalEOF
       END-IF.
       PERFORM CheckOneAPPay UNTIL JournalEOF = "Y".
       CLOSE APPayJournal.

CheckOneAPPay.
       READ APPayJournal
           AT END MOVE "Y" TO JournalEOF
           NOT AT END
               ADD 1 TO APPayLinesRead
               MOVE APPayDate TO LineDate
               MOVE APPayTime TO LineTime
               PERFORM FindPeriodState
               IF StoodClosed = "Y"
                   MOVE SPACES TO ExceptDetailLine
                   MOVE "appay" TO PrnJournal
                   STRING APPaySupp DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          APPayID DELIMITED BY SIZE
                          INTO PrnRef
                   END-STRING
                   MOVE APPayMethod TO PrnType
                   MOVE APPayAmount TO PrnAmount
                   PERFORM WriteExceptLine
               END-IF
       END-READ.

*> Walk the month's history up to the line's stamp; whatever the
*> month's last line by then says is how it stood.
FindPeriodState.
       MOVE LineDate(1:6) TO LineMonth.
       MOVE "N" TO StoodClosed.
       PERFORM CheckOneEvent
           VARYING EventSub FROM 1 BY 1 UNTIL EventSub > EventCount.

CheckOneEvent.
       IF EvMonth(EventSub) = LineMonth
               AND EvStamp(EventSub) NOT > LineStamp
           IF EvStatus(EventSub) = "C"
               IF StoodClosed = "N"
                   MOVE EvStamp(EventSub) TO ClosedSince
               END-IF
               MOVE "Y" TO StoodClosed
           ELSE
               MOVE "N" TO StoodClosed
           END-IF
       END-IF.

WriteExceptLine.
       ADD 1 TO ExceptCount.
       MOVE LineDate TO PrnLineDate.
       MOVE LineTime TO PrnLineTime.
       MOVE LineMonth TO PrnPeriod.
       MOVE ClosedSinceDate TO PrnClosedDate.
       MOVE ClosedSinceTime TO PrnClosedTime.
       WRITE PrintLine FROM ExceptDetailLine AFTER ADVANCING 1 LINE.
