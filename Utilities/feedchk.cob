       >>SOURCE FORMAT FREE
*> Pre-flight check of the inbound feeds, run by nightlybatch before
*> the chain starts (and by hand any time an operator wants to know
*> whether tonight will go). A missing or cut-short custimport.txt,
*> custmaint.txt or weborders.txt used to surface only when BATCHIMP
*> or weborder reached it halfway through the night; this run looks
*> at every feed first and holds the night whole instead.
*> The feeds are listed on feedlist.txt, kept by hand the way
*> calendar.txt is - one line per file the night reads: the file
*> name, a seven-position Monday-to-Sunday mask (Y where the feed is
*> required that weekday), a Y where it is also required on every
*> month-end night off the calendar, a Y where it must carry the
*> interchange HDR/TRL control records, the position of a six-digit
*> ID the trailer's ID hash sums (zero where it carries none), and
*> the step that reads it. A line starting * is a note. With no
*> list on file the three head-office and storefront feeds are
*> checked as optional, and the report says so.
*> For each feed the check proves the file is there and can be read,
*> that any header comes first with a trailer last whose record
*> count and ID hash agree with what was read, that a feed flagged
*> for controls has them and a header not dated ahead of tonight,
*> and that it is not a file already taken in on an earlier night -
*> the first line and record count of every feed that passed are
*> kept on feedseen.txt, and a match from before tonight means
*> yesterday's file was never replaced. A rerun the same night is
*> not a match. A required feed that is missing, or any feed that
*> is there but unreadable, cut short, out of control or stale,
*> holds the night: the readiness report goes to a dated FeedChk
*> document off RPTFILE, the reason to the console, and the run
*> ends RC-ERROR so nightlybatch stops before a single step. A
*> feed that is simply not due and not sent is fine.
IDENTIFICATION DIVISION.
PROGRAM-ID. feedchk.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL FeedListFile ASSIGN TO "feedlist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FeedListStatus.

       SELECT OPTIONAL FeedFile ASSIGN TO DYNAMIC FeedFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FeedFileStatus.

       SELECT OPTIONAL FeedSeenFile ASSIGN TO "feedseen.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FeedSeenStatus.

       SELECT OPTIONAL CalendarFile ASSIGN TO "calendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CalendarStatus.

       SELECT FeedReport ASSIGN TO DYNAMIC FeedRptName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FeedListFile.
       01 FeedListRecord.
              02 FlFileName PIC X(20).
              02 FILLER PIC X VALUE SPACE.
              02 FlDays PIC X(7).
              02 FILLER PIC X VALUE SPACE.
              02 FlMonthEnd PIC X(1).
              02 FILLER PIC X VALUE SPACE.
              02 FlControls PIC X(1).
              02 FILLER PIC X VALUE SPACE.
              02 FlHashPos PIC 9(3).
              02 FILLER PIC X VALUE SPACE.
              02 FlStep PIC X(12).

FD FeedFile.
       01 FeedRecord PIC X(200).

*> One line per feed that passed - the file, the night it was
*> checked, its first line and its record count.
FD FeedSeenFile.
       01 FeedSeenRecord.
              02 FsFileName PIC X(20).
              02 FILLER PIC X VALUE SPACE.
              02 FsRunDate PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 FsCount PIC 9(7).
              02 FILLER PIC X VALUE SPACE.
              02 FsFirstLine PIC X(60).

FD CalendarFile.
       01 CalendarRecord.
              02 CalDate PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 CalDayType PIC X(1).
              02 FILLER PIC X VALUE SPACE.
              02 CalMonthEnd PIC X(1).
              02 FILLER PIC X VALUE SPACE.
              02 CalYearEnd PIC X(1).

FD FeedReport.
       01 PrintLine PIC X(132).

WORKING-STORAGE SECTION.
01 FeedListStatus PIC XX.
01 FeedFileStatus PIC XX.
01 FeedSeenStatus PIC XX.
01 CalendarStatus PIC XX.
01 FeedFileName PIC X(20).
01 FeedOpenStatus PIC XX.
01 FeedReadFailed PIC X.
01 ListEOF PIC X.
01 FeedEOF PIC X.
01 SeenEOF PIC X.
01 CalEOF PIC X.
01 RunDate PIC 9(8).
01 RunWeekDay PIC 9.
01 RunMonthEnd PIC X VALUE "N".
01 ListOnFile PIC X VALUE "N".
*> The feeds to check, off feedlist.txt or the built-in three.
01 FeedCount PIC 9(3) VALUE ZERO.
01 FeedMax PIC 9(3) VALUE 50.
01 FeedSub PIC 9(3).
01 FeedTable.
       02 FeedEntry OCCURS 50 TIMES.
              03 FdFileName PIC X(20).
              03 FdDays PIC X(7).
              03 FdMonthEnd PIC X(1).
              03 FdControls PIC X(1).
              03 FdHashPos PIC 9(3).
              03 FdStep PIC X(12).
              03 FdRequired PIC X(1).
              03 FdState PIC X(1).
                     88 FdReady VALUE "R".
                     88 FdNotDue VALUE "N".
                     88 FdHeld VALUE "H".
              03 FdReason PIC X(40).
              03 FdCount PIC 9(7).
              03 FdFirstLine PIC X(60).
*> What one pass over a feed found.
01 HeaderSeen PIC X.
01 TrailerSeen PIC X.
01 ControlOutOfPlace PIC X.
01 LineCount PIC 9(7).
01 DataCount PIC 9(7).
01 IDSum PIC 9(12).
01 HashValue PIC 9(6).
01 ExpectedCount PIC 9(7).
01 ExpectedIDSum PIC 9(12).
01 HeaderDate PIC 9(8).
01 FirstLine PIC X(60).
01 StaleFound PIC X.
01 HeldCount PIC 9(3) VALUE ZERO.
01 ReadyCount PIC 9(3) VALUE ZERO.
01 NotDueCount PIC 9(3) VALUE ZERO.
01 BareCount PIC 9(3) VALUE ZERO.
*> Dated report file off RPTFILE.
01 FeedRptName PIC X(30).
01 FeedRptBase PIC X(12) VALUE "FeedChk".
01 FeedRptSuffix PIC X(4) VALUE ".rpt".
01 FeedRptMode PIC X VALUE "N".
01 PageHeading.
       02 FILLER PIC X(36) VALUE "Inbound Feed Readiness              ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 NightLine.
       02 FILLER PIC X(16) VALUE "Tonight is a    ".
       02 PrnWeekDay PIC X(9).
       02 PrnMonthEnd PIC X(24).
01 WeekDayNames.
       02 FILLER PIC X(9) VALUE "Monday".
       02 FILLER PIC X(9) VALUE "Tuesday".
       02 FILLER PIC X(9) VALUE "Wednesday".
       02 FILLER PIC X(9) VALUE "Thursday".
       02 FILLER PIC X(9) VALUE "Friday".
       02 FILLER PIC X(9) VALUE "Saturday".
       02 FILLER PIC X(9) VALUE "Sunday".
01 WeekDayTable REDEFINES WeekDayNames.
       02 WeekDayName PIC X(9) OCCURS 7 TIMES.
01 NoListLine PIC X(80) VALUE
       "No feedlist.txt on file - the three standard feeds checked as optional.".
01 ColumnHeads.
       02 FILLER PIC X(21) VALUE "Feed".
       02 FILLER PIC X(13) VALUE "Read by".
       02 FILLER PIC X(9) VALUE "Required".
       02 FILLER PIC X(10) VALUE "Records".
       02 FILLER PIC X(10) VALUE "Status".
       02 FILLER PIC X(40) VALUE "Reason".
01 DetailLine.
       02 PrnFileName PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 PrnStep PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 PrnRequired PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PrnCount PIC Z(6)9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnState PIC X(9).
       02 FILLER PIC X VALUE SPACE.
       02 PrnReason PIC X(40).
01 CountsLine.
       02 FILLER PIC X(8) VALUE "Ready : ".
       02 PrnReadyCount PIC ZZ9.
       02 FILLER PIC X(14) VALUE "   Not due : ".
       02 PrnNotDueCount PIC ZZ9.
       02 FILLER PIC X(11) VALUE "   Held : ".
       02 PrnHeldCount PIC ZZ9.
01 VerdictLine PIC X(80).
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "ctlrec.cpy".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       ACCEPT RunWeekDay FROM DAY-OF-WEEK.
       MOVE RunDate TO PrnRunDate.
       PERFORM ReadCalendar.
       PERFORM LoadFeedList.
       IF FeedCount = 0
           PERFORM LoadStandardFeeds
       END-IF.

       PERFORM CheckOneFeed
           VARYING FeedSub FROM 1 BY 1 UNTIL FeedSub > FeedCount.

       CALL "RPTFILE" USING FeedRptBase, FeedRptSuffix, FeedRptMode,
           FeedRptName.
       OPEN OUTPUT FeedReport.
       PERFORM PrintReadiness.
       CLOSE FeedReport.

       IF HeldCount > 0
           DISPLAY "Inbound feeds NOT ready - the night is held."
           PERFORM ShowHeldFeed
               VARYING FeedSub FROM 1 BY 1 UNTIL FeedSub > FeedCount
           DISPLAY "See " FeedRptName " - fix the feeds and rerun."
           MOVE RC-ERROR TO RETURN-CODE
       ELSE
           PERFORM NoteFeedsSeen
           DISPLAY "Inbound feeds ready : " ReadyCount " ready, "
               NotDueCount " not due. See " FeedRptName "."
           IF ListOnFile = "N" OR BareCount > 0
               MOVE RC-WARNING TO RETURN-CODE
           ELSE
               MOVE RC-SUCCESS TO RETURN-CODE
           END-IF
       END-IF.
       GOBACK.

*> Only the month-end flag matters here; no calendar, or tonight
*> not on it, is a plain night.
ReadCalendar.
       MOVE "N" TO CalEOF.
       OPEN INPUT CalendarFile.
       IF CalendarStatus NOT = "00" AND CalendarStatus NOT = "05"
           MOVE "Y" TO CalEOF
       END-IF.
       PERFORM ScanOneCalendarDay UNTIL CalEOF = "Y".
       CLOSE CalendarFile.

ScanOneCalendarDay.
       READ CalendarFile
           AT END MOVE "Y" TO CalEOF
           NOT AT END
               IF CalDate = RunDate
                   MOVE CalMonthEnd TO RunMonthEnd
                   MOVE "Y" TO CalEOF
               END-IF
       END-READ.

LoadFeedList.
       MOVE "N" TO ListEOF.
       OPEN INPUT FeedListFile.
       IF FeedListStatus NOT = "00"
           MOVE "Y" TO ListEOF
       ELSE
           MOVE "Y" TO ListOnFile
       END-IF.
       PERFORM LoadOneFeed UNTIL ListEOF = "Y".
       CLOSE FeedListFile.

LoadOneFeed.
       READ FeedListFile
           AT END MOVE "Y" TO ListEOF
           NOT AT END
               IF FlFileName NOT = SPACES
                       AND FlFileName(1:1) NOT = "*"
                   IF FeedCount < FeedMax
                       ADD 1 TO FeedCount
                       MOVE FlFileName TO FdFileName(FeedCount)
                       MOVE FlDays TO FdDays(FeedCount)
                       MOVE FlMonthEnd TO FdMonthEnd(FeedCount)
                       MOVE FlControls TO FdControls(FeedCount)
                       IF FlHashPos NUMERIC
                           MOVE FlHashPos TO FdHashPos(FeedCount)
                       ELSE
                           MOVE 0 TO FdHashPos(FeedCount)
                       END-IF
                       MOVE FlStep TO FdStep(FeedCount)
                   ELSE
                       DISPLAY "feedlist.txt holds more than " FeedMax
                           " feeds - " FlFileName " not checked."
                   END-IF
               END-IF
       END-READ.

*> No list: the feeds the chain has always read, none of them
*> required, custimport.txt's ID hash over its leading customer ID
*> and custmaint.txt's over the ID behind its op code.
LoadStandardFeeds.
       MOVE 3 TO FeedCount.
       MOVE "custimport.txt" TO FdFileName(1).
       MOVE 1 TO FdHashPos(1).
       MOVE "BATCHIMP" TO FdStep(1).
       MOVE "custmaint.txt" TO FdFileName(2).
       MOVE 2 TO FdHashPos(2).
       MOVE "BATCHMNT" TO FdStep(2).
       MOVE "weborders.txt" TO FdFileName(3).
       MOVE 0 TO FdHashPos(3).
       MOVE "weborder" TO FdStep(3).
       MOVE "NNNNNNN" TO FdDays(1) FdDays(2) FdDays(3).
       MOVE "N" TO FdMonthEnd(1) FdMonthEnd(2) FdMonthEnd(3).
       MOVE "N" TO FdControls(1) FdControls(2) FdControls(3).

CheckOneFeed.
       MOVE "N" TO FdRequired(FeedSub).
       IF FdDays(FeedSub)(RunWeekDay:1) = "Y"
           MOVE "Y" TO FdRequired(FeedSub)
       END-IF.
       IF FdMonthEnd(FeedSub) = "Y" AND RunMonthEnd = "Y"
           MOVE "Y" TO FdRequired(FeedSub)
       END-IF.
       MOVE "R" TO FdState(FeedSub).
       MOVE SPACES TO FdReason(FeedSub).
       MOVE FdFileName(FeedSub) TO FeedFileName.

       PERFORM ReadOneFeed.
       MOVE DataCount TO FdCount(FeedSub).
       MOVE FirstLine TO FdFirstLine(FeedSub).
       EVALUATE TRUE
           WHEN FeedOpenStatus = "05" AND FdRequired(FeedSub) = "Y"
               MOVE "H" TO FdState(FeedSub)
               MOVE "required tonight and not on file" TO FdReason(FeedSub)
           WHEN FeedOpenStatus = "05"
               MOVE "N" TO FdState(FeedSub)
               MOVE "not due and not sent" TO FdReason(FeedSub)
           WHEN FeedOpenStatus NOT = "00"
               MOVE "H" TO FdState(FeedSub)
               STRING "cannot be opened - file status " DELIMITED BY SIZE
                      FeedOpenStatus DELIMITED BY SIZE
                      INTO FdReason(FeedSub)
               END-STRING
           WHEN FeedReadFailed = "Y"
               MOVE "H" TO FdState(FeedSub)
               STRING "read failed part way - file status " DELIMITED BY SIZE
                      FeedFileStatus DELIMITED BY SIZE
                      INTO FdReason(FeedSub)
               END-STRING
           WHEN LineCount = 0 AND FdRequired(FeedSub) = "Y"
               MOVE "H" TO FdState(FeedSub)
               MOVE "required tonight and empty" TO FdReason(FeedSub)
           WHEN LineCount = 0
               MOVE "N" TO FdState(FeedSub)
               MOVE "empty - nothing to take in" TO FdReason(FeedSub)
           WHEN ControlOutOfPlace = "Y"
               MOVE "H" TO FdState(FeedSub)
               MOVE "control record out of place" TO FdReason(FeedSub)
           WHEN HeaderSeen = "Y" AND TrailerSeen = "N"
               MOVE "H" TO FdState(FeedSub)
               MOVE "header but no trailer - cut short" TO FdReason(FeedSub)
           WHEN HeaderSeen = "N" AND TrailerSeen = "Y"
               MOVE "H" TO FdState(FeedSub)
               MOVE "trailer but no header" TO FdReason(FeedSub)
           WHEN TrailerSeen = "Y" AND ExpectedCount NOT = DataCount
               MOVE "H" TO FdState(FeedSub)
               MOVE "trailer count disagrees - truncated" TO FdReason(FeedSub)
           WHEN TrailerSeen = "Y" AND FdHashPos(FeedSub) > 0
                   AND ExpectedIDSum NOT = IDSum
               MOVE "H" TO FdState(FeedSub)
               MOVE "trailer ID hash disagrees" TO FdReason(FeedSub)
           WHEN HeaderSeen = "N" AND FdControls(FeedSub) = "Y"
               MOVE "H" TO FdState(FeedSub)
               MOVE "no HDR/TRL control records" TO FdReason(FeedSub)
           WHEN HeaderSeen = "Y" AND HeaderDate > RunDate
               MOVE "H" TO FdState(FeedSub)
               MOVE "header dated after tonight" TO FdReason(FeedSub)
       END-EVALUATE.

       IF FdReady(FeedSub)
           PERFORM CheckFeedSeen
           IF StaleFound = "Y"
               MOVE "H" TO FdState(FeedSub)
               MOVE "already taken in on an earlier night" TO FdReason(FeedSub)
           END-IF
       END-IF.
       IF FdReady(FeedSub) AND HeaderSeen = "N"
           ADD 1 TO BareCount
           MOVE "no control records - unverified" TO FdReason(FeedSub)
       END-IF.
       EVALUATE TRUE
           WHEN FdReady(FeedSub) ADD 1 TO ReadyCount
           WHEN FdNotDue(FeedSub) ADD 1 TO NotDueCount
           WHEN OTHER ADD 1 TO HeldCount
       END-EVALUATE.

*> One pass: a header may only be the first line and a trailer only
*> the last, and the trailer's count and ID hash are proved the way
*> BATCHIMP proves custimport.txt.
ReadOneFeed.
       MOVE "N" TO HeaderSeen TrailerSeen ControlOutOfPlace
           FeedReadFailed.
       MOVE 0 TO LineCount DataCount IDSum ExpectedCount
           ExpectedIDSum HeaderDate.
       MOVE SPACES TO FirstLine.
       MOVE "N" TO FeedEOF.
       OPEN INPUT FeedFile.
       MOVE FeedFileStatus TO FeedOpenStatus.
       IF FeedOpenStatus NOT = "00"
           MOVE "Y" TO FeedEOF
       END-IF.
       PERFORM ReadOneFeedLine UNTIL FeedEOF = "Y".
       IF FeedOpenStatus = "00" OR FeedOpenStatus = "05"
           CLOSE FeedFile
       END-IF.

ReadOneFeedLine.
       READ FeedFile
           AT END MOVE "Y" TO FeedEOF
           NOT AT END
               ADD 1 TO LineCount
               IF LineCount = 1
                   MOVE FeedRecord TO FirstLine
               END-IF
               IF TrailerSeen = "Y"
                   MOVE "Y" TO ControlOutOfPlace
               END-IF
               EVALUATE FeedRecord(1:3)
                   WHEN "HDR"
                       IF LineCount NOT = 1
                           MOVE "Y" TO ControlOutOfPlace
                       END-IF
                       MOVE "Y" TO HeaderSeen
                       MOVE FeedRecord TO InterchangeHeader
                       IF IchHdrDate NUMERIC
                           MOVE IchHdrDate TO HeaderDate
                       END-IF
                   WHEN "TRL"
                       MOVE "Y" TO TrailerSeen
                       MOVE FeedRecord TO InterchangeTrailer
                       IF IchTrlCount NUMERIC
                           MOVE IchTrlCount TO ExpectedCount
                       END-IF
                       IF IchTrlIDHash NUMERIC
                           MOVE IchTrlIDHash TO ExpectedIDSum
                       END-IF
                   WHEN OTHER
                       ADD 1 TO DataCount
                       PERFORM AddToIDHash
               END-EVALUATE
       END-READ.
       IF FeedFileStatus NOT = "00" AND FeedFileStatus NOT = "04"
               AND FeedFileStatus NOT = "10"
           MOVE "Y" TO FeedReadFailed
           MOVE "Y" TO FeedEOF
       END-IF.

AddToIDHash.
       IF FdHashPos(FeedSub) > 0 AND FdHashPos(FeedSub) < 195
           IF FeedRecord(FdHashPos(FeedSub):6) NUMERIC
               MOVE FeedRecord(FdHashPos(FeedSub):6) TO HashValue
               ADD HashValue TO IDSum
           END-IF
       END-IF.

*> The same file, same first line and same count already passed on
*> an earlier night means it was never replaced.
CheckFeedSeen.
       MOVE "N" TO StaleFound.
       MOVE "N" TO SeenEOF.
       OPEN INPUT FeedSeenFile.
       IF FeedSeenStatus NOT = "00"
           MOVE "Y" TO SeenEOF
       END-IF.
       PERFORM CheckOneSeenLine UNTIL SeenEOF = "Y".
       CLOSE FeedSeenFile.

CheckOneSeenLine.
       READ FeedSeenFile
           AT END MOVE "Y" TO SeenEOF
           NOT AT END
               IF FsFileName = FdFileName(FeedSub)
                       AND FsRunDate < RunDate
                       AND FsCount = FdCount(FeedSub)
                       AND FsFirstLine = FdFirstLine(FeedSub)
                   MOVE "Y" TO StaleFound
                   MOVE "Y" TO SeenEOF
               END-IF
       END-READ.

*> Only a night that goes ahead marks its feeds as taken in.
NoteFeedsSeen.
       OPEN EXTEND FeedSeenFile.
       PERFORM NoteOneFeedSeen
           VARYING FeedSub FROM 1 BY 1 UNTIL FeedSub > FeedCount.
       CLOSE FeedSeenFile.

NoteOneFeedSeen.
       IF FdReady(FeedSub)
           MOVE SPACES TO FeedSeenRecord
           MOVE FdFileName(FeedSub) TO FsFileName
           MOVE RunDate TO FsRunDate
           MOVE FdCount(FeedSub) TO FsCount
           MOVE FdFirstLine(FeedSub) TO FsFirstLine
           WRITE FeedSeenRecord
       END-IF.

PrintReadiness.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       MOVE WeekDayName(RunWeekDay) TO PrnWeekDay.
       IF RunMonthEnd = "Y"
           MOVE "- a month-end night" TO PrnMonthEnd
       ELSE
           MOVE SPACES TO PrnMonthEnd
       END-IF.
       WRITE PrintLine FROM NightLine AFTER ADVANCING 2 LINES.
       IF ListOnFile = "N"
           WRITE PrintLine FROM NoListLine AFTER ADVANCING 1 LINE
       END-IF.
       WRITE PrintLine FROM ColumnHeads AFTER ADVANCING 2 LINES.
       PERFORM PrintOneFeed
           VARYING FeedSub FROM 1 BY 1 UNTIL FeedSub > FeedCount.
       MOVE ReadyCount TO PrnReadyCount.
       MOVE NotDueCount TO PrnNotDueCount.
       MOVE HeldCount TO PrnHeldCount.
       WRITE PrintLine FROM CountsLine AFTER ADVANCING 2 LINES.
       IF HeldCount > 0
           MOVE "NIGHT HELD - the chain does not start until the held feeds are put right."
               TO VerdictLine
       ELSE
           MOVE "Ready - the night's chain may start." TO VerdictLine
       END-IF.
       WRITE PrintLine FROM VerdictLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

PrintOneFeed.
       MOVE FdFileName(FeedSub) TO PrnFileName.
       MOVE FdStep(FeedSub) TO PrnStep.
       IF FdRequired(FeedSub) = "Y"
           MOVE "Yes" TO PrnRequired
       ELSE
           MOVE "No" TO PrnRequired
       END-IF.
       MOVE FdCount(FeedSub) TO PrnCount.
       EVALUATE TRUE
           WHEN FdReady(FeedSub) MOVE "READY" TO PrnState
           WHEN FdNotDue(FeedSub) MOVE "NOT DUE" TO PrnState
           WHEN OTHER MOVE "HELD" TO PrnState
       END-EVALUATE.
       MOVE FdReason(FeedSub) TO PrnReason.
       WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE.

ShowHeldFeed.
       IF FdHeld(FeedSub)
           DISPLAY "  " FdFileName(FeedSub) " : " FdReason(FeedSub)
       END-IF.
