       >>SOURCE FORMAT FREE
*> Report distribution after the nightly chain. RPTFILE catalogs
*> every dated report on rptcatlg.txt, and rptroute.txt says who
*> each report goes to and how; this run puts the two together so
*> nobody has to remember in the morning which of the night's
*> reports go to accounts, which to the warehouse and which to the
*> owner.
*> Tonight's reports are the catalog entries stamped since the
*> night's first NIGHT-OPEN on runlog.txt - a chain that runs past
*> midnight, or was resumed after a failure, still counts as one
*> night - or, with no run log, everything cataloged today. Each is
*> matched to its routes by base name, and every route gives one
*> delivery:
*>   - print: the dated file name goes on that department's print
*>     queue for the night, PrtQ-<department>-<date>.txt, in report
*>     order, ready to hand to the printer;
*>   - email: a line on mailout.txt with the address, department,
*>     report and dated file name for the mailer to send;
*>   - hold: nothing is moved, the manifest just says it is there.
*> A route whose report is due tonight (every night, or on the
*> calendar's month-end or year-end night) and has no catalog entry
*> is listed as NOT PRODUCED under its department, and a report
*> produced with no route at all is listed at the foot so a new
*> report does not go unread. The manifest is a dated RptDist
*> document off RPTFILE, department by department; anything not
*> produced or unrouted ends the run RC-WARNING, which never stops
*> the chain.
IDENTIFICATION DIVISION.
PROGRAM-ID. rptdist.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL RouteFile ASSIGN TO "rptroute.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RouteKey
           FILE STATUS IS RouteStatus.

       SELECT OPTIONAL CatalogFile ASSIGN TO "rptcatlg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CatalogStatus.

       SELECT OPTIONAL RunLogFile ASSIGN TO "runlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RunLogStatus.

       SELECT OPTIONAL CalendarFile ASSIGN TO "calendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CalendarStatus.

       SELECT PrintQueueFile ASSIGN TO DYNAMIC PrintQueueName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MailOutFile ASSIGN TO "mailout.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DistSortFile ASSIGN TO "distwk.tmp".

       SELECT DistReport ASSIGN TO DYNAMIC DistRptName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RouteFile.
       COPY "routrec.cpy".

FD CatalogFile.
       01 CatalogRecord.
              02 CatDate PIC 9(8).
              02 CatTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 CatBaseName PIC X(12).
              02 FILLER PIC X VALUE SPACE.
              02 CatFileName PIC X(30).

FD RunLogFile.
       01 RunLogRecord.
              02 RLDate PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 RLStepName PIC X(16).
              02 FILLER PIC X VALUE SPACE.
              02 RLStartTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 RLEndTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 RLReturnCode PIC 9(2).

FD CalendarFile.
       01 CalendarRecord.
              02 CalDate PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 CalDayType PIC X(1).
              02 FILLER PIC X VALUE SPACE.
              02 CalMonthEnd PIC X(1).
              02 FILLER PIC X VALUE SPACE.
              02 CalYearEnd PIC X(1).

FD PrintQueueFile.
       01 PrintQueueRecord.
              02 PqNightDate PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 PqBaseName PIC X(12).
              02 FILLER PIC X VALUE SPACE.
              02 PqFileName PIC X(30).

FD MailOutFile.
       01 MailOutRecord.
              02 MoEmail PIC X(40).
              02 FILLER PIC X VALUE SPACE.
              02 MoDept PIC X(10).
              02 FILLER PIC X VALUE SPACE.
              02 MoNightDate PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 MoBaseName PIC X(12).
              02 FILLER PIC X VALUE SPACE.
              02 MoFileName PIC X(30).

*> One delivery, or one report due and not produced, per record,
*> by department.
SD DistSortFile.
       01 DistSortRecord.
              02 DsDept PIC X(10).
              02 DsKind PIC X(1).
                     88 DsDelivered VALUE "D".
                     88 DsMissing VALUE "M".
              02 DsMethod PIC X(1).
              02 DsBase PIC X(12).
              02 DsFile PIC X(30).
              02 DsEmail PIC X(40).

FD DistReport.
       01 PrintLine PIC X(132).

WORKING-STORAGE SECTION.
01 RouteStatus PIC XX.
01 CatalogStatus PIC XX.
01 RunLogStatus PIC XX.
01 CalendarStatus PIC XX.
01 FileEOF PIC X.
01 SortEOF PIC X.
01 RunDate PIC 9(8).
*> The night being distributed: its date and when it opened.
01 NightDate PIC 9(8).
01 NightStart PIC X(14).
01 EntryStamp PIC X(14).
01 NightMonthEnd PIC X VALUE "N".
01 NightYearEnd PIC X VALUE "N".
01 RouteOnFile PIC X VALUE "N".
*> Tonight's catalog entries.
01 CatCount PIC 9(3) VALUE ZERO.
01 CatMax PIC 9(3) VALUE 300.
01 CatSub PIC 9(3).
01 CatTable.
       02 CatEntry OCCURS 300 TIMES.
              03 CtBase PIC X(12).
              03 CtFile PIC X(30).
              03 CtRouted PIC X(1).
01 CatOverflow PIC X VALUE "N".
01 RouteDue PIC X.
01 RouteFound PIC X.
*> Department break and print-queue state in the output procedure.
01 CurDept PIC X(10).
01 QueueOpen PIC X VALUE "N".
01 PrintQueueName PIC X(30).
01 DeliveredCount PIC 9(5) VALUE ZERO.
01 PrintedCount PIC 9(5) VALUE ZERO.
01 MailedCount PIC 9(5) VALUE ZERO.
01 HeldCount PIC 9(5) VALUE ZERO.
01 MissingCount PIC 9(5) VALUE ZERO.
01 UnroutedCount PIC 9(5) VALUE ZERO.
01 QueueCount PIC 9(3) VALUE ZERO.
*> Dated report file off RPTFILE.
01 DistRptName PIC X(30).
01 DistRptBase PIC X(12) VALUE "RptDist".
01 DistRptSuffix PIC X(4) VALUE ".rpt".
01 DistRptMode PIC X VALUE "N".
01 PageHeading.
       02 FILLER PIC X(36) VALUE "Report Distribution Manifest        ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 NightLine.
       02 FILLER PIC X(16) VALUE "Night of        ".
       02 PrnNightDate PIC 9999/99/99.
       02 PrnNightKind PIC X(30).
01 CatalogCountLine.
       02 FILLER PIC X(30) VALUE "Reports cataloged tonight : ".
       02 PrnCatCount PIC ZZ9.
01 NoRouteLine PIC X(100) VALUE
       "No rptroute.txt on file - nothing is routed; every report is listed as unrouted.".
01 DeptHeading.
       02 FILLER PIC X(12) VALUE "Department: ".
       02 PrnDept PIC X(10).
01 ColumnHeads.
       02 FILLER PIC X(4) VALUE SPACES.
       02 FILLER PIC X(13) VALUE "Report".
       02 FILLER PIC X(31) VALUE "File".
       02 FILLER PIC X(50) VALUE "Delivery".
01 DetailLine.
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnBase PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 PrnFile PIC X(30).
       02 FILLER PIC X VALUE SPACE.
       02 PrnDelivery PIC X(50).
01 UnroutedHeading PIC X(60) VALUE
       "Produced tonight with no route on rptroute.txt:".
01 QueueLine.
       02 FILLER PIC X(4) VALUE SPACES.
       02 FILLER PIC X(13) VALUE "Print queue: ".
       02 PrnQueueName PIC X(30).
01 TotalsLine1.
       02 FILLER PIC X(22) VALUE "Deliveries           :".
       02 PrnDelivered PIC ZZZZ9.
       02 FILLER PIC X(14) VALUE "   Printed : ".
       02 PrnPrinted PIC ZZZZ9.
       02 FILLER PIC X(14) VALUE "   Emailed : ".
       02 PrnMailed PIC ZZZZ9.
       02 FILLER PIC X(11) VALUE "   Held : ".
       02 PrnHeld PIC ZZZZ9.
01 TotalsLine2.
       02 FILLER PIC X(22) VALUE "Due, not produced    :".
       02 PrnMissing PIC ZZZZ9.
       02 FILLER PIC X(14) VALUE "   Unrouted: ".
       02 PrnUnrouted PIC ZZZZ9.
01 OverflowLine PIC X(100) VALUE
       "More reports were cataloged tonight than one run holds - the rest are not distributed.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       PERFORM FindNightStart.
       PERFORM ReadCalendar.
       PERFORM LoadTonightsCatalog.

       OPEN OUTPUT MailOutFile.
       CALL "RPTFILE" USING DistRptBase, DistRptSuffix, DistRptMode,
           DistRptName.
       OPEN OUTPUT DistReport.
       PERFORM PrintManifestHeading.

       SORT DistSortFile
           ON ASCENDING KEY DsDept, DsKind, DsBase, DsFile, DsMethod
           INPUT PROCEDURE IS RouteTonightsReports
           OUTPUT PROCEDURE IS WriteDeliveries.

       PERFORM PrintUnrouted.
       PERFORM PrintTotals.
       CLOSE DistReport.
       CLOSE MailOutFile.

       DISPLAY "Report distribution : " DeliveredCount " deliveries ("
           PrintedCount " printed, " MailedCount " emailed, " HeldCount
           " held), " MissingCount " not produced, " UnroutedCount
           " unrouted.".
       DISPLAY "Manifest to " DistRptName ".".
       IF MissingCount > 0 OR UnroutedCount > 0 OR CatOverflow = "Y"
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

*> The night is the date of the last NIGHT-OPEN on the run log, and
*> it opened at the first NIGHT-OPEN carrying that date - a resumed
*> chain writes a second one, but its reports from before the
*> failure are still tonight's.
FindNightStart.
       MOVE RunDate TO NightDate.
       MOVE SPACES TO NightStart.
       STRING RunDate DELIMITED BY SIZE
              "000000" DELIMITED BY SIZE
              INTO NightStart
       END-STRING.
       MOVE "N" TO FileEOF.
       OPEN INPUT RunLogFile.
       IF RunLogStatus NOT = "00" AND RunLogStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       PERFORM ScanOneRunLogLine UNTIL FileEOF = "Y".
       CLOSE RunLogFile.

ScanOneRunLogLine.
       READ RunLogFile
           AT END MOVE "Y" TO FileEOF
           NOT AT END
               IF RLStepName = "NIGHT-OPEN"
                       AND (RLDate NOT = NightDate
                        OR NightStart(9:6) = "000000")
                   MOVE RLDate TO NightDate
                   MOVE SPACES TO NightStart
                   STRING RLDate DELIMITED BY SIZE
                          RLStartTime DELIMITED BY SIZE
                          INTO NightStart
                   END-STRING
               END-IF
       END-READ.

ReadCalendar.
       MOVE "N" TO FileEOF.
       OPEN INPUT CalendarFile.
       IF CalendarStatus NOT = "00" AND CalendarStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       PERFORM ScanOneCalendarDay UNTIL FileEOF = "Y".
       CLOSE CalendarFile.

ScanOneCalendarDay.
       READ CalendarFile
           AT END MOVE "Y" TO FileEOF
           NOT AT END
               IF CalDate = NightDate
                   MOVE CalMonthEnd TO NightMonthEnd
                   MOVE CalYearEnd TO NightYearEnd
                   MOVE "Y" TO FileEOF
               END-IF
       END-READ.

LoadTonightsCatalog.
       MOVE "N" TO FileEOF.
       OPEN INPUT CatalogFile.
       IF CatalogStatus NOT = "00" AND CatalogStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       PERFORM LoadOneCatalogLine UNTIL FileEOF = "Y".
       CLOSE CatalogFile.

LoadOneCatalogLine.
       READ CatalogFile
           AT END MOVE "Y" TO FileEOF
           NOT AT END
               MOVE SPACES TO EntryStamp
               STRING CatDate DELIMITED BY SIZE
                      CatTime DELIMITED BY SIZE
                      INTO EntryStamp
               END-STRING
               IF EntryStamp >= NightStart
                   IF CatCount < CatMax
                       ADD 1 TO CatCount
                       MOVE CatBaseName TO CtBase(CatCount)
                       MOVE CatFileName TO CtFile(CatCount)
                       MOVE "N" TO CtRouted(CatCount)
                   ELSE
                       MOVE "Y" TO CatOverflow
                   END-IF
               END-IF
       END-READ.

*> One pass of the routing table in key order; each route is set
*> against every report cataloged tonight.
RouteTonightsReports.
       MOVE "N" TO FileEOF.
       OPEN INPUT RouteFile.
       IF RouteStatus NOT = "00"
           MOVE "Y" TO FileEOF
       ELSE
           MOVE "Y" TO RouteOnFile
       END-IF.
       PERFORM RouteOneLine UNTIL FileEOF = "Y".
       IF RouteStatus = "00" OR RouteStatus = "10"
           CLOSE RouteFile
       END-IF.

RouteOneLine.
       READ RouteFile NEXT RECORD
           AT END MOVE "Y" TO FileEOF
           NOT AT END
               MOVE "N" TO RouteFound
               PERFORM MatchRouteToEntry
                   VARYING CatSub FROM 1 BY 1 UNTIL CatSub > CatCount
               IF RouteFound = "N"
                   PERFORM CheckRouteDue
                   IF RouteDue = "Y"
                       MOVE SPACES TO DistSortRecord
                       MOVE RouteDept TO DsDept
                       MOVE "M" TO DsKind
                       MOVE RouteMethod TO DsMethod
                       MOVE RouteBase TO DsBase
                       RELEASE DistSortRecord
                   END-IF
               END-IF
       END-READ.

MatchRouteToEntry.
       IF CtBase(CatSub) = RouteBase
           MOVE "Y" TO RouteFound
           MOVE "Y" TO CtRouted(CatSub)
           MOVE SPACES TO DistSortRecord
           MOVE RouteDept TO DsDept
           MOVE "D" TO DsKind
           MOVE RouteMethod TO DsMethod
           MOVE RouteBase TO DsBase
           MOVE CtFile(CatSub) TO DsFile
           MOVE RouteEmail TO DsEmail
           RELEASE DistSortRecord
       END-IF.

CheckRouteDue.
       MOVE "N" TO RouteDue.
       EVALUATE TRUE
           WHEN RouteNightly
               MOVE "Y" TO RouteDue
           WHEN RouteMonthEnd AND NightMonthEnd = "Y"
               MOVE "Y" TO RouteDue
           WHEN RouteYearEnd AND NightYearEnd = "Y"
               MOVE "Y" TO RouteDue
       END-EVALUATE.

WriteDeliveries.
       MOVE SPACES TO CurDept.
       MOVE "N" TO SortEOF.
       PERFORM WriteOneDelivery UNTIL SortEOF = "Y".
       PERFORM CloseDeptQueue.

WriteOneDelivery.
       RETURN DistSortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.
       IF SortEOF = "N"
           IF DsDept NOT = CurDept
               PERFORM CloseDeptQueue
               MOVE DsDept TO CurDept PrnDept
               WRITE PrintLine FROM DeptHeading AFTER ADVANCING 2 LINES
               WRITE PrintLine FROM ColumnHeads AFTER ADVANCING 1 LINE
           END-IF
           MOVE DsBase TO PrnBase
           MOVE DsFile TO PrnFile
           MOVE SPACES TO PrnDelivery
           IF DsMissing
               MOVE SPACES TO PrnFile
               MOVE "** NOT PRODUCED tonight **" TO PrnDelivery
               ADD 1 TO MissingCount
           ELSE
               PERFORM DeliverOne
           END-IF
           WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE
       END-IF.

DeliverOne.
       ADD 1 TO DeliveredCount.
       EVALUATE DsMethod
           WHEN "P"
               PERFORM OpenDeptQueue
               MOVE SPACES TO PrintQueueRecord
               MOVE NightDate TO PqNightDate
               MOVE DsBase TO PqBaseName
               MOVE DsFile TO PqFileName
               WRITE PrintQueueRecord
               MOVE "Print" TO PrnDelivery
               ADD 1 TO PrintedCount
           WHEN "E"
               MOVE SPACES TO MailOutRecord
               MOVE DsEmail TO MoEmail
               MOVE DsDept TO MoDept
               MOVE NightDate TO MoNightDate
               MOVE DsBase TO MoBaseName
               MOVE DsFile TO MoFileName
               WRITE MailOutRecord
               STRING "Email to " DELIMITED BY SIZE
                      DsEmail DELIMITED BY SPACE
                      INTO PrnDelivery
               END-STRING
               ADD 1 TO MailedCount
           WHEN OTHER
               MOVE "Hold - on disk under its dated name" TO PrnDelivery
               ADD 1 TO HeldCount
       END-EVALUATE.

*> A department's queue is opened on its first printed report, so a
*> department with nothing to print tonight gets no empty file.
OpenDeptQueue.
       IF QueueOpen = "N"
           MOVE SPACES TO PrintQueueName
           STRING "PrtQ-" DELIMITED BY SIZE
                  DsDept DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  NightDate DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO PrintQueueName
           END-STRING
           OPEN OUTPUT PrintQueueFile
           MOVE "Y" TO QueueOpen
           ADD 1 TO QueueCount
       END-IF.

CloseDeptQueue.
       IF QueueOpen = "Y"
           CLOSE PrintQueueFile
           MOVE "N" TO QueueOpen
           MOVE PrintQueueName TO PrnQueueName
           WRITE PrintLine FROM QueueLine AFTER ADVANCING 1 LINE
       END-IF.

PrintManifestHeading.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       MOVE NightDate TO PrnNightDate.
       EVALUATE TRUE
           WHEN NightYearEnd = "Y"
               MOVE " - the year-end night" TO PrnNightKind
           WHEN NightMonthEnd = "Y"
               MOVE " - a month-end night" TO PrnNightKind
           WHEN OTHER
               MOVE SPACES TO PrnNightKind
       END-EVALUATE.
       WRITE PrintLine FROM NightLine AFTER ADVANCING 2 LINES.
       MOVE CatCount TO PrnCatCount.
       WRITE PrintLine FROM CatalogCountLine AFTER ADVANCING 1 LINE.
       IF CatOverflow = "Y"
           WRITE PrintLine FROM OverflowLine AFTER ADVANCING 1 LINE
       END-IF.

PrintUnrouted.
       IF RouteOnFile = "N"
           WRITE PrintLine FROM NoRouteLine AFTER ADVANCING 2 LINES
       END-IF.
       PERFORM CountOneUnrouted
           VARYING CatSub FROM 1 BY 1 UNTIL CatSub > CatCount.
       IF UnroutedCount > 0
           WRITE PrintLine FROM UnroutedHeading AFTER ADVANCING 2 LINES
           PERFORM PrintOneUnrouted
               VARYING CatSub FROM 1 BY 1 UNTIL CatSub > CatCount
       END-IF.

CountOneUnrouted.
       IF CtRouted(CatSub) = "N"
           ADD 1 TO UnroutedCount
       END-IF.

PrintOneUnrouted.
       IF CtRouted(CatSub) = "N"
           MOVE CtBase(CatSub) TO PrnBase
           MOVE CtFile(CatSub) TO PrnFile
           MOVE "no route - add one through rptroute" TO PrnDelivery
           WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE
       END-IF.

PrintTotals.
       MOVE DeliveredCount TO PrnDelivered.
       MOVE PrintedCount TO PrnPrinted.
       MOVE MailedCount TO PrnMailed.
       MOVE HeldCount TO PrnHeld.
       WRITE PrintLine FROM TotalsLine1 AFTER ADVANCING 2 LINES.
       MOVE MissingCount TO PrnMissing.
       MOVE UnroutedCount TO PrnUnrouted.
       WRITE PrintLine FROM TotalsLine2 AFTER ADVANCING 1 LINE.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
