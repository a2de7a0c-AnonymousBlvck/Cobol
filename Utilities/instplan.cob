       >>SOURCE FORMAT FREE
*> Installment payment plans. promtrk holds one promised date and
*> amount, so a customer who agreed to pay a balance down month by
*> month had a fresh promise keyed for them every month. This module
*> keeps the agreement itself on instplan.txt, one current plan per
*> customer, with its dated schedule on instsched.txt: set up a plan
*> (the agreed amount - the whole balance by default - split into
*> equal monthly installments from a first due date, the odd cents
*> on the last, stamped with the operator, and noted on
*> custnotes.txt), look one up with its schedule, and print the
*> missed-installments worklist - every current plan with an
*> installment still unpaid past its date plus the plan's grace
*> days. A plan lists once: the installment is marked missed, the
*> plan flips to broken, and a note on custnotes.txt says what was
*> left unpaid, so the balance goes back into the normal dunning
*> cycle and tomorrow's worklist only shows new breaks. custpay and
*> lockbox apply receipts to the next installment due (INSTPAY),
*> and custdun and finchg leave the account alone while its plan is
*> current (PLANCHK). The worklist goes to a dated PlanWork report
*> off RPTFILE with names and phones off customer.txt.
IDENTIFICATION DIVISION.
PROGRAM-ID. instplan.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL PlanFile ASSIGN TO "instplan.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PlanCustID
           FILE STATUS IS PlanStatusCode.

       SELECT OPTIONAL InstallFile ASSIGN TO "instsched.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InstKey
           FILE STATUS IS InstallStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT OPTIONAL NotesFile ASSIGN TO "custnotes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NotesFileStatus.

       SELECT WorkListReport ASSIGN TO DYNAMIC ReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PlanFile.
       COPY "planrec.cpy".

FD InstallFile.
       COPY "instrec.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

FD NotesFile.
       COPY "noterec.cpy".

FD WorkListReport.
       01 PrintLine PIC X(100).

WORKING-STORAGE SECTION.
01 PlanStatusCode PIC XX.
01 InstallStatus PIC XX.
01 CustFileStatus PIC XX.
01 NotesFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 RunDate PIC 9(8).
01 RunDateParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay PIC 99.
01 RunDayNum PIC 9(7).
01 DueDayNum PIC 9(7).
01 EntryID PIC X(6).
01 IDValid PIC X.
01 Confirm PIC X.
01 CustExists PIC X.
01 PlanExists PIC X.
01 BrowseEOF PIC X.
01 InstEOF PIC X.
01 OperID PIC X(6).
01 EntryAmount PIC 9(7)V99.
01 EntryCount PIC 9(2).
01 EntryFirstDue PIC 9(8).
01 FirstDueParts REDEFINES EntryFirstDue.
       02 FirstYear PIC 9(4).
       02 FirstMonth PIC 99.
       02 FirstDay PIC 99.
01 EntryGrace PIC 9(3).
01 PlanValid PIC X.
01 InstEach PIC 9(7)V99.
01 InstLast PIC 9(7)V99.
01 InstSub PIC 9(3).
*> Each installment falls on the first due date's day of the month,
*> or on the month's last day when the month is shorter.
01 DueDateParts.
       02 DueYear PIC 9(4).
       02 DueMonth PIC 99.
       02 DueDay PIC 99.
01 DueDateNum REDEFINES DueDateParts PIC 9(8).
01 MonthLengths PIC X(24) VALUE "312831303130313130313031".
01 MonthLengthTable REDEFINES MonthLengths.
       02 MonthLength PIC 99 OCCURS 12 TIMES.
01 MonthDays PIC 99.
01 LeapQuot PIC 9(4).
01 Leap4 PIC 9(3).
01 Leap100 PIC 9(3).
01 Leap400 PIC 9(3).
01 MissedInst PIC 9(3).
01 MissedDue PIC 9(8).
01 MissedOwing PIC 9(7)V99.
01 PlanLeft PIC 9(7)V99.
01 BrokenCount PIC 9(5).
01 DispAmount PIC $$$,$$9.99.
01 DispEach PIC $$$,$$9.99.
01 DispLast PIC $$$,$$9.99.
01 DispPaid PIC $$$,$$9.99.
01 DispCount PIC Z9.
01 NamePtr PIC 99.
01 PrnDueDate PIC 9999/99/99.
01 ReportFileName PIC X(30).
01 ReportBaseName PIC X(12) VALUE "PlanWork".
01 ReportSuffix PIC X(4) VALUE ".rpt".
01 ReportMode PIC X VALUE "N".
01 ScheduleLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSchedNo PIC ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSchedDue PIC 9999/99/99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSchedAmount PIC $$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSchedPaid PIC $$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnSchedStatus PIC X(6).
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Missed Installments       ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 Heads PIC X(90) VALUE
       "Cust    Name                    Phone            Inst  Due              Owing    Plan Left".
01 MissedDetailLine.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnCustName PIC X(22).
       02 PrnCustPhone PIC X(15).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnInstNo PIC ZZ9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnMissedDue PIC 9999/99/99.
       02 PrnOwing PIC $$$,$$$,$$9.99.
       02 PrnPlanLeft PIC $$$,$$$,$$9.99.
01 NoMissedLine PIC X(40) VALUE "No missed installments this morning.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       COMPUTE RunDayNum = (RunYear * 360) + (RunMonth * 30) + RunDay.
       DISPLAY "Operator ID : " WITH NO ADVANCING.
       ACCEPT OperID.

       OPEN I-O PlanFile.
       MOVE "instplan.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, PlanStatusCode, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN I-O InstallFile.
       MOVE "instsched.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, InstallStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN INPUT CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.

       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "Installment plans"
            DISPLAY "1 : Set Up A Plan "
            DISPLAY "2 : Look Up A Plan "
            DISPLAY "3 : Missed-Installments Worklist "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM SetUpPlan
               WHEN 2 PERFORM LookUpPlan
               WHEN 3 PERFORM MissedWorklist
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
       CLOSE PlanFile, InstallFile, CustomerFile.
       STOP RUN.

SetUpPlan.
       MOVE "Y" TO CustExists.
       DISPLAY " ".
       DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
       ACCEPT EntryID.
       CALL "VALIDID" USING EntryID, IDValid.
       IF IDValid = "N"
           DISPLAY "Customer ID must be 6 digits and not all zeros."
       ELSE
           MOVE EntryID TO CustID
           READ CustomerFile
               INVALID KEY MOVE "N" TO CustExists
           END-READ
           IF CustExists = "N"
               DISPLAY "Customer doesn't exist"
           ELSE
               PERFORM TakePlanTerms
           END-IF
       END-IF.

TakePlanTerms.
       MOVE CustBalance TO DispAmount.
       DISPLAY "Customer : " CustFName " " CustLName.
       DISPLAY "Balance owing : " DispAmount.
       DISPLAY "Agreed amount (0 for the whole balance) : "
           WITH NO ADVANCING.
       ACCEPT EntryAmount.
       IF EntryAmount = 0
           MOVE CustBalance TO EntryAmount
       END-IF.
       DISPLAY "Number of monthly installments : " WITH NO ADVANCING.
       ACCEPT EntryCount.
       DISPLAY "First installment due (YYYYMMDD) : " WITH NO ADVANCING.
       ACCEPT EntryFirstDue.
       DISPLAY "Grace days past each due date (000 for the standing 10) : "
           WITH NO ADVANCING.
       ACCEPT EntryGrace.
       IF EntryGrace NOT NUMERIC OR EntryGrace = 0
           MOVE 10 TO EntryGrace
       END-IF.

       MOVE "Y" TO PlanValid.
       EVALUATE TRUE
           WHEN EntryAmount = 0
               DISPLAY "Nothing owing to put on a plan - not recorded."
               MOVE "N" TO PlanValid
           WHEN EntryCount NOT NUMERIC OR EntryCount = 0
               DISPLAY "A plan needs at least one installment - not recorded."
               MOVE "N" TO PlanValid
           WHEN EntryFirstDue NOT NUMERIC OR FirstMonth < 1
                   OR FirstMonth > 12 OR FirstDay < 1 OR FirstDay > 31
               DISPLAY "First due date must be a date, YYYYMMDD - not recorded."
               MOVE "N" TO PlanValid
           WHEN EntryFirstDue < RunDate
               DISPLAY "First due date is already past - not recorded."
               MOVE "N" TO PlanValid
       END-EVALUATE.
       IF PlanValid = "Y"
           PERFORM ConfirmPlan
       END-IF.

*> The installments are equal to the cent; whatever the division
*> leaves over goes on the last one.
ConfirmPlan.
       COMPUTE InstEach = EntryAmount / EntryCount.
       COMPUTE InstLast = EntryAmount - (InstEach * (EntryCount - 1)).
       MOVE EntryAmount TO DispAmount.
       MOVE EntryCount TO DispCount.
       MOVE InstEach TO DispEach.
       MOVE InstLast TO DispLast.
       MOVE EntryFirstDue TO PrnDueDate.
       DISPLAY DispAmount " in " DispCount " monthly installments of "
           DispEach " from " PrnDueDate.
       IF InstLast NOT = InstEach
           DISPLAY "  (the last installment " DispLast ")"
       END-IF.
       DISPLAY "Record this plan? (Y/N) : " WITH NO ADVANCING.
       ACCEPT Confirm.
       IF Confirm = "Y" OR Confirm = "y"
           PERFORM WritePlan
       ELSE
           DISPLAY "Plan not recorded."
       END-IF.

*> One current plan per customer: a finished (paid off or broken)
*> plan is overwritten, a current one is replaced only after the
*> operator says so. Either way the old schedule goes first.
WritePlan.
       MOVE "Y" TO PlanExists.
       MOVE CustID TO PlanCustID.
       READ PlanFile
           INVALID KEY MOVE "N" TO PlanExists
       END-READ.
       IF PlanExists = "Y" AND PlanCurrent
           MOVE PlanPaidAmt TO DispPaid
           MOVE PlanTotal TO DispAmount
           DISPLAY "A current plan of " DispAmount " (" DispPaid
               " paid) already stands. Replace it? (Y/N) : "
               WITH NO ADVANCING
           ACCEPT Confirm
           IF Confirm NOT = "Y" AND Confirm NOT = "y"
               DISPLAY "Existing plan kept."
               MOVE "X" TO PlanExists
           END-IF
       END-IF.
       IF PlanExists = "Y"
           PERFORM DeleteOldSchedule
       END-IF.
       IF PlanExists NOT = "X"
           MOVE CustID TO PlanCustID
           MOVE RunDate TO PlanMadeDate
           MOVE EntryAmount TO PlanTotal
           MOVE EntryCount TO PlanInstCount
           MOVE 0 TO PlanPaidAmt
           MOVE EntryGrace TO PlanGraceDays
           MOVE OperID TO PlanOperID
           SET PlanCurrent TO TRUE
           MOVE 0 TO PlanEndDate
           IF PlanExists = "Y"
               REWRITE PlanData
                   INVALID KEY DISPLAY "Plan not recorded"
                   NOT INVALID KEY PERFORM WriteSchedule
               END-REWRITE
           ELSE
               WRITE PlanData
                   INVALID KEY DISPLAY "Plan not recorded"
                   NOT INVALID KEY PERFORM WriteSchedule
               END-WRITE
           END-IF
       END-IF.

DeleteOldSchedule.
       MOVE "N" TO InstEOF.
       MOVE CustID TO InstCustID.
       MOVE 0 TO InstNumber.
       START InstallFile KEY IS GREATER THAN OR EQUAL TO InstKey
           INVALID KEY MOVE "Y" TO InstEOF
       END-START.
       PERFORM DeleteOneInstallment UNTIL InstEOF = "Y".

DeleteOneInstallment.
       READ InstallFile NEXT RECORD
           AT END MOVE "Y" TO InstEOF
       END-READ.
       IF InstEOF = "N"
           IF InstCustID NOT = CustID
               MOVE "Y" TO InstEOF
           ELSE
               DELETE InstallFile
                   INVALID KEY DISPLAY "Old installment not removed"
               END-DELETE
           END-IF
       END-IF.

WriteSchedule.
       MOVE FirstYear TO DueYear.
       MOVE FirstMonth TO DueMonth.
       PERFORM WriteOneInstallment
           VARYING InstSub FROM 1 BY 1 UNTIL InstSub > EntryCount.
       PERFORM WritePlanNote.
       DISPLAY "Plan recorded.".

WriteOneInstallment.
       PERFORM SetInstallmentDay.
       MOVE SPACES TO InstallData.
       MOVE CustID TO InstCustID.
       MOVE InstSub TO InstNumber.
       MOVE DueDateNum TO InstDueDate.
       IF InstSub = EntryCount
           MOVE InstLast TO InstAmount
       ELSE
           MOVE InstEach TO InstAmount
       END-IF.
       MOVE 0 TO InstPaidAmt.
       MOVE 0 TO InstPaidDate.
       SET InstDue TO TRUE.
       WRITE InstallData
           INVALID KEY DISPLAY "Installment " InstSub " not recorded"
       END-WRITE.
       ADD 1 TO DueMonth.
       IF DueMonth > 12
           MOVE 1 TO DueMonth
           ADD 1 TO DueYear
       END-IF.

SetInstallmentDay.
       MOVE MonthLength(DueMonth) TO MonthDays.
       IF DueMonth = 2
           DIVIDE DueYear BY 4 GIVING LeapQuot REMAINDER Leap4
           DIVIDE DueYear BY 100 GIVING LeapQuot REMAINDER Leap100
           DIVIDE DueYear BY 400 GIVING LeapQuot REMAINDER Leap400
           IF Leap4 = 0 AND (Leap100 NOT = 0 OR Leap400 = 0)
               MOVE 29 TO MonthDays
           END-IF
       END-IF.
       IF FirstDay > MonthDays
           MOVE MonthDays TO DueDay
       ELSE
           MOVE FirstDay TO DueDay
       END-IF.

WritePlanNote.
       MOVE EntryAmount TO DispAmount.
       MOVE EntryCount TO DispCount.
       MOVE EntryFirstDue TO PrnDueDate.
       OPEN EXTEND NotesFile.
       MOVE SPACES TO NoteRecord.
       MOVE CustID TO NoteCustID.
       ACCEPT NoteDate FROM DATE YYYYMMDD.
       ACCEPT NoteTime FROM TIME.
       MOVE OperID TO NoteOperID.
       STRING "Installment plan " DELIMITED BY SIZE
              DispAmount DELIMITED BY SIZE
              " in " DELIMITED BY SIZE
              DispCount DELIMITED BY SIZE
              " monthly from " DELIMITED BY SIZE
              PrnDueDate DELIMITED BY SIZE
              INTO NoteText
       END-STRING.
       WRITE NoteRecord.
       CLOSE NotesFile.

LookUpPlan.
       MOVE "Y" TO PlanExists.
       DISPLAY " ".
       DISPLAY "Enter Customer ID : " WITH NO ADVANCING.
       ACCEPT EntryID.
       MOVE EntryID TO PlanCustID.
       READ PlanFile
           INVALID KEY MOVE "N" TO PlanExists
       END-READ.
       IF PlanExists = "N"
           DISPLAY "No installment plan on file for that customer."
       ELSE
           MOVE PlanTotal TO DispAmount
           MOVE PlanPaidAmt TO DispPaid
           MOVE PlanMadeDate TO PrnDueDate
           DISPLAY "Plan : " DispAmount " agreed " PrnDueDate
               " (taken by " PlanOperID ")"
           DISPLAY "Paid so far : " DispPaid
               "   grace days : " PlanGraceDays
           EVALUATE TRUE
               WHEN PlanCurrent DISPLAY "Status : Current"
               WHEN PlanPaidOff DISPLAY "Status : Paid off"
               WHEN PlanBroken DISPLAY "Status : Broken"
           END-EVALUATE
           DISPLAY "  No  Due           Amount        Paid  Status"
           MOVE "N" TO InstEOF
           MOVE PlanCustID TO InstCustID
           MOVE 0 TO InstNumber
           START InstallFile KEY IS GREATER THAN OR EQUAL TO InstKey
               INVALID KEY MOVE "Y" TO InstEOF
           END-START
           PERFORM ShowOneInstallment UNTIL InstEOF = "Y"
       END-IF.

ShowOneInstallment.
       READ InstallFile NEXT RECORD
           AT END MOVE "Y" TO InstEOF
       END-READ.
       IF InstEOF = "N"
           IF InstCustID NOT = PlanCustID
               MOVE "Y" TO InstEOF
           ELSE
               MOVE InstNumber TO PrnSchedNo
               MOVE InstDueDate TO PrnSchedDue
               MOVE InstAmount TO PrnSchedAmount
               MOVE InstPaidAmt TO PrnSchedPaid
               EVALUATE TRUE
                   WHEN InstDue MOVE "Due" TO PrnSchedStatus
                   WHEN InstPaid MOVE "Paid" TO PrnSchedStatus
                   WHEN InstMissed MOVE "Missed" TO PrnSchedStatus
               END-EVALUATE
               DISPLAY ScheduleLine
           END-IF
       END-IF.

*> Every current plan with an installment unpaid past its date plus
*> the plan's grace days lists and flips to broken, so the morning
*> list is always the NEW breaks - yesterday's are already back in
*> the dunning cycle.
MissedWorklist.
       MOVE 0 TO BrokenCount.
       CALL "RPTFILE" USING ReportBaseName, ReportSuffix, ReportMode,
           ReportFileName.
       OPEN OUTPUT WorkListReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.
       WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES.

       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO PlanCustID.
       START PlanFile KEY IS GREATER THAN OR EQUAL TO PlanCustID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM CheckNextPlan UNTIL BrowseEOF = "Y".

       IF BrokenCount = 0
           WRITE PrintLine FROM NoMissedLine AFTER ADVANCING 2 LINES
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE WorkListReport.
       DISPLAY "Missed installments listed to " ReportFileName " : "
           BrokenCount.

CheckNextPlan.
       READ PlanFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF PlanCurrent
               PERFORM FindMissedInstallment
               IF MissedInst > 0
                   PERFORM BreakOnePlan
               END-IF
           END-IF
       END-IF.

*> The schedule runs in due-date order, so the first installment
*> still due is the oldest; it is either past grace or none is.
FindMissedInstallment.
       MOVE 0 TO MissedInst.
       MOVE "N" TO InstEOF.
       MOVE PlanCustID TO InstCustID.
       MOVE 0 TO InstNumber.
       START InstallFile KEY IS GREATER THAN OR EQUAL TO InstKey
           INVALID KEY MOVE "Y" TO InstEOF
       END-START.
       PERFORM CheckOneInstallment UNTIL InstEOF = "Y".

CheckOneInstallment.
       READ InstallFile NEXT RECORD
           AT END MOVE "Y" TO InstEOF
       END-READ.
       IF InstEOF = "N"
           IF InstCustID NOT = PlanCustID
               MOVE "Y" TO InstEOF
           ELSE
               IF InstDue
                   MOVE "Y" TO InstEOF
                   MOVE InstDueDate TO DueDateNum
                   COMPUTE DueDayNum = (DueYear * 360) + (DueMonth * 30)
                       + DueDay + PlanGraceDays
                   IF DueDayNum < RunDayNum
                       PERFORM MarkInstallmentMissed
                   END-IF
               END-IF
           END-IF
       END-IF.

MarkInstallmentMissed.
       MOVE InstNumber TO MissedInst.
       MOVE InstDueDate TO MissedDue.
       COMPUTE MissedOwing = InstAmount - InstPaidAmt.
       SET InstMissed TO TRUE.
       REWRITE InstallData
           INVALID KEY DISPLAY "Installment not updated"
       END-REWRITE.

BreakOnePlan.
       SET PlanBroken TO TRUE.
       MOVE RunDate TO PlanEndDate.
       REWRITE PlanData
           INVALID KEY DISPLAY "Plan not updated"
       END-REWRITE.
       ADD 1 TO BrokenCount.
       COMPUTE PlanLeft = PlanTotal - PlanPaidAmt.
       PERFORM WriteBrokenNote.

       MOVE "Y" TO CustExists.
       MOVE PlanCustID TO CustID.
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ.
       MOVE PlanCustID TO PrnCustID.
       MOVE SPACES TO PrnCustName.
       IF CustExists = "Y"
           MOVE 1 TO NamePtr
           STRING CustFName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CustLName DELIMITED BY SPACE
                  INTO PrnCustName
                  WITH POINTER NamePtr
           END-STRING
           MOVE CustPhone TO PrnCustPhone
       ELSE
           MOVE "(customer not on file)" TO PrnCustName
           MOVE SPACES TO PrnCustPhone
       END-IF.
       MOVE MissedInst TO PrnInstNo.
       MOVE MissedDue TO PrnMissedDue.
       MOVE MissedOwing TO PrnOwing.
       MOVE PlanLeft TO PrnPlanLeft.
       WRITE PrintLine FROM MissedDetailLine AFTER ADVANCING 1 LINE.

WriteBrokenNote.
       MOVE PlanLeft TO DispAmount.
       MOVE MissedInst TO DispCount.
       OPEN EXTEND NotesFile.
       MOVE SPACES TO NoteRecord.
       MOVE PlanCustID TO NoteCustID.
       ACCEPT NoteDate FROM DATE YYYYMMDD.
       ACCEPT NoteTime FROM TIME.
       MOVE OperID TO NoteOperID.
       STRING "Plan broken, inst " DELIMITED BY SIZE
              DispCount DELIMITED BY SIZE
              " missed -" DELIMITED BY SIZE
              DispAmount DELIMITED BY SIZE
              " back to dunning" DELIMITED BY SIZE
              INTO NoteText
       END-STRING.
       WRITE NoteRecord.
       CLOSE NotesFile.
