       >>SOURCE FORMAT FREE
*> Closed-period maintenance. mthclose locks each month it closes
*> with a C line on periodctl.txt, and from then on the posting
*> programs refuse anything dated inside it (PERIODCHK). When a
*> closed month genuinely needs a correction, this is the only way
*> back in: the whole module is supervisor-only, gated by the same
*> operator-ID/PIN check opadmin makes. Reopen appends an O line in
*> the supervisor's name and the posting programs accept the month
*> again; close puts it back under lock once the correction is in
*> (an O line followed by a C). Both go on audit.txt (op REOPEN or
*> RECLOS) with the month in the name slots, so who unlocked the
*> books and when is on the trail beside the postings it let in.
*> The list shows every month on file with where it stands now -
*> the last line for a month is the one that counts - and who put
*> it there. closedrpt reads the same history to find journal lines
*> stamped while their month stood closed.
IDENTIFICATION DIVISION.
PROGRAM-ID. perlock.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL AuthFile ASSIGN TO "authusers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuthFileStatus.

       SELECT OPTIONAL PeriodCtlFile ASSIGN TO "periodctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PeriodCtlStatus.

       SELECT AuditFile ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AuthFile.
       COPY "authuser.cpy".

FD PeriodCtlFile.
       COPY "perctl.cpy".

FD AuditFile.
       COPY "audrec.cpy".

WORKING-STORAGE SECTION.
01 AuthFileStatus PIC XX.
01 PeriodCtlStatus PIC XX.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 AuthEOF PIC X.
01 AuthOK PIC X.
01 PeriodCtlEOF PIC X.
01 EnteredOperID PIC X(6).
01 EnteredPIN PIC X(4).
01 EntryMonth PIC 9(6).
01 EntryMonthParts REDEFINES EntryMonth.
       02 EntryYear PIC 9(4).
       02 EntryMM PIC 9(2).
01 MonthValid PIC X.
01 MonthStatus PIC X.
01 NewStatus PIC X.
01 AuditOpCode PIC X(6).
01 AuditOldState PIC X(15).
01 AuditNewState PIC X(15).
*> Each month's latest line, for the list - a month seen again
*> overwrites its slot, so the slot ends at where the month stands.
01 MonthCount PIC 9(3) VALUE ZERO.
01 MonthMax PIC 9(3) VALUE 600.
01 MonthSub PIC 9(3).
01 MonthFound PIC X.
01 MonthTable.
       02 MonthEntry OCCURS 600 TIMES.
              03 MtMonth PIC 9(6).
              03 MtStatus PIC X(1).
              03 MtDate PIC 9(8).
              03 MtTime PIC X(6).
              03 MtOperID PIC X(6).
01 ListLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnMonth PIC 9(6).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnStatus PIC X(8).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnDate PIC 9999/99/99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnTime PIC X(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnOperID PIC X(6).

PROCEDURE DIVISION.
StartPara.
       DISPLAY " ".
       DISPLAY "Closed-period maintenance is a supervisor module.".
       DISPLAY "Supervisor operator ID : " WITH NO ADVANCING.
       ACCEPT EnteredOperID.
       DISPLAY "Supervisor PIN : " WITH NO ADVANCING.
       ACCEPT EnteredPIN.
       PERFORM CheckSupervisor.
       IF AuthOK NOT = "Y"
           DISPLAY "Not an authorized supervisor - closing."
           STOP RUN
       END-IF.

       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "Closed periods"
            DISPLAY "1 : List Periods "
            DISPLAY "2 : Reopen A Closed Period "
            DISPLAY "3 : Close A Reopened Period Again "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM ListPeriods
               WHEN 2 PERFORM ReopenPeriod
               WHEN 3 PERFORM ReclosePeriod
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
       STOP RUN.

CheckSupervisor.
       MOVE "N" TO AuthOK.
       MOVE "N" TO AuthEOF.
       OPEN INPUT AuthFile.
       IF AuthFileStatus NOT = "00" AND AuthFileStatus NOT = "05"
           MOVE "Y" TO AuthEOF
       ELSE
           READ AuthFile
               AT END MOVE "Y" TO AuthEOF
           END-READ
           PERFORM ScanAuthUsers UNTIL AuthEOF = "Y" OR AuthOK = "Y"
       END-IF.
       CLOSE AuthFile.

ScanAuthUsers.
       IF AuthOperatorID = EnteredOperID AND AuthPIN = EnteredPIN
               AND AuthRoleSuper
           MOVE "Y" TO AuthOK
       ELSE
           READ AuthFile
               AT END MOVE "Y" TO AuthEOF
           END-READ
       END-IF.

LoadMonthTable.
       MOVE 0 TO MonthCount.
       MOVE "N" TO PeriodCtlEOF.
       OPEN INPUT PeriodCtlFile.
       IF PeriodCtlStatus NOT = "00" AND PeriodCtlStatus NOT = "05"
           MOVE "Y" TO PeriodCtlEOF
       END-IF.
       PERFORM LoadOneControl UNTIL PeriodCtlEOF = "Y".
       CLOSE PeriodCtlFile.

LoadOneControl.
       READ PeriodCtlFile
           AT END MOVE "Y" TO PeriodCtlEOF
           NOT AT END
               MOVE "N" TO MonthFound
               PERFORM FindMonthSlot
                   VARYING MonthSub FROM 1 BY 1
                   UNTIL MonthSub > MonthCount OR MonthFound = "Y"
               IF MonthFound = "N" AND MonthCount < MonthMax
                   ADD 1 TO MonthCount
                   MOVE MonthCount TO MonthSub
                   MOVE "Y" TO MonthFound
               ELSE
                   SUBTRACT 1 FROM MonthSub
               END-IF
               IF MonthFound = "Y"
                   MOVE PcMonth TO MtMonth(MonthSub)
                   MOVE PcStatus TO MtStatus(MonthSub)
                   MOVE PcDate TO MtDate(MonthSub)
                   MOVE PcTime TO MtTime(MonthSub)
                   MOVE PcOperID TO MtOperID(MonthSub)
               END-IF
       END-READ.

FindMonthSlot.
       IF MtMonth(MonthSub) = PcMonth
           MOVE "Y" TO MonthFound
       END-IF.

ListPeriods.
       PERFORM LoadMonthTable.
       DISPLAY " ".
       IF MonthCount = 0
           DISPLAY "No period has been closed yet."
       ELSE
           DISPLAY "  Month    Status    Since            By"
           PERFORM ListOneMonth
               VARYING MonthSub FROM 1 BY 1 UNTIL MonthSub > MonthCount
       END-IF.

ListOneMonth.
       MOVE MtMonth(MonthSub) TO PrnMonth.
       IF MtStatus(MonthSub) = "C"
           MOVE "CLOSED" TO PrnStatus
       ELSE
           MOVE "REOPENED" TO PrnStatus
       END-IF.
       MOVE MtDate(MonthSub) TO PrnDate.
       MOVE MtTime(MonthSub) TO PrnTime.
       MOVE MtOperID(MonthSub) TO PrnOperID.
       DISPLAY ListLine.

*> Only a month that stands closed can be reopened; one never closed
*> is open already.
ReopenPeriod.
       DISPLAY " ".
       MOVE "N" TO MonthValid.
       PERFORM AcceptMonth UNTIL MonthValid = "Y".
       PERFORM FindMonthStatus.
       IF MonthStatus NOT = "C"
           DISPLAY "Period " EntryMonth " is not closed - nothing to reopen."
       ELSE
           MOVE "O" TO NewStatus
           PERFORM WritePeriodControl
           MOVE "REOPEN" TO AuditOpCode
           MOVE "CLOSED" TO AuditOldState
           MOVE "REOPENED" TO AuditNewState
           PERFORM WritePeriodAudit
           DISPLAY "Period " EntryMonth " reopened - postings dated in it"
               " are accepted until it is closed again."
       END-IF.

ReclosePeriod.
       DISPLAY " ".
       MOVE "N" TO MonthValid.
       PERFORM AcceptMonth UNTIL MonthValid = "Y".
       PERFORM FindMonthStatus.
       IF MonthStatus NOT = "O"
           DISPLAY "Period " EntryMonth " has not been reopened - nothing"
               " to close. mthclose closes a month the first time."
       ELSE
           MOVE "C" TO NewStatus
           PERFORM WritePeriodControl
           MOVE "RECLOS" TO AuditOpCode
           MOVE "REOPENED" TO AuditOldState
           MOVE "CLOSED" TO AuditNewState
           PERFORM WritePeriodAudit
           DISPLAY "Period " EntryMonth " closed again."
       END-IF.

AcceptMonth.
       DISPLAY "Period (YYYYMM) : " WITH NO ADVANCING.
       ACCEPT EntryMonth.
       IF EntryMonth IS NUMERIC AND EntryMM >= 1 AND EntryMM <= 12
           MOVE "Y" TO MonthValid
       ELSE
           DISPLAY "Enter the period as a year and month, YYYYMM."
       END-IF.

*> Where the month stands now: the last line for it, or N for a
*> month with no line at all.
FindMonthStatus.
       MOVE "N" TO MonthStatus.
       MOVE "N" TO PeriodCtlEOF.
       OPEN INPUT PeriodCtlFile.
       IF PeriodCtlStatus NOT = "00" AND PeriodCtlStatus NOT = "05"
           MOVE "Y" TO PeriodCtlEOF
       END-IF.
       PERFORM ReadMonthStatus UNTIL PeriodCtlEOF = "Y".
       CLOSE PeriodCtlFile.

ReadMonthStatus.
       READ PeriodCtlFile
           AT END MOVE "Y" TO PeriodCtlEOF
           NOT AT END
               IF PcMonth = EntryMonth
                   MOVE PcStatus TO MonthStatus
               END-IF
       END-READ.

WritePeriodControl.
       OPEN EXTEND PeriodCtlFile.
       MOVE SPACES TO PeriodCtlRecord.
       MOVE EntryMonth TO PcMonth.
       MOVE NewStatus TO PcStatus.
       ACCEPT PcDate FROM DATE YYYYMMDD.
       ACCEPT PcTime FROM TIME.
       MOVE EnteredOperID TO PcOperID.
       WRITE PeriodCtlRecord.
       CLOSE PeriodCtlFile.

*> The name slots carry the month and the state it moved between,
*> so the line reads "who unlocked what" like every other audit line.
WritePeriodAudit.
       OPEN EXTEND AuditFile.
       MOVE SPACES TO AuditRecord.
       ACCEPT AuditDate FROM DATE YYYYMMDD.
       ACCEPT AuditTime FROM TIME.
       MOVE AuditOpCode TO AuditOp.
       MOVE 0 TO AuditCustID.
       MOVE EntryMonth TO AuditOldFName.
       MOVE AuditOldState TO AuditOldLName.
       MOVE EntryMonth TO AuditNewFName.
       MOVE AuditNewState TO AuditNewLName.
       MOVE EnteredOperID TO AuditOperID.
       WRITE AuditRecord.
       CLOSE AuditFile.
