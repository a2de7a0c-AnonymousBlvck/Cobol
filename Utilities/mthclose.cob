*> balances up or down on last month?" finally has an answer on
*> paper. Runs in the calendar's month-end chain; the month defaults
*> to the run date's month when the operator enters zeros.
*> The close also locks the month: a C line for it goes on
*> periodctl.txt, and from then on the posting programs refuse
*> anything dated inside it (PERIODCHK) unless a supervisor reopens
*> it through perlock.
IDENTIFICATION DIVISION.
PROGRAM-ID. mthclose.

       SELECT CloseReport ASSIGN TO "MthClose.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PeriodCtlFile ASSIGN TO "periodctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
FD CloseReport.
       01 PrintLine PIC X(80).

FD PeriodCtlFile.
       COPY "perctl.cpy".

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
01 PeriodTotStatus PIC XX.

       PERFORM FindPriorTotals.
       PERFORM AppendThisTotals.
       PERFORM RecordClosedPeriod.
       PERFORM PrintCloseReport.

       DISPLAY "Snapshot written to " PeriodFileName " : " ThisCount
           " customers.".
       DISPLAY "Comparative report written to MthClose.rpt".
       DISPLAY "Period " CloseMonth " closed to further postings.".
       MOVE RC-SUCCESS TO RETURN-CODE.
       GOBACK.

*> A re-run of the same month just adds another C line; the last
*> line for a month is the one that counts.
RecordClosedPeriod.
       OPEN EXTEND PeriodCtlFile.
       MOVE SPACES TO PeriodCtlRecord.
       MOVE CloseMonth TO PcMonth.
       SET PcClosed TO TRUE.
       ACCEPT PcDate FROM DATE YYYYMMDD.
       ACCEPT PcTime FROM TIME.
       MOVE "BATCH" TO PcOperID.
       WRITE PeriodCtlRecord.
       CLOSE PeriodCtlFile.

SnapshotOneCustomer.
       MOVE CustID TO PerCustID.
       MOVE CustStatus TO PerStatus.
