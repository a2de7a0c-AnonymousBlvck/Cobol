       >>SOURCE FORMAT FREE
*> Shared payment-terms lookup: callers pass a customer's terms code
*> and the invoice date, and get back the net days, the discount
*> percentage and days, the net due date and the last day the
*> discount may be taken, with a Y/N found flag. The terms come off
*> terms.txt, so a new deal for a commercial account is a line added
*> through payterms, not a recompile - the same way GETRATE took the
*> tax rate out of the programs. Dates are reckoned in the same
*> 30/360 style custaging and apledger use. A blank code, a code not
*> on file, or a missing terms.txt comes back "N" with the standing
*> NET30 and no discount, so every invoice still gets a due date.
IDENTIFICATION DIVISION.
PROGRAM-ID. GETTERMS.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.September 1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL TermsFile ASSIGN TO "terms.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TermsCode
           FILE STATUS IS TermsFileStatus.

DATA DIVISION.
FILE SECTION.
FD TermsFile.
       COPY "termrec.cpy".

WORKING-STORAGE SECTION.
01 TermsFileStatus PIC XX.
01 DayWorkNum PIC 9(7).
01 WorkRem PIC 9(7).
01 WorkDays PIC 9(3).
01 WorkDate PIC 9(8).
01 WorkDateParts REDEFINES WorkDate.
       02 WorkYear PIC 9(4).
       02 WorkMonth PIC 99.
       02 WorkDay PIC 99.

LINKAGE SECTION.
       01 LTermsCode PIC X(6).
       01 LFromDate PIC 9(8).
       01 LNetDays PIC 9(3).
       01 LDiscPct PIC 9(2)V99.
       01 LDiscDays PIC 9(3).
       01 LDueDate PIC 9(8).
       01 LDiscDate PIC 9(8).
       01 LFound PIC X.

PROCEDURE DIVISION USING LTermsCode, LFromDate, LNetDays, LDiscPct,
       LDiscDays, LDueDate, LDiscDate, LFound.
StartPara.
       MOVE "N" TO LFound.
       MOVE 30 TO LNetDays.
       MOVE 0 TO LDiscPct.
       MOVE 0 TO LDiscDays.
       IF LTermsCode NOT = SPACES
           OPEN INPUT TermsFile
           IF TermsFileStatus = "00"
               MOVE LTermsCode TO TermsCode
               READ TermsFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO LFound
                       MOVE TermsNetDays TO LNetDays
                       MOVE TermsDiscPct TO LDiscPct
                       MOVE TermsDiscDays TO LDiscDays
               END-READ
           END-IF
           CLOSE TermsFile
       END-IF.

       MOVE LNetDays TO WorkDays.
       PERFORM AddDaysToDate.
       MOVE WorkDate TO LDueDate.
       IF LDiscPct > 0
           MOVE LDiscDays TO WorkDays
           PERFORM AddDaysToDate
           MOVE WorkDate TO LDiscDate
       ELSE
           MOVE 0 TO LDiscDate
       END-IF.
EXIT PROGRAM.

*> The from-date to a 30/360 day number, the days added, and back to
*> a date with 30-day months - apledger's due-date arithmetic.
AddDaysToDate.
       MOVE LFromDate TO WorkDate.
       COMPUTE DayWorkNum = (WorkYear * 360) + (WorkMonth * 30)
           + WorkDay + WorkDays.
       COMPUTE WorkYear = DayWorkNum / 360.
       COMPUTE WorkRem = DayWorkNum - (WorkYear * 360).
       IF WorkRem = 0
           SUBTRACT 1 FROM WorkYear
           MOVE 360 TO WorkRem
       END-IF.
       COMPUTE WorkMonth = (WorkRem - 1) / 30.
       COMPUTE WorkDay = WorkRem - (WorkMonth * 30).
       ADD 1 TO WorkMonth.
       IF WorkMonth > 12
           MOVE 12 TO WorkMonth
           MOVE 30 TO WorkDay
       END-IF.
