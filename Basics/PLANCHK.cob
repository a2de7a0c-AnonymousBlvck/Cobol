       >>SOURCE FORMAT FREE
*> Shared installment-plan check in the GETDISP mould: callers pass
*> a customer ID and the run date and get back "Y" while the
*> customer's plan on instplan.txt still shields the account - the
*> plan is current and no installment on instsched.txt has sat
*> unpaid past its date plus the plan's grace days - and "N" when
*> there is no plan, it is paid off or broken, or an installment
*> has gone past grace (instplan's worklist breaks it formally the
*> next time it runs). custdun sends no letter and finchg charges
*> nothing on an account while its plan is current; the plan is the
*> arrangement for that balance. Days are reckoned in the 30/360
*> style custaging uses.
IDENTIFICATION DIVISION.
PROGRAM-ID. PLANCHK.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.September 1.

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

DATA DIVISION.
FILE SECTION.
FD PlanFile.
       COPY "planrec.cpy".

FD InstallFile.
       COPY "instrec.cpy".

WORKING-STORAGE SECTION.
01 PlanStatusCode PIC XX.
01 InstallStatus PIC XX.
01 InstEOF PIC X.
01 RunDateParts.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay PIC 99.
01 DueDateParts.
       02 DueYear PIC 9(4).
       02 DueMonth PIC 99.
       02 DueDay PIC 99.
01 RunDayNum PIC 9(7).
01 DueDayNum PIC 9(7).

LINKAGE SECTION.
       01 LCustID PIC 9(6).
       01 LRunDate PIC 9(8).
       01 LCurrent PIC X.

PROCEDURE DIVISION USING LCustID, LRunDate, LCurrent.
StartPara.
       MOVE "N" TO LCurrent.
       OPEN INPUT PlanFile.
       IF PlanStatusCode = "00"
           MOVE LCustID TO PlanCustID
           READ PlanFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PlanCurrent
                       MOVE "Y" TO LCurrent
                   END-IF
           END-READ
       END-IF.
       CLOSE PlanFile.
       IF LCurrent = "Y"
           PERFORM CheckSchedule
       END-IF.
       GOBACK.

CheckSchedule.
       MOVE LRunDate TO RunDateParts.
       COMPUTE RunDayNum = (RunYear * 360) + (RunMonth * 30) + RunDay.
       MOVE "N" TO InstEOF.
       OPEN INPUT InstallFile.
       IF InstallStatus NOT = "00"
           MOVE "Y" TO InstEOF
       ELSE
           MOVE LCustID TO InstCustID
           MOVE 0 TO InstNumber
           START InstallFile KEY IS GREATER THAN OR EQUAL TO InstKey
               INVALID KEY MOVE "Y" TO InstEOF
           END-START
       END-IF.
       PERFORM CheckOneInstallment UNTIL InstEOF = "Y".
       CLOSE InstallFile.

CheckOneInstallment.
       READ InstallFile NEXT RECORD
           AT END MOVE "Y" TO InstEOF
       END-READ.
       IF InstEOF = "N"
           IF InstCustID NOT = LCustID
               MOVE "Y" TO InstEOF
           ELSE
               IF InstDue
                   MOVE InstDueDate TO DueDateParts
                   COMPUTE DueDayNum = (DueYear * 360) + (DueMonth * 30)
                       + DueDay + PlanGraceDays
                   IF DueDayNum < RunDayNum
                       MOVE "N" TO LCurrent
                       MOVE "Y" TO InstEOF
                   END-IF
               END-IF
           END-IF
       END-IF.
