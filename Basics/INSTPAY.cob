       >>SOURCE FORMAT FREE
*> Shared installment-plan receipt application in the GETDISP
*> mould: custpay and lockbox pass the customer and the receipt the
*> moment it has posted, and the money is worn onto the customer's
*> current plan on instplan.txt - the next installment due on
*> instsched.txt first, anything past it onto the one after, so a
*> customer who pays two months at once is two months ahead. The
*> installment a receipt fills flips to paid; the receipt that
*> brings the plan to its agreed total pays it off. No current plan
*> (none at all, paid off, or broken) means nothing to apply, and
*> the receipt stands on the balance exactly as before.
IDENTIFICATION DIVISION.
PROGRAM-ID. INSTPAY.
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
01 PlanFound PIC X.
01 InstEOF PIC X.
01 RunDate PIC 9(8).
01 ApplyLeft PIC 9(7)V99.
01 ApplyHere PIC 9(7)V99.
01 InstOwing PIC 9(7)V99.
01 AppliedTotal PIC 9(7)V99.
01 NextDueDate PIC 9(8).
01 DispAmount PIC $$$,$$9.99.
01 PrnNextDue PIC 9999/99/99.

LINKAGE SECTION.
       01 LCustID PIC 9(6).
       01 LAmount PIC 9(7)V99.

PROCEDURE DIVISION USING LCustID, LAmount.
StartPara.
       MOVE "N" TO PlanFound.
       OPEN I-O PlanFile.
       IF PlanStatusCode = "00" OR PlanStatusCode = "05"
           MOVE "Y" TO PlanFound
           MOVE LCustID TO PlanCustID
           READ PlanFile
               INVALID KEY MOVE "N" TO PlanFound
           END-READ
       END-IF.
       IF PlanFound = "Y" AND PlanCurrent AND LAmount > 0
           PERFORM ApplyToSchedule
       END-IF.
       CLOSE PlanFile.
       GOBACK.

ApplyToSchedule.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE LAmount TO ApplyLeft.
       MOVE 0 TO AppliedTotal.
       MOVE 0 TO NextDueDate.
       OPEN I-O InstallFile.
       MOVE "N" TO InstEOF.
       IF InstallStatus NOT = "00" AND InstallStatus NOT = "05"
           MOVE "Y" TO InstEOF
       ELSE
           MOVE LCustID TO InstCustID
           MOVE 0 TO InstNumber
           START InstallFile KEY IS GREATER THAN OR EQUAL TO InstKey
               INVALID KEY MOVE "Y" TO InstEOF
           END-START
       END-IF.
       PERFORM ApplyToNextInstallment UNTIL InstEOF = "Y".
       CLOSE InstallFile.

       ADD AppliedTotal TO PlanPaidAmt.
       IF PlanPaidAmt >= PlanTotal
           SET PlanPaidOff TO TRUE
           MOVE RunDate TO PlanEndDate
       END-IF.
       REWRITE PlanData
           INVALID KEY DISPLAY "Installment plan not updated"
           NOT INVALID KEY PERFORM ReportApplication
       END-REWRITE.

*> Reads on past the point the money runs out, to find the date the
*> next unpaid installment falls due for the operator.
ApplyToNextInstallment.
       READ InstallFile NEXT RECORD
           AT END MOVE "Y" TO InstEOF
       END-READ.
       IF InstEOF = "N"
           IF InstCustID NOT = LCustID
               MOVE "Y" TO InstEOF
           ELSE
               IF InstDue
                   PERFORM ApplyToOneInstallment
               END-IF
           END-IF
       END-IF.

ApplyToOneInstallment.
       IF ApplyLeft = 0
           MOVE InstDueDate TO NextDueDate
           MOVE "Y" TO InstEOF
       ELSE
           COMPUTE InstOwing = InstAmount - InstPaidAmt
           IF ApplyLeft >= InstOwing
               MOVE InstOwing TO ApplyHere
           ELSE
               MOVE ApplyLeft TO ApplyHere
           END-IF
           ADD ApplyHere TO InstPaidAmt
           SUBTRACT ApplyHere FROM ApplyLeft
           ADD ApplyHere TO AppliedTotal
           IF InstPaidAmt >= InstAmount
               SET InstPaid TO TRUE
               MOVE RunDate TO InstPaidDate
           ELSE
               MOVE InstDueDate TO NextDueDate
               MOVE "Y" TO InstEOF
           END-IF
           REWRITE InstallData
               INVALID KEY DISPLAY "Installment not updated"
           END-REWRITE
       END-IF.

ReportApplication.
       MOVE AppliedTotal TO DispAmount.
       IF PlanPaidOff
           DISPLAY "Installment plan : " DispAmount
               " applied - plan paid off."
       ELSE
           DISPLAY "Installment plan : " DispAmount " applied."
           IF NextDueDate > 0
               MOVE NextDueDate TO PrnNextDue
               DISPLAY "Next installment due " PrnNextDue
           END-IF
       END-IF.
