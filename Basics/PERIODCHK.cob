       >>SOURCE FORMAT FREE
*> Shared closed-period check in the GETZIP mould: callers pass the
*> date a transaction is about to post under and get back "Y" when
*> its month is open for posting, "N" when mthclose has closed it
*> and no supervisor has reopened it since. periodctl.txt is read
*> front to back and the last line for the month decides; a month
*> with no line at all has never been closed, and no file at all
*> means nothing has. A refusal is explained to the operator here,
*> once, so every caller says the same thing. custadj, custcred,
*> custpay, custwoff, custinvoice, ordinv, lockbox, apledger,
*> appayrun, prodcount and unclprop check before they post.
IDENTIFICATION DIVISION.
PROGRAM-ID. PERIODCHK.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.September 1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL PeriodCtlFile ASSIGN TO "periodctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PeriodCtlStatus.

DATA DIVISION.
FILE SECTION.
FD PeriodCtlFile.
       COPY "perctl.cpy".

WORKING-STORAGE SECTION.
01 PeriodCtlStatus PIC XX.
01 PeriodCtlEOF PIC X.
01 CheckMonth PIC 9(6).

LINKAGE SECTION.
       01 LDate PIC 9(8).
       01 LResult PIC X.

PROCEDURE DIVISION USING LDate, LResult.
StartPara.
       MOVE "Y" TO LResult.
       MOVE LDate(1:6) TO CheckMonth.
       MOVE "N" TO PeriodCtlEOF.
       OPEN INPUT PeriodCtlFile.
       IF PeriodCtlStatus NOT = "00" AND PeriodCtlStatus NOT = "05"
           MOVE "Y" TO PeriodCtlEOF
       END-IF.
       PERFORM ReadOneControl UNTIL PeriodCtlEOF = "Y".
       CLOSE PeriodCtlFile.

       IF LResult = "N"
           DISPLAY "Period " CheckMonth " is closed - nothing can post"
               " into it until a supervisor reopens it through perlock."
       END-IF.
       GOBACK.

ReadOneControl.
       READ PeriodCtlFile
           AT END MOVE "Y" TO PeriodCtlEOF
           NOT AT END
               IF PcMonth = CheckMonth
                   IF PcClosed
                       MOVE "N" TO LResult
                   ELSE
                       MOVE "Y" TO LResult
                   END-IF
               END-IF
       END-READ.
