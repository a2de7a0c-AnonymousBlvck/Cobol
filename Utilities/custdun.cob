*> customer's level on dunlevel.txt: first notice, then second, then
*> final. Each letter sent bumps the level (final stays final) and
*> is logged to dunlog.txt, so the next run sends the next letter up
*> without anyone keeping a paper tickler file. Money is aged from
*> its due date - the charge's date plus the customer's net terms
*> days off terms.txt through GETTERMS (NET30 when no code is set) -
*> and the operator's age is days past that due date.
*> What the customer's disputed invoices still owe (GETDISP) comes
*> off the overdue amount before anything is sent - a customer
*> whose only overdue money is in dispute gets no letter and keeps
*> their level, and a letter that does go says how much is being
*> left alone while the dispute is settled.
*> The letters come out presorted by ZIP (then CustID) for the
*> bulk-mail rate, through a SORT work file, with a city, state and
*> ZIP line under the street; customers with no ZIP yet come out
*> first, together, to be sorted by hand.
*> A customer paying down on a current installment plan (PLANCHK)
*> gets no letter and keeps their level; once instplan's worklist
*> breaks the plan the balance is dunned like any other.
IDENTIFICATION DIVISION.
PROGRAM-ID. custdun.

       SELECT DunLogFile ASSIGN TO "dunlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortFile ASSIGN TO "dunwk.tmp".

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
              02 FILLER PIC X VALUE SPACE.
              02 DunLogLevel PIC 9.

SD SortFile.
       01 SortRecord.
              02 SortZip PIC X(10).
              88 SortEOF VALUE HIGH-VALUE.
              02 SortCustID PIC 9(6).

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
01 TranFileStatus PIC XX.
01 PromiseStatus PIC XX.
01 PromExists PIC X.
01 PromSkipCount PIC 9(5) VALUE ZERO.
01 OnPlan PIC X.
01 PlanSkipCount PIC 9(5) VALUE ZERO.
01 DisputedAmt PIC 9(7)V99.
01 DisputedCount PIC 9(3).
01 DispSkipCount PIC 9(5) VALUE ZERO.
01 DispDisputed PIC $$$,$$9.99.
01 RunDate PIC 9(8).
01 RunDateParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
01 AgeDays PIC S9(7).
01 MinBalance PIC 9(7)V99.
01 MinAgeDays PIC 9(3).
*> The customer's net terms days, looked up once per customer.
01 TermsNetDays PIC 9(3).
01 TermsDiscPct PIC 9(2)V99.
01 TermsDiscDays PIC 9(3).
01 TermsDueDate PIC 9(8).
01 TermsDiscDate PIC 9(8).
01 TermsFound PIC X.
01 BrowseEOF PIC X.
01 TranEOF PIC X.
01 OldCharges PIC S9(8)V99.
       DISPLAY " ".
       DISPLAY "Chase balances of at least : " WITH NO ADVANCING.
       ACCEPT MinBalance.
       DISPLAY "Days past the due date (0 for anything overdue) : "
           WITH NO ADVANCING.
       ACCEPT MinAgeDays.
       IF MinAgeDays NOT NUMERIC
           MOVE 0 TO MinAgeDays
       END-IF.

       OPEN INPUT CustomerFile.
       OPEN EXTEND DunLogFile.
       MOVE SPACES TO DunLogRecord.

       SORT SortFile
           ON ASCENDING KEY SortZip SortCustID
           INPUT PROCEDURE IS ReleaseCandidates
           OUTPUT PROCEDURE IS DunInZipOrder.

       CLOSE CustomerFile, DunLevelFile, LetterFile, DunLogFile.
       DISPLAY "Letters written to DunLetters.txt : " LetterCount.
           DISPLAY "Customers left alone on an open promise : "
               PromSkipCount
       END-IF.
       IF PlanSkipCount > 0
           DISPLAY "Customers left alone on a current installment plan : "
               PlanSkipCount
       END-IF.
       IF DispSkipCount > 0
           DISPLAY "Customers left alone on disputed invoices : "
               DispSkipCount
       END-IF.
       IF LetterCount = 0
           MOVE RC-SUCCESS TO RETURN-CODE
       ELSE
       END-IF.
       GOBACK.

*> Only the balance test is made on the way into the sort; the
*> promise, aging and dispute checks are made on the way out, in
*> ZIP order, against the record read back by its ID.
ReleaseCandidates.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO CustID.
       START CustomerFile KEY IS GREATER THAN OR EQUAL TO CustID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM ReleaseNextCustomer UNTIL BrowseEOF = "Y".

ReleaseNextCustomer.
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF CustActive AND CustBalance >= MinBalance
                   AND CustBalance > 0
               MOVE CustZip TO SortZip
               MOVE CustID TO SortCustID
               RELEASE SortRecord
           END-IF
       END-IF.

DunInZipOrder.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.
       PERFORM DunSortedCustomer UNTIL SortEOF.

DunSortedCustomer.
       MOVE SortCustID TO CustID.
       READ CustomerFile
           INVALID KEY CONTINUE
           NOT INVALID KEY PERFORM DunOneCustomer
       END-READ.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.

DunOneCustomer.
       PERFORM CheckOpenPromise.
       IF PromExists = "Y"
           ADD 1 TO PromSkipCount
       ELSE
           CALL "PLANCHK" USING CustID, RunDate, OnPlan
           IF OnPlan = "Y"
               ADD 1 TO PlanSkipCount
           ELSE
               PERFORM DunIfOverdue
           END-IF
       END-IF.

*> A current installment plan is the arrangement for the balance, so
*> only an account with none - or whose plan has broken - is dunned.
DunIfOverdue.
       PERFORM FindOverdueAmount.
       IF OverdueAmount > 0
           PERFORM LeaveOutDisputes
           IF OverdueAmount > 0
               PERFORM SendOneLetter
           ELSE
               ADD 1 TO DispSkipCount
           END-IF
       END-IF.

*> the boundary: anything unpaid older than that is overdue.
FindOverdueAmount.
       MOVE 0 TO OldCharges PayTotal ChargeTotal.
       CALL "GETTERMS" USING CustTermsCode, RunDate, TermsNetDays,
           TermsDiscPct, TermsDiscDays, TermsDueDate, TermsDiscDate,
           TermsFound.
       MOVE "N" TO TranEOF.
       OPEN INPUT TranFile.
       IF TranFileStatus NOT = "00" AND TranFileStatus NOT = "05"
           MOVE CustBalance TO OverdueAmount
       END-IF.

*> Disputed money is taken off the overdue side - the invoice the
*> customer says is wrong is not chased until the dispute closes.
LeaveOutDisputes.
       CALL "GETDISP" USING CustID, DisputedAmt, DisputedCount.
       IF DisputedAmt >= OverdueAmount
           MOVE 0 TO OverdueAmount
       ELSE
           SUBTRACT DisputedAmt FROM OverdueAmount
       END-IF.

AgeOneTran.
       READ TranFile
           AT END MOVE "Y" TO TranEOF
                       COMPUTE TranDayNum = (TranYear * 360)
                           + (TranMonth * 30) + TranDay
                       COMPUTE AgeDays = RunDayNum - TranDayNum
                           - TermsNetDays
                       IF AgeDays > MinAgeDays
                           ADD TranAmount TO OldCharges
                       END-IF
       MOVE CustAddress TO LetterLine.
       WRITE LetterLine.
       MOVE SPACES TO LetterLine.
       IF CustCity NOT = SPACES OR CustState NOT = SPACES
               OR CustZip NOT = SPACES
           STRING CustCity DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CustState DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CustZip DELIMITED BY SPACE
                  INTO LetterLine
           END-STRING
           WRITE LetterLine
           MOVE SPACES TO LetterLine
       END-IF.
       WRITE LetterLine.

       MOVE CustBalance TO DispBalance.
              INTO LetterLine
       END-STRING.
       WRITE LetterLine.
       IF DisputedAmt > 0
           MOVE DisputedAmt TO DispDisputed
           MOVE SPACES TO LetterLine
           STRING DispDisputed DELIMITED BY SIZE
                  " of it is in dispute and is not being chased."
                      DELIMITED BY SIZE
                  INTO LetterLine
           END-STRING
           WRITE LetterLine
       END-IF.

       EVALUATE ThisLevel
           WHEN 1
