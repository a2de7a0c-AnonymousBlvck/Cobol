*> and logs who was mailed which code to bdaylog.txt, so the
*> counter can check a code the customer brings in against the
*> log. The month defaults to the run date's month on zeros.
*> The letters come out presorted by ZIP (then CustID) for the
*> bulk-mail rate, through a SORT work file, with a city, state and
*> ZIP line under the street; customers with no ZIP yet come out
*> first, together, to be sorted by hand.
IDENTIFICATION DIVISION.
PROGRAM-ID. bdaymail.

       SELECT BdayLogFile ASSIGN TO "bdaylog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortFile ASSIGN TO "bdaywk.tmp".

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
              02 FILLER PIC X VALUE SPACE.
              02 BlgCode PIC X(15).

SD SortFile.
       01 SortRecord.
              02 SortZip PIC X(10).
              88 SortEOF VALUE HIGH-VALUE.
              02 SortCustID PIC 9(6).

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
01 CheckFileName PIC X(20).
       OPEN EXTEND BdayLogFile.
       MOVE SPACES TO BdayLogRecord.

       SORT SortFile
           ON ASCENDING KEY SortZip SortCustID
           INPUT PROCEDURE IS ReleaseBirthdays
           OUTPUT PROCEDURE IS MailInZipOrder.

       CLOSE CustomerFile, LetterFile, BdayLogFile.
       DISPLAY "Birthday letters written to BdayLetters.txt : "
       END-IF.
       GOBACK.

ReleaseBirthdays.
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
           IF CustActive AND CustBirthDate > 0
               MOVE CustBirthDate(1:2) TO BirthMonth
               IF BirthMonth = TargetMonth
                   MOVE CustZip TO SortZip
                   MOVE CustID TO SortCustID
                   RELEASE SortRecord
               END-IF
           END-IF
       END-IF.

MailInZipOrder.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.
       PERFORM MailSortedCustomer UNTIL SortEOF.

MailSortedCustomer.
       MOVE SortCustID TO CustID.
       READ CustomerFile
           INVALID KEY CONTINUE
           NOT INVALID KEY PERFORM MailOneCustomer
       END-READ.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.

*> The code carries the month, the run year and the customer's own
*> ID - unique per customer per year, and checkable against
*> bdaylog.txt when it comes back over the counter.
       WRITE LetterLine.
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
       END-IF.
       MOVE "Happy birthday from all of us at the shop!"
           TO LetterLine.
       WRITE LetterLine.
