*> written - only then does the losing ID get deactivated the same way
*> DeleteCust would. Every merge is logged to audit.txt and to
*> CustMerge.rpt.
*> The city, state and ZIP go with whichever side's address is
*> kept - a street from one record and a ZIP from the other would
*> be neither customer's address.
IDENTIFICATION DIVISION.
PROGRAM-ID. custmerge.

01 Cust1FName PIC X(15).
01 Cust1LName PIC X(15).
01 Cust1Address PIC X(30).
01 Cust1City PIC X(20).
01 Cust1State PIC X(2).
01 Cust1Zip PIC X(10).
01 Cust1Phone PIC X(15).
01 Cust1Email PIC X(30).
01 Cust1Balance PIC 9(7)V99.
01 Cust2FName PIC X(15).
01 Cust2LName PIC X(15).
01 Cust2Address PIC X(30).
01 Cust2City PIC X(20).
01 Cust2State PIC X(2).
01 Cust2Zip PIC X(10).
01 Cust2Phone PIC X(15).
01 Cust2Email PIC X(30).
01 Cust2Balance PIC 9(7)V99.
01 MergedFName PIC X(15).
01 MergedLName PIC X(15).
01 MergedAddress PIC X(30).
01 MergedCity PIC X(20).
01 MergedState PIC X(2).
01 MergedZip PIC X(10).
01 MergedPhone PIC X(15).
01 MergedEmail PIC X(30).
01 MergedBalance PIC 9(7)V99.
               MOVE CustFName TO Cust1FName
               MOVE CustLName TO Cust1LName
               MOVE CustAddress TO Cust1Address
               MOVE CustCity TO Cust1City
               MOVE CustState TO Cust1State
               MOVE CustZip TO Cust1Zip
               MOVE CustPhone TO Cust1Phone
               MOVE CustEmail TO Cust1Email
               MOVE CustBalance TO Cust1Balance
               MOVE CustFName TO Cust2FName
               MOVE CustLName TO Cust2LName
               MOVE CustAddress TO Cust2Address
               MOVE CustCity TO Cust2City
               MOVE CustState TO Cust2State
               MOVE CustZip TO Cust2Zip
               MOVE CustPhone TO Cust2Phone
               MOVE CustEmail TO Cust2Email
               MOVE CustBalance TO Cust2Balance
       END-IF.

       DISPLAY "ID " CustID1 " Address : " Cust1Address.
       DISPLAY "     " Cust1City " " Cust1State " " Cust1Zip.
       DISPLAY "ID " CustID2 " Address : " Cust2Address.
       DISPLAY "     " Cust2City " " Cust2State " " Cust2Zip.
       DISPLAY "Keep address from which ID? (1/2) : " WITH NO ADVANCING.
       ACCEPT FieldChoice.
       IF FieldChoice = "2"
           MOVE Cust2Address TO MergedAddress
           MOVE Cust2City TO MergedCity
           MOVE Cust2State TO MergedState
           MOVE Cust2Zip TO MergedZip
       ELSE
           MOVE Cust1Address TO MergedAddress
           MOVE Cust1City TO MergedCity
           MOVE Cust1State TO MergedState
           MOVE Cust1Zip TO MergedZip
       END-IF.

       DISPLAY "ID " CustID1 " Phone : " Cust1Phone
           MOVE MergedFName TO CustFName
           MOVE MergedLName TO CustLName
           MOVE MergedAddress TO CustAddress
           MOVE MergedCity TO CustCity
           MOVE MergedState TO CustState
           MOVE MergedZip TO CustZip
           MOVE MergedPhone TO CustPhone
           MOVE MergedEmail TO CustEmail
           MOVE MergedBalance TO CustBalance
