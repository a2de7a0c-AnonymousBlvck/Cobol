       >>SOURCE FORMAT FREE
*> Contract price listing - which customers get which deals and
*> when each one runs out. The first part lists contract.txt in key
*> order, owner by owner: the quantity breaks open to everyone,
*> then each price level's deals, then each customer's own. Every
*> line shows the product, the quantity it starts at, the contract
*> price beside today's list price (GETPRICE, list alone) with the
*> saving it gives, and the dates it is in force; a deal already
*> past its expiry is marked EXPIRED, one running out inside the
*> next month EXPIRES SOON, and one not started yet NOT YET - so
*> the rep renegotiates before the account is billed at list. The
*> second part lists every customer carrying a price level, level
*> by level, so a level's deals can be read against the accounts
*> that get them; a level with no contract lines at all is flagged,
*> since its customers are quietly paying list. The report goes to
*> ContPrice.rpt.
IDENTIFICATION DIVISION.
PROGRAM-ID. contrpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL ContractFile ASSIGN TO "contract.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ContKey
           FILE STATUS IS ContractStatus.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT ProductFile ASSIGN TO "product.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

       SELECT ContractReport ASSIGN TO "ContPrice.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortFile ASSIGN TO "contsort.tmp".

DATA DIVISION.
FILE SECTION.
FD ContractFile.
       COPY "contrec.cpy".

FD CustomerFile.
       COPY "custrec.cpy".

FD ProductFile.
       COPY "prodrec.cpy".

FD ContractReport.
       01 PrintLine PIC X(132).

*> One record per customer carrying a price level, sorted so each
*> level's accounts come together.
SD SortFile.
       01 SortRecord.
              02 SortLevel PIC X(2).
              02 SortCustID PIC 9(6).
              02 SortFName PIC X(15).
              02 SortLName PIC X(15).
              02 SortStatus PIC X(1).

WORKING-STORAGE SECTION.
01 ContractStatus PIC XX.
01 CustFileStatus PIC XX.
01 ProdFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ContEOF PIC X.
01 CustEOF PIC X.
01 SortDone PIC X.
01 RunDate PIC 9(8).
*> A month on from today, for the EXPIRES SOON flag.
01 SoonDate PIC 9(8).
01 SoonDateParts REDEFINES SoonDate.
       02 SoonYear PIC 9(4).
       02 SoonMonth PIC 99.
       02 SoonDay PIC 99.
01 CurCustID PIC 9(6).
01 CurLevel PIC X(2).
01 FirstOwner PIC X.
01 ListPrice PIC 9(5)V99.
01 PriceFound PIC X.
*> List price only - no customer and no quantity, so GETPRICE
*> leaves contract and quantity-break prices out of it.
01 ListCustID PIC 9(6) VALUE ZERO.
01 ListQty PIC 9(5) VALUE ZERO.
01 SavePct PIC S9(3)V99.
01 LevelLines PIC 9(5).
01 LinesListed PIC 9(7) VALUE ZERO.
01 ExpiredCount PIC 9(7) VALUE ZERO.
01 SoonCount PIC 9(7) VALUE ZERO.
01 LevelCustCount PIC 9(7) VALUE ZERO.
01 BareLevelCount PIC 9(5) VALUE ZERO.
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Contract Prices           ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 ContHead PIC X(50) VALUE "Contract and quantity-break prices".
01 ContHeads PIC X(120) VALUE
       "  Code   Name        From Qty   Contract       List   Save%  In Force    Expires     Description".
01 OwnerLine.
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnOwner PIC X(60).
01 ContDetailLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnProdCode PIC X(5).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnProdName PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnMinQty PIC ZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnContPrice PIC $$$,$$9.99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnListPrice PIC $$$,$$9.99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnSavePct PIC ZZ9.99-.
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnStartDate PIC 9999/99/99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnEndDate PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnContDesc PIC X(20).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnContFlag PIC X(12).
01 EditEndDate PIC 9999/99/99.
01 NoContractsLine PIC X(40) VALUE "No contract prices on file.".
01 ContTotalLine.
       02 PrnLinesListed PIC Z(6)9.
       02 FILLER PIC X(17) VALUE " contract lines, ".
       02 PrnExpiredCount PIC Z(6)9.
       02 FILLER PIC X(10) VALUE " expired, ".
       02 PrnSoonCount PIC Z(6)9.
       02 FILLER PIC X(25) VALUE " expiring within a month".
01 LevelHead PIC X(50) VALUE "Customers on price levels".
01 LevelHeads PIC X(60) VALUE
       "  Level  Cust ID  Name                             Status".
01 LevelBreakLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnBreakLevel PIC X(2).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnLevelLines PIC ZZ,ZZ9.
       02 FILLER PIC X(16) VALUE " contract lines".
       02 PrnBareFlag PIC X(30).
01 LevelDetailLine.
       02 FILLER PIC X(9) VALUE SPACES.
       02 PrnLvlCustID PIC 9(6).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnLvlFName PIC X(15).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnLvlLName PIC X(15).
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnLvlStatus PIC X(1).
01 NoLevelsLine PIC X(40) VALUE "No customer carries a price level.".
01 LevelTotalLine.
       02 PrnLevelCustCount PIC Z(6)9.
       02 FILLER PIC X(29) VALUE " customers on price levels, ".
       02 PrnBareLevelCount PIC ZZ,ZZ9.
       02 FILLER PIC X(30) VALUE " levels with no contract lines".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       MOVE RunDate TO SoonDate.
       IF SoonMonth = 12
           MOVE 1 TO SoonMonth
           ADD 1 TO SoonYear
       ELSE
           ADD 1 TO SoonMonth
       END-IF.

       OPEN INPUT ContractFile.
       MOVE "contract.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, ContractStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "N"
           CLOSE ContractFile
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT ProductFile.
       MOVE "product.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, ProdFileStatus, FileOK.
       IF FileOK = "N"
           CLOSE ContractFile, CustomerFile
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT ContractReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.

       PERFORM ListContractLines.

       WRITE PrintLine FROM LevelHead AFTER ADVANCING 3 LINES.
       WRITE PrintLine FROM LevelHeads AFTER ADVANCING 1 LINE.
       SORT SortFile
           ON ASCENDING KEY SortLevel, SortCustID
           INPUT PROCEDURE IS ReleaseLevelCustomers
           OUTPUT PROCEDURE IS PrintLevelCustomers.

       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE ContractFile, CustomerFile, ProductFile, ContractReport.
       DISPLAY "Contract prices : " LinesListed " lines, " ExpiredCount
           " expired, " SoonCount " expiring within a month.".
       DISPLAY "Report written to ContPrice.rpt".
       MOVE RC-SUCCESS TO RETURN-CODE.
       GOBACK.

*> contract.txt is keyed owner first, so one pass in key order
*> brings each owner's deals together under one heading line.
ListContractLines.
       WRITE PrintLine FROM ContHead AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM ContHeads AFTER ADVANCING 1 LINE.
       MOVE "Y" TO FirstOwner.
       MOVE "N" TO ContEOF.
       MOVE LOW-VALUES TO ContKey.
       START ContractFile KEY IS GREATER THAN OR EQUAL TO ContKey
           INVALID KEY MOVE "Y" TO ContEOF
       END-START.
       PERFORM ListNextContract UNTIL ContEOF = "Y".
       IF LinesListed = 0
           WRITE PrintLine FROM NoContractsLine AFTER ADVANCING 1 LINE
       ELSE
           MOVE LinesListed TO PrnLinesListed
           MOVE ExpiredCount TO PrnExpiredCount
           MOVE SoonCount TO PrnSoonCount
           WRITE PrintLine FROM ContTotalLine AFTER ADVANCING 2 LINES
       END-IF.

ListNextContract.
       READ ContractFile NEXT RECORD
           AT END MOVE "Y" TO ContEOF
       END-READ.
       IF ContEOF = "N"
           IF FirstOwner = "Y" OR ContCustID NOT = CurCustID
                   OR ContLevel NOT = CurLevel
               PERFORM PrintOwnerLine
           END-IF
           PERFORM PrintContractLine
       END-IF.

PrintOwnerLine.
       MOVE "N" TO FirstOwner.
       MOVE ContCustID TO CurCustID.
       MOVE ContLevel TO CurLevel.
       MOVE SPACES TO PrnOwner.
       EVALUATE TRUE
           WHEN ContCustID > 0
               MOVE ContCustID TO CustID
               READ CustomerFile
                   INVALID KEY
                       MOVE "(not on file)" TO CustFName
                       MOVE SPACES TO CustLName
               END-READ
               STRING "Customer " DELIMITED BY SIZE
                      ContCustID DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CustFName DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      CustLName DELIMITED BY "  "
                      INTO PrnOwner
               END-STRING
           WHEN ContLevel NOT = SPACES
               STRING "Price level " DELIMITED BY SIZE
                      ContLevel DELIMITED BY SIZE
                      INTO PrnOwner
               END-STRING
           WHEN OTHER
               MOVE "Quantity breaks - every customer" TO PrnOwner
       END-EVALUATE.
       WRITE PrintLine FROM OwnerLine AFTER ADVANCING 2 LINES.

PrintContractLine.
       ADD 1 TO LinesListed.
       MOVE ContProdCode TO ProdCode.
       READ ProductFile
           INVALID KEY
               MOVE "(no master)" TO ProdName
               MOVE 0 TO ProdUnitPrice
       END-READ.
       MOVE ProdUnitPrice TO ListPrice.
       CALL "GETPRICE" USING ContProdCode, RunDate, ListCustID, ListQty,
           ListPrice, PriceFound.
       IF ListPrice > 0
           COMPUTE SavePct ROUNDED =
               ((ListPrice - ContPrice) * 100) / ListPrice
       ELSE
           MOVE 0 TO SavePct
       END-IF.
       MOVE ContProdCode TO PrnProdCode.
       MOVE ProdName TO PrnProdName.
       MOVE ContMinQty TO PrnMinQty.
       MOVE ContPrice TO PrnContPrice.
       MOVE ListPrice TO PrnListPrice.
       MOVE SavePct TO PrnSavePct.
       MOVE ContStartDate TO PrnStartDate.
       MOVE ContDesc TO PrnContDesc.
       MOVE SPACES TO PrnContFlag.
       IF ContEndDate = 0
           MOVE "never" TO PrnEndDate
       ELSE
           MOVE ContEndDate TO EditEndDate
           MOVE EditEndDate TO PrnEndDate
       END-IF.
       EVALUATE TRUE
           WHEN ContEndDate NOT = 0 AND ContEndDate < RunDate
               ADD 1 TO ExpiredCount
               MOVE "EXPIRED" TO PrnContFlag
           WHEN ContEndDate NOT = 0 AND ContEndDate <= SoonDate
               ADD 1 TO SoonCount
               MOVE "EXPIRES SOON" TO PrnContFlag
           WHEN ContStartDate > RunDate
               MOVE "NOT YET" TO PrnContFlag
       END-EVALUATE.
       WRITE PrintLine FROM ContDetailLine AFTER ADVANCING 1 LINE.

ReleaseLevelCustomers.
       MOVE "N" TO CustEOF.
       MOVE LOW-VALUES TO CustID.
       START CustomerFile KEY IS GREATER THAN OR EQUAL TO CustID
           INVALID KEY MOVE "Y" TO CustEOF
       END-START.
       PERFORM ReleaseOneCustomer UNTIL CustEOF = "Y".

ReleaseOneCustomer.
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO CustEOF
       END-READ.
       IF CustEOF = "N" AND CustPriceLevel NOT = SPACES
           MOVE CustPriceLevel TO SortLevel
           MOVE CustID TO SortCustID
           MOVE CustFName TO SortFName
           MOVE CustLName TO SortLName
           MOVE CustStatus TO SortStatus
           RELEASE SortRecord
       END-IF.

PrintLevelCustomers.
       MOVE "N" TO SortDone.
       RETURN SortFile
           AT END MOVE "Y" TO SortDone
       END-RETURN.
       IF SortDone = "Y"
           WRITE PrintLine FROM NoLevelsLine AFTER ADVANCING 1 LINE
       ELSE
           MOVE SPACES TO CurLevel
           PERFORM PrintOneLevelCustomer UNTIL SortDone = "Y"
           MOVE LevelCustCount TO PrnLevelCustCount
           MOVE BareLevelCount TO PrnBareLevelCount
           WRITE PrintLine FROM LevelTotalLine AFTER ADVANCING 2 LINES
       END-IF.

PrintOneLevelCustomer.
       IF SortLevel NOT = CurLevel
           MOVE SortLevel TO CurLevel
           PERFORM PrintLevelBreak
       END-IF.
       ADD 1 TO LevelCustCount.
       MOVE SortCustID TO PrnLvlCustID.
       MOVE SortFName TO PrnLvlFName.
       MOVE SortLName TO PrnLvlLName.
       MOVE SortStatus TO PrnLvlStatus.
       WRITE PrintLine FROM LevelDetailLine AFTER ADVANCING 1 LINE.
       RETURN SortFile
           AT END MOVE "Y" TO SortDone
       END-RETURN.

*> The level's own contract lines are counted off contract.txt, so
*> a level keyed on customers but never given any deals shows up.
PrintLevelBreak.
       MOVE 0 TO LevelLines.
       MOVE "N" TO ContEOF.
       MOVE 0 TO ContCustID.
       MOVE CurLevel TO ContLevel.
       MOVE LOW-VALUES TO ContProdCode.
       MOVE 0 TO ContMinQty.
       START ContractFile KEY IS GREATER THAN OR EQUAL TO ContKey
           INVALID KEY MOVE "Y" TO ContEOF
       END-START.
       PERFORM CountLevelLine UNTIL ContEOF = "Y".
       MOVE CurLevel TO PrnBreakLevel.
       MOVE LevelLines TO PrnLevelLines.
       IF LevelLines = 0
           ADD 1 TO BareLevelCount
           MOVE "  NO CONTRACT LINES - AT LIST" TO PrnBareFlag
       ELSE
           MOVE SPACES TO PrnBareFlag
       END-IF.
       WRITE PrintLine FROM LevelBreakLine AFTER ADVANCING 2 LINES.

CountLevelLine.
       READ ContractFile NEXT RECORD
           AT END MOVE "Y" TO ContEOF
       END-READ.
       IF ContEOF = "N"
           IF ContCustID NOT = 0 OR ContLevel NOT = CurLevel
               MOVE "Y" TO ContEOF
           ELSE
               ADD 1 TO LevelLines
           END-IF
       END-IF.
