       >>SOURCE FORMAT FREE
*> Shared loyalty-points redemption in the GCREDEEM mould - the
*> counter and invoicing both offer points as a payment-like line
*> without each rolling its own. The caller passes the amount due
*> and gets back how much of it the points covered (zero when the
*> customer has none, the operator declines, or the loyalty
*> program isn't set up); the caller posts only the difference to
*> the balance. Points are spent whole, at the PTCENTS value off
*> the loyparm.txt card, never more than the amount due needs; the
*> balance on loybal.txt comes down and the burn lands on
*> loyalty.txt one line per event. No loyparm.txt on disk means
*> no loyalty program - the question is never asked.
IDENTIFICATION DIVISION.
PROGRAM-ID. LOYREDEEM.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.September 1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL LoyaltyFile ASSIGN TO "loybal.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LoyCustID
           FILE STATUS IS LoyaltyStatus.

       SELECT LoyLedgerFile ASSIGN TO "loyalty.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LoyaltyFile.
       COPY "loyrec.cpy".

FD LoyLedgerFile.
       COPY "loyledg.cpy".

WORKING-STORAGE SECTION.
01 LoyaltyStatus PIC XX.
01 RedeemChoice PIC X.
01 LoyFound PIC X.
01 ParmFileName PIC X(20) VALUE "loyparm.txt".
01 ParmKeyword PIC X(12).
01 ParmValue PIC X(30).
01 ParmFound PIC X.
01 PointCents PIC 9(4).
01 PointsWorth PIC 9(9)V99.
01 ApplyPoints PIC 9(9).
01 ApplyAmount PIC 9(7)V99.
01 DispPoints PIC ZZZ,ZZZ,ZZ9.
01 DispWorth PIC $$$,$$$,$$9.99.

LINKAGE SECTION.
       01 LCustID PIC 9(6).
       01 LAmountDue PIC 9(7)V99.
       01 LRedeemed PIC 9(7)V99.

PROCEDURE DIVISION USING LCustID, LAmountDue, LRedeemed.
StartPara.
       MOVE 0 TO LRedeemed.
       IF LAmountDue = 0
           GOBACK
       END-IF.

       MOVE "PTCENTS" TO ParmKeyword.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "X"
           GOBACK
       END-IF.
       MOVE 1 TO PointCents.
       IF ParmFound = "Y" AND ParmValue(1:4) IS NUMERIC
           MOVE ParmValue(1:4) TO PointCents
       END-IF.
       IF PointCents = 0
           GOBACK
       END-IF.

       OPEN I-O LoyaltyFile.
       IF LoyaltyStatus NOT = "00" AND LoyaltyStatus NOT = "05"
           CLOSE LoyaltyFile
           GOBACK
       END-IF.

       MOVE "Y" TO LoyFound.
       MOVE LCustID TO LoyCustID.
       READ LoyaltyFile
           INVALID KEY MOVE "N" TO LoyFound
       END-READ.
       IF LoyFound = "N" OR LoyPoints = 0
           CLOSE LoyaltyFile
           GOBACK
       END-IF.

       COMPUTE PointsWorth = LoyPoints * PointCents / 100.
       MOVE LoyPoints TO DispPoints.
       MOVE PointsWorth TO DispWorth.
       DISPLAY "Loyalty points : " DispPoints " worth " DispWorth.
       DISPLAY "Redeem loyalty points? (Y/N) : " WITH NO ADVANCING.
       ACCEPT RedeemChoice.
       IF RedeemChoice = "Y" OR RedeemChoice = "y"
           PERFORM SpendPoints
       END-IF.
       CLOSE LoyaltyFile.
       GOBACK.

*> Only as many whole points as the amount due can use - a point
*> is never split, so the last few cents of a bill stay to pay.
SpendPoints.
       COMPUTE ApplyPoints = LAmountDue * 100 / PointCents.
       IF ApplyPoints > LoyPoints
           MOVE LoyPoints TO ApplyPoints
       END-IF.
       COMPUTE ApplyAmount = ApplyPoints * PointCents / 100.
       IF ApplyPoints = 0
           DISPLAY "Amount due is less than one point - nothing redeemed."
       ELSE
           SUBTRACT ApplyPoints FROM LoyPoints
           ACCEPT LoyLastDate FROM DATE YYYYMMDD
           REWRITE LoyaltyData
               INVALID KEY
                   DISPLAY "Points balance not updated - nothing redeemed."
               NOT INVALID KEY
                   MOVE ApplyAmount TO LRedeemed
                   PERFORM WriteLoyLedger
                   MOVE LoyPoints TO DispPoints
                   MOVE ApplyAmount TO DispWorth
                   DISPLAY "Points redeemed for " DispWorth
                       " - points left : " DispPoints
           END-REWRITE
       END-IF.

WriteLoyLedger.
       OPEN EXTEND LoyLedgerFile.
       MOVE SPACES TO LoyLedgerRecord.
       ACCEPT LlgDate FROM DATE YYYYMMDD.
       ACCEPT LlgTime FROM TIME.
       MOVE LCustID TO LlgCustID.
       SET LlgRedeemed TO TRUE.
       COMPUTE LlgPoints = 0 - ApplyPoints.
       COMPUTE LlgValue = 0 - ApplyAmount.
       MOVE LAmountDue TO LlgBasis.
       WRITE LoyLedgerRecord.
       CLOSE LoyLedgerFile.
