       >>SOURCE FORMAT FREE
*> Loyalty-points earning run. Everything a loyalty program needs is
*> already on custtran.txt, so rather than teach every posting
*> program about points this run reads the journal the way trnhist
*> does - a checkpoint on loyearn.ckpt remembers how many journal
*> lines have already been looked at, the run skips that many and
*> works only the new ones. A PURCH or INVCE line earns EARNRATE
*> whole points per dollar of the line net of its tax (what the
*> customer was charged after any certificate or points they paid
*> with, so points never earn points); a CREDT credit memo takes
*> back the points its net-of-tax amount would have earned, never
*> taking a balance below zero. Each earn and each take-back moves
*> the customer's balance on loybal.txt and lands on the loyalty.txt
*> ledger one line per event, valued at PTCENTS cents a point for
*> glpost's points liability.
*> The rates come off the loyparm.txt card file (EARNRATE=, PTCENTS=,
*> and STARTDATE= for the day the program began - journal lines
*> dated before it earn nothing). With no card file there is no
*> loyalty program: the run still moves its checkpoint past the
*> journal, so switching the program on later never pays out on
*> years of old sales. Runs after trnhist in nightlybatch, from
*> yearend ahead of the journal cutover, and by hand like any
*> other utility.
IDENTIFICATION DIVISION.
PROGRAM-ID. loyearn.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL TranFile ASSIGN TO "custtran.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TranFileStatus.

       SELECT OPTIONAL LoyaltyFile ASSIGN TO "loybal.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LoyCustID
           FILE STATUS IS LoyaltyStatus.

       SELECT LoyLedgerFile ASSIGN TO "loyalty.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CkptFile ASSIGN TO "loyearn.ckpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CkptStatus.

       SELECT CkptOutFile ASSIGN TO "loyearn.ckpt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD TranFile.
       COPY "trnrec.cpy".

FD LoyaltyFile.
       COPY "loyrec.cpy".

FD LoyLedgerFile.
       COPY "loyledg.cpy".

FD CkptFile.
       01 CkptRecord.
              02 CkptLinesDone PIC 9(9).

FD CkptOutFile.
       01 CkptOutRecord.
              02 CkptOutLinesDone PIC 9(9).

WORKING-STORAGE SECTION.
01 TranFileStatus PIC XX.
01 LoyaltyStatus PIC XX.
01 CkptStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 TranEOF PIC X.
01 LinesSeen PIC 9(9) VALUE ZERO.
01 LinesDone PIC 9(9) VALUE ZERO.
01 LoyFound PIC X.
01 LoyaltyOn PIC X VALUE "Y".
01 ParmFileName PIC X(20) VALUE "loyparm.txt".
01 ParmKeyword PIC X(12).
01 ParmValue PIC X(30).
01 ParmFound PIC X.
01 EarnRate PIC 9(4).
01 PointCents PIC 9(4).
01 StartDate PIC 9(8).
01 NetBasis PIC S9(7)V99.
01 EventPoints PIC 9(9).
01 EarnCount PIC 9(7) VALUE ZERO.
01 TakeBackCount PIC 9(7) VALUE ZERO.
01 PointsEarned PIC 9(11) VALUE ZERO.
01 PointsTakenBack PIC 9(11) VALUE ZERO.
01 FailCount PIC 9(7) VALUE ZERO.
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       PERFORM ReadLoyaltyParms.
       PERFORM ReadCheckpoint.

       IF LoyaltyOn = "Y"
           OPEN I-O LoyaltyFile
           MOVE "loybal.txt" TO CheckFileName
           CALL "FILESTAT" USING CheckFileName, LoyaltyStatus, FileOK
           IF FileOK = "N"
               MOVE RC-SEVERE TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND LoyLedgerFile
       END-IF.

       MOVE "N" TO TranEOF.
       OPEN INPUT TranFile.
       IF TranFileStatus NOT = "00" AND TranFileStatus NOT = "05"
           MOVE "custtran.txt" TO CheckFileName
           CALL "FILESTAT" USING CheckFileName, TranFileStatus, FileOK
           MOVE "Y" TO TranEOF
       END-IF.
       PERFORM EarnOneLine UNTIL TranEOF = "Y".
       CLOSE TranFile.

       IF LoyaltyOn = "Y"
           CLOSE LoyaltyFile, LoyLedgerFile
       END-IF.
       PERFORM WriteCheckpoint.

       IF LoyaltyOn = "N"
           DISPLAY "No loyparm.txt - loyalty program not running;"
               " checkpoint moved to " LinesSeen " journal lines."
           MOVE RC-SUCCESS TO RETURN-CODE
           GOBACK
       END-IF.
       DISPLAY "Loyalty points earned : " PointsEarned " on "
           EarnCount " sales; taken back : " PointsTakenBack " on "
           TakeBackCount " credit memos.".
       IF FailCount > 0
           DISPLAY FailCount " points movements could not be saved"
               " to loybal.txt."
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

*> No card file at all switches the program off; a card missing a
*> keyword takes the documented default - one point a dollar, a
*> cent a point, no start date.
ReadLoyaltyParms.
       MOVE 1 TO EarnRate.
       MOVE 1 TO PointCents.
       MOVE 0 TO StartDate.
       MOVE "EARNRATE" TO ParmKeyword.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "X"
           MOVE "N" TO LoyaltyOn
       END-IF.
       IF ParmFound = "Y" AND ParmValue(1:4) IS NUMERIC
           MOVE ParmValue(1:4) TO EarnRate
       END-IF.
       MOVE "PTCENTS" TO ParmKeyword.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "Y" AND ParmValue(1:4) IS NUMERIC
           MOVE ParmValue(1:4) TO PointCents
       END-IF.
       MOVE "STARTDATE" TO ParmKeyword.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "Y" AND ParmValue(1:8) IS NUMERIC
           MOVE ParmValue(1:8) TO StartDate
       END-IF.

EarnOneLine.
       READ TranFile
           AT END MOVE "Y" TO TranEOF
           NOT AT END
               ADD 1 TO LinesSeen
               IF LinesSeen > LinesDone AND LoyaltyOn = "Y"
                       AND TranDate >= StartDate
                   PERFORM WeighOneLine
               END-IF
       END-READ.

*> Sales earn on what they came to before tax; a line a certificate
*> paid down below its own tax earns nothing rather than a negative.
*> Credit memos arrive negative, so their net is turned round
*> before the points it would have earned are reckoned.
WeighOneLine.
       COMPUTE NetBasis = TranAmount - TranTaxAmount.
       EVALUATE TRUE
           WHEN TranPurchase OR TranInvoice
               IF NetBasis > 0
                   COMPUTE EventPoints = NetBasis * EarnRate
                   IF EventPoints > 0
                       PERFORM EarnPoints
                   END-IF
               END-IF
           WHEN TranCreditMemo
               IF NetBasis < 0
                   COMPUTE EventPoints = (0 - NetBasis) * EarnRate
                   IF EventPoints > 0
                       PERFORM TakeBackPoints
                   END-IF
               END-IF
       END-EVALUATE.

EarnPoints.
       PERFORM ReadBalance.
       ADD EventPoints TO LoyPoints.
       MOVE TranDate TO LoyLastDate.
       PERFORM SaveBalance.
       IF LoyFound NOT = "F"
           MOVE SPACES TO LoyLedgerRecord
           SET LlgEarned TO TRUE
           MOVE EventPoints TO LlgPoints
           COMPUTE LlgValue = EventPoints * PointCents / 100
           PERFORM WriteLedgerLine
           ADD 1 TO EarnCount
           ADD EventPoints TO PointsEarned
       END-IF.

*> Points already spent can't be taken back off the counter, so a
*> credit against a customer who has redeemed just empties what is
*> left.
TakeBackPoints.
       PERFORM ReadBalance.
       IF EventPoints > LoyPoints
           MOVE LoyPoints TO EventPoints
       END-IF.
       IF EventPoints > 0
           SUBTRACT EventPoints FROM LoyPoints
           MOVE TranDate TO LoyLastDate
           PERFORM SaveBalance
           IF LoyFound NOT = "F"
               MOVE SPACES TO LoyLedgerRecord
               SET LlgTakenBack TO TRUE
               COMPUTE LlgPoints = 0 - EventPoints
               COMPUTE LlgValue = 0 - (EventPoints * PointCents / 100)
               PERFORM WriteLedgerLine
               ADD 1 TO TakeBackCount
               ADD EventPoints TO PointsTakenBack
           END-IF
       END-IF.

ReadBalance.
       MOVE "Y" TO LoyFound.
       MOVE TranCustID TO LoyCustID.
       READ LoyaltyFile
           INVALID KEY
               MOVE "N" TO LoyFound
               MOVE TranCustID TO LoyCustID
               MOVE 0 TO LoyPoints
               MOVE 0 TO LoyLastDate
       END-READ.

*> A first earning writes the customer's balance record; after that
*> it is rewritten in place. "F" marks a balance that would not
*> save, so no ledger line claims a movement that didn't happen.
SaveBalance.
       IF LoyFound = "Y"
           REWRITE LoyaltyData
               INVALID KEY MOVE "F" TO LoyFound
           END-REWRITE
       ELSE
           WRITE LoyaltyData
               INVALID KEY MOVE "F" TO LoyFound
           END-WRITE
       END-IF.
       IF LoyFound = "F"
           ADD 1 TO FailCount
           DISPLAY "Points balance not saved for customer " LoyCustID
       END-IF.

WriteLedgerLine.
       MOVE TranDate TO LlgDate.
       MOVE TranTime TO LlgTime.
       MOVE TranCustID TO LlgCustID.
       MOVE NetBasis TO LlgBasis.
       WRITE LoyLedgerRecord.

ReadCheckpoint.
       MOVE 0 TO LinesDone.
       OPEN INPUT CkptFile.
       IF CkptStatus = "00"
           READ CkptFile
               AT END CONTINUE
               NOT AT END MOVE CkptLinesDone TO LinesDone
           END-READ
       END-IF.
       CLOSE CkptFile.

WriteCheckpoint.
       OPEN OUTPUT CkptOutFile.
       MOVE LinesSeen TO CkptOutLinesDone.
       WRITE CkptOutRecord.
       CLOSE CkptOutFile.
