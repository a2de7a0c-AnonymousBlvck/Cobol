       >>SOURCE FORMAT FREE
*> Annual unclaimed-property run. Money we hold for people - credit
*> balances in CustCreditBal and the value left on outstanding
*> gcert.txt certificates - becomes the state's once its owner has
*> gone quiet past the statutory dormancy period, and the state
*> expects it reported and remitted. A credit balance is dormant
*> when no line on custtran.txt or payjrnl.txt has moved for the
*> customer inside the period (one rescan of each journal per
*> customer, as custdormant makes; the keyed history custtrnk.txt
*> is read instead of custtran.txt when it is on disk, because it
*> keeps the years yearend cuts over to the dated archives). A
*> certificate is dormant when neither its issue nor any gclog.txt
*> line for it falls inside the period. The owner's state is the
*> customer's CustState - for a certificate, the buyer's - and an
*> owner with no state on file reports under HOMESTATE.
*> Periods come off the unclparm.txt card file: a line per state
*> keyed by its two-letter code carries that state's years (TX=05),
*> DEFAULT= the rest, HOMESTATE= the state we report from; with no
*> card file every state takes three years. Ages are reckoned in
*> the 30/360 style custaging uses.
*> Option 1 prints the due-diligence letter list (owner, address and
*> what we hold, for the letters that must go out before anything
*> is remitted) and the by-state report off RPTFILE. Option 2 is
*> supervisor-only and posts the remittance: it selects again, so
*> an owner who answered the letter and has moved money since drops
*> out, then zeroes each item. A credit balance posts the way
*> custadj's refund does - audit.txt (op UNCLM), custlog.txt,
*> custtran.txt ADJST - and both kinds land on adjjrnl.txt under
*> reason UNCL (keep an UNCL line on adjreason.txt so custadj's
*> register can describe it). A certificate is marked E with an E
*> line on gclog.txt. The remitted items print by state on a dated
*> UnclRemit report, the schedule that goes with each payment.
*> Nothing is remitted while today's month is closed (PERIODCHK).
IDENTIFICATION DIVISION.
PROGRAM-ID. unclprop.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS CustFileStatus.

       SELECT OPTIONAL GiftCertFile ASSIGN TO "gcert.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GcNumber
           FILE STATUS IS GiftCertStatus.

       SELECT OPTIONAL TranFile ASSIGN TO "custtran.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TranFileStatus.

       SELECT OPTIONAL TranKeyFile ASSIGN TO "custtrnk.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TkKey
           FILE STATUS IS TranKeyStatus.

       SELECT OPTIONAL PayJournal ASSIGN TO "payjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayFileStatus.

       SELECT OPTIONAL GcLogFile ASSIGN TO "gclog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GcLogStatus.

       SELECT OPTIONAL AuthFile ASSIGN TO "authusers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuthFileStatus.

       SELECT AuditFile ASSIGN TO "audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AfterImageFile ASSIGN TO "custlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AdjJournal ASSIGN TO "adjjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AdjJournalStatus.

       SELECT StateReport ASSIGN TO DYNAMIC StateFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LetterReport ASSIGN TO DYNAMIC LetterFileName
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SortFile ASSIGN TO "unclwork.tmp".

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY "custrec.cpy".

FD GiftCertFile.
       COPY "gcrec.cpy".

FD TranFile.
       COPY "trnrec.cpy".

FD TranKeyFile.
       COPY "trnkrec.cpy".

FD PayJournal.
       01 PayRecord.
              02 PayDate PIC X(8).
              02 PayTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 PayCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 PayAmount PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 PayMethod PIC X(4).
              02 FILLER PIC X VALUE SPACE.
              02 PayFullPart PIC X(1).

FD GcLogFile.
       01 GcLogRecord.
              02 GlgDate PIC 9(8).
              02 GlgTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 GlgNumber PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 GlgEvent PIC X(1).
              02 FILLER PIC X VALUE SPACE.
              02 GlgAmount PIC 9(5)V99.
              02 FILLER PIC X VALUE SPACE.
              02 GlgCustID PIC 9(6).

FD AuthFile.
       COPY "authuser.cpy".

FD AuditFile.
       COPY "audrec.cpy".

FD AfterImageFile.
       COPY "aftimg.cpy".

FD AdjJournal.
       01 AdjRecord.
              02 AdjDate PIC 9(8).
              02 AdjTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 AdjCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 AdjReasonCode PIC X(4).
              02 FILLER PIC X VALUE SPACE.
              02 AdjAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
              02 FILLER PIC X VALUE SPACE.
              02 AdjOperID PIC X(6).

FD StateReport.
       01 StatePrintLine PIC X(100).

FD LetterReport.
       01 LetterPrintLine PIC X(100).

SD SortFile.
       01 SortRecord.
              02 SortState PIC X(2).
              88 SortEOF VALUE HIGH-VALUE.
              02 SortOwnerID PIC 9(6).
              02 SortType PIC X(1).
                     88 SortCredit VALUE "C".
                     88 SortCert VALUE "G".
              02 SortItemID PIC 9(6).
              02 SortAmount PIC 9(7)V99.
              02 SortLastDate PIC 9(8).
              02 SortYears PIC 9(2).

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
01 GiftCertStatus PIC XX.
01 TranFileStatus PIC XX.
01 TranKeyStatus PIC XX.
01 PayFileStatus PIC XX.
01 GcLogStatus PIC XX.
01 AuthFileStatus PIC XX.
01 AdjJournalStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 Confirm PIC X.
*> P prints the letter list and state report; R posts the remittance.
01 RunMode PIC X.
01 BrowseEOF PIC X.
01 CertEOF PIC X.
01 CertsOnFile PIC X.
01 TranEOF PIC X.
01 KeyEOF PIC X.
01 PayEOF PIC X.
01 LogEOF PIC X.
01 UseKeyedHistory PIC X.
01 AuthEOF PIC X.
01 AuthOK PIC X.
01 EnteredOperID PIC X(6).
01 EnteredPIN PIC X(4).
01 PostingDate PIC 9(8).
01 PeriodOpen PIC X.
01 RunDate PIC 9(8).
01 RunDateParts REDEFINES RunDate.
       02 RunYear PIC 9(4).
       02 RunMonth PIC 99.
       02 RunDay PIC 99.
01 LastDateParts.
       02 LdYear PIC 9(4).
       02 LdMonth PIC 99.
       02 LdDay PIC 99.
01 RunDayNum PIC 9(7).
01 LastDayNum PIC 9(7).
01 AgeDays PIC S9(7).
01 DormantDays PIC 9(7).
01 LastActivity PIC 9(8).
01 PayDateNum PIC 9(8).
01 ItemDormant PIC X.
01 OwnerState PIC X(2).
01 OwnerFound PIC X.
01 OwnerName PIC X(31).
01 NamePtr PIC 99.
01 CertFound PIC X.
01 ItemTaken PIC X.
01 RemitAmount PIC 9(7)V99.
01 ParmFileName PIC X(20) VALUE "unclparm.txt".
01 ParmKeyword PIC X(12).
01 ParmValue PIC X(30).
01 ParmFound PIC X.
01 DefaultYears PIC 9(2).
01 HomeState PIC X(2).
01 DormantYears PIC 9(2).
*> Each state's period is looked up on the card file once and kept.
01 StateCount PIC 9(3) VALUE ZERO.
01 StateMax PIC 9(3) VALUE 80.
01 StateSub PIC 9(3).
01 StateFound PIC X.
01 StateTable.
       02 StateEntry OCCURS 80 TIMES.
              03 StState PIC X(2).
              03 StYears PIC 9(2).
01 PrevState PIC X(2).
01 StateItemCount PIC 9(5).
01 StateAmount PIC 9(9)V99.
01 CreditCount PIC 9(5).
01 CreditAmount PIC 9(9)V99.
01 CertCount PIC 9(5).
01 CertAmount PIC 9(9)V99.
01 ListedCount PIC 9(5).
01 NeverCount PIC 9(5).
01 ChangedCount PIC 9(5).
01 FailCount PIC 9(5).
01 StateFileName PIC X(30).
01 LetterFileName PIC X(30).
01 ReportBaseName PIC X(12).
01 ReportSuffix PIC X(4) VALUE ".rpt".
01 ReportMode PIC X VALUE "N".
01 PageHeading.
       02 PrnReportTitle PIC X(30).
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 StateHeads PIC X(90) VALUE
       "  Item        Number  Owner   Owner Name                      Last Active         Amount".
01 StateHeadLine.
       02 FILLER PIC X(8) VALUE "State : ".
       02 PrnHeadState PIC X(2).
       02 FILLER PIC X(14) VALUE "   dormancy : ".
       02 PrnHeadYears PIC Z9.
       02 FILLER PIC X(6) VALUE " years".
01 StateDetailLine.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnItemType PIC X(12).
       02 PrnItemID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnOwnerID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnOwnerName PIC X(31).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnLastDate PIC 9999/99/99.
       02 PrnLastText REDEFINES PrnLastDate PIC X(10).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnAmount PIC $$$,$$$,$$9.99.
01 StateTotalLine.
       02 FILLER PIC X(8) VALUE "  State ".
       02 PrnTotState PIC X(2).
       02 FILLER PIC X(3) VALUE " : ".
       02 PrnTotCount PIC ZZZZ9.
       02 FILLER PIC X(7) VALUE " items ".
       02 FILLER PIC X(47) VALUE SPACES.
       02 PrnTotAmount PIC $$$,$$$,$$9.99.
01 CreditTotalLine.
       02 FILLER PIC X(20) VALUE "Credit balances   : ".
       02 PrnCreditCount PIC ZZZZ9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnCreditAmount PIC $$$,$$$,$$9.99.
01 CertTotalLine.
       02 FILLER PIC X(20) VALUE "Gift certificates : ".
       02 PrnCertCount PIC ZZZZ9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnCertAmount PIC $$$,$$$,$$9.99.
01 NothingLine PIC X(60) VALUE
       "Nothing held for an owner has passed its dormancy period.".
01 LetterHeads PIC X(90) VALUE
       "Owner   Name / Address                  Item        Number       Amount  Last Active".
01 LetterNameLine.
       02 PrnLetterOwner PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnLetterName PIC X(31).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnLetterType PIC X(12).
       02 PrnLetterItem PIC 9(6).
       02 PrnLetterAmount PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnLetterLast PIC 9999/99/99.
       02 PrnLetterLastText REDEFINES PrnLetterLast PIC X(10).
01 LetterAddrLine.
       02 FILLER PIC X(8) VALUE SPACES.
       02 PrnLetterStreet PIC X(30).
01 LetterCityLine.
       02 FILLER PIC X(8) VALUE SPACES.
       02 PrnLetterCity PIC X(20).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnLetterState PIC X(2).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnLetterZip PIC X(10).
01 NoAddressLine PIC X(60) VALUE
       "        No owner on file - no address to write to.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       COMPUTE RunDayNum = (RunYear * 360) + (RunMonth * 30) + RunDay.
       PERFORM ReadUnclaimedParms.

       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "Unclaimed property"
            DISPLAY "1 : Print Letter List And State Report "
            DISPLAY "2 : Post Remittance "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM PrintUnclaimed
               WHEN 2 PERFORM RemitUnclaimed
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
       STOP RUN.

*> No card file means three years everywhere; a card file without a
*> DEFAULT line still takes three for any state it doesn't name.
ReadUnclaimedParms.
       MOVE 3 TO DefaultYears.
       MOVE SPACES TO HomeState.
       MOVE "DEFAULT" TO ParmKeyword.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "Y" AND ParmValue(1:2) IS NUMERIC
           MOVE ParmValue(1:2) TO DefaultYears
       END-IF.
       MOVE "HOMESTATE" TO ParmKeyword.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "Y"
           MOVE ParmValue(1:2) TO HomeState
       END-IF.

PrintUnclaimed.
       MOVE "P" TO RunMode.
       PERFORM OpenMasters.
       IF FileOK = "Y"
           MOVE "UnclState" TO ReportBaseName
           CALL "RPTFILE" USING ReportBaseName, ReportSuffix, ReportMode,
               StateFileName
           MOVE "UnclLetters" TO ReportBaseName
           CALL "RPTFILE" USING ReportBaseName, ReportSuffix, ReportMode,
               LetterFileName
           OPEN OUTPUT StateReport
           OPEN OUTPUT LetterReport
           MOVE "Unclaimed Property by State" TO PrnReportTitle
           MOVE RunDate TO PrnRunDate
           WRITE StatePrintLine FROM PageHeading AFTER ADVANCING PAGE
           WRITE StatePrintLine FROM StateHeads AFTER ADVANCING 2 LINES
           MOVE "Due-Diligence Letter List" TO PrnReportTitle
           WRITE LetterPrintLine FROM PageHeading AFTER ADVANCING PAGE
           WRITE LetterPrintLine FROM LetterHeads
               AFTER ADVANCING 2 LINES

           PERFORM SortUnclaimedItems

           IF ListedCount = 0
               WRITE LetterPrintLine FROM NothingLine
                   AFTER ADVANCING 2 LINES
           END-IF
           WRITE LetterPrintLine FROM ReportFooting
               AFTER ADVANCING 2 LINES
           PERFORM WriteStateFooting
           CLOSE StateReport, LetterReport
           PERFORM CloseMasters
           DISPLAY "Letter list written to " LetterFileName
           DISPLAY "State report written to " StateFileName
           DISPLAY ListedCount " items past their dormancy period ("
               NeverCount " with no activity on file)."
       END-IF.

*> The same selection as the lists, run again at posting time, so
*> only what is still dormant today is remitted.
RemitUnclaimed.
       DISPLAY " ".
       DISPLAY "Remitting unclaimed property is a supervisor function.".
       DISPLAY "Supervisor operator ID : " WITH NO ADVANCING.
       ACCEPT EnteredOperID.
       DISPLAY "Supervisor PIN : " WITH NO ADVANCING.
       ACCEPT EnteredPIN.
       PERFORM CheckSupervisor.
       IF AuthOK NOT = "Y"
           DISPLAY "Not an authorized supervisor - nothing remitted."
       ELSE
           ACCEPT PostingDate FROM DATE YYYYMMDD
           CALL "PERIODCHK" USING PostingDate, PeriodOpen
           IF PeriodOpen = "Y"
               PERFORM ConfirmRemittance
           END-IF
       END-IF.

ConfirmRemittance.
       DISPLAY "Every credit balance and certificate past its dormancy".
       DISPLAY "period goes to zero and is posted as remitted.".
       DISPLAY "Proceed? (Y/N) : " WITH NO ADVANCING.
       ACCEPT Confirm.
       IF Confirm NOT = "Y" AND Confirm NOT = "y"
           DISPLAY "Remittance cancelled."
       ELSE
           PERFORM PostRemittance
       END-IF.

PostRemittance.
       MOVE "R" TO RunMode.
       PERFORM OpenMasters.
       IF FileOK = "Y"
           MOVE "UnclRemit" TO ReportBaseName
           CALL "RPTFILE" USING ReportBaseName, ReportSuffix, ReportMode,
               StateFileName
           OPEN OUTPUT StateReport
           MOVE "Unclaimed Property Remitted" TO PrnReportTitle
           MOVE RunDate TO PrnRunDate
           WRITE StatePrintLine FROM PageHeading AFTER ADVANCING PAGE
           WRITE StatePrintLine FROM StateHeads AFTER ADVANCING 2 LINES

           PERFORM SortUnclaimedItems

           PERFORM WriteStateFooting
           CLOSE StateReport
           PERFORM CloseMasters
           DISPLAY "Remittance schedule written to " StateFileName
           DISPLAY ListedCount " items remitted."
           IF ChangedCount > 0
               DISPLAY ChangedCount " items changed since selection"
                   " and were left alone."
           END-IF
           IF FailCount > 0
               DISPLAY FailCount " items could not be saved."
           END-IF
       END-IF.

OpenMasters.
       IF RunMode = "R"
           OPEN I-O CustomerFile
       ELSE
           OPEN INPUT CustomerFile
       END-IF.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "Y"
           IF RunMode = "R"
               OPEN I-O GiftCertFile
           ELSE
               OPEN INPUT GiftCertFile
           END-IF
           MOVE "Y" TO CertsOnFile
           IF GiftCertStatus NOT = "00" AND GiftCertStatus NOT = "05"
               MOVE "N" TO CertsOnFile
           END-IF
           MOVE "Y" TO UseKeyedHistory
           OPEN INPUT TranKeyFile
           IF TranKeyStatus NOT = "00"
               MOVE "N" TO UseKeyedHistory
               CLOSE TranKeyFile
               DISPLAY "No keyed history on disk - credit balances are"
                   " aged from the live journals only."
           END-IF
       END-IF.

CloseMasters.
       IF UseKeyedHistory = "Y"
           CLOSE TranKeyFile
       END-IF.
       CLOSE CustomerFile, GiftCertFile.

SortUnclaimedItems.
       MOVE 0 TO ListedCount.
       MOVE 0 TO NeverCount.
       MOVE 0 TO ChangedCount.
       MOVE 0 TO FailCount.
       MOVE 0 TO CreditCount.
       MOVE 0 TO CreditAmount.
       MOVE 0 TO CertCount.
       MOVE 0 TO CertAmount.
       SORT SortFile
           ON ASCENDING KEY SortState SortOwnerID SortType SortItemID
           INPUT PROCEDURE IS SelectUnclaimedItems
           OUTPUT PROCEDURE IS ProduceUnclaimedLists.

SelectUnclaimedItems.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO CustID.
       START CustomerFile KEY IS GREATER THAN OR EQUAL TO CustID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM CheckNextCustomer UNTIL BrowseEOF = "Y".

       MOVE "N" TO CertEOF.
       IF CertsOnFile = "N"
           MOVE "Y" TO CertEOF
       ELSE
           MOVE LOW-VALUES TO GcNumber
           START GiftCertFile KEY IS GREATER THAN OR EQUAL TO GcNumber
               INVALID KEY MOVE "Y" TO CertEOF
           END-START
       END-IF.
       PERFORM CheckNextCert UNTIL CertEOF = "Y".

CheckNextCustomer.
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF CustCreditBal > 0
               PERFORM WeighOneCredit
           END-IF
       END-IF.

*> The newest date either journal carries for the customer is the
*> last time the owner touched the account.
WeighOneCredit.
       MOVE 0 TO LastActivity.
       IF UseKeyedHistory = "Y"
           PERFORM ScanKeyedHistory
       ELSE
           PERFORM ScanTranJournal
       END-IF.
       PERFORM ScanPayJournal.
       MOVE CustState TO OwnerState.
       PERFORM FindStateYears.
       PERFORM AgeLastActivity.
       IF ItemDormant = "Y"
           MOVE OwnerState TO SortState
           MOVE CustID TO SortOwnerID
           SET SortCredit TO TRUE
           MOVE CustID TO SortItemID
           MOVE CustCreditBal TO SortAmount
           MOVE LastActivity TO SortLastDate
           MOVE DormantYears TO SortYears
           RELEASE SortRecord
       END-IF.

ScanKeyedHistory.
       MOVE "N" TO KeyEOF.
       MOVE CustID TO TkCustID.
       MOVE 0 TO TkDate.
       MOVE LOW-VALUES TO TkTime.
       MOVE 0 TO TkSeq.
       START TranKeyFile KEY IS GREATER THAN OR EQUAL TO TkKey
           INVALID KEY MOVE "Y" TO KeyEOF
       END-START.
       PERFORM ScanOneKeyed UNTIL KeyEOF = "Y".

ScanOneKeyed.
       READ TranKeyFile NEXT RECORD
           AT END MOVE "Y" TO KeyEOF
       END-READ.
       IF KeyEOF = "N"
           IF TkCustID NOT = CustID
               MOVE "Y" TO KeyEOF
           ELSE
               IF TkDate > LastActivity
                   MOVE TkDate TO LastActivity
               END-IF
           END-IF
       END-IF.

ScanTranJournal.
       MOVE "N" TO TranEOF.
       OPEN INPUT TranFile.
       IF TranFileStatus NOT = "00" AND TranFileStatus NOT = "05"
           MOVE "Y" TO TranEOF
       END-IF.
       PERFORM ScanOneTran UNTIL TranEOF = "Y".
       CLOSE TranFile.

ScanOneTran.
       READ TranFile
           AT END MOVE "Y" TO TranEOF
           NOT AT END
               IF TranCustID = CustID AND TranDate > LastActivity
                   MOVE TranDate TO LastActivity
               END-IF
       END-READ.

ScanPayJournal.
       MOVE "N" TO PayEOF.
       OPEN INPUT PayJournal.
       IF PayFileStatus NOT = "00" AND PayFileStatus NOT = "05"
           MOVE "Y" TO PayEOF
       END-IF.
       PERFORM ScanOnePay UNTIL PayEOF = "Y".
       CLOSE PayJournal.

ScanOnePay.
       READ PayJournal
           AT END MOVE "Y" TO PayEOF
           NOT AT END
               IF PayCustID = CustID
                   MOVE PayDate TO PayDateNum
                   IF PayDateNum > LastActivity
                       MOVE PayDateNum TO LastActivity
                   END-IF
               END-IF
       END-READ.

CheckNextCert.
       READ GiftCertFile NEXT RECORD
           AT END MOVE "Y" TO CertEOF
       END-READ.
       IF CertEOF = "N"
           IF GcOutstanding AND GcRemaining > 0
               PERFORM WeighOneCert
           END-IF
       END-IF.

*> A certificate's owner is its buyer; one whose buyer has left
*> customer.txt reports under the home state.
WeighOneCert.
       MOVE GcIssueDate TO LastActivity.
       PERFORM ScanGcLog.
       MOVE SPACES TO OwnerState.
       IF GcBuyerID > 0
           MOVE GcBuyerID TO CustID
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CustState TO OwnerState
           END-READ
       END-IF.
       PERFORM FindStateYears.
       PERFORM AgeLastActivity.
       IF ItemDormant = "Y"
           MOVE OwnerState TO SortState
           MOVE GcBuyerID TO SortOwnerID
           SET SortCert TO TRUE
           MOVE GcNumber TO SortItemID
           MOVE GcRemaining TO SortAmount
           MOVE LastActivity TO SortLastDate
           MOVE DormantYears TO SortYears
           RELEASE SortRecord
       END-IF.

ScanGcLog.
       MOVE "N" TO LogEOF.
       OPEN INPUT GcLogFile.
       IF GcLogStatus NOT = "00" AND GcLogStatus NOT = "05"
           MOVE "Y" TO LogEOF
       END-IF.
       PERFORM ScanOneGcLog UNTIL LogEOF = "Y".
       CLOSE GcLogFile.

ScanOneGcLog.
       READ GcLogFile
           AT END MOVE "Y" TO LogEOF
           NOT AT END
               IF GlgNumber = GcNumber AND GlgDate > LastActivity
                   MOVE GlgDate TO LastActivity
               END-IF
       END-READ.

*> An owner with no state on file reports under the home state; with
*> no home state either, the item lists under "--" on the default.
FindStateYears.
       IF OwnerState = SPACES
           MOVE HomeState TO OwnerState
       END-IF.
       IF OwnerState = SPACES
           MOVE "--" TO OwnerState
       END-IF.
       MOVE "N" TO StateFound.
       PERFORM FindStateSlot
           VARYING StateSub FROM 1 BY 1
           UNTIL StateSub > StateCount OR StateFound = "Y".
       IF StateFound = "Y"
           SUBTRACT 1 FROM StateSub
           MOVE StYears(StateSub) TO DormantYears
       ELSE
           PERFORM LookUpStateYears
       END-IF.

FindStateSlot.
       IF StState(StateSub) = OwnerState
           MOVE "Y" TO StateFound
       END-IF.

LookUpStateYears.
       MOVE DefaultYears TO DormantYears.
       IF OwnerState NOT = "--"
           MOVE OwnerState TO ParmKeyword
           CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
               ParmFound
           IF ParmFound = "Y" AND ParmValue(1:2) IS NUMERIC
               MOVE ParmValue(1:2) TO DormantYears
           END-IF
       END-IF.
       IF StateCount < StateMax
           ADD 1 TO StateCount
           MOVE OwnerState TO StState(StateCount)
           MOVE DormantYears TO StYears(StateCount)
       END-IF.

*> Nothing on file at all means the last activity is older than the
*> history we keep, and that is dormant by any state's measure.
AgeLastActivity.
       MOVE "N" TO ItemDormant.
       IF LastActivity = 0
           MOVE "Y" TO ItemDormant
       ELSE
           MOVE LastActivity TO LastDateParts
           COMPUTE LastDayNum = (LdYear * 360) + (LdMonth * 30)
               + LdDay
           COMPUTE AgeDays = RunDayNum - LastDayNum
           COMPUTE DormantDays = DormantYears * 360
           IF AgeDays >= DormantDays
               MOVE "Y" TO ItemDormant
           END-IF
       END-IF.

ProduceUnclaimedLists.
       MOVE SPACES TO PrevState.
       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.
       PERFORM ProduceOneItem UNTIL SortEOF.
       IF PrevState NOT = SPACES
           PERFORM WriteStateTotal
       END-IF.

ProduceOneItem.
       IF SortState NOT = PrevState
           IF PrevState NOT = SPACES
               PERFORM WriteStateTotal
           END-IF
           PERFORM WriteStateHeading
       END-IF.
       PERFORM FindOwner.
       IF RunMode = "R"
           PERFORM RemitOneItem
       ELSE
           MOVE "Y" TO ItemTaken
       END-IF.
       IF ItemTaken = "Y"
           PERFORM ListOneItem
       END-IF.

       RETURN SortFile
           AT END SET SortEOF TO TRUE
       END-RETURN.

FindOwner.
       MOVE "Y" TO OwnerFound.
       MOVE SortOwnerID TO CustID.
       IF SortOwnerID = 0
           MOVE "N" TO OwnerFound
       ELSE
           READ CustomerFile
               INVALID KEY MOVE "N" TO OwnerFound
           END-READ
       END-IF.
       MOVE SPACES TO OwnerName.
       IF OwnerFound = "Y"
           MOVE 1 TO NamePtr
           STRING CustFName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CustLName DELIMITED BY SPACE
                  INTO OwnerName
                  WITH POINTER NamePtr
           END-STRING
       ELSE
           MOVE "Owner not on file" TO OwnerName
       END-IF.

WriteStateHeading.
       MOVE SortState TO PrevState.
       MOVE 0 TO StateItemCount.
       MOVE 0 TO StateAmount.
       MOVE SortState TO PrnHeadState.
       MOVE SortYears TO PrnHeadYears.
       WRITE StatePrintLine FROM StateHeadLine AFTER ADVANCING 2 LINES.

WriteStateTotal.
       MOVE PrevState TO PrnTotState.
       MOVE StateItemCount TO PrnTotCount.
       MOVE StateAmount TO PrnTotAmount.
       WRITE StatePrintLine FROM StateTotalLine AFTER ADVANCING 1 LINE.

ListOneItem.
       ADD 1 TO ListedCount.
       ADD 1 TO StateItemCount.
       ADD SortAmount TO StateAmount.
       IF SortCredit
           ADD 1 TO CreditCount
           ADD SortAmount TO CreditAmount
           MOVE "Credit bal" TO PrnItemType
       ELSE
           ADD 1 TO CertCount
           ADD SortAmount TO CertAmount
           MOVE "Gift cert" TO PrnItemType
       END-IF.
       MOVE SortItemID TO PrnItemID.
       MOVE SortOwnerID TO PrnOwnerID.
       MOVE OwnerName TO PrnOwnerName.
       IF SortLastDate = 0
           ADD 1 TO NeverCount
           MOVE "none found" TO PrnLastText
       ELSE
           MOVE SortLastDate TO PrnLastDate
       END-IF.
       MOVE SortAmount TO PrnAmount.
       WRITE StatePrintLine FROM StateDetailLine AFTER ADVANCING 1 LINE.
       IF RunMode = "P"
           PERFORM WriteLetterEntry
       END-IF.

WriteLetterEntry.
       MOVE SortOwnerID TO PrnLetterOwner.
       MOVE OwnerName TO PrnLetterName.
       MOVE PrnItemType TO PrnLetterType.
       MOVE SortItemID TO PrnLetterItem.
       MOVE SortAmount TO PrnLetterAmount.
       MOVE PrnLastText TO PrnLetterLastText.
       WRITE LetterPrintLine FROM LetterNameLine AFTER ADVANCING 2 LINES.
       IF OwnerFound = "Y"
           MOVE CustAddress TO PrnLetterStreet
           MOVE CustCity TO PrnLetterCity
           MOVE CustState TO PrnLetterState
           MOVE CustZip TO PrnLetterZip
           WRITE LetterPrintLine FROM LetterAddrLine
               AFTER ADVANCING 1 LINE
           WRITE LetterPrintLine FROM LetterCityLine
               AFTER ADVANCING 1 LINE
       ELSE
           WRITE LetterPrintLine FROM NoAddressLine
               AFTER ADVANCING 1 LINE
       END-IF.

WriteStateFooting.
       IF ListedCount = 0
           WRITE StatePrintLine FROM NothingLine AFTER ADVANCING 2 LINES
       END-IF.
       MOVE CreditCount TO PrnCreditCount.
       MOVE CreditAmount TO PrnCreditAmount.
       MOVE CertCount TO PrnCertCount.
       MOVE CertAmount TO PrnCertAmount.
       WRITE StatePrintLine FROM CreditTotalLine AFTER ADVANCING 2 LINES.
       WRITE StatePrintLine FROM CertTotalLine AFTER ADVANCING 1 LINE.
       WRITE StatePrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.

*> An item whose value moved between selection and posting is left
*> for next year's run rather than remitted at the wrong amount.
RemitOneItem.
       MOVE "N" TO ItemTaken.
       MOVE SortAmount TO RemitAmount.
       IF SortCredit
           PERFORM RemitCredit
       ELSE
           PERFORM RemitCertificate
       END-IF.

RemitCredit.
       IF OwnerFound = "N" OR CustCreditBal NOT = SortAmount
           ADD 1 TO ChangedCount
           DISPLAY "Customer " SortItemID " credit changed since"
               " selection - not remitted."
       ELSE
           MOVE 0 TO CustCreditBal
           REWRITE CustomerData
               INVALID KEY
                   ADD 1 TO FailCount
                   DISPLAY "Remittance not recorded for customer "
                       SortItemID
               NOT INVALID KEY
                   MOVE "Y" TO ItemTaken
                   PERFORM WriteRemitAudit
                   PERFORM WriteAfterImage
                   PERFORM WriteTran
                   PERFORM WriteAdjJournal
           END-REWRITE
       END-IF.

RemitCertificate.
       MOVE "Y" TO CertFound.
       MOVE SortItemID TO GcNumber.
       READ GiftCertFile
           INVALID KEY MOVE "N" TO CertFound
       END-READ.
       IF CertFound = "N" OR NOT GcOutstanding
               OR GcRemaining NOT = SortAmount
           ADD 1 TO ChangedCount
           DISPLAY "Certificate " SortItemID " changed since"
               " selection - not remitted."
       ELSE
           MOVE 0 TO GcRemaining
           SET GcEscheated TO TRUE
           REWRITE GiftCertData
               INVALID KEY
                   ADD 1 TO FailCount
                   DISPLAY "Remittance not recorded for certificate "
                       SortItemID
               NOT INVALID KEY
                   MOVE "Y" TO ItemTaken
                   PERFORM WriteGcLog
                   PERFORM WriteAdjJournal
           END-REWRITE
       END-IF.

WriteRemitAudit.
       OPEN EXTEND AuditFile.
       MOVE SPACES TO AuditRecord.
       ACCEPT AuditDate FROM DATE YYYYMMDD.
       ACCEPT AuditTime FROM TIME.
       MOVE "UNCLM" TO AuditOp.
       MOVE CustID TO AuditCustID.
       MOVE CustFName TO AuditOldFName.
       MOVE CustLName TO AuditOldLName.
       MOVE CustFName TO AuditNewFName.
       MOVE CustLName TO AuditNewLName.
       MOVE EnteredOperID TO AuditOperID.
       WRITE AuditRecord.
       CLOSE AuditFile.

WriteAfterImage.
       OPEN EXTEND AfterImageFile.
       MOVE SPACES TO AfterImageRecord.
       ACCEPT AiDate FROM DATE YYYYMMDD.
       ACCEPT AiTime FROM TIME.
       MOVE "UNCLPROP" TO AiProgram.
       MOVE CustomerData TO AiImage.
       WRITE AfterImageRecord.
       CLOSE AfterImageFile.

*> The credit leaving is money we no longer owe, so the customer's
*> net position moves up by it - positive, as custadj's refund posts.
WriteTran.
       OPEN EXTEND TranFile.
       MOVE SPACES TO TranRecord.
       ACCEPT TranDate FROM DATE YYYYMMDD.
       ACCEPT TranTime FROM TIME.
       MOVE CustID TO TranCustID.
       SET TranAdjustment TO TRUE.
       MOVE RemitAmount TO TranAmount.
       MOVE 0 TO TranTaxAmount.
       WRITE TranRecord.
       CLOSE TranFile.

WriteAdjJournal.
       OPEN EXTEND AdjJournal.
       MOVE SPACES TO AdjRecord.
       ACCEPT AdjDate FROM DATE YYYYMMDD.
       ACCEPT AdjTime FROM TIME.
       MOVE SortOwnerID TO AdjCustID.
       MOVE "UNCL" TO AdjReasonCode.
       MOVE RemitAmount TO AdjAmount.
       MOVE EnteredOperID TO AdjOperID.
       WRITE AdjRecord.
       CLOSE AdjJournal.

WriteGcLog.
       OPEN EXTEND GcLogFile.
       MOVE SPACES TO GcLogRecord.
       ACCEPT GlgDate FROM DATE YYYYMMDD.
       ACCEPT GlgTime FROM TIME.
       MOVE GcNumber TO GlgNumber.
       MOVE "E" TO GlgEvent.
       MOVE RemitAmount TO GlgAmount.
       MOVE GcBuyerID TO GlgCustID.
       WRITE GcLogRecord.
       CLOSE GcLogFile.

CheckSupervisor.
       MOVE "N" TO AuthOK.
       MOVE "N" TO AuthEOF.
       OPEN INPUT AuthFile.
       IF AuthFileStatus NOT = "00" AND AuthFileStatus NOT = "05"
           MOVE "Y" TO AuthEOF
       ELSE
           READ AuthFile
               AT END MOVE "Y" TO AuthEOF
           END-READ
           PERFORM ScanAuthUsers UNTIL AuthEOF = "Y" OR AuthOK = "Y"
       END-IF.
       CLOSE AuthFile.

ScanAuthUsers.
       IF AuthOperatorID = EnteredOperID AND AuthPIN = EnteredPIN
               AND AuthRoleSuper
           MOVE "Y" TO AuthOK
       ELSE
           READ AuthFile
               AT END MOVE "Y" TO AuthEOF
           END-READ
       END-IF.
