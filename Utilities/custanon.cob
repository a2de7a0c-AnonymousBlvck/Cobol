       >>SOURCE FORMAT FREE
*> Personal-data erasure for a former customer who asks to be
*> forgotten. Their name, address, phone, email and birth date sit
*> in more places than customer.txt: custarch.txt once purged, every
*> custhist.txt snapshot and custlog.txt after-image, the name slots
*> of their audit.txt lines (and of the monthly audit archives
*> archindex.txt lists), custnotes.txt free text, custaddr.txt
*> address lines, and the name and address lines of the dunning and
*> birthday letters. This run, supervisor-authorized against
*> authusers.txt the way ordhold is, overwrites every one of those
*> fields for one CustID with the fixed marker *ERASED* (a birth
*> date goes to zeros) and leaves everything else - the CustID, the
*> balances, custtran.txt, openitem.txt, the payment and adjustment
*> journals - exactly as it was, so the books still add up. It
*> refuses an account that is still active, owes or is owed money,
*> or has an open item, and one already erased. bdaylog.txt and
*> dunlog.txt carry only the CustID and are counted, not changed.
*> The line-sequential files go through the holding file erase.tmp
*> and are copied back, the way audarch splits audit.txt. The
*> erasure itself is recorded on audit.txt as op ERASE with the
*> marker in the name slots - that it happened and who did it, not
*> what was erased - and a certificate of every file touched, with
*> its count, goes to a dated EraseCert document off RPTFILE.
*> No custhist.txt snapshot is taken of the record before the
*> change: that would keep the very data being erased.
*> The city and ZIP go with the street line wherever it is erased;
*> the state is left, as the tax jurisdiction is, for the books.
*> The email or phone each notifyq.txt line was sent to, the email
*> in the customer's acctsent.txt signature, and the ship-to line
*> of every drop-ship PO raised for them on po.txt (found by walking
*> the file for PODropCustID), with its city and ZIP, are marked the
*> same way; the PO itself and its quantities stay for the
*> supplier's books.
IDENTIFICATION DIVISION.
PROGRAM-ID. custanon.

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

       SELECT OPTIONAL ArchiveFile ASSIGN TO "custarch.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ArcCustID
           FILE STATUS IS ArchiveStatus.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OiInvoiceNo
           FILE STATUS IS OpenItemStatus.

       SELECT OPTIONAL AddressFile ASSIGN TO "custaddr.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AddrKey
           FILE STATUS IS AddrFileStatus.

       SELECT OPTIONAL AcctSentFile ASSIGN TO "acctsent.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AsCustID
           FILE STATUS IS AcctSentStatus.

       SELECT OPTIONAL POFile ASSIGN TO "po.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PONumber
           FILE STATUS IS POFileStatus.

       SELECT OPTIONAL HistoryFile ASSIGN TO "custhist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HistFileStatus.

       SELECT OPTIONAL AfterImageFile ASSIGN TO "custlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AiFileStatus.

       SELECT OPTIONAL AuditFile ASSIGN TO DYNAMIC AuditName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuditFileStatus.

       SELECT OPTIONAL ArchIndexFile ASSIGN TO "archindex.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ArchIndexStatus.

       SELECT OPTIONAL NotesFile ASSIGN TO "custnotes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NotesFileStatus.

       SELECT OPTIONAL NotifyQueueFile ASSIGN TO "notifyq.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NotifyQueueStatus.

       SELECT OPTIONAL LetterFile ASSIGN TO DYNAMIC LetterName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LetterFileStatus.

       SELECT OPTIONAL BdayLogFile ASSIGN TO "bdaylog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BdayLogStatus.

       SELECT OPTIONAL DunLogFile ASSIGN TO "dunlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DunLogStatus.

       SELECT HoldFile ASSIGN TO "erase.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HoldFileStatus.

       SELECT AuthFile ASSIGN TO "authusers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuthFileStatus.

       SELECT OPTIONAL CertReport ASSIGN TO DYNAMIC CertName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY "custrec.cpy".

FD ArchiveFile.
       COPY "custrec.cpy" REPLACING CustomerData BY ArcCustomerData,
           CustID BY ArcCustID,
           CustFName BY ArcCustFName,
           CustLName BY ArcCustLName,
           CustAddress BY ArcCustAddress,
           CustPhone BY ArcCustPhone,
           CustEmail BY ArcCustEmail,
           CustStatus BY ArcCustStatus,
           CustActive BY ArcCustActive,
           CustInactive BY ArcCustInactive,
           CustBalance BY ArcCustBalance,
           CustBirthDate BY ArcCustBirthDate,
           CustLocale BY ArcCustLocale,
           CustLocaleUS BY ArcCustLocaleUS,
           CustLocaleIntl BY ArcCustLocaleIntl,
           CustCreditLimit BY ArcCustCreditLimit,
           CustCreditBal BY ArcCustCreditBal,
           CustCity BY ArcCustCity,
           CustState BY ArcCustState,
           CustZip BY ArcCustZip.

FD OpenItemFile.
       COPY "openitem.cpy".

FD AddressFile.
       COPY "addrrec.cpy".

FD AcctSentFile.
       COPY "acctsent.cpy".

FD POFile.
       COPY "porec.cpy".

FD HistoryFile.
       COPY "histrec.cpy".

FD AfterImageFile.
       COPY "aftimg.cpy".

FD AuditFile.
       COPY "audrec.cpy".

FD ArchIndexFile.
       01 ArchIndexRecord.
              02 ArchIndexMonth PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 ArchIndexName PIC X(12).
              02 FILLER PIC X VALUE SPACE.
              02 ArchIndexCount PIC 9(7).

FD NotesFile.
       COPY "noterec.cpy".

FD NotifyQueueFile.
       COPY "ntfqrec.cpy".

FD LetterFile.
       01 LetterLine PIC X(70).

FD BdayLogFile.
       01 BdayLogRecord.
              02 BlgDate PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 BlgCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 BlgCode PIC X(15).

FD DunLogFile.
       01 DunLogRecord.
              02 DunLogDate PIC 9(8).
              02 DunLogTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 DunLogCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 DunLogLevel PIC 9.

FD HoldFile.
       01 HoldLine PIC X(250).

FD AuthFile.
       COPY "authuser.cpy".

FD CertReport.
       01 PrintLine PIC X(70).

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
01 ArchiveStatus PIC XX.
01 OpenItemStatus PIC XX.
01 AddrFileStatus PIC XX.
01 AcctSentStatus PIC XX.
01 POFileStatus PIC XX.
01 HistFileStatus PIC XX.
01 AiFileStatus PIC XX.
01 AuditFileStatus PIC XX.
01 ArchIndexStatus PIC XX.
01 NotesFileStatus PIC XX.
01 NotifyQueueStatus PIC XX.
01 LetterFileStatus PIC XX.
01 BdayLogStatus PIC XX.
01 DunLogStatus PIC XX.
01 HoldFileStatus PIC XX.
01 AuthFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 RunDate PIC 9(8).
01 EntryID PIC X(6).
01 IDValid PIC X.
01 ConfirmChoice PIC X.
01 SignedOnOper PIC X(6).
01 EnteredOperID PIC X(6).
01 EnteredPIN PIC X(4).
01 AuthOK PIC X.
01 AuthEOF PIC X.
01 EraseMark PIC X(8) VALUE "*ERASED*".
01 EraseID PIC 9(6).
*> Where the customer was found - C customer.txt, A custarch.txt.
01 FoundIn PIC X.
01 EraseOK PIC X.
01 OpenItemCount PIC 9(5).
01 FileEOF PIC X.
01 IndexEOF PIC X.
01 ChangedCount PIC 9(7).
01 HoldCount PIC 9(7).
*> The name and address as they stood, for finding the customer's
*> lines in the letter files - both runs write the name line as
*> "First Last" with the address on the line after.
01 SaveNameLine PIC X(70).
01 SaveAddress PIC X(30).
01 SaveCityLine PIC X(70).
01 NamePtr PIC 99.
01 PrevWasName PIC X.
01 AuditName PIC X(12).
01 LetterName PIC X(20).
*> The leading fields of a custlog.txt after-image - the customer
*> record as custrec.cpy lays it out, as far as the birth date, and
*> the city, state and ZIP at its end.
01 ImageView.
       02 ImgCustID PIC 9(6).
       02 ImgFName PIC X(15).
       02 ImgLName PIC X(15).
       02 ImgAddress PIC X(30).
       02 ImgPhone PIC X(15).
       02 ImgEmail PIC X(30).
       02 ImgStatus PIC X(1).
       02 ImgBalance PIC 9(7)V99.
       02 ImgBirthDate PIC 9(8).
       02 FILLER PIC X(39).
       02 ImgCity PIC X(20).
       02 ImgState PIC X(2).
       02 ImgZip PIC X(10).
*> Records touched, file by file, for the certificate.
01 MasterCount PIC 9(7) VALUE ZERO.
01 ArchiveCount PIC 9(7) VALUE ZERO.
01 AddrCount PIC 9(7) VALUE ZERO.
01 AcctSentCount PIC 9(7) VALUE ZERO.
01 POShipToCount PIC 9(7) VALUE ZERO.
01 HistCount PIC 9(7) VALUE ZERO.
01 ImageCount PIC 9(7) VALUE ZERO.
01 AuditCount PIC 9(7) VALUE ZERO.
01 ArchAuditCount PIC 9(7) VALUE ZERO.
01 ArchFilesCount PIC 9(5) VALUE ZERO.
01 NoteCount PIC 9(7) VALUE ZERO.
01 NotifyCount PIC 9(7) VALUE ZERO.
01 DunLetterCount PIC 9(7) VALUE ZERO.
01 BdayLetterCount PIC 9(7) VALUE ZERO.
01 BdayLogCount PIC 9(7) VALUE ZERO.
01 DunLogCount PIC 9(7) VALUE ZERO.
*> Dated certificate off RPTFILE.
01 CertName PIC X(30).
01 CertBase PIC X(12) VALUE "EraseCert".
01 CertSuffix PIC X(4) VALUE ".rpt".
01 CertMode PIC X VALUE "N".
01 CertHeading.
       02 FILLER PIC X(36) VALUE "Personal-Data Erasure Certificate   ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 CertCustLine.
       02 FILLER PIC X(14) VALUE "Customer ID : ".
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X(16) VALUE "    Erased by : ".
       02 PrnOperID PIC X(6).
01 CertHeads PIC X(70) VALUE
       "File                 Records  Treatment".
01 CertLine.
       02 PrnFile PIC X(18).
       02 PrnCount PIC Z,ZZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnTreatment PIC X(40).
01 CertNote1 PIC X(70) VALUE
       "Name, address, phone, email and birth date replaced by *ERASED*.".
01 CertNote2 PIC X(70) VALUE
       "Customer ID, balances, transactions and journals are kept.".
01 ReportFooting PIC X(20) VALUE "END OF CERTIFICATE".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       DISPLAY " ".
       DISPLAY "Erasing a customer's personal data is a supervisor action.".
       DISPLAY "Supervisor operator ID : " WITH NO ADVANCING.
       ACCEPT EnteredOperID.
       DISPLAY "Supervisor PIN : " WITH NO ADVANCING.
       ACCEPT EnteredPIN.
       PERFORM CheckSupervisor.
       IF AuthOK NOT = "Y"
           DISPLAY "Not an authorized supervisor - closing."
           STOP RUN
       END-IF.
       MOVE EnteredOperID TO SignedOnOper.

       OPEN I-O CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       OPEN I-O ArchiveFile.

       DISPLAY "Customer ID to erase : " WITH NO ADVANCING.
       ACCEPT EntryID.
       CALL "VALIDID" USING EntryID, IDValid.
       IF IDValid = "N"
           DISPLAY "Customer ID must be 6 digits and not all zeros."
           CLOSE CustomerFile, ArchiveFile
           STOP RUN
       END-IF.
       MOVE EntryID TO EraseID.

       PERFORM FindCustomer.
       IF EraseOK = "Y"
           PERFORM CheckOpenItems
       END-IF.
       IF EraseOK = "N"
           CLOSE CustomerFile, ArchiveFile
           DISPLAY "Nothing erased."
           STOP RUN
       END-IF.

       DISPLAY "Erase the personal data of " SaveNameLine.
       DISPLAY "from every file? This cannot be undone. (Y/N) : "
           WITH NO ADVANCING.
       ACCEPT ConfirmChoice.
       IF ConfirmChoice NOT = "Y" AND ConfirmChoice NOT = "y"
           CLOSE CustomerFile, ArchiveFile
           DISPLAY "Nothing erased."
           STOP RUN
       END-IF.

       PERFORM EraseMaster.
       CLOSE CustomerFile, ArchiveFile.
       PERFORM EraseAddresses.
       PERFORM EraseAcctSent.
       PERFORM ErasePOShipTo.
       PERFORM EraseHistory.
       PERFORM EraseImages.
       MOVE "audit.txt" TO AuditName.
       PERFORM EraseAuditFile.
       MOVE ChangedCount TO AuditCount.
       PERFORM EraseAuditArchives.
       PERFORM EraseNotes.
       PERFORM EraseNotifyQueue.
       MOVE "DunLetters.txt" TO LetterName.
       PERFORM EraseLetterFile.
       MOVE ChangedCount TO DunLetterCount.
       MOVE "BdayLetters.txt" TO LetterName.
       PERFORM EraseLetterFile.
       MOVE ChangedCount TO BdayLetterCount.
       PERFORM CountIdOnlyLogs.
       PERFORM WriteEraseRecord.
       PERFORM PrintCertificate.

       DISPLAY "Customer " EraseID " erased - certificate in " CertName.
       STOP RUN.

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

*> The customer is on customer.txt or, once purged, on custarch.txt.
*> Only a closed account that owes nothing and is owed nothing can
*> be erased.
FindCustomer.
       MOVE "Y" TO EraseOK.
       MOVE "C" TO FoundIn.
       MOVE EraseID TO CustID.
       READ CustomerFile
           INVALID KEY MOVE "A" TO FoundIn
       END-READ.
       IF CustFileStatus = "51"
           DISPLAY "Record in use by another operator - try again."
           MOVE "N" TO EraseOK
       END-IF.
       IF EraseOK = "Y" AND FoundIn = "A"
           MOVE EraseID TO ArcCustID
           READ ArchiveFile
               INVALID KEY MOVE SPACE TO FoundIn
           END-READ
           IF FoundIn = "A"
               MOVE ArcCustomerData TO CustomerData
           END-IF
       END-IF.
       IF EraseOK = "Y"
           EVALUATE TRUE
               WHEN FoundIn = SPACE
                   DISPLAY "Customer " EraseID " is not on customer.txt"
                       " or custarch.txt."
                   MOVE "N" TO EraseOK
               WHEN CustLName = EraseMark
                   DISPLAY "Customer " EraseID " has already been erased."
                   MOVE "N" TO EraseOK
               WHEN CustActive
                   DISPLAY "Customer " EraseID " is still active -"
                       " deactivate the account first."
                   MOVE "N" TO EraseOK
               WHEN CustBalance > 0
                   DISPLAY "Customer " EraseID " still owes a balance."
                   MOVE "N" TO EraseOK
               WHEN CustCreditBal > 0
                   DISPLAY "Customer " EraseID " still has a credit"
                       " balance to refund."
                   MOVE "N" TO EraseOK
           END-EVALUATE
       END-IF.
       IF EraseOK = "Y"
           MOVE SPACES TO SaveNameLine
           MOVE 1 TO NamePtr
           STRING CustFName DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CustLName DELIMITED BY SPACE
                  INTO SaveNameLine
                  WITH POINTER NamePtr
           END-STRING
           MOVE CustAddress TO SaveAddress
           MOVE SPACES TO SaveCityLine
           IF CustCity NOT = SPACES OR CustState NOT = SPACES
                   OR CustZip NOT = SPACES
               STRING CustCity DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      CustState DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CustZip DELIMITED BY SPACE
                      INTO SaveCityLine
               END-STRING
           END-IF
       END-IF.

*> openitem.txt has no customer key, so the whole file is walked.
CheckOpenItems.
       MOVE 0 TO OpenItemCount.
       MOVE "N" TO FileEOF.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus NOT = "00" AND OpenItemStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       PERFORM CheckOneOpenItem UNTIL FileEOF = "Y".
       CLOSE OpenItemFile.
       IF OpenItemCount > 0
           DISPLAY "Customer " EraseID " has " OpenItemCount
               " open item(s) on openitem.txt."
           MOVE "N" TO EraseOK
       END-IF.

CheckOneOpenItem.
       READ OpenItemFile NEXT RECORD
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N" AND OiCustID = EraseID
               AND (OiOpen OR OiPartPaid)
           ADD 1 TO OpenItemCount
       END-IF.

*> The master record itself, wherever it is - and its twin on
*> custarch.txt if a reinstated customer left one behind.
EraseMaster.
       IF FoundIn = "C"
           MOVE EraseMark TO CustFName CustLName CustAddress CustPhone
               CustEmail CustCity CustZip
           MOVE 0 TO CustBirthDate
           REWRITE CustomerData
               INVALID KEY DISPLAY "customer.txt not updated"
               NOT INVALID KEY ADD 1 TO MasterCount
           END-REWRITE
       END-IF.
       MOVE EraseID TO ArcCustID.
       READ ArchiveFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE EraseMark TO ArcCustFName ArcCustLName ArcCustAddress
                   ArcCustPhone ArcCustEmail ArcCustCity ArcCustZip
               MOVE 0 TO ArcCustBirthDate
               REWRITE ArcCustomerData
                   INVALID KEY DISPLAY "custarch.txt not updated"
                   NOT INVALID KEY ADD 1 TO ArchiveCount
               END-REWRITE
               IF FoundIn = "A"
                   MOVE ArcCustomerData TO CustomerData
               END-IF
       END-READ.

EraseAddresses.
       OPEN I-O AddressFile.
       IF AddrFileStatus = "00" OR AddrFileStatus = "05"
           MOVE "N" TO FileEOF
           MOVE EraseID TO AddrCustID
           MOVE 0 TO AddrSeq
           START AddressFile KEY IS GREATER THAN OR EQUAL TO AddrKey
               INVALID KEY MOVE "Y" TO FileEOF
           END-START
           PERFORM EraseOneAddress UNTIL FileEOF = "Y"
       END-IF.
       CLOSE AddressFile.

EraseOneAddress.
       READ AddressFile NEXT RECORD
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           IF AddrCustID NOT = EraseID
               MOVE "Y" TO FileEOF
           ELSE
               MOVE EraseMark TO AddrLine AddrCity AddrZip
               REWRITE AddressData
                   INVALID KEY DISPLAY "custaddr.txt line " AddrSeq
                       " not updated"
                   NOT INVALID KEY ADD 1 TO AddrCount
               END-REWRITE
           END-IF
       END-IF.

*> acctsent.txt holds one record per customer, so only theirs is
*> read and the email in its signature marked - the same marker
*> the master now carries, so acctfeed's signature still matches
*> and nothing is sent for the account on the strength of it.
EraseAcctSent.
       OPEN I-O AcctSentFile.
       IF AcctSentStatus = "00" OR AcctSentStatus = "05"
           MOVE EraseID TO AsCustID
           READ AcctSentFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE EraseMark TO AsSigEmail
                   REWRITE AcctSentData
                       INVALID KEY DISPLAY "acctsent.txt not updated"
                       NOT INVALID KEY ADD 1 TO AcctSentCount
                   END-REWRITE
           END-READ
       END-IF.
       CLOSE AcctSentFile.

*> po.txt has no customer key, so the whole file is walked for the
*> drop-ship POs raised for the customer and the ship-to line each
*> one prints as its delivery address is marked.
ErasePOShipTo.
       OPEN I-O POFile.
       IF POFileStatus = "00" OR POFileStatus = "05"
           MOVE "N" TO FileEOF
           PERFORM EraseOnePOShipTo UNTIL FileEOF = "Y"
       END-IF.
       CLOSE POFile.

EraseOnePOShipTo.
       READ POFile NEXT RECORD
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N" AND PODropCustID = EraseID
               AND PODropShipTo NOT = SPACES
           MOVE EraseMark TO PODropShipTo PODropCity PODropZip
           REWRITE POHeaderData
               INVALID KEY DISPLAY "po.txt PO " PONumber
                   " not updated"
               NOT INVALID KEY ADD 1 TO POShipToCount
           END-REWRITE
       END-IF.

*> Each line-sequential file is copied to erase.tmp with the
*> customer's lines marked, then copied back over itself - only
*> when something was marked, so an untouched file is left alone.
EraseHistory.
       MOVE 0 TO ChangedCount HoldCount.
       MOVE "N" TO FileEOF.
       OPEN INPUT HistoryFile.
       IF HistFileStatus NOT = "00" AND HistFileStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       OPEN OUTPUT HoldFile.
       PERFORM HoldOneHistory UNTIL FileEOF = "Y".
       CLOSE HistoryFile, HoldFile.
       IF ChangedCount > 0
           OPEN INPUT HoldFile
           OPEN OUTPUT HistoryFile
           MOVE "N" TO FileEOF
           PERFORM RestoreOneHistory UNTIL FileEOF = "Y"
           CLOSE HoldFile, HistoryFile
       END-IF.
       MOVE ChangedCount TO HistCount.

HoldOneHistory.
       READ HistoryFile
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           IF HistCustID = EraseID
               MOVE EraseMark TO HistFName HistLName HistAddress
                   HistPhone HistEmail
               MOVE 0 TO HistBirthDate
               ADD 1 TO ChangedCount
           END-IF
           MOVE HistoryRecord TO HoldLine
           WRITE HoldLine
           ADD 1 TO HoldCount
       END-IF.

RestoreOneHistory.
       READ HoldFile
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           MOVE HoldLine TO HistoryRecord
           WRITE HistoryRecord
       END-IF.

EraseImages.
       MOVE 0 TO ChangedCount HoldCount.
       MOVE "N" TO FileEOF.
       OPEN INPUT AfterImageFile.
       IF AiFileStatus NOT = "00" AND AiFileStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       OPEN OUTPUT HoldFile.
       PERFORM HoldOneImage UNTIL FileEOF = "Y".
       CLOSE AfterImageFile, HoldFile.
       IF ChangedCount > 0
           OPEN INPUT HoldFile
           OPEN OUTPUT AfterImageFile
           MOVE "N" TO FileEOF
           PERFORM RestoreOneImage UNTIL FileEOF = "Y"
           CLOSE HoldFile, AfterImageFile
       END-IF.
       MOVE ChangedCount TO ImageCount.

HoldOneImage.
       READ AfterImageFile
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           MOVE AiImage TO ImageView
           IF ImgCustID = EraseID
               MOVE EraseMark TO ImgFName ImgLName ImgAddress ImgPhone
                   ImgEmail ImgCity ImgZip
               MOVE 0 TO ImgBirthDate
               MOVE ImageView TO AiImage
               ADD 1 TO ChangedCount
           END-IF
           MOVE AfterImageRecord TO HoldLine
           WRITE HoldLine
           ADD 1 TO HoldCount
       END-IF.

RestoreOneImage.
       READ HoldFile
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           MOVE HoldLine TO AfterImageRecord
           WRITE AfterImageRecord
       END-IF.

*> audit.txt and each monthly archive audarch has written share
*> the one layout; AuditName says which is being worked.
EraseAuditFile.
       MOVE 0 TO ChangedCount HoldCount.
       MOVE "N" TO FileEOF.
       OPEN INPUT AuditFile.
       IF AuditFileStatus NOT = "00" AND AuditFileStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       OPEN OUTPUT HoldFile.
       PERFORM HoldOneAudit UNTIL FileEOF = "Y".
       CLOSE AuditFile, HoldFile.
       IF ChangedCount > 0
           OPEN INPUT HoldFile
           OPEN OUTPUT AuditFile
           MOVE "N" TO FileEOF
           PERFORM RestoreOneAudit UNTIL FileEOF = "Y"
           CLOSE HoldFile, AuditFile
       END-IF.

HoldOneAudit.
       READ AuditFile
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           IF AuditCustID = EraseID
               MOVE EraseMark TO AuditOldFName AuditOldLName
                   AuditNewFName AuditNewLName
               ADD 1 TO ChangedCount
           END-IF
           MOVE AuditRecord TO HoldLine
           WRITE HoldLine
           ADD 1 TO HoldCount
       END-IF.

RestoreOneAudit.
       READ HoldFile
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           MOVE HoldLine TO AuditRecord
           WRITE AuditRecord
       END-IF.

EraseAuditArchives.
       MOVE "N" TO IndexEOF.
       OPEN INPUT ArchIndexFile.
       IF ArchIndexStatus NOT = "00" AND ArchIndexStatus NOT = "05"
           MOVE "Y" TO IndexEOF
       END-IF.
       PERFORM EraseOneArchive UNTIL IndexEOF = "Y".
       CLOSE ArchIndexFile.

EraseOneArchive.
       READ ArchIndexFile
           AT END MOVE "Y" TO IndexEOF
       END-READ.
       IF IndexEOF = "N" AND ArchIndexName NOT = SPACES
           MOVE ArchIndexName TO AuditName
           PERFORM EraseAuditFile
           ADD ChangedCount TO ArchAuditCount
           ADD 1 TO ArchFilesCount
       END-IF.

EraseNotes.
       MOVE 0 TO ChangedCount HoldCount.
       MOVE "N" TO FileEOF.
       OPEN INPUT NotesFile.
       IF NotesFileStatus NOT = "00" AND NotesFileStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       OPEN OUTPUT HoldFile.
       PERFORM HoldOneNote UNTIL FileEOF = "Y".
       CLOSE NotesFile, HoldFile.
       IF ChangedCount > 0
           OPEN INPUT HoldFile
           OPEN OUTPUT NotesFile
           MOVE "N" TO FileEOF
           PERFORM RestoreOneNote UNTIL FileEOF = "Y"
           CLOSE HoldFile, NotesFile
       END-IF.
       MOVE ChangedCount TO NoteCount.

HoldOneNote.
       READ NotesFile
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           IF NoteCustID = EraseID
               MOVE EraseMark TO NoteText
               ADD 1 TO ChangedCount
           END-IF
           MOVE NoteRecord TO HoldLine
           WRITE HoldLine
           ADD 1 TO HoldCount
       END-IF.

RestoreOneNote.
       READ HoldFile
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           MOVE HoldLine TO NoteRecord
           WRITE NoteRecord
       END-IF.

*> Every notification queued or suppressed for the customer keeps
*> its event, reference and amount; the address it went to is
*> marked.
EraseNotifyQueue.
       MOVE 0 TO ChangedCount HoldCount.
       MOVE "N" TO FileEOF.
       OPEN INPUT NotifyQueueFile.
       IF NotifyQueueStatus NOT = "00" AND NotifyQueueStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       OPEN OUTPUT HoldFile.
       PERFORM HoldOneNotify UNTIL FileEOF = "Y".
       CLOSE NotifyQueueFile, HoldFile.
       IF ChangedCount > 0
           OPEN INPUT HoldFile
           OPEN OUTPUT NotifyQueueFile
           MOVE "N" TO FileEOF
           PERFORM RestoreOneNotify UNTIL FileEOF = "Y"
           CLOSE HoldFile, NotifyQueueFile
       END-IF.
       MOVE ChangedCount TO NotifyCount.

HoldOneNotify.
       READ NotifyQueueFile
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           IF NqCustID = EraseID AND NqAddress NOT = SPACES
               MOVE EraseMark TO NqAddress
               ADD 1 TO ChangedCount
           END-IF
           MOVE NotifyRecord TO HoldLine
           WRITE HoldLine
           ADD 1 TO HoldCount
       END-IF.

RestoreOneNotify.
       READ HoldFile
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           MOVE HoldLine TO NotifyRecord
           WRITE NotifyRecord
       END-IF.

*> The letters carry no customer ID: a line that is the customer's
*> name is marked, and so is the address line straight after it and
*> the city, state and ZIP line after that.
EraseLetterFile.
       MOVE 0 TO ChangedCount HoldCount.
       MOVE "N" TO PrevWasName.
       MOVE "N" TO FileEOF.
       OPEN INPUT LetterFile.
       IF LetterFileStatus NOT = "00" AND LetterFileStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       OPEN OUTPUT HoldFile.
       PERFORM HoldOneLetterLine UNTIL FileEOF = "Y".
       CLOSE LetterFile, HoldFile.
       IF ChangedCount > 0
           OPEN INPUT HoldFile
           OPEN OUTPUT LetterFile
           MOVE "N" TO FileEOF
           PERFORM RestoreOneLetterLine UNTIL FileEOF = "Y"
           CLOSE HoldFile, LetterFile
       END-IF.

HoldOneLetterLine.
       READ LetterFile
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           EVALUATE TRUE
               WHEN LetterLine = SaveNameLine
                   MOVE EraseMark TO LetterLine
                   ADD 1 TO ChangedCount
                   MOVE "Y" TO PrevWasName
               WHEN PrevWasName = "Y" AND LetterLine = SaveAddress
                   MOVE EraseMark TO LetterLine
                   ADD 1 TO ChangedCount
                   MOVE "A" TO PrevWasName
               WHEN PrevWasName = "A" AND SaveCityLine NOT = SPACES
                       AND LetterLine = SaveCityLine
                   MOVE EraseMark TO LetterLine
                   ADD 1 TO ChangedCount
                   MOVE "N" TO PrevWasName
               WHEN OTHER
                   MOVE "N" TO PrevWasName
           END-EVALUATE
           MOVE LetterLine TO HoldLine
           WRITE HoldLine
           ADD 1 TO HoldCount
       END-IF.

RestoreOneLetterLine.
       READ HoldFile
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           MOVE HoldLine TO LetterLine
           WRITE LetterLine
       END-IF.

*> bdaylog.txt and dunlog.txt hold nothing but the ID, the date and
*> a code or level - counted for the certificate, not changed.
CountIdOnlyLogs.
       MOVE "N" TO FileEOF.
       OPEN INPUT BdayLogFile.
       IF BdayLogStatus NOT = "00" AND BdayLogStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       PERFORM CountOneBdayLog UNTIL FileEOF = "Y".
       CLOSE BdayLogFile.
       MOVE "N" TO FileEOF.
       OPEN INPUT DunLogFile.
       IF DunLogStatus NOT = "00" AND DunLogStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       PERFORM CountOneDunLog UNTIL FileEOF = "Y".
       CLOSE DunLogFile.

CountOneBdayLog.
       READ BdayLogFile
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N" AND BlgCustID = EraseID
           ADD 1 TO BdayLogCount
       END-IF.

CountOneDunLog.
       READ DunLogFile
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N" AND DunLogCustID = EraseID
           ADD 1 TO DunLogCount
       END-IF.

*> That the erasure happened and who made it - the marker in the
*> name slots, nothing of what was there. The after-image keeps
*> custfwd's roll-forward from bringing the old record back.
WriteEraseRecord.
       MOVE "audit.txt" TO AuditName.
       OPEN EXTEND AuditFile.
       MOVE SPACES TO AuditRecord.
       ACCEPT AuditDate FROM DATE YYYYMMDD.
       ACCEPT AuditTime FROM TIME.
       MOVE "ERASE" TO AuditOp.
       MOVE EraseID TO AuditCustID.
       MOVE EraseMark TO AuditOldFName AuditOldLName AuditNewFName
           AuditNewLName.
       MOVE SignedOnOper TO AuditOperID.
       WRITE AuditRecord.
       CLOSE AuditFile.
       IF MasterCount > 0
           OPEN EXTEND AfterImageFile
           MOVE SPACES TO AfterImageRecord
           ACCEPT AiDate FROM DATE YYYYMMDD
           ACCEPT AiTime FROM TIME
           MOVE "CUSTANON" TO AiProgram
           MOVE CustomerData TO AiImage
           WRITE AfterImageRecord
           CLOSE AfterImageFile
       END-IF.

PrintCertificate.
       CALL "RPTFILE" USING CertBase, CertSuffix, CertMode, CertName.
       OPEN OUTPUT CertReport.
       MOVE RunDate TO PrnRunDate.
       WRITE PrintLine FROM CertHeading AFTER ADVANCING PAGE.
       MOVE EraseID TO PrnCustID.
       MOVE SignedOnOper TO PrnOperID.
       WRITE PrintLine FROM CertCustLine AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM CertHeads AFTER ADVANCING 2 LINES.
       MOVE "Marked *ERASED*" TO PrnTreatment.
       MOVE "customer.txt" TO PrnFile.
       MOVE MasterCount TO PrnCount.
       WRITE PrintLine FROM CertLine AFTER ADVANCING 1 LINE.
       MOVE "custarch.txt" TO PrnFile.
       MOVE ArchiveCount TO PrnCount.
       WRITE PrintLine FROM CertLine AFTER ADVANCING 1 LINE.
       MOVE "custaddr.txt" TO PrnFile.
       MOVE AddrCount TO PrnCount.
       WRITE PrintLine FROM CertLine AFTER ADVANCING 1 LINE.
       MOVE "acctsent.txt" TO PrnFile.
       MOVE AcctSentCount TO PrnCount.
       WRITE PrintLine FROM CertLine AFTER ADVANCING 1 LINE.
       MOVE "po.txt ship-to" TO PrnFile.
       MOVE POShipToCount TO PrnCount.
       WRITE PrintLine FROM CertLine AFTER ADVANCING 1 LINE.
       MOVE "custhist.txt" TO PrnFile.
       MOVE HistCount TO PrnCount.
       WRITE PrintLine FROM CertLine AFTER ADVANCING 1 LINE.
       MOVE "custlog.txt" TO PrnFile.
       MOVE ImageCount TO PrnCount.
       WRITE PrintLine FROM CertLine AFTER ADVANCING 1 LINE.
       MOVE "audit.txt" TO PrnFile.
       MOVE AuditCount TO PrnCount.
       WRITE PrintLine FROM CertLine AFTER ADVANCING 1 LINE.
       MOVE "audit archives" TO PrnFile.
       MOVE ArchAuditCount TO PrnCount.
       WRITE PrintLine FROM CertLine AFTER ADVANCING 1 LINE.
       MOVE "custnotes.txt" TO PrnFile.
       MOVE NoteCount TO PrnCount.
       WRITE PrintLine FROM CertLine AFTER ADVANCING 1 LINE.
       MOVE "notifyq.txt" TO PrnFile.
       MOVE NotifyCount TO PrnCount.
       WRITE PrintLine FROM CertLine AFTER ADVANCING 1 LINE.
       MOVE "DunLetters.txt" TO PrnFile.
       MOVE DunLetterCount TO PrnCount.
       WRITE PrintLine FROM CertLine AFTER ADVANCING 1 LINE.
       MOVE "BdayLetters.txt" TO PrnFile.
       MOVE BdayLetterCount TO PrnCount.
       WRITE PrintLine FROM CertLine AFTER ADVANCING 1 LINE.
       MOVE "ID only - kept as is" TO PrnTreatment.
       MOVE "bdaylog.txt" TO PrnFile.
       MOVE BdayLogCount TO PrnCount.
       WRITE PrintLine FROM CertLine AFTER ADVANCING 1 LINE.
       MOVE "dunlog.txt" TO PrnFile.
       MOVE DunLogCount TO PrnCount.
       WRITE PrintLine FROM CertLine AFTER ADVANCING 1 LINE.
       WRITE PrintLine FROM CertNote1 AFTER ADVANCING 2 LINES.
       WRITE PrintLine FROM CertNote2 AFTER ADVANCING 1 LINE.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE CertReport.
