       >>SOURCE FORMAT FREE
*> Masked training and test copy of the customer-side files. New
*> clerks used to learn on the live customer.txt and changes to
*> custstmt or ordinv were tested against real customers; this run
*> builds a complete copy in a separate directory (training unless
*> another is keyed - never the live one) instead: customer.txt,
*> custaddr.txt, custnotes.txt, order.txt, ordlines.txt,
*> openitem.txt, custtran.txt, payjrnl.txt, adjjrnl.txt, custhist.txt,
*> custlog.txt and weborders.txt. Names, addresses, phones, emails
*> and note text are scrambled letter for letter and digit for digit
*> through one substitution table chosen afresh each run, so a value
*> scrambles the same way wherever it appears - the same customer
*> looks the same in every file, two records custdupfind would pair
*> still pair, and a weborders.txt email still finds its customer.
*> Case, spaces and punctuation are left alone, so an email still
*> looks like an email. City and ZIP scramble with the street; the
*> state is copied as it stands. A birth date keeps its year and
*> has its month and day moved by the same run's key, still a real
*> date.
*> Keys, IDs, statuses, amounts, balances and every other date are
*> copied exactly. Each run is recorded on runlog.txt as step
*> CUSTMASK with its start, end and return code.
IDENTIFICATION DIVISION.
PROGRAM-ID. custmask.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

       SELECT OutCustomerFile ASSIGN TO DYNAMIC TargetName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OutCustID
           ALTERNATE RECORD KEY IS OutCustLName WITH DUPLICATES
           FILE STATUS IS OutFileStatus.

       SELECT OPTIONAL AddressFile ASSIGN TO "custaddr.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AddrKey
           FILE STATUS IS InFileStatus.

       SELECT OutAddressFile ASSIGN TO DYNAMIC TargetName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OutAddrKey
           FILE STATUS IS OutFileStatus.

       SELECT OPTIONAL OrderFile ASSIGN TO "order.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OrderID
           FILE STATUS IS InFileStatus.

       SELECT OutOrderFile ASSIGN TO DYNAMIC TargetName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OutOrderID
           FILE STATUS IS OutFileStatus.

       SELECT OPTIONAL OrderLineFile ASSIGN TO "ordlines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OrderLineKey
           FILE STATUS IS InFileStatus.

       SELECT OutOrderLineFile ASSIGN TO DYNAMIC TargetName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OutOrderLineKey
           FILE STATUS IS OutFileStatus.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OiInvoiceNo
           FILE STATUS IS InFileStatus.

       SELECT OutOpenItemFile ASSIGN TO DYNAMIC TargetName
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OutOiInvoiceNo
           FILE STATUS IS OutFileStatus.

*> The line-sequential files all go through the one pair; the
*> names say which file is being copied.
       SELECT OPTIONAL LineInFile ASSIGN TO DYNAMIC SourceName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS InFileStatus.

       SELECT LineOutFile ASSIGN TO DYNAMIC TargetName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OutFileStatus.

       SELECT RunLogFile ASSIGN TO "runlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY "custrec.cpy".

FD OutCustomerFile.
       COPY "custrec.cpy" REPLACING CustomerData BY OutCustomerData,
           CustID BY OutCustID,
           CustFName BY OutCustFName,
           CustLName BY OutCustLName,
           CustAddress BY OutCustAddress,
           CustPhone BY OutCustPhone,
           CustEmail BY OutCustEmail,
           CustBirthDate BY OutCustBirthDate,
           CustCity BY OutCustCity,
           CustState BY OutCustState,
           CustZip BY OutCustZip.

FD AddressFile.
       COPY "addrrec.cpy".

FD OutAddressFile.
       COPY "addrrec.cpy" REPLACING AddressData BY OutAddressData,
           AddrKey BY OutAddrKey,
           AddrLine BY OutAddrLine,
           AddrCity BY OutAddrCity,
           AddrState BY OutAddrState,
           AddrZip BY OutAddrZip.

FD OrderFile.
       COPY "ordrec.cpy".

FD OutOrderFile.
       COPY "ordrec.cpy" REPLACING OrderData BY OutOrderData,
           OrderID BY OutOrderID.

FD OrderLineFile.
       COPY "ordlrec.cpy".

FD OutOrderLineFile.
       COPY "ordlrec.cpy" REPLACING OrderLineData BY OutOrderLineData,
           OrderLineKey BY OutOrderLineKey.

FD OpenItemFile.
       COPY "openitem.cpy".

FD OutOpenItemFile.
       COPY "openitem.cpy" REPLACING OpenItemData BY OutOpenItemData,
           OiInvoiceNo BY OutOiInvoiceNo.

FD LineInFile.
       01 LineInRecord PIC X(250).

FD LineOutFile.
       01 LineOutRecord PIC X(250).

FD RunLogFile.
       01 RunLogRecord.
              02 RLDate PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 RLStepName PIC X(16).
              02 FILLER PIC X VALUE SPACE.
              02 RLStartTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 RLEndTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 RLReturnCode PIC 9(2).

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
01 InFileStatus PIC XX.
01 OutFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 FileEOF PIC X.
01 RunDate PIC 9(8).
01 StartTime PIC X(8).
01 StartSecs PIC 99.
01 TimeDummy PIC 9(4).
01 TargetDir PIC X(20).
01 TargetName PIC X(40).
01 SourceName PIC X(20).
01 BaseFileName PIC X(20).
01 NamePtr PIC 99.
01 CopyCount PIC 9(7).
*> What the line being copied is: T copied as it stands, H a
*> custhist.txt snapshot, L a custlog.txt after-image, N a
*> custnotes.txt note, W a weborders.txt order.
01 LineKind PIC X.
*> The run's substitution table. Plain letters and digits go to the
*> same position of a cipher alphabet cut from a shuffled one at a
*> point taken from the clock, so no two runs scramble alike.
01 PlainChars PIC X(62) VALUE
       "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123456789".
01 MixUpper PIC X(52) VALUE
       "QWERTYUIOPASDFGHJKLZXCVBNMQWERTYUIOPASDFGHJKLZXCVBNM".
01 MixLower PIC X(52) VALUE
       "qwertyuiopasdfghjklzxcvbnmqwertyuiopasdfghjklzxcvbnm".
01 MixDigits PIC X(20) VALUE "73905128467390512846".
01 CipherChars PIC X(62).
01 MaskKey PIC 99.
01 DigitKey PIC 99.
01 BirthWork PIC 9(8).
01 BirthParts REDEFINES BirthWork.
       02 BirthYear PIC 9(4).
       02 BirthMonth PIC 99.
       02 BirthDay PIC 99.
01 BirthQuot PIC 9(4).
*> Record views for the line-sequential files that carry personal
*> data.
       COPY "histrec.cpy".
       COPY "noterec.cpy".
       COPY "aftimg.cpy".
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
01 WebOrderRecord.
       02 WebFName PIC X(15).
       02 WebLName PIC X(15).
       02 WebEmail PIC X(30).
       02 WebProdCode PIC X(5).
       02 WebSizeCode PIC X(2).
       02 WebQty PIC 9(4).
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       ACCEPT StartTime FROM TIME.
       MOVE RC-SUCCESS TO RETURN-CODE.

       DISPLAY "Directory for the training copy (blank = training) : "
           WITH NO ADVANCING.
       ACCEPT TargetDir.
       IF TargetDir = SPACES
           MOVE "training" TO TargetDir
       END-IF.
       IF TargetDir = "." OR TargetDir = "./"
           DISPLAY "The training copy cannot go over the live files."
           MOVE RC-ERROR TO RETURN-CODE
           PERFORM WriteRunLog
           GOBACK
       END-IF.

       OPEN INPUT CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           PERFORM WriteRunLog
           GOBACK
       END-IF.

       CALL "CBL_CREATE_DIR" USING TargetDir.
       PERFORM BuildCipher.

       MOVE "customer.txt" TO BaseFileName.
       PERFORM BuildTargetName.
       OPEN OUTPUT OutCustomerFile.
       IF OutFileStatus NOT = "00"
           DISPLAY "Cannot write " TargetName " - status " OutFileStatus
           CLOSE CustomerFile
           MOVE RC-SEVERE TO RETURN-CODE
           PERFORM WriteRunLog
           GOBACK
       END-IF.
       MOVE 0 TO CopyCount.
       MOVE "N" TO FileEOF.
       PERFORM CopyOneCustomer UNTIL FileEOF = "Y".
       CLOSE CustomerFile, OutCustomerFile.
       PERFORM ShowCopyCount.

       PERFORM CopyAddresses.
       PERFORM CopyOrders.
       PERFORM CopyOrderLines.
       PERFORM CopyOpenItems.

       MOVE "custnotes.txt" TO BaseFileName.
       MOVE "N" TO LineKind.
       PERFORM CopyLineFile.
       MOVE "custtran.txt" TO BaseFileName.
       MOVE "T" TO LineKind.
       PERFORM CopyLineFile.
       MOVE "payjrnl.txt" TO BaseFileName.
       PERFORM CopyLineFile.
       MOVE "adjjrnl.txt" TO BaseFileName.
       PERFORM CopyLineFile.
       MOVE "custhist.txt" TO BaseFileName.
       MOVE "H" TO LineKind.
       PERFORM CopyLineFile.
       MOVE "custlog.txt" TO BaseFileName.
       MOVE "L" TO LineKind.
       PERFORM CopyLineFile.
       MOVE "weborders.txt" TO BaseFileName.
       MOVE "W" TO LineKind.
       PERFORM CopyLineFile.

       DISPLAY "Masked training copy written to " TargetDir.
       PERFORM WriteRunLog.
       GOBACK.

*> The cut point comes from the seconds on the clock at start-up.
BuildCipher.
       MOVE StartTime(5:2) TO StartSecs.
       DIVIDE StartSecs BY 25 GIVING TimeDummy REMAINDER MaskKey.
       ADD 1 TO MaskKey.
       DIVIDE StartSecs BY 10 GIVING TimeDummy REMAINDER DigitKey.
       ADD 1 TO DigitKey.
       MOVE MixUpper(MaskKey:26) TO CipherChars(1:26).
       MOVE MixLower(MaskKey:26) TO CipherChars(27:26).
       MOVE MixDigits(DigitKey:10) TO CipherChars(53:10).

BuildTargetName.
       MOVE SPACES TO TargetName.
       MOVE 1 TO NamePtr.
       STRING TargetDir DELIMITED BY SPACE
              "/" DELIMITED BY SIZE
              BaseFileName DELIMITED BY SPACE
              INTO TargetName
              WITH POINTER NamePtr
       END-STRING.

ShowCopyCount.
       DISPLAY BaseFileName " : " CopyCount " records".

*> Same year; month and day moved by the key and folded back into
*> 1-12 and 1-28, so the same birthday always lands on the same
*> made-up one.
MaskBirthDate.
       IF BirthWork NUMERIC AND BirthWork > 0
           ADD MaskKey TO BirthMonth
           DIVIDE BirthMonth BY 12 GIVING BirthQuot REMAINDER BirthMonth
           ADD 1 TO BirthMonth
           ADD MaskKey TO BirthDay
           DIVIDE BirthDay BY 28 GIVING BirthQuot REMAINDER BirthDay
           ADD 1 TO BirthDay
       END-IF.

CopyOneCustomer.
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           MOVE CustomerData TO OutCustomerData
           INSPECT OutCustFName CONVERTING PlainChars TO CipherChars
           INSPECT OutCustLName CONVERTING PlainChars TO CipherChars
           INSPECT OutCustAddress CONVERTING PlainChars TO CipherChars
           INSPECT OutCustCity CONVERTING PlainChars TO CipherChars
           INSPECT OutCustZip CONVERTING PlainChars TO CipherChars
           INSPECT OutCustPhone CONVERTING PlainChars TO CipherChars
           INSPECT OutCustEmail CONVERTING PlainChars TO CipherChars
           MOVE OutCustBirthDate TO BirthWork
           PERFORM MaskBirthDate
           MOVE BirthWork TO OutCustBirthDate
           WRITE OutCustomerData
               INVALID KEY DISPLAY "Customer " CustID " not copied"
               NOT INVALID KEY ADD 1 TO CopyCount
           END-WRITE
       END-IF.

CopyAddresses.
       MOVE "custaddr.txt" TO BaseFileName.
       PERFORM BuildTargetName.
       MOVE 0 TO CopyCount.
       MOVE "N" TO FileEOF.
       OPEN INPUT AddressFile.
       IF InFileStatus NOT = "00" AND InFileStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       OPEN OUTPUT OutAddressFile.
       PERFORM CopyOneAddress UNTIL FileEOF = "Y".
       CLOSE AddressFile, OutAddressFile.
       PERFORM ShowCopyCount.

CopyOneAddress.
       READ AddressFile NEXT RECORD
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           MOVE AddressData TO OutAddressData
           INSPECT OutAddrLine CONVERTING PlainChars TO CipherChars
           INSPECT OutAddrCity CONVERTING PlainChars TO CipherChars
           INSPECT OutAddrZip CONVERTING PlainChars TO CipherChars
           WRITE OutAddressData
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO CopyCount
           END-WRITE
       END-IF.

CopyOrders.
       MOVE "order.txt" TO BaseFileName.
       PERFORM BuildTargetName.
       MOVE 0 TO CopyCount.
       MOVE "N" TO FileEOF.
       OPEN INPUT OrderFile.
       IF InFileStatus NOT = "00" AND InFileStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       OPEN OUTPUT OutOrderFile.
       PERFORM CopyOneOrder UNTIL FileEOF = "Y".
       CLOSE OrderFile, OutOrderFile.
       PERFORM ShowCopyCount.

CopyOneOrder.
       READ OrderFile NEXT RECORD
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           MOVE OrderData TO OutOrderData
           WRITE OutOrderData
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO CopyCount
           END-WRITE
       END-IF.

CopyOrderLines.
       MOVE "ordlines.txt" TO BaseFileName.
       PERFORM BuildTargetName.
       MOVE 0 TO CopyCount.
       MOVE "N" TO FileEOF.
       OPEN INPUT OrderLineFile.
       IF InFileStatus NOT = "00" AND InFileStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       OPEN OUTPUT OutOrderLineFile.
       PERFORM CopyOneOrderLine UNTIL FileEOF = "Y".
       CLOSE OrderLineFile, OutOrderLineFile.
       PERFORM ShowCopyCount.

CopyOneOrderLine.
       READ OrderLineFile NEXT RECORD
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           MOVE OrderLineData TO OutOrderLineData
           WRITE OutOrderLineData
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO CopyCount
           END-WRITE
       END-IF.

CopyOpenItems.
       MOVE "openitem.txt" TO BaseFileName.
       PERFORM BuildTargetName.
       MOVE 0 TO CopyCount.
       MOVE "N" TO FileEOF.
       OPEN INPUT OpenItemFile.
       IF InFileStatus NOT = "00" AND InFileStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       OPEN OUTPUT OutOpenItemFile.
       PERFORM CopyOneOpenItem UNTIL FileEOF = "Y".
       CLOSE OpenItemFile, OutOpenItemFile.
       PERFORM ShowCopyCount.

CopyOneOpenItem.
       READ OpenItemFile NEXT RECORD
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           MOVE OpenItemData TO OutOpenItemData
           WRITE OutOpenItemData
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO CopyCount
           END-WRITE
       END-IF.

CopyLineFile.
       MOVE BaseFileName TO SourceName.
       PERFORM BuildTargetName.
       MOVE 0 TO CopyCount.
       MOVE "N" TO FileEOF.
       OPEN INPUT LineInFile.
       IF InFileStatus NOT = "00" AND InFileStatus NOT = "05"
           MOVE "Y" TO FileEOF
       END-IF.
       OPEN OUTPUT LineOutFile.
       PERFORM CopyOneLine UNTIL FileEOF = "Y".
       CLOSE LineInFile, LineOutFile.
       PERFORM ShowCopyCount.

CopyOneLine.
       READ LineInFile
           AT END MOVE "Y" TO FileEOF
       END-READ.
       IF FileEOF = "N"
           MOVE LineInRecord TO LineOutRecord
           EVALUATE LineKind
               WHEN "H" PERFORM MaskHistoryLine
               WHEN "L" PERFORM MaskImageLine
               WHEN "N" PERFORM MaskNoteLine
               WHEN "W" PERFORM MaskWebOrderLine
           END-EVALUATE
           WRITE LineOutRecord
           ADD 1 TO CopyCount
       END-IF.

MaskHistoryLine.
       MOVE LineInRecord TO HistoryRecord.
       INSPECT HistFName CONVERTING PlainChars TO CipherChars.
       INSPECT HistLName CONVERTING PlainChars TO CipherChars.
       INSPECT HistAddress CONVERTING PlainChars TO CipherChars.
       INSPECT HistPhone CONVERTING PlainChars TO CipherChars.
       INSPECT HistEmail CONVERTING PlainChars TO CipherChars.
       MOVE HistBirthDate TO BirthWork.
       PERFORM MaskBirthDate.
       MOVE BirthWork TO HistBirthDate.
       MOVE HistoryRecord TO LineOutRecord.

MaskImageLine.
       MOVE LineInRecord TO AfterImageRecord.
       MOVE AiImage TO ImageView.
       INSPECT ImgFName CONVERTING PlainChars TO CipherChars.
       INSPECT ImgLName CONVERTING PlainChars TO CipherChars.
       INSPECT ImgAddress CONVERTING PlainChars TO CipherChars.
       INSPECT ImgCity CONVERTING PlainChars TO CipherChars.
       INSPECT ImgZip CONVERTING PlainChars TO CipherChars.
       INSPECT ImgPhone CONVERTING PlainChars TO CipherChars.
       INSPECT ImgEmail CONVERTING PlainChars TO CipherChars.
       MOVE ImgBirthDate TO BirthWork.
       PERFORM MaskBirthDate.
       MOVE BirthWork TO ImgBirthDate.
       MOVE ImageView TO AiImage.
       MOVE AfterImageRecord TO LineOutRecord.

MaskNoteLine.
       MOVE LineInRecord TO NoteRecord.
       INSPECT NoteText CONVERTING PlainChars TO CipherChars.
       MOVE NoteRecord TO LineOutRecord.

MaskWebOrderLine.
       MOVE LineInRecord TO WebOrderRecord.
       INSPECT WebFName CONVERTING PlainChars TO CipherChars.
       INSPECT WebLName CONVERTING PlainChars TO CipherChars.
       INSPECT WebEmail CONVERTING PlainChars TO CipherChars.
       MOVE WebOrderRecord TO LineOutRecord.

WriteRunLog.
       OPEN EXTEND RunLogFile.
       MOVE SPACES TO RunLogRecord.
       MOVE RunDate TO RLDate.
       MOVE "CUSTMASK" TO RLStepName.
       MOVE StartTime TO RLStartTime.
       ACCEPT RLEndTime FROM TIME.
       MOVE RETURN-CODE TO RLReturnCode.
       WRITE RunLogRecord.
       CLOSE RunLogFile.
