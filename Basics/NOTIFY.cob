       >>SOURCE FORMAT FREE
*> Shared outbound-notification writer in the GETEXMPT mould: the
*> programs whose events answer "has it shipped?", "did you get my
*> payment?" and "is my layaway ready?" call here with the customer
*> (ID, CustEmail and CustPhone as the caller holds them), the event
*> code and its key details, and the message goes on notifyq.txt for
*> the mail/SMS gateway. Nothing is queued unless the customer has
*> opted in on ntfpref.txt for the channel and the contact on file
*> passes the same VALIDCONT check the entry screens apply - an
*> opted-in email to a blank or broken address would only bounce.
*> One line goes on per channel that clears both tests; a channel
*> opted into but failing the contact test, or an event with no
*> channel opted into at all, is written suppressed with the reason
*> instead, so the daily ntfrpt shows why a customer who rang heard
*> nothing. The caller never waits on the result.
IDENTIFICATION DIVISION.
PROGRAM-ID. NOTIFY.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.September 1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL NotifyPrefFile ASSIGN TO "ntfpref.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NpCustID
           FILE STATUS IS NotifyPrefStatus.

       SELECT OPTIONAL NotifyQueueFile ASSIGN TO "notifyq.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD NotifyPrefFile.
       COPY "ntfpref.cpy".

FD NotifyQueueFile.
       COPY "ntfqrec.cpy".

WORKING-STORAGE SECTION.
01 NotifyPrefStatus PIC XX.
01 PrefFound PIC X.
01 EmailOK PIC X.
01 PhoneOK PIC X.
01 CheckEmail PIC X(30).
01 CheckPhone PIC X(15).
01 SendChannel PIC X(1).
01 SendAddress PIC X(30).
01 SendReason PIC X(30).

LINKAGE SECTION.
       01 LCustID PIC 9(6).
       01 LEmail PIC X(30).
       01 LPhone PIC X(15).
       01 LEvent PIC X(5).
       01 LRef PIC X(10).
       01 LAmount PIC 9(7)V99.
       01 LDetail PIC X(30).

PROCEDURE DIVISION USING LCustID, LEmail, LPhone, LEvent, LRef,
       LAmount, LDetail.
StartPara.
       MOVE "N" TO PrefFound.
       MOVE SPACES TO NotifyPrefData.
       OPEN INPUT NotifyPrefFile.
       IF NotifyPrefStatus = "00"
           MOVE LCustID TO NpCustID
           READ NotifyPrefFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO PrefFound
           END-READ
       END-IF.
       CLOSE NotifyPrefFile.

       MOVE LEmail TO CheckEmail.
       MOVE LPhone TO CheckPhone.
       CALL "VALIDCONT" USING CheckEmail, CheckPhone, EmailOK, PhoneOK.
       IF LEmail = SPACES
           MOVE "N" TO EmailOK
       END-IF.
       IF LPhone = SPACES
           MOVE "N" TO PhoneOK
       END-IF.

       OPEN EXTEND NotifyQueueFile.
       EVALUATE TRUE
           WHEN PrefFound = "N"
               MOVE SPACE TO SendChannel
               MOVE SPACES TO SendAddress
               MOVE "no consent on file" TO SendReason
               PERFORM WriteSuppressed
           WHEN NOT NpEmailYes AND NOT NpSmsYes
               MOVE SPACE TO SendChannel
               MOVE SPACES TO SendAddress
               MOVE "not opted in" TO SendReason
               PERFORM WriteSuppressed
           WHEN OTHER
               IF NpEmailYes
                   PERFORM QueueEmail
               END-IF
               IF NpSmsYes
                   PERFORM QueueSms
               END-IF
       END-EVALUATE.
       CLOSE NotifyQueueFile.
EXIT PROGRAM.

QueueEmail.
       MOVE "E" TO SendChannel.
       MOVE LEmail TO SendAddress.
       EVALUATE TRUE
           WHEN LEmail = SPACES
               MOVE "opted in, no email on file" TO SendReason
               PERFORM WriteSuppressed
           WHEN EmailOK = "N"
               MOVE "opted in, email not valid" TO SendReason
               PERFORM WriteSuppressed
           WHEN OTHER
               PERFORM WriteQueued
       END-EVALUATE.

QueueSms.
       MOVE "S" TO SendChannel.
       MOVE LPhone TO SendAddress.
       EVALUATE TRUE
           WHEN LPhone = SPACES
               MOVE "opted in, no phone on file" TO SendReason
               PERFORM WriteSuppressed
           WHEN PhoneOK = "N"
               MOVE "opted in, phone not valid" TO SendReason
               PERFORM WriteSuppressed
           WHEN OTHER
               PERFORM WriteQueued
       END-EVALUATE.

FillCommon.
       MOVE SPACES TO NotifyRecord.
       ACCEPT NqDate FROM DATE YYYYMMDD.
       ACCEPT NqTime FROM TIME.
       MOVE LCustID TO NqCustID.
       MOVE LEvent TO NqEvent.
       MOVE LRef TO NqRef.
       MOVE LAmount TO NqAmount.
       MOVE LDetail TO NqDetail.
       MOVE SendChannel TO NqChannel.
       MOVE SendAddress TO NqAddress.

WriteQueued.
       PERFORM FillCommon.
       MOVE "Q" TO NqState.
       WRITE NotifyRecord.

WriteSuppressed.
       PERFORM FillCommon.
       MOVE "S" TO NqState.
       MOVE SendReason TO NqReason.
       WRITE NotifyRecord.
