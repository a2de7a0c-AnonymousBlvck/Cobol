       >>SOURCE FORMAT FREE
*> One-time conversion of customer.txt (and the custarch.txt purge
*> archive, when one exists) from the 151-byte layout ending at
*> CustStmtPref to the 157-byte layout: the record gains
*> CustTermsCode, left at spaces, which GETTERMS reads as the
*> standing NET30 until payterms codes are set up and a different
*> one is keyed through UPDCUST. Run once, by hand, after dropping
*> in the new programs and before any of them is used again - every
*> one of them now declares the longer record and would refuse the
*> old file - the same way custconv3 converted for CustCreditBal,
*> CustTaxJuris and CustStmtPref. Reads each file under the old
*> layout, writes customer.new / custarch.new under the new one, and
*> the .new files are renamed over the originals to finish.
IDENTIFICATION DIVISION.
PROGRAM-ID. custconv4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OldCustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldCustID
           ALTERNATE RECORD KEY IS OldCustLName WITH DUPLICATES
           FILE STATUS IS OldFileStatus.

       SELECT NewCustomerFile ASSIGN TO "customer.new"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NewCustID
           ALTERNATE RECORD KEY IS NewCustLName WITH DUPLICATES.

       SELECT OPTIONAL OldArchiveFile ASSIGN TO "custarch.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldArcCustID
           FILE STATUS IS OldArchStatus.

       SELECT NewArchiveFile ASSIGN TO "custarch.new"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NaCustID.

DATA DIVISION.
FILE SECTION.
FD OldCustomerFile.
       01 OldCustomerData.
              02 OldCustID PIC 9(6).
              02 OldCustFName PIC X(15).
              02 OldCustLName PIC X(15).
              02 OldCustAddress PIC X(30).
              02 OldCustPhone PIC X(15).
              02 OldCustEmail PIC X(30).
              02 OldCustStatus PIC X(1).
              02 OldCustBalance PIC 9(7)V99.
              02 OldCustBirthDate PIC 9(8).
              02 OldCustLocale PIC X(1).
              02 OldCustCreditLimit PIC 9(7)V99.
              02 OldCustCreditBal PIC 9(7)V99.
              02 OldCustTaxJuris PIC X(2).
              02 OldCustStmtPref PIC X(1).

FD NewCustomerFile.
       01 NewCustomerData.
              02 NewCustID PIC 9(6).
              02 NewCustFName PIC X(15).
              02 NewCustLName PIC X(15).
              02 NewCustAddress PIC X(30).
              02 NewCustPhone PIC X(15).
              02 NewCustEmail PIC X(30).
              02 NewCustStatus PIC X(1).
              02 NewCustBalance PIC 9(7)V99.
              02 NewCustBirthDate PIC 9(8).
              02 NewCustLocale PIC X(1).
              02 NewCustCreditLimit PIC 9(7)V99.
              02 NewCustCreditBal PIC 9(7)V99.
              02 NewCustTaxJuris PIC X(2).
              02 NewCustStmtPref PIC X(1).
              02 NewCustTermsCode PIC X(6).

FD OldArchiveFile.
       01 OldArchiveData.
              02 OldArcCustID PIC 9(6).
              02 OldArcFName PIC X(15).
              02 OldArcLName PIC X(15).
              02 OldArcAddress PIC X(30).
              02 OldArcPhone PIC X(15).
              02 OldArcEmail PIC X(30).
              02 OldArcStatus PIC X(1).
              02 OldArcBalance PIC 9(7)V99.
              02 OldArcBirthDate PIC 9(8).
              02 OldArcLocale PIC X(1).
              02 OldArcCreditLimit PIC 9(7)V99.
              02 OldArcCreditBal PIC 9(7)V99.
              02 OldArcTaxJuris PIC X(2).
              02 OldArcStmtPref PIC X(1).

FD NewArchiveFile.
       01 NewArchiveData.
              02 NaCustID PIC 9(6).
              02 NaCustFName PIC X(15).
              02 NaCustLName PIC X(15).
              02 NaCustAddress PIC X(30).
              02 NaCustPhone PIC X(15).
              02 NaCustEmail PIC X(30).
              02 NaCustStatus PIC X(1).
              02 NaCustBalance PIC 9(7)V99.
              02 NaCustBirthDate PIC 9(8).
              02 NaCustLocale PIC X(1).
              02 NaCustCreditLimit PIC 9(7)V99.
              02 NaCustCreditBal PIC 9(7)V99.
              02 NaCustTaxJuris PIC X(2).
              02 NaCustStmtPref PIC X(1).
              02 NaCustTermsCode PIC X(6).

WORKING-STORAGE SECTION.
01 OldFileStatus PIC XX.
01 OldArchStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ConvEOF PIC X.
01 RecsConverted PIC 9(7) VALUE ZERO.
01 ArchConverted PIC 9(7) VALUE ZERO.
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       MOVE "N" TO ConvEOF.
       OPEN INPUT OldCustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, OldFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT NewCustomerFile.

       READ OldCustomerFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
       PERFORM ConvertOneCustomer UNTIL ConvEOF = "Y".
       CLOSE OldCustomerFile, NewCustomerFile.
       DISPLAY "Customers converted : " RecsConverted.

       PERFORM ConvertArchive.

       DISPLAY "Rename customer.new over customer.txt (and"
           " custarch.new over custarch.txt) to finish.".
       MOVE RC-SUCCESS TO RETURN-CODE.
       GOBACK.

ConvertOneCustomer.
       MOVE SPACES TO NewCustomerData.
       MOVE OldCustID TO NewCustID.
       MOVE OldCustFName TO NewCustFName.
       MOVE OldCustLName TO NewCustLName.
       MOVE OldCustAddress TO NewCustAddress.
       MOVE OldCustPhone TO NewCustPhone.
       MOVE OldCustEmail TO NewCustEmail.
       MOVE OldCustStatus TO NewCustStatus.
       MOVE OldCustBalance TO NewCustBalance.
       MOVE OldCustBirthDate TO NewCustBirthDate.
       MOVE OldCustLocale TO NewCustLocale.
       MOVE OldCustCreditLimit TO NewCustCreditLimit.
       MOVE OldCustCreditBal TO NewCustCreditBal.
       MOVE OldCustTaxJuris TO NewCustTaxJuris.
       MOVE OldCustStmtPref TO NewCustStmtPref.
       MOVE SPACES TO NewCustTermsCode.

       WRITE NewCustomerData
           INVALID KEY DISPLAY "Duplicate key on convert : " OldCustID
           NOT INVALID KEY ADD 1 TO RecsConverted
       END-WRITE.

       READ OldCustomerFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.

*> The purge archive carries the same record shape and must widen
*> with it, or the next reinstate refuses the file. A shop with no
*> archive yet just sees the note.
ConvertArchive.
       MOVE "N" TO ConvEOF.
       OPEN INPUT OldArchiveFile.
       IF OldArchStatus NOT = "00"
           DISPLAY "No custarch.txt to convert - nothing to do there."
           CLOSE OldArchiveFile
       ELSE
           OPEN OUTPUT NewArchiveFile
           READ OldArchiveFile NEXT RECORD
               AT END MOVE "Y" TO ConvEOF
           END-READ
           PERFORM ConvertOneArchived UNTIL ConvEOF = "Y"
           CLOSE OldArchiveFile, NewArchiveFile
           DISPLAY "Archived customers converted : " ArchConverted
       END-IF.

ConvertOneArchived.
       MOVE SPACES TO NewArchiveData.
       MOVE OldArcCustID TO NaCustID.
       MOVE OldArcFName TO NaCustFName.
       MOVE OldArcLName TO NaCustLName.
       MOVE OldArcAddress TO NaCustAddress.
       MOVE OldArcPhone TO NaCustPhone.
       MOVE OldArcEmail TO NaCustEmail.
       MOVE OldArcStatus TO NaCustStatus.
       MOVE OldArcBalance TO NaCustBalance.
       MOVE OldArcBirthDate TO NaCustBirthDate.
       MOVE OldArcLocale TO NaCustLocale.
       MOVE OldArcCreditLimit TO NaCustCreditLimit.
       MOVE OldArcCreditBal TO NaCustCreditBal.
       MOVE OldArcTaxJuris TO NaCustTaxJuris.
       MOVE OldArcStmtPref TO NaCustStmtPref.
       MOVE SPACES TO NaCustTermsCode.

       WRITE NewArchiveData
           INVALID KEY DISPLAY "Duplicate key on convert : "
               OldArcCustID
           NOT INVALID KEY ADD 1 TO ArchConverted
       END-WRITE.

       READ OldArchiveFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.
