       >>SOURCE FORMAT FREE
*> One-time conversion of customer.txt (and the custarch.txt purge
*> archive, when one exists) from the 168-byte layout ending at
*> CustParentID to the current layout, and of the custaddr.txt
*> address book with it: the one-line address is split into the
*> street line, city, state and ZIP. A line written the usual way -
*> "12 High St, Springfield IL 62701", with a comma ahead of the
*> city and the ZIP last - splits whole. A line with a state and ZIP
*> at the end but no comma to show where the street stops keeps the
*> street and city together on the street line and takes the state
*> and ZIP; anything else stays on the street line as it was with
*> no city, state or ZIP. The IDs of both kinds are listed here so
*> the clerks can finish them through UPDCUST and ADDRMNT.
*> Jurisdictions are left exactly as keyed - zipsweep lists every
*> account the new ZIP says is in the wrong one. Run once, by hand,
*> after dropping in the new programs and before any of them is
*> used again - every one of them now declares the longer records
*> and would refuse the old files - the same way custconv7
*> converted for CustParentID. Reads each file under the old
*> layout, writes customer.new / custarch.new / custaddr.new under
*> the new one, and the .new files are renamed over the originals
*> to finish.
IDENTIFICATION DIVISION.
PROGRAM-ID. custconv8.

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

       SELECT OPTIONAL OldAddressFile ASSIGN TO "custaddr.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OldAddrKey
           FILE STATUS IS OldAddrStatus.

       SELECT NewAddressFile ASSIGN TO "custaddr.new"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AddrKey.

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
              02 OldCustTermsCode PIC X(6).
              02 OldCustPriceLevel PIC X(2).
              02 OldCustCurrency PIC X(3).
              02 OldCustParentID PIC 9(6).

FD NewCustomerFile.
       COPY "custrec.cpy" REPLACING CustomerData BY NewCustomerData,
           CustID BY NewCustID,
           CustFName BY NewCustFName,
           CustLName BY NewCustLName,
           CustAddress BY NewCustAddress,
           CustPhone BY NewCustPhone,
           CustEmail BY NewCustEmail,
           CustStatus BY NewCustStatus,
           CustActive BY NewCustActive,
           CustInactive BY NewCustInactive,
           CustWrittenOff BY NewCustWrittenOff,
           CustPlaced BY NewCustPlaced,
           CustBalance BY NewCustBalance,
           CustBirthDate BY NewCustBirthDate,
           CustLocale BY NewCustLocale,
           CustLocaleUS BY NewCustLocaleUS,
           CustLocaleIntl BY NewCustLocaleIntl,
           CustCreditLimit BY NewCustCreditLimit,
           CustCreditBal BY NewCustCreditBal,
           CustTaxJuris BY NewCustTaxJuris,
           CustStmtPref BY NewCustStmtPref,
           StmtPrefPrint BY NewStmtPrefPrint,
           StmtPrefEmail BY NewStmtPrefEmail,
           StmtPrefNone BY NewStmtPrefNone,
           CustTermsCode BY NewCustTermsCode,
           CustPriceLevel BY NewCustPriceLevel,
           CustCurrency BY NewCustCurrency,
           CustParentID BY NewCustParentID,
           CustCity BY NewCustCity,
           CustState BY NewCustState,
           CustZip BY NewCustZip.

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
              02 OldArcTermsCode PIC X(6).
              02 OldArcPriceLevel PIC X(2).
              02 OldArcCurrency PIC X(3).
              02 OldArcParentID PIC 9(6).

FD NewArchiveFile.
       COPY "custrec.cpy" REPLACING CustomerData BY NewArchiveData,
           CustID BY NaCustID,
           CustFName BY NaCustFName,
           CustLName BY NaCustLName,
           CustAddress BY NaCustAddress,
           CustPhone BY NaCustPhone,
           CustEmail BY NaCustEmail,
           CustStatus BY NaCustStatus,
           CustActive BY NaCustActive,
           CustInactive BY NaCustInactive,
           CustWrittenOff BY NaCustWrittenOff,
           CustPlaced BY NaCustPlaced,
           CustBalance BY NaCustBalance,
           CustBirthDate BY NaCustBirthDate,
           CustLocale BY NaCustLocale,
           CustLocaleUS BY NaCustLocaleUS,
           CustLocaleIntl BY NaCustLocaleIntl,
           CustCreditLimit BY NaCustCreditLimit,
           CustCreditBal BY NaCustCreditBal,
           CustTaxJuris BY NaCustTaxJuris,
           CustStmtPref BY NaCustStmtPref,
           StmtPrefPrint BY NaStmtPrefPrint,
           StmtPrefEmail BY NaStmtPrefEmail,
           StmtPrefNone BY NaStmtPrefNone,
           CustTermsCode BY NaCustTermsCode,
           CustPriceLevel BY NaCustPriceLevel,
           CustCurrency BY NaCustCurrency,
           CustParentID BY NaCustParentID,
           CustCity BY NaCustCity,
           CustState BY NaCustState,
           CustZip BY NaCustZip.

FD OldAddressFile.
       01 OldAddressData.
              02 OldAddrKey.
                     03 OldAddrCustID PIC 9(6).
                     03 OldAddrSeq PIC 9(2).
              02 OldAddrType PIC X(1).
              02 OldAddrLine PIC X(30).

FD NewAddressFile.
       COPY "addrrec.cpy".

WORKING-STORAGE SECTION.
01 OldFileStatus PIC XX.
01 OldArchStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ConvEOF PIC X.
01 RecsConverted PIC 9(7) VALUE ZERO.
01 ArchConverted PIC 9(7) VALUE ZERO.
01 OldAddrStatus PIC XX.
01 AddrConverted PIC 9(7) VALUE ZERO.
01 SplitWhole PIC 9(7) VALUE ZERO.
01 SplitPartial PIC 9(7) VALUE ZERO.
01 SplitNone PIC 9(7) VALUE ZERO.
*> One old address line and what SplitAddress makes of it. SplitOK
*> comes back Y split whole, P state and ZIP only, N not split.
01 SplitLine PIC X(30).
01 SplitStreet PIC X(30).
01 SplitCity PIC X(20).
01 SplitState PIC X(2).
01 SplitZip PIC X(10).
01 SplitOK PIC X.
01 SplitWhat PIC X(9).
01 ScanPos PIC S99.
01 LastPos PIC 99.
01 ZipStart PIC 99.
01 StateEnd PIC 99.
01 StateStart PIC 99.
01 CityEnd PIC 99.
01 CityStart PIC 99.
01 CommaPos PIC 99.
01 LowerCase PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
01 UpperCase PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
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
       PERFORM ConvertAddressBook.

       DISPLAY "Addresses split whole : " SplitWhole.
       DISPLAY "Addresses split to state and ZIP only : " SplitPartial.
       DISPLAY "Addresses left unsplit : " SplitNone.
       DISPLAY "Rename customer.new over customer.txt (and"
           " custarch.new over custarch.txt, custaddr.new over"
           " custaddr.txt) to finish.".
       MOVE RC-SUCCESS TO RETURN-CODE.
       GOBACK.

ConvertOneCustomer.
       MOVE SPACES TO NewCustomerData.
       MOVE OldCustID TO NewCustID.
       MOVE OldCustFName TO NewCustFName.
       MOVE OldCustLName TO NewCustLName.
       MOVE OldCustAddress TO SplitLine.
       PERFORM SplitAddress.
       MOVE SplitStreet TO NewCustAddress.
       MOVE SplitCity TO NewCustCity.
       MOVE SplitState TO NewCustState.
       MOVE SplitZip TO NewCustZip.
       IF SplitOK NOT = "Y" AND OldCustAddress NOT = SPACES
           DISPLAY "Customer " OldCustID " address " SplitWhat
               " : " OldCustAddress
       END-IF.
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
       MOVE OldCustTermsCode TO NewCustTermsCode.
       MOVE OldCustPriceLevel TO NewCustPriceLevel.
       MOVE OldCustCurrency TO NewCustCurrency.
       MOVE OldCustParentID TO NewCustParentID.

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
       MOVE OldArcAddress TO SplitLine.
       PERFORM SplitAddress.
       MOVE SplitStreet TO NaCustAddress.
       MOVE SplitCity TO NaCustCity.
       MOVE SplitState TO NaCustState.
       MOVE SplitZip TO NaCustZip.
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
       MOVE OldArcTermsCode TO NaCustTermsCode.
       MOVE OldArcPriceLevel TO NaCustPriceLevel.
       MOVE OldArcCurrency TO NaCustCurrency.
       MOVE OldArcParentID TO NaCustParentID.

       WRITE NewArchiveData
           INVALID KEY DISPLAY "Duplicate key on convert : "
               OldArcCustID
           NOT INVALID KEY ADD 1 TO ArchConverted
       END-WRITE.

       READ OldArchiveFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.

*> The address book widens the same way, each line split like the
*> customer's own. A shop with no address book yet just sees the
*> note.
ConvertAddressBook.
       MOVE "N" TO ConvEOF.
       OPEN INPUT OldAddressFile.
       IF OldAddrStatus NOT = "00"
           DISPLAY "No custaddr.txt to convert - nothing to do there."
           CLOSE OldAddressFile
       ELSE
           OPEN OUTPUT NewAddressFile
           READ OldAddressFile NEXT RECORD
               AT END MOVE "Y" TO ConvEOF
           END-READ
           PERFORM ConvertOneAddress UNTIL ConvEOF = "Y"
           CLOSE OldAddressFile, NewAddressFile
           DISPLAY "Address-book lines converted : " AddrConverted
       END-IF.

ConvertOneAddress.
       MOVE SPACES TO AddressData.
       MOVE OldAddrCustID TO AddrCustID.
       MOVE OldAddrSeq TO AddrSeq.
       MOVE OldAddrType TO AddrType.
       MOVE OldAddrLine TO SplitLine.
       PERFORM SplitAddress.
       MOVE SplitStreet TO AddrLine.
       MOVE SplitCity TO AddrCity.
       MOVE SplitState TO AddrState.
       MOVE SplitZip TO AddrZip.
       IF SplitOK NOT = "Y" AND OldAddrLine NOT = SPACES
           DISPLAY "Customer " OldAddrCustID " address seq " OldAddrSeq
               " " SplitWhat " : " OldAddrLine
       END-IF.

       WRITE AddressData
           INVALID KEY DISPLAY "Duplicate key on convert : "
               OldAddrCustID " seq " OldAddrSeq
           NOT INVALID KEY ADD 1 TO AddrConverted
       END-WRITE.

       READ OldAddressFile NEXT RECORD
           AT END MOVE "Y" TO ConvEOF
       END-READ.

*> Works backwards from the end of the line: the ZIP (five digits,
*> or ZIP+4 with its hyphen) must be last, the two-letter state
*> just ahead of it, and the city runs back to the last comma
*> before that - everything ahead of the comma is the street.
SplitAddress.
       MOVE SplitLine TO SplitStreet.
       MOVE SPACES TO SplitCity SplitState SplitZip.
       MOVE "N" TO SplitOK.
       MOVE 0 TO LastPos ZipStart StateEnd StateStart CityEnd
           CityStart CommaPos.
       PERFORM FindLastChar
           VARYING ScanPos FROM 30 BY -1 UNTIL ScanPos < 1.
       IF LastPos >= 5
           PERFORM FindZip
       END-IF.
       IF ZipStart > 3
           PERFORM FindStateEnd
               VARYING ScanPos FROM ZipStart BY -1 UNTIL ScanPos < 2
           IF StateEnd >= 3
               IF SplitLine(StateEnd - 1:2) IS ALPHABETIC
                       AND SplitLine(StateEnd - 1:1) NOT = SPACE
                       AND (SplitLine(StateEnd - 2:1) = SPACE
                           OR SplitLine(StateEnd - 2:1) = ",")
                   COMPUTE StateStart = StateEnd - 1
               END-IF
           END-IF
       END-IF.
       IF StateStart > 1
           PERFORM TakeStateAndZip
       END-IF.
       EVALUATE SplitOK
           WHEN "Y" ADD 1 TO SplitWhole
           WHEN "P" ADD 1 TO SplitPartial
                    MOVE "part-split" TO SplitWhat
           WHEN OTHER
               IF SplitLine NOT = SPACES
                   ADD 1 TO SplitNone
               END-IF
               MOVE "not split" TO SplitWhat
       END-EVALUATE.

FindLastChar.
       IF LastPos = 0 AND SplitLine(ScanPos:1) NOT = SPACE
           MOVE ScanPos TO LastPos
       END-IF.

FindZip.
       IF LastPos >= 10
           IF SplitLine(LastPos - 9:5) IS NUMERIC
                   AND SplitLine(LastPos - 4:1) = "-"
                   AND SplitLine(LastPos - 3:4) IS NUMERIC
               COMPUTE ZipStart = LastPos - 9
           END-IF
       END-IF.
       IF ZipStart = 0
           IF SplitLine(LastPos - 4:5) IS NUMERIC
               COMPUTE ZipStart = LastPos - 4
           END-IF
       END-IF.
       IF ZipStart > 1
           IF SplitLine(ZipStart - 1:1) NOT = SPACE
                   AND SplitLine(ZipStart - 1:1) NOT = ","
               MOVE 0 TO ZipStart
           END-IF
       END-IF.

*> ScanPos starts on the ZIP's first digit and steps back, so the
*> first character short of it that is neither a space nor a
*> comma ends the state.
FindStateEnd.
       IF StateEnd = 0 AND ScanPos < ZipStart
           IF SplitLine(ScanPos:1) NOT = SPACE
                   AND SplitLine(ScanPos:1) NOT = ","
               MOVE ScanPos TO StateEnd
           END-IF
       END-IF.

TakeStateAndZip.
       MOVE SplitLine(ZipStart:LastPos - ZipStart + 1) TO SplitZip.
       MOVE SplitLine(StateStart:2) TO SplitState.
       INSPECT SplitState CONVERTING LowerCase TO UpperCase.
       MOVE "P" TO SplitOK.
       PERFORM FindCityEnd
           VARYING ScanPos FROM StateStart BY -1 UNTIL ScanPos < 1.
       IF CityEnd > 0
           PERFORM FindComma
               VARYING ScanPos FROM CityEnd BY -1 UNTIL ScanPos < 1
       END-IF.
       MOVE SPACES TO SplitStreet.
       IF CommaPos > 1
           COMPUTE CityStart = CommaPos + 1
           PERFORM SkipCitySpace UNTIL CityStart >= CityEnd
               OR SplitLine(CityStart:1) NOT = SPACE
           IF CityEnd - CityStart < 20
               MOVE SplitLine(CityStart:CityEnd - CityStart + 1)
                   TO SplitCity
               MOVE SplitLine(1:CommaPos - 1) TO SplitStreet
               MOVE "Y" TO SplitOK
           END-IF
       END-IF.
       IF SplitOK = "P" AND CityEnd > 0
           MOVE SplitLine(1:CityEnd) TO SplitStreet
       END-IF.

FindCityEnd.
       IF CityEnd = 0 AND ScanPos < StateStart
           IF SplitLine(ScanPos:1) NOT = SPACE
                   AND SplitLine(ScanPos:1) NOT = ","
               MOVE ScanPos TO CityEnd
           END-IF
       END-IF.

FindComma.
       IF CommaPos = 0 AND SplitLine(ScanPos:1) = ","
           MOVE ScanPos TO CommaPos
       END-IF.

SkipCitySpace.
       ADD 1 TO CityStart.
