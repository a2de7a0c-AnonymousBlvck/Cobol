*> records - an HDR line with the file date and source, a TRL line
*> with the record count and the CustID/balance hash totals - so the
*> programs reading it can prove they got the whole extract.
*> The city, state and ZIP travel with the street line.
IDENTIFICATION DIVISION.
PROGRAM-ID. custextract.

           CustLocale BY SourceCustLocale,
           CustLocaleUS BY SourceCustLocaleUS,
           CustLocaleIntl BY SourceCustLocaleIntl,
           CustCreditLimit BY SourceCustCreditLimit,
           CustCity BY SourceCustCity,
           CustState BY SourceCustState,
           CustZip BY SourceCustZip.

FD TargetCustomerFile.
       COPY "custrec.cpy" REPLACING CustomerData BY TargetCustomerData,
           CustLocale BY TargetCustLocale,
           CustLocaleUS BY TargetCustLocaleUS,
           CustLocaleIntl BY TargetCustLocaleIntl,
           CustCreditLimit BY TargetCustCreditLimit,
           CustCity BY TargetCustCity,
           CustState BY TargetCustState,
           CustZip BY TargetCustZip.

WORKING-STORAGE SECTION.
01 CheckFileName PIC X(20).
       MOVE SourceCustFName TO TargetCustFName.
       MOVE SourceCustLName TO TargetCustLName.
       MOVE SourceCustAddress TO TargetCustAddress.
       MOVE SourceCustCity TO TargetCustCity.
       MOVE SourceCustState TO TargetCustState.
       MOVE SourceCustZip TO TargetCustZip.
       MOVE SourceCustPhone TO TargetCustPhone.
       MOVE SourceCustEmail TO TargetCustEmail.
       MOVE SourceCustStatus TO TargetCustStatus.
