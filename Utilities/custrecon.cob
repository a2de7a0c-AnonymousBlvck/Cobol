*> (they're both in ascending CustID order) and flags anything that's
*> drifted: an ID on one file but not the other, or an ID on both
*> files with different name/address/status/balance/birthdate data.
*> City, state and ZIP are compared as one field beside the street.
IDENTIFICATION DIVISION.
PROGRAM-ID. custrecon.

           CustLocale BY TxtCustLocale,
           CustLocaleUS BY TxtCustLocaleUS,
           CustLocaleIntl BY TxtCustLocaleIntl,
           CustCreditLimit BY TxtCustCreditLimit,
           CustCity BY TxtCustCity,
           CustState BY TxtCustState,
           CustZip BY TxtCustZip.

FD DatCustomerFile.
       COPY "custrec.cpy" REPLACING CustomerData BY DatCustomerData,
           CustLocale BY DatCustLocale,
           CustLocaleUS BY DatCustLocaleUS,
           CustLocaleIntl BY DatCustLocaleIntl,
           CustCreditLimit BY DatCustCreditLimit,
           CustCity BY DatCustCity,
           CustState BY DatCustState,
           CustZip BY DatCustZip.

FD CtlTotFile.
       COPY "ctltot.cpy".
           WRITE ReconLine FROM DiffLine
           ADD 1 TO MismatchCount
       END-IF.
       IF TxtCustCity NOT = DatCustCity OR TxtCustState NOT = DatCustState
               OR TxtCustZip NOT = DatCustZip
           MOVE TxtKey TO RLCustID3
           MOVE "City/State/ZIP" TO RLFieldName
           WRITE ReconLine FROM DiffLine
           ADD 1 TO MismatchCount
       END-IF.
       IF TxtCustPhone NOT = DatCustPhone
           MOVE TxtKey TO RLCustID3
           MOVE "Phone" TO RLFieldName
