           MOVE 0 TO CustCreditLimit
*> The record area still holds whatever the duplicate-name browse
*> read last - a new customer starts with nobody else's credit,
*> jurisdiction, statement preference, terms or price level.
           MOVE 0 TO CustCreditBal
           MOVE "00" TO CustTaxJuris
           MOVE "P" TO CustStmtPref
           MOVE SPACES TO CustTermsCode
           MOVE SPACES TO CustPriceLevel
           MOVE SPACES TO CustCurrency
           MOVE 0 TO CustParentID
           MOVE SPACES TO CustCity CustState CustZip

           WRITE CustomerData
               INVALID KEY
