*> message needs re-typing. The screen's fixed field widths also
*> retire the old "longer than N characters - it will be cut off"
*> warnings: there is no longer any way to type past a field.
*> Once the entry is confirmed the payment-terms code is asked for
*> along with the jurisdiction and statement delivery, and must be
*> one payterms keeps on terms.txt (blank is the standing NET30).
*> A price level can be given last, for an account that buys off a
*> negotiated price list on contract.txt; blank buys at list.
*> A customer billed in another currency has it given after that,
*> and it must be one fxrates.txt carries a rate for; blank bills
*> in dollars. A branch of a chain names its head-office account
*> last; the parent must be on file and not itself a branch, and
*> blank leaves the account standing alone.
*> The address is keyed as a street line with its city, state and
*> ZIP beside it. A keyed ZIP must be a ZIP (GETZIP), and one that
*> zipjuris.txt knows sets the tax jurisdiction outright and fills
*> in a blank city or state; the jurisdiction is only asked for
*> when there is no ZIP or the table does not know it yet.
IDENTIFICATION DIVISION.
PROGRAM-ID. ADDCUST.

01 DupFound PIC X.
01 Confirm PIC X.
01 EntryTaxJuris PIC X(2).
*> What GETZIP made of the keyed ZIP - Y found on zipjuris.txt with
*> its jurisdiction, N a good ZIP the table lacks, X not a ZIP.
01 ZipJuris PIC X(2).
01 ZipResult PIC X.
01 LowerCase PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
01 UpperCase PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01 EntryStmtPref PIC X(1).
01 EntryTermsCode PIC X(6).
01 EntryPriceLevel PIC X(2).
*> What GETFXRT hands back for the keyed currency - only the found
*> flag matters here; the rate is for the billing runs.
01 EntryCurrency PIC X(3).
01 FxAsOf PIC 9(8).
01 FxRateNow PIC 9(4)V9(6).
01 FxFound PIC X.
*> The parent account keyed for a branch, checked through GETGROUP -
*> only its parent flag matters here; the limit and exposure are
*> for the credit holds.
01 EntryParentID PIC X(6).
01 ParentAccepted PIC X.
01 GroupLimit PIC 9(7)V99.
01 GroupExposure PIC S9(9)V99.
01 GroupMembers PIC 9(3).
01 GroupParentOK PIC X.
*> What GETTERMS hands back for the keyed terms code - only the
*> found flag matters here; the dates are for the invoicing runs.
01 TermsAsOf PIC 9(8).
01 TermsNetDays PIC 9(3).
01 TermsDiscPct PIC 9(2)V99.
01 TermsDiscDays PIC 9(3).
01 TermsDueDate PIC 9(8).
01 TermsDiscDate PIC 9(8).
01 TermsFound PIC X.
*> Signed differences this program's writes make to the running
*> control totals on ctltot.txt, applied through CTLTOT.
01 CtlDeltaCount PIC S9(3).
01 ScrFName PIC X(15).
01 ScrLName PIC X(15).
01 ScrAddress PIC X(30).
01 ScrCity PIC X(20).
01 ScrState PIC X(2).
01 ScrZip PIC X(10).
01 ScrPhone PIC X(15).
01 ScrEmail PIC X(30).
01 ScrBirthDate PIC X(8).
       02 LINE 5 COLUMN 28 PIC X(15) USING ScrFName.
       02 LINE 6 COLUMN 5 VALUE "Last Name            : ".
       02 LINE 6 COLUMN 28 PIC X(15) USING ScrLName.
       02 LINE 7 COLUMN 5 VALUE "Street               : ".
       02 LINE 7 COLUMN 28 PIC X(30) USING ScrAddress.
       02 LINE 8 COLUMN 5 VALUE "City/State/ZIP       : ".
       02 LINE 8 COLUMN 28 PIC X(20) USING ScrCity.
       02 LINE 8 COLUMN 49 PIC X(2) USING ScrState.
       02 LINE 8 COLUMN 52 PIC X(10) USING ScrZip.
       02 LINE 9 COLUMN 5 VALUE "Phone                : ".
       02 LINE 9 COLUMN 28 PIC X(15) USING ScrPhone.
       02 LINE 10 COLUMN 5 VALUE "Email                : ".
       02 LINE 10 COLUMN 28 PIC X(30) USING ScrEmail.
       02 LINE 11 COLUMN 5 VALUE "Birth Date (MMDDYYYY): ".
       02 LINE 11 COLUMN 28 PIC X(8) USING ScrBirthDate.
       02 LINE 13 COLUMN 5 PIC X(60) FROM ScrMessage.

PROCEDURE DIVISION USING LOperatorID.
StartPara.

       MOVE NextCustID TO ScrID.
       MOVE SPACES TO ScrFName ScrLName ScrAddress ScrPhone ScrEmail.
       MOVE SPACES TO ScrCity ScrState ScrZip.
       MOVE "00000000" TO ScrBirthDate.
       MOVE "Next free ID is shown - blank the ID out to cancel." TO ScrMessage.
       MOVE "N" TO AddCancelled.
           MOVE NewCustBirthDate TO CustBirthDate
           MOVE 0 TO CustCreditLimit
           MOVE 0 TO CustCreditBal
           MOVE ScrCity TO CustCity
           MOVE ScrState TO CustState
           MOVE ScrZip TO CustZip

           IF Confirm = "Y" OR Confirm = "y"
               IF ZipResult = "Y"
                   MOVE ZipJuris TO CustTaxJuris
                   DISPLAY "Tax jurisdiction " ZipJuris " from the ZIP."
               ELSE
                   DISPLAY "Tax jurisdiction (2 characters, blank for home 00) : "
                       WITH NO ADVANCING
                   MOVE SPACES TO EntryTaxJuris
                   ACCEPT EntryTaxJuris
                   IF EntryTaxJuris = SPACES
                       MOVE "00" TO CustTaxJuris
                   ELSE
                       MOVE EntryTaxJuris TO CustTaxJuris
                   END-IF
               END-IF
               DISPLAY "Statement delivery - P print, E email, N none (blank for P) : "
                   WITH NO ADVANCING
                   WHEN "n" SET StmtPrefNone TO TRUE
                   WHEN OTHER MOVE "P" TO CustStmtPref
               END-EVALUATE
               MOVE "N" TO TermsFound
               PERFORM AcceptTermsCode UNTIL TermsFound = "Y"
               DISPLAY "Price level (blank for list price) : "
                   WITH NO ADVANCING
               MOVE SPACES TO EntryPriceLevel
               ACCEPT EntryPriceLevel
               MOVE EntryPriceLevel TO CustPriceLevel
               MOVE "N" TO FxFound
               PERFORM AcceptCurrency UNTIL FxFound NOT = "N"
               MOVE "N" TO ParentAccepted
               PERFORM AcceptParentID UNTIL ParentAccepted = "Y"
           END-IF

           IF Confirm = "Y" OR Confirm = "y"
           END-IF
       END-IF.

*> The terms code has to be one payterms keeps on terms.txt, or
*> custinvoice would quietly bill the customer NET30 instead of the
*> deal the account was opened on. Blank is the standing NET30.
AcceptTermsCode.
       DISPLAY "Payment terms code (blank for NET30) : "
           WITH NO ADVANCING.
       MOVE SPACES TO EntryTermsCode.
       ACCEPT EntryTermsCode.
       MOVE EntryTermsCode TO CustTermsCode.
       IF EntryTermsCode = SPACES
           MOVE "Y" TO TermsFound
       ELSE
           ACCEPT TermsAsOf FROM DATE YYYYMMDD
           CALL "GETTERMS" USING CustTermsCode, TermsAsOf, TermsNetDays,
               TermsDiscPct, TermsDiscDays, TermsDueDate, TermsDiscDate,
               TermsFound
           IF TermsFound NOT = "Y"
               DISPLAY "No such terms code on terms.txt."
           END-IF
       END-IF.

AcceptCurrency.
       DISPLAY "Billing currency (blank for dollars) : "
           WITH NO ADVANCING.
       MOVE SPACES TO EntryCurrency.
       ACCEPT EntryCurrency.
       MOVE EntryCurrency TO CustCurrency.
       ACCEPT FxAsOf FROM DATE YYYYMMDD.
       CALL "GETFXRT" USING CustCurrency, FxAsOf, FxRateNow, FxFound.
       IF FxFound = "N"
           DISPLAY "No rate on fxrates.txt for that currency."
       END-IF.

AcceptParentID.
       DISPLAY "Parent account ID (blank if none) : "
           WITH NO ADVANCING.
       MOVE SPACES TO EntryParentID.
       ACCEPT EntryParentID.
       MOVE 0 TO CustParentID.
       IF EntryParentID = SPACES
           MOVE "Y" TO ParentAccepted
       ELSE
           CALL "VALIDID" USING EntryParentID, IDValid
           IF IDValid = "N"
               DISPLAY "Customer ID must be 6 digits and not all zeros."
           ELSE
               MOVE EntryParentID TO CustParentID
               MOVE 0 TO GroupLimit
               MOVE 0 TO GroupExposure
               CALL "GETGROUP" USING CustID, CustParentID, GroupLimit,
                   GroupExposure, GroupMembers, GroupParentOK
               IF GroupParentOK = "Y"
                   MOVE "Y" TO ParentAccepted
               ELSE
                   DISPLAY "No such head account - the parent must be"
                       " on file and not a branch itself."
               END-IF
           END-IF
       END-IF.

*> One trip through the screen: everything already typed stays on
*> it, the message line names the first field that fails, and only
*> that field needs re-typing. Validation failures that used to be
           END-IF
           CALL "VALIDCONT" USING ScrEmail, ScrPhone, EmailOK,
               PhoneOK
           INSPECT ScrState CONVERTING LowerCase TO UpperCase
           MOVE "N" TO ZipResult
           IF ScrZip NOT = SPACES
               MOVE SPACES TO ZipJuris
               CALL "GETZIP" USING ScrZip, ScrCity, ScrState, ZipJuris,
                   ZipResult
           END-IF
           EVALUATE TRUE
               WHEN IDValid = "N"
                   MOVE "Customer ID must be 6 digits and not all zeros." TO ScrMessage
               WHEN PhoneOK = "N"
                   MOVE "Phone needs at least 7 digits, no letters." TO ScrMessage
                   MOVE "N" TO ScreenOK
               WHEN ZipResult = "X"
                   MOVE "ZIP must be 5 digits, or ZIP+4 as 12345-6789." TO ScrMessage
                   MOVE "N" TO ScreenOK
           END-EVALUATE
       END-IF.

