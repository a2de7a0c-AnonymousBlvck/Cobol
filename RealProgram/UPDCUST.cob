*> failure re-presents the screen with everything still on it and
*> the message line naming the field to fix; the screen's fixed
*> field widths retire the old "it will be cut off" warnings.
*> The payment-terms code is on the screen with the rest and must
*> be one payterms keeps on terms.txt (blank is NET30), and so is
*> the price level that ties the account to its negotiated prices
*> on contract.txt (blank is list price). The billing currency is
*> there too, and must be one fxrates.txt carries a rate for
*> (blank is dollars). So is the parent account that makes this
*> one a branch of a chain: it must be on file and not itself a
*> branch (zero stands alone).
*> A credit limit raise or a change of tax jurisdiction is not
*> written here: the rest of the update goes through, the limit or
*> jurisdiction stays as it was, and the operator gives a reason
*> for the change to go on approval.txt through APPRREQ. custappr
*> is where a supervisor other than this operator applies it.
*> Lowering a limit needs nobody's say-so and is written at once.
*> The address is a street line with city, state and ZIP beside
*> it. A keyed ZIP must be a ZIP (GETZIP) unless the account is an
*> international one, whose postcode is kept as keyed; a ZIP that
*> zipjuris.txt knows puts its own jurisdiction on the screen for
*> the operator to accept, and a change of jurisdiction that brings
*> goes on approval like any other.
IDENTIFICATION DIVISION.
PROGRAM-ID. UPDCUST.

01 ScrFName PIC X(15).
01 ScrLName PIC X(15).
01 ScrAddress PIC X(30).
01 ScrCity PIC X(20).
01 ScrState PIC X(2).
01 ScrZip PIC X(10).
01 ScrPhone PIC X(15).
01 ScrEmail PIC X(30).
01 ScrBirthDate PIC X(8).
01 ScrCreditLimit PIC 9(7)V99.
01 ScrTaxJuris PIC X(2).
01 ScrStmtPref PIC X(1).
01 ScrTermsCode PIC X(6).
01 ScrPriceLevel PIC X(2).
01 ScrCurrency PIC X(3).
01 ScrParentID PIC 9(6).
01 ScrMessage PIC X(60).
01 BirthDateOK PIC X.
*> Email shape and phone digits checked through the shared
*> mistyped email here is a websusp.txt clerk job later.
01 EmailOK PIC X.
01 PhoneOK PIC X.
*> What GETZIP made of the keyed ZIP - Y found on zipjuris.txt with
*> its jurisdiction, N a good ZIP the table lacks, X not a ZIP.
01 ZipJuris PIC X(2).
01 ZipResult PIC X.
01 LowerCase PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
01 UpperCase PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
*> What GETTERMS hands back for the keyed terms code - only the
*> found flag matters here; the dates are for the invoicing runs.
01 TermsAsOf PIC 9(8).
01 TermsNetDays PIC 9(3).
01 TermsDiscPct PIC 9(2)V99.
01 TermsDiscDays PIC 9(3).
01 TermsDueDate PIC 9(8).
01 TermsDiscDate PIC 9(8).
01 TermsFound PIC X.
*> What GETFXRT hands back for the keyed currency - only the found
*> flag matters here; the rate is for the billing runs.
01 FxAsOf PIC 9(8).
01 FxRateNow PIC 9(4)V9(6).
01 FxFound PIC X.
*> What GETGROUP says of the keyed parent - only its parent flag
*> matters here; the limit and exposure are for the credit holds.
01 GroupLimit PIC 9(7)V99.
01 GroupExposure PIC S9(9)V99.
01 GroupMembers PIC 9(3).
01 GroupParentOK PIC X.
*> A limit raise or jurisdiction change held for approval, and what
*> goes to APPRREQ with it. The values travel as text; a limit goes
*> through the limit view.
01 LimitHeld PIC X.
01 JurisHeld PIC X.
01 ShownTaxJuris PIC X(2).
01 ReqType PIC X(6).
01 ReqOldValue PIC X(12).
01 ReqOldLimitView REDEFINES ReqOldValue.
       02 ReqOldLimit PIC 9(7)V99.
       02 FILLER PIC X(3).
01 ReqNewValue PIC X(12).
01 ReqNewLimitView REDEFINES ReqNewValue.
       02 ReqNewLimit PIC 9(7)V99.
       02 FILLER PIC X(3).
01 ReqReason PIC X(40).
01 ReqNo PIC 9(6).
01 ReqResult PIC X.
01 DispLimit PIC $$,$$$,$$9.99.

LINKAGE SECTION.
       01 LOperatorID PIC X(6).
       02 LINE 4 COLUMN 28 PIC X(15) USING ScrFName.
       02 LINE 5 COLUMN 5 VALUE "Last Name            : ".
       02 LINE 5 COLUMN 28 PIC X(15) USING ScrLName.
       02 LINE 6 COLUMN 5 VALUE "Street               : ".
       02 LINE 6 COLUMN 28 PIC X(30) USING ScrAddress.
       02 LINE 7 COLUMN 5 VALUE "City/State/ZIP       : ".
       02 LINE 7 COLUMN 28 PIC X(20) USING ScrCity.
       02 LINE 7 COLUMN 49 PIC X(2) USING ScrState.
       02 LINE 7 COLUMN 52 PIC X(10) USING ScrZip.
       02 LINE 8 COLUMN 5 VALUE "Phone                : ".
       02 LINE 8 COLUMN 28 PIC X(15) USING ScrPhone.
       02 LINE 9 COLUMN 5 VALUE "Email                : ".
       02 LINE 9 COLUMN 28 PIC X(30) USING ScrEmail.
       02 LINE 10 COLUMN 5 VALUE "Birth Date (MMDDYYYY): ".
       02 LINE 10 COLUMN 28 PIC X(8) USING ScrBirthDate.
       02 LINE 11 COLUMN 5 VALUE "Credit Limit (0=none): ".
       02 LINE 11 COLUMN 28 PIC 9(7).99 USING ScrCreditLimit.
       02 LINE 12 COLUMN 5 VALUE "Tax Jurisdiction     : ".
       02 LINE 12 COLUMN 28 PIC X(2) USING ScrTaxJuris.
       02 LINE 13 COLUMN 5 VALUE "Statement (P/E/N)    : ".
       02 LINE 13 COLUMN 28 PIC X(1) USING ScrStmtPref.
       02 LINE 14 COLUMN 5 VALUE "Terms (blank=NET30)  : ".
       02 LINE 14 COLUMN 28 PIC X(6) USING ScrTermsCode.
       02 LINE 15 COLUMN 5 VALUE "Price Level          : ".
       02 LINE 15 COLUMN 28 PIC X(2) USING ScrPriceLevel.
       02 LINE 16 COLUMN 5 VALUE "Currency (blank=USD) : ".
       02 LINE 16 COLUMN 28 PIC X(3) USING ScrCurrency.
       02 LINE 17 COLUMN 5 VALUE "Parent ID (0=none)   : ".
       02 LINE 17 COLUMN 28 PIC 9(6) USING ScrParentID.
       02 LINE 19 COLUMN 5 PIC X(60) FROM ScrMessage.

PROCEDURE DIVISION USING LOperatorID.
StartPara.
           MOVE CustFName TO ScrFName
           MOVE CustLName TO ScrLName
           MOVE CustAddress TO ScrAddress
           MOVE CustCity TO ScrCity
           MOVE CustState TO ScrState
           MOVE CustZip TO ScrZip
           MOVE CustPhone TO ScrPhone
           MOVE CustEmail TO ScrEmail
           MOVE CustBirthDate TO ScrBirthDate
           IF ScrStmtPref = SPACE
               MOVE "P" TO ScrStmtPref
           END-IF
           MOVE CustTermsCode TO ScrTermsCode
           MOVE CustPriceLevel TO ScrPriceLevel
           MOVE CustCurrency TO ScrCurrency
           MOVE 0 TO ScrParentID
           IF CustParentID IS NUMERIC
               MOVE CustParentID TO ScrParentID
           END-IF
           MOVE "Change only what needs changing, then press Enter." TO ScrMessage

           MOVE "N" TO ScreenOK
           PERFORM AcceptUpdateScreen UNTIL ScreenOK = "Y"

           MOVE "N" TO LimitHeld
           MOVE "N" TO JurisHeld
           IF ScrCreditLimit > CustCreditLimit
               MOVE "Y" TO LimitHeld
           END-IF
           MOVE CustTaxJuris TO ShownTaxJuris
           IF ShownTaxJuris = SPACES
               MOVE "00" TO ShownTaxJuris
           END-IF
           IF ScrTaxJuris NOT = ShownTaxJuris
               MOVE "Y" TO JurisHeld
           END-IF

           MOVE ScrFName TO CustFName
           MOVE ScrLName TO CustLName
           MOVE ScrAddress TO CustAddress
           MOVE ScrCity TO CustCity
           MOVE ScrState TO CustState
           MOVE ScrZip TO CustZip
           MOVE ScrPhone TO CustPhone
           MOVE ScrEmail TO CustEmail
           MOVE ScrBirthDate TO CustBirthDate
           IF LimitHeld = "N"
               MOVE ScrCreditLimit TO CustCreditLimit
           END-IF
           IF JurisHeld = "N"
               MOVE ScrTaxJuris TO CustTaxJuris
           END-IF
           MOVE ScrStmtPref TO CustStmtPref
           MOVE ScrTermsCode TO CustTermsCode
           MOVE ScrPriceLevel TO CustPriceLevel
           MOVE ScrCurrency TO CustCurrency
           MOVE ScrParentID TO CustParentID

           CALL "CLEANSE" USING CustFName, CustLName

                   PERFORM WriteAudit
                   PERFORM WriteAfterImage
           END-REWRITE
           IF LimitHeld = "Y" OR JurisHeld = "Y"
               PERFORM FileHeldChanges
           END-IF
       END-IF.

*> The record already carries the old limit and jurisdiction, so
*> the values as they stand come straight off it.
FileHeldChanges.
       DISPLAY "A credit limit raise or tax jurisdiction change needs a"
           " supervisor's approval.".
       DISPLAY "Reason for the change : " WITH NO ADVANCING.
       MOVE SPACES TO ReqReason.
       ACCEPT ReqReason.
       IF ReqReason = SPACES
           DISPLAY "A reason is needed - the held change is not filed."
       ELSE
           IF LimitHeld = "Y"
               MOVE "CRLIM" TO ReqType
               MOVE SPACES TO ReqOldValue
               MOVE SPACES TO ReqNewValue
               MOVE CustCreditLimit TO ReqOldLimit
               MOVE ScrCreditLimit TO ReqNewLimit
               MOVE ScrCreditLimit TO DispLimit
               DISPLAY "Credit limit to " DispLimit " :"
               PERFORM FileOneRequest
           END-IF
           IF JurisHeld = "Y"
               MOVE "TAXJUR" TO ReqType
               MOVE CustTaxJuris TO ReqOldValue
               MOVE ScrTaxJuris TO ReqNewValue
               DISPLAY "Tax jurisdiction to " ScrTaxJuris " :"
               PERFORM FileOneRequest
           END-IF
       END-IF.

FileOneRequest.
       CALL "APPRREQ" USING CustID, ReqType, ReqOldValue, ReqNewValue,
           ReqReason, LOperatorID, ReqNo, ReqResult.
       EVALUATE ReqResult
           WHEN "Y"
               DISPLAY "  held for approval as request " ReqNo "."
           WHEN "P"
               DISPLAY "  request " ReqNo " for this change is already"
                   " waiting - not filed again."
           WHEN OTHER
               DISPLAY "  approval.txt not available - change not made."
       END-EVALUATE.

*> One trip through the screen: everything on it stays put, the
*> message line names the first field that fails, and only that
*> field needs re-typing.
           CALL "VALIDDATE" USING ScrBirthDate, BirthDateOK
       END-IF.
       CALL "VALIDCONT" USING ScrEmail, ScrPhone, EmailOK, PhoneOK.
*> A ZIP has to be a ZIP, except on an international account; one
*> the table knows decides the jurisdiction.
       INSPECT ScrState CONVERTING LowerCase TO UpperCase.
       MOVE "N" TO ZipResult.
       IF ScrZip NOT = SPACES AND NOT CustLocaleIntl
           MOVE SPACES TO ZipJuris
           CALL "GETZIP" USING ScrZip, ScrCity, ScrState, ZipJuris,
               ZipResult
       END-IF.
*> A terms code has to be one payterms keeps on terms.txt; blank is
*> the standing NET30 and needs no lookup.
       MOVE "Y" TO TermsFound.
       IF ScrTermsCode NOT = SPACES
           ACCEPT TermsAsOf FROM DATE YYYYMMDD
           CALL "GETTERMS" USING ScrTermsCode, TermsAsOf, TermsNetDays,
               TermsDiscPct, TermsDiscDays, TermsDueDate, TermsDiscDate,
               TermsFound
       END-IF.
*> A currency has to be one fxrates.txt carries a rate for; blank
*> or USD is dollars and GETFXRT passes it without a lookup.
       ACCEPT FxAsOf FROM DATE YYYYMMDD.
       CALL "GETFXRT" USING ScrCurrency, FxAsOf, FxRateNow, FxFound.
*> A parent has to be a head account on file - never this customer
*> and never somebody's branch; zero stands alone.
       MOVE "Y" TO GroupParentOK.
       IF ScrParentID > 0
           MOVE 0 TO GroupLimit
           MOVE 0 TO GroupExposure
           CALL "GETGROUP" USING CustID, ScrParentID, GroupLimit,
               GroupExposure, GroupMembers, GroupParentOK
       END-IF.
*> Lowercase answers pass the same way ADDCUST's prompt takes them.
       EVALUATE ScrStmtPref
           WHEN "p" MOVE "P" TO ScrStmtPref
                   AND ScrStmtPref NOT = "N"
               MOVE "Statement delivery must be P, E or N." TO ScrMessage
               MOVE "N" TO ScreenOK
           WHEN ZipResult = "X"
               MOVE "ZIP must be 5 digits, or ZIP+4 as 12345-6789." TO ScrMessage
               MOVE "N" TO ScreenOK
           WHEN ZipResult = "Y" AND ScrTaxJuris NOT = ZipJuris
               MOVE ZipJuris TO ScrTaxJuris
               MOVE "Tax jurisdiction set from the ZIP - Enter to accept." TO ScrMessage
               MOVE "N" TO ScreenOK
           WHEN ScrTaxJuris = SPACES
               MOVE "Tax jurisdiction is needed - 00 is the home county." TO ScrMessage
               MOVE "N" TO ScreenOK
           WHEN TermsFound NOT = "Y"
               MOVE "No such terms code on terms.txt." TO ScrMessage
               MOVE "N" TO ScreenOK
           WHEN FxFound = "N"
               MOVE "No rate on fxrates.txt for that currency." TO ScrMessage
               MOVE "N" TO ScreenOK
           WHEN GroupParentOK NOT = "Y"
               MOVE "Parent must be a head account on file, not a branch." TO ScrMessage
               MOVE "N" TO ScreenOK
       END-EVALUATE.
