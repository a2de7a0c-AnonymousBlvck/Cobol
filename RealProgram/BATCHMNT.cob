*> CustStatus and CustBalance alone - money only moves through the
*> programs that journal it. Like BATCHIMP it never prompts, and it
*> sets the retcode.cpy codes so nightlybatch can chain it.
*> Head office may wrap custmaint.txt in the shared HDR/TRL control
*> records; feedchk proves them before the night starts and this
*> run passes them over.
*> Each record carries the city, state and ZIP after the locale. A
*> ZIP that is not a ZIP refuses the record whole, as a bad birth
*> date does (an international account's postcode is taken as
*> sent). An add whose ZIP zipjuris.txt knows takes its tax
*> jurisdiction from it; an update whose ZIP moves the account to a
*> different jurisdiction has the move filed on approval.txt
*> through APPRREQ, the same hold UPDCUST puts on a keyed change,
*> for custappr to apply. A record sent in the older layout, with
*> no city, state or ZIP at all, leaves those as they were.
IDENTIFICATION DIVISION.
PROGRAM-ID. BATCHMNT.

              02 MaintBalance PIC 9(7)V99.
              02 MaintBirthDate PIC 9(8).
              02 MaintLocale PIC X(1).
              02 MaintCity PIC X(20).
              02 MaintState PIC X(2).
              02 MaintZip PIC X(10).

FD ResultFile.
       01 ResultLine PIC X(60).

FD RecycleFile.
       01 RecycleLine PIC X(163).

WORKING-STORAGE SECTION.
*> Signed differences this program's writes make to the running
*> the batch path flags what the keyboard path rejects.
01 EmailOK PIC X.
01 PhoneOK PIC X.
*> What GETZIP made of the record's ZIP, and what goes to APPRREQ
*> when an update's ZIP would move the account's jurisdiction.
01 ZipJuris PIC X(2).
01 ZipResult PIC X.
01 ShownTaxJuris PIC X(2).
01 ReqType PIC X(6) VALUE "TAXJUR".
01 ReqOldValue PIC X(12).
01 ReqNewValue PIC X(12).
01 ReqReason PIC X(40) VALUE "ZIP change sent by head office".
01 ReqOperID PIC X(6) VALUE "BATCH".
01 ReqNo PIC 9(6).
01 ReqResult PIC X.
01 HeldCount PIC 9(7) VALUE ZERO.
01 LowerCase PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
01 UpperCase PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01 AiProgName PIC X(8) VALUE "BATCHMNT".
01 ResultIDSum PIC 9(12) VALUE ZERO.
01 ResultReason PIC X(30).
       DISPLAY "  Updated : " UpdCount.
       DISPLAY "  Deactivated : " DeactCount.
       DISPLAY "  Skipped : " SkipCount.
       DISPLAY "  Jurisdiction moves held for approval : " HeldCount.
       DISPLAY "  Results to mntresult.txt; rejects recycled to"
           " mntrecycl.txt.".

*> Interchange HDR/TRL control lines are passed over, not applied.
ApplyOne.
       IF MaintRecord(1:3) NOT = "HDR" AND MaintRecord(1:3) NOT = "TRL"
           PERFORM ApplyOneMaint
       END-IF.

       READ MaintFile
           AT END MOVE "Y" TO MaintEOF
       END-READ.

*> Whatever the op paragraphs decide lands on the results file:
*> they leave ResultReason blank on success and name the refusal
*> otherwise, and the one write here answers head office either
*> way. A rejected record also goes whole onto the recycle file.
ApplyOneMaint.
       MOVE SPACES TO ResultReason.
       EVALUATE MaintOp
           WHEN "A" PERFORM ApplyAdd
       END-EVALUATE.
       PERFORM WriteOneResult.

*> A maintenance record carrying a birth date no calendar has is
*> refused whole - the shared date check, applied to the batch path
*> the same way the entry screens apply it.
ApplyAdd.
       PERFORM CheckMaintBirthDate.
       PERFORM CheckMaintContact.
       PERFORM CheckMaintZip.
       EVALUATE TRUE
           WHEN DateValid = "N"
               DISPLAY "Bad birth date, add skipped : " MaintCustID
               DISPLAY "Bad email/phone, add skipped : " MaintCustID
               ADD 1 TO SkipCount
               MOVE "bad email or phone shape" TO ResultReason
           WHEN ZipResult = "X"
               DISPLAY "Bad ZIP, add skipped : " MaintCustID
               ADD 1 TO SkipCount
               MOVE "bad ZIP code" TO ResultReason
           WHEN OTHER
               PERFORM ApplyAddRecord
       END-EVALUATE.
       CALL "VALIDCONT" USING MaintEmail, MaintPhone, EmailOK,
           PhoneOK.

*> The same ZIP check the entry screens make; an international
*> account's postcode is not a ZIP and is taken as sent.
CheckMaintZip.
       INSPECT MaintState CONVERTING LowerCase TO UpperCase.
       MOVE "N" TO ZipResult.
       IF MaintZip NOT = SPACES AND MaintLocale NOT = "I"
           MOVE SPACES TO ZipJuris
           CALL "GETZIP" USING MaintZip, MaintCity, MaintState,
               ZipJuris, ZipResult
       END-IF.

ApplyAddRecord.
       MOVE MaintCustID TO CustID.
       MOVE MaintFName TO CustFName.
       MOVE 0 TO CustCreditLimit.
*> The record area still holds whatever this run's earlier keyed
*> reads left there - a new customer starts with nobody else's
*> credit, jurisdiction, statement preference, terms or price
*> level.
       MOVE 0 TO CustCreditBal.
       MOVE "00" TO CustTaxJuris.
       IF ZipResult = "Y"
           MOVE ZipJuris TO CustTaxJuris
       END-IF.
       MOVE MaintCity TO CustCity.
       MOVE MaintState TO CustState.
       MOVE MaintZip TO CustZip.
       MOVE "P" TO CustStmtPref.
       MOVE SPACES TO CustTermsCode.
       MOVE SPACES TO CustPriceLevel.
       MOVE SPACES TO CustCurrency.
       MOVE 0 TO CustParentID.

       CALL "CLEANSE" USING CustFName, CustLName.

ApplyUpdate.
       PERFORM CheckMaintBirthDate.
       PERFORM CheckMaintContact.
       PERFORM CheckMaintZip.
       EVALUATE TRUE
           WHEN DateValid = "N"
               DISPLAY "Bad birth date, update skipped : " MaintCustID
               DISPLAY "Bad email/phone, update skipped : " MaintCustID
               ADD 1 TO SkipCount
               MOVE "bad email or phone shape" TO ResultReason
           WHEN ZipResult = "X"
               DISPLAY "Bad ZIP, update skipped : " MaintCustID
               ADD 1 TO SkipCount
               MOVE "bad ZIP code" TO ResultReason
           WHEN OTHER
               PERFORM ApplyUpdateRecord
       END-EVALUATE.
           MOVE MaintEmail TO CustEmail
           MOVE MaintBirthDate TO CustBirthDate
           MOVE MaintLocale TO CustLocale
           IF MaintCity NOT = SPACES OR MaintState NOT = SPACES
                   OR MaintZip NOT = SPACES
               MOVE MaintCity TO CustCity
               MOVE MaintState TO CustState
               MOVE MaintZip TO CustZip
           END-IF

           CALL "CLEANSE" USING CustFName, CustLName

                   MOVE CustLName TO AuditNewLName
                   PERFORM WriteAudit
                   PERFORM WriteAfterImage
                   PERFORM HoldZipJurisMove
           END-REWRITE
       END-IF.

*> A jurisdiction is never changed on an existing account without a
*> second pair of eyes - the move the new ZIP implies waits on
*> approval.txt the way UPDCUST files one, and custappr applies it.
HoldZipJurisMove.
       MOVE CustTaxJuris TO ShownTaxJuris.
       IF ShownTaxJuris = SPACES
           MOVE "00" TO ShownTaxJuris
       END-IF.
       IF ZipResult = "Y" AND ZipJuris NOT = ShownTaxJuris
           MOVE CustTaxJuris TO ReqOldValue
           MOVE ZipJuris TO ReqNewValue
           CALL "APPRREQ" USING CustID, ReqType, ReqOldValue,
               ReqNewValue, ReqReason, ReqOperID, ReqNo, ReqResult
           IF ReqResult = "Y"
               ADD 1 TO HeldCount
               DISPLAY "Jurisdiction " ZipJuris " for " CustID
                   " held for approval as request " ReqNo "."
           END-IF
       END-IF.

ApplyDeactivate.
       MOVE "Y" TO CustExists.
       MOVE MaintCustID TO CustID.
