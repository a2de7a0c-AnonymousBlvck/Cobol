       >>SOURCE FORMAT FREE
*> Shared sale-line price override in the LOYREDEEM mould. When a
*> manager has agreed a price with the customer the clerk keys it
*> on the line, instead of charging the GETPRICE/GETPROMO price and
*> inventing a balance adjustment afterwards to make it come out
*> right. The counter, custinvoice and ordentry each call here
*> twice. Action A asks: the caller passes the line's product,
*> quantity, list price, the price it would charge and the unit
*> cost, and the clerk may key a new price and a reason code (MG
*> manager agreed, PM price match, DM damaged, GW goodwill, BK bulk
*> deal, OT other). A price under cost, or more than MAXPCT percent
*> under list (the ovrdparm.txt card, 10 when there is none), takes
*> a supervisor's ID and PIN against authusers.txt - the same
*> supervisor-role check the credit-limit hold makes - and without
*> one the line keeps its normal price. The result comes back Y
*> with the new price, reason and authorizing supervisor, or N with
*> the normal price. Action J journals: once the caller has
*> actually written the line, the override goes on priceovr.txt
*> (ovrdrec.cpy) with the margin it gave away, and on seclog.txt as
*> an OVRD event in the supervisor's name, or the clerk's when no
*> supervisor was needed. ovrdrpt reads the journal back weekly.
IDENTIFICATION DIVISION.
PROGRAM-ID. PRICEOVR.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.September 1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL AuthFile ASSIGN TO "authusers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AuthFileStatus.

       SELECT OPTIONAL PriceOvrFile ASSIGN TO "priceovr.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SecLogFile ASSIGN TO "seclog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AuthFile.
       COPY "authuser.cpy".

FD PriceOvrFile.
       COPY "ovrdrec.cpy".

FD SecLogFile.
       COPY "seclog.cpy".

WORKING-STORAGE SECTION.
01 AuthFileStatus PIC XX.
01 AuthEOF PIC X.
01 OverrideChoice PIC X.
01 OverrideOperID PIC X(6).
01 OverridePIN PIC X(4).
01 OverrideOK PIC X.
01 EntryValid PIC X.
01 EntryPrice PIC 9(5)V99.
01 EntryReason PIC X(2).
       88 EntryReasonValid VALUES "MG", "PM", "DM", "GW", "BK", "OT".
01 NeedsSuper PIC X.
01 ParmFileName PIC X(20) VALUE "ovrdparm.txt".
01 ParmKeyword PIC X(12) VALUE "MAXPCT".
01 ParmValue PIC X(30).
01 ParmFound PIC X.
01 MaxUnderPct PIC 9(2).
01 FloorPrice PIC 9(5)V99.
01 DispPrice PIC $$,$$9.99.

LINKAGE SECTION.
       01 LAction PIC X.
       01 LSource PIC X(3).
       01 LDocNo PIC 9(6).
       01 LOperID PIC X(6).
       01 LCustID PIC 9(6).
       01 LProdCode PIC X(5).
       01 LQty PIC 9(5).
       01 LListPrice PIC 9(5)V99.
       01 LNormPrice PIC 9(5)V99.
       01 LUnitCost PIC 9(5)V99.
       01 LNewPrice PIC 9(5)V99.
       01 LReason PIC X(2).
       01 LSuperID PIC X(6).
       01 LResult PIC X.

PROCEDURE DIVISION USING LAction, LSource, LDocNo, LOperID, LCustID,
       LProdCode, LQty, LListPrice, LNormPrice, LUnitCost, LNewPrice,
       LReason, LSuperID, LResult.
StartPara.
       IF LAction = "J"
           PERFORM JournalOverride
           GOBACK
       END-IF.

       MOVE "N" TO LResult.
       MOVE LNormPrice TO LNewPrice.
       MOVE SPACES TO LReason.
       MOVE SPACES TO LSuperID.
       DISPLAY "Override the price? (Y/N) : " WITH NO ADVANCING.
       ACCEPT OverrideChoice.
       IF OverrideChoice NOT = "Y" AND OverrideChoice NOT = "y"
           GOBACK
       END-IF.

       MOVE "N" TO EntryValid.
       PERFORM AcceptNewPrice UNTIL EntryValid = "Y".
       IF EntryPrice = LNormPrice
           DISPLAY "That is the normal price - no override."
           GOBACK
       END-IF.
       MOVE "N" TO EntryValid.
       PERFORM AcceptReason UNTIL EntryValid = "Y".

       MOVE 10 TO MaxUnderPct.
       CALL "GETPARM" USING ParmFileName, ParmKeyword, ParmValue,
           ParmFound.
       IF ParmFound = "Y" AND ParmValue(1:2) IS NUMERIC
           MOVE ParmValue(1:2) TO MaxUnderPct
       END-IF.
       COMPUTE FloorPrice ROUNDED =
           LListPrice * (100 - MaxUnderPct) / 100.

       MOVE "N" TO NeedsSuper.
       IF EntryPrice < LUnitCost
           DISPLAY "That price is under cost."
           MOVE "Y" TO NeedsSuper
       END-IF.
       IF EntryPrice < FloorPrice
           DISPLAY "That price is more than " MaxUnderPct
               "% under list."
           MOVE "Y" TO NeedsSuper
       END-IF.

       IF NeedsSuper = "Y"
           DISPLAY "Supervisor operator ID : " WITH NO ADVANCING
           ACCEPT OverrideOperID
           DISPLAY "Supervisor PIN : " WITH NO ADVANCING
           ACCEPT OverridePIN
           PERFORM CheckOverrideAuth
           IF OverrideOK = "N"
               MOVE LNormPrice TO DispPrice
               DISPLAY "Not an authorized supervisor - the line stays at "
                   DispPrice "."
               GOBACK
           END-IF
           MOVE OverrideOperID TO LSuperID
       END-IF.

       MOVE EntryPrice TO LNewPrice.
       MOVE EntryReason TO LReason.
       MOVE "Y" TO LResult.
       MOVE EntryPrice TO DispPrice.
       DISPLAY "Price overridden to " DispPrice " each.".
       GOBACK.

AcceptNewPrice.
       MOVE LNormPrice TO DispPrice.
       DISPLAY "Normal price " DispPrice " - new unit price : "
           WITH NO ADVANCING.
       ACCEPT EntryPrice.
       IF EntryPrice NOT NUMERIC
           DISPLAY "Enter the price as a number."
       ELSE
           MOVE "Y" TO EntryValid
       END-IF.

AcceptReason.
       DISPLAY "Reason (MG manager, PM price match, DM damaged,"
           " GW goodwill, BK bulk, OT other) : " WITH NO ADVANCING.
       MOVE SPACES TO EntryReason.
       ACCEPT EntryReason.
       IF EntryReasonValid
           MOVE "Y" TO EntryValid
       ELSE
           DISPLAY "Not a reason code."
       END-IF.

CheckOverrideAuth.
       MOVE "N" TO OverrideOK.
       MOVE "N" TO AuthEOF.
       OPEN INPUT AuthFile.
       IF AuthFileStatus NOT = "00" AND AuthFileStatus NOT = "05"
           MOVE "Y" TO AuthEOF
       ELSE
           READ AuthFile
               AT END MOVE "Y" TO AuthEOF
           END-READ
           PERFORM ScanOverrideUsers
               UNTIL AuthEOF = "Y" OR OverrideOK = "Y"
       END-IF.
       CLOSE AuthFile.

ScanOverrideUsers.
       IF AuthOperatorID = OverrideOperID AND AuthPIN = OverridePIN
               AND AuthRoleSuper
           MOVE "Y" TO OverrideOK
       ELSE
           READ AuthFile
               AT END MOVE "Y" TO AuthEOF
           END-READ
       END-IF.

JournalOverride.
       OPEN EXTEND PriceOvrFile.
       MOVE SPACES TO PriceOvrRecord.
       ACCEPT PoDate FROM DATE YYYYMMDD.
       ACCEPT PoTime FROM TIME.
       MOVE LSource TO PoSource.
       MOVE LDocNo TO PoDocNo.
       MOVE LOperID TO PoOperID.
       MOVE LSuperID TO PoSuperID.
       MOVE LCustID TO PoCustID.
       MOVE LProdCode TO PoProdCode.
       MOVE LQty TO PoQty.
       MOVE LListPrice TO PoListPrice.
       MOVE LNormPrice TO PoNormPrice.
       MOVE LNewPrice TO PoNewPrice.
       MOVE LUnitCost TO PoUnitCost.
       MOVE LReason TO PoReason.
       COMPUTE PoGiveAway = (LNormPrice - LNewPrice) * LQty.
       WRITE PriceOvrRecord.
       CLOSE PriceOvrFile.

       OPEN EXTEND SecLogFile.
       MOVE SPACES TO SecLogRecord.
       ACCEPT SlgDate FROM DATE YYYYMMDD.
       ACCEPT SlgTime FROM TIME.
       MOVE "OVRD" TO SlgEvent.
       IF LSuperID NOT = SPACES
           MOVE LSuperID TO SlgOperID
       ELSE
           MOVE LOperID TO SlgOperID
       END-IF.
       WRITE SecLogRecord.
       CLOSE SecLogFile.
