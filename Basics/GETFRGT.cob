       >>SOURCE FORMAT FREE
*> Shared freight-rate lookup in the GETRATE mould: callers pass a
*> carrier code, the delivery jurisdiction and the carton weight,
*> and get back the charge, whether the zone taxes freight, the
*> carrier's name and a Y/N found flag. The rate comes off
*> carrates.txt - the lightest band for that carrier and zone whose
*> top weight is at or above the carton's - so a carrier's new
*> price list is lines keyed through carrates, not a recompile. A
*> zone with no lines of its own rates off the carrier's "00"
*> lines. No match, or a missing carrates.txt, comes back "N" with
*> a zero, untaxed charge, and the caller keys the charge by hand.
IDENTIFICATION DIVISION.
PROGRAM-ID. GETFRGT.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.September 1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL CarrRateFile ASSIGN TO "carrates.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CarrRateKey
           FILE STATUS IS CarrRateStatus.

DATA DIVISION.
FILE SECTION.
FD CarrRateFile.
       COPY "carrrec.cpy".

WORKING-STORAGE SECTION.
01 CarrRateStatus PIC XX.
01 WantedJuris PIC X(2).

LINKAGE SECTION.
       01 LCarrCode PIC X(4).
       01 LJuris PIC X(2).
       01 LWeight PIC 9(4)V9.
       01 LCharge PIC 9(5)V99.
       01 LTaxable PIC X.
       01 LCarrName PIC X(20).
       01 LFound PIC X.

PROCEDURE DIVISION USING LCarrCode, LJuris, LWeight, LCharge,
       LTaxable, LCarrName, LFound.
StartPara.
       MOVE "N" TO LFound.
       MOVE 0 TO LCharge.
       MOVE "N" TO LTaxable.
       MOVE SPACES TO LCarrName.
       OPEN INPUT CarrRateFile.
       IF CarrRateStatus = "00"
           MOVE LJuris TO WantedJuris
           IF WantedJuris = SPACES
               MOVE "00" TO WantedJuris
           END-IF
           PERFORM FindRateBand
           IF LFound = "N" AND WantedJuris NOT = "00"
               MOVE "00" TO WantedJuris
               PERFORM FindRateBand
           END-IF
       END-IF.
       CLOSE CarrRateFile.
       GOBACK.

FindRateBand.
       MOVE LCarrCode TO CarrCode.
       MOVE WantedJuris TO CarrJuris.
       MOVE LWeight TO CarrMaxWeight.
       START CarrRateFile KEY IS GREATER THAN OR EQUAL TO CarrRateKey
           INVALID KEY MOVE HIGH-VALUES TO CarrCode
       END-START.
       IF CarrCode NOT = HIGH-VALUES
           READ CarrRateFile NEXT RECORD
               AT END MOVE HIGH-VALUES TO CarrCode
           END-READ
       END-IF.
       IF CarrCode = LCarrCode AND CarrJuris = WantedJuris
           MOVE "Y" TO LFound
           MOVE CarrCharge TO LCharge
           MOVE CarrFrtTaxable TO LTaxable
           MOVE CarrName TO LCarrName
       END-IF.
