       >>SOURCE FORMAT FREE
*> Shared tax-exemption lookup in the GETRATE mould: callers pass a
*> customer ID and the date they are taxing for, and get back the
*> customer's certificate number and exemption type with a Y/N
*> exempt flag. The certificate comes off exempt.txt - it exempts
*> only while it is active and its expiry date (zero for none) is
*> on or after the asked-for date - so every taxed posting makes
*> the same call and a lapsed certificate starts charging tax the
*> day after it runs out, without anyone having to remember it. A
*> customer with no certificate, or no exempt.txt at all, comes
*> back "N" with the number and type blank.
IDENTIFICATION DIVISION.
PROGRAM-ID. GETEXMPT.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.September 1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL ExemptFile ASSIGN TO "exempt.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ExCustID
           FILE STATUS IS ExemptStatus.

DATA DIVISION.
FILE SECTION.
FD ExemptFile.
       COPY "exemptrec.cpy".

WORKING-STORAGE SECTION.
01 ExemptStatus PIC XX.

LINKAGE SECTION.
       01 LCustID PIC 9(6).
       01 LAsOfDate PIC 9(8).
       01 LCertNo PIC X(15).
       01 LExType PIC X(2).
       01 LExempt PIC X.

PROCEDURE DIVISION USING LCustID, LAsOfDate, LCertNo, LExType,
       LExempt.
StartPara.
       MOVE "N" TO LExempt.
       MOVE SPACES TO LCertNo.
       MOVE SPACES TO LExType.
       OPEN INPUT ExemptFile.
       IF ExemptStatus = "00"
           MOVE LCustID TO ExCustID
           READ ExemptFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ExActive
                           AND (ExExpiryDate = 0
                               OR ExExpiryDate >= LAsOfDate)
                       MOVE "Y" TO LExempt
                       MOVE ExCertNo TO LCertNo
                       MOVE ExType TO LExType
                   END-IF
           END-READ
       END-IF.
       CLOSE ExemptFile.
EXIT PROGRAM.
