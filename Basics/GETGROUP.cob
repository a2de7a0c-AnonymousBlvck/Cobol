       >>SOURCE FORMAT FREE
*> Shared parent-and-branch credit lookup in the GETTERMS mould:
*> callers pass a customer ID and that customer's CustParentID, with
*> the customer's own credit limit and own exposure (balance owing
*> less credit on account) already in the limit and exposure
*> fields, and get back the limit that governs and the exposure it
*> is measured against. A branch answers to its parent's limit; the
*> parent's limit covers the group's combined balance - the parent
*> and every branch naming it, the caller's own figure standing in
*> for the caller's record - so eight branches each inside their
*> own limit can no longer run head office past its. A stand-alone
*> account comes back with its own limit and exposure untouched,
*> and a zero limit governs nothing, so no group is totalled for
*> it. The parent flag comes back space when no parent is named,
*> "Y" when the named parent is on file and is a head account, and
*> "N" when it is missing or is itself somebody's branch - the
*> customer is then treated as standing alone, and ADDCUST and
*> UPDCUST refuse the link. Members counts the accounts totalled,
*> one when no group was totalled. customer.txt has no parent key,
*> so a group is found by reading the file through - the same
*> full-file pass CREDCHK makes over order.txt. What disputed
*> invoices still owe (GETDISP) comes off every member's exposure,
*> the caller's included - an invoice the customer says is wrong
*> does not hold up the customer's next order.
IDENTIFICATION DIVISION.
PROGRAM-ID. GETGROUP.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.September 1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT CustomerFile ASSIGN TO "customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CustID
           ALTERNATE RECORD KEY IS CustLName WITH DUPLICATES
           FILE STATUS IS CustFileStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY "custrec.cpy".

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
01 HeadID PIC 9(6).
01 BrowseEOF PIC X.
01 DisputedAmt PIC 9(7)V99.
01 DisputedCount PIC 9(3).

LINKAGE SECTION.
       01 LCustID PIC 9(6).
       01 LParentID PIC 9(6).
       01 LGroupLimit PIC 9(7)V99.
       01 LGroupExposure PIC S9(9)V99.
       01 LGroupMembers PIC 9(3).
       01 LParentOK PIC X.

PROCEDURE DIVISION USING LCustID, LParentID, LGroupLimit,
       LGroupExposure, LGroupMembers, LParentOK.
StartPara.
       MOVE 1 TO LGroupMembers.
       MOVE SPACE TO LParentOK.
       MOVE LCustID TO HeadID.
       OPEN INPUT CustomerFile.
       IF CustFileStatus = "00"
           IF LParentID IS NUMERIC AND LParentID > 0
                   AND LParentID NOT = LCustID
               PERFORM ReadParent
           END-IF
           IF LGroupLimit > 0
               CALL "GETDISP" USING LCustID, DisputedAmt, DisputedCount
               SUBTRACT DisputedAmt FROM LGroupExposure
               PERFORM TotalGroup
           END-IF
       END-IF.
       CLOSE CustomerFile.
EXIT PROGRAM.

*> The named parent governs only when it heads its own group - a
*> parent that is itself a branch would make a chain of chains.
ReadParent.
       MOVE "N" TO LParentOK.
       MOVE LParentID TO CustID.
       READ CustomerFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF CustParentID IS NUMERIC AND CustParentID > 0
                   CONTINUE
               ELSE
                   MOVE "Y" TO LParentOK
                   MOVE LParentID TO HeadID
                   MOVE CustCreditLimit TO LGroupLimit
               END-IF
       END-READ.

TotalGroup.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO CustID.
       START CustomerFile KEY IS GREATER THAN OR EQUAL TO CustID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM TotalOneMember UNTIL BrowseEOF = "Y".

*> The caller's own record is already in the exposure passed in, at
*> the figure the caller holds, so it is never added twice.
TotalOneMember.
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N" AND CustID NOT = LCustID
           IF CustID = HeadID
               PERFORM AddOneMember
           ELSE
               IF CustParentID IS NUMERIC AND CustParentID = HeadID
                   PERFORM AddOneMember
               END-IF
           END-IF
       END-IF.

AddOneMember.
       CALL "GETDISP" USING CustID, DisputedAmt, DisputedCount.
       COMPUTE LGroupExposure = LGroupExposure + CustBalance
           - CustCreditBal - DisputedAmt.
       ADD 1 TO LGroupMembers.
