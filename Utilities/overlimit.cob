*> with the amount over, worst first not needed: the list is short
*> and prints in ID order. RC-WARNING when anything is over, so a
*> batch chain can surface it without stopping.
*> A chain's branches answer to their parent's limit, so a branch
*> never lists on its own: the parent lists once, against the
*> group's combined balance from GETGROUP, marked GROUP. Balances
*> are shown less any credit on account - the figure the hold in
*> RecordPurchase measures.
IDENTIFICATION DIVISION.
PROGRAM-ID. overlimit.

       COPY "custrec.cpy".

FD OverLimitReport.
       01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 CustFileStatus PIC XX.
       02 FILLER PIC X(21) VALUE "Over-Limit Customers ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 Heads PIC X(90) VALUE
       "IdNum   Name                    Balance        Limit         Over  Basis".
01 OverDetailLine.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnLimit PIC $,$$$,$$9.99.
       02 FILLER PIC X(1) VALUE SPACES.
       02 PrnOver PIC $,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnBasis PIC X(5).
01 NoneOverLine PIC X(40) VALUE "No customer stands over their limit.".
01 TotalLine.
       02 FILLER PIC X(26) VALUE "Customers over limit    : ".
01 RunDate PIC 9(8).
01 BrowseEOF PIC X VALUE "N".
01 OverAmount PIC 9(8)V99.
01 GroupLimit PIC 9(7)V99.
01 GroupExposure PIC S9(9)V99.
01 GroupMembers PIC 9(3).
01 GroupParentOK PIC X.
01 OverCount PIC 9(7) VALUE ZERO.
01 NamePtr PIC 99.
       COPY "retcode.cpy".
       GOBACK.

CheckOneCustomer.
       IF CustActive
           MOVE CustCreditLimit TO GroupLimit
           COMPUTE GroupExposure = CustBalance - CustCreditBal
           MOVE 1 TO GroupMembers
           MOVE SPACE TO GroupParentOK
           IF CustCreditLimit > 0
                   OR (CustParentID IS NUMERIC AND CustParentID > 0)
               CALL "GETGROUP" USING CustID, CustParentID, GroupLimit,
                   GroupExposure, GroupMembers, GroupParentOK
           END-IF
           IF GroupParentOK NOT = "Y" AND GroupLimit > 0
                   AND GroupExposure > GroupLimit
               PERFORM ListOverCustomer
           END-IF
       END-IF.
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.

ListOverCustomer.
       COMPUTE OverAmount = GroupExposure - GroupLimit.
       MOVE CustID TO PrnCustID.
       MOVE SPACES TO PrnCustName.
       MOVE 1 TO NamePtr.
       STRING CustFName DELIMITED BY SPACE
              SPACE
              CustLName DELIMITED BY SPACE
              INTO PrnCustName
              WITH POINTER NamePtr
       END-STRING.
       MOVE GroupExposure TO PrnBalance.
       MOVE GroupLimit TO PrnLimit.
       MOVE OverAmount TO PrnOver.
       MOVE SPACES TO PrnBasis.
       IF GroupMembers > 1
           MOVE "GROUP" TO PrnBasis
       END-IF.
       WRITE PrintLine FROM OverDetailLine AFTER ADVANCING 1 LINE.
       ADD 1 TO OverCount.
