*> Ages are reckoned in 30/360 style - twelve 30-day months - which
*> is close enough to place a charge in a 30-day bucket without any
*> calendar arithmetic.
*> Asked to age by group, a chain prints as one line at the parent:
*> the parent and every active branch naming it (CustParentID) are
*> each aged as above and their buckets added together, with the
*> number of accounts in the last column - head office sees the
*> whole chain's arrears where it pays them. A branch whose parent
*> is missing, not active or itself a branch ages on its own line.
IDENTIFICATION DIVISION.
PROGRAM-ID. custaging.

              02 SortBucket60 PIC 9(7)V99.
              02 SortBucket30 PIC 9(7)V99.
              02 SortBucketCur PIC 9(7)V99.
              02 SortMembers PIC 9(3).
              02 SortCustID PIC 9(6).
              02 SortCustName PIC X(31).
              88 SortEOF VALUE HIGH-VALUE.
       02 FILLER PIC X(7) VALUE "Page : ".
       02 PrnPageNum PIC Z(6)9.
01 Heads PIC X(90) VALUE
       "IdNum   Name                 Current         30         60        90+      Total    Accts".
01 AgingDetailLine.
       02 PrnCustID PIC 9(6).
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnBucket60 PIC $,$$$,$$9.99.
       02 PrnBucket90 PIC $,$$$,$$9.99.
       02 PrnLineTotal PIC $,$$$,$$9.99.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnMembers PIC ZZZ.
01 TotalLine.
       02 FILLER PIC X(8) VALUE "Totals  ".
       02 FILLER PIC X(18) VALUE SPACES.
       88 NewPageRequired VALUE 40 THRU 9999999.
01 PageCount PIC 9(7) VALUE ZERO.
01 NamePtr PIC 99.
*> Group ageing: every active branch on file and its parent,
*> gathered before the ageing starts, the way custstmt gathers them
*> for the consolidated statement. BrOnParent is "Y" when the
*> parent is on file, active and a head account.
01 GroupMode PIC X VALUE "N".
01 BranchMax PIC 9(3) VALUE 500.
01 BranchCount PIC 9(3) VALUE ZERO.
01 BranchSub PIC 9(3).
01 BranchHit PIC 9(3).
01 BranchOverflow PIC 9(5) VALUE ZERO.
01 BranchTable.
       02 BranchEntry OCCURS 500 TIMES.
              03 BrCustID PIC 9(6).
              03 BrParentID PIC 9(6).
              03 BrOnParent PIC X.
01 GroupHeadID PIC 9(6).
01 GroupMembers PIC 9(3).
01 GrpCur PIC S9(8)V99.
01 Grp30 PIC S9(8)V99.
01 Grp60 PIC S9(8)V99.
01 Grp90 PIC S9(8)V99.
       COPY "retcode.cpy".

PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.
       COMPUTE RunDayNum = (RunYear * 360) + (RunMonth * 30) + RunDay.
       DISPLAY "Age by group - branches under their parent? (Y/N) : "
           WITH NO ADVANCING.
       ACCEPT GroupMode.
       IF GroupMode = "y"
           MOVE "Y" TO GroupMode
       END-IF.

       OPEN OUTPUT AgingReport.

       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       IF BranchOverflow > 0
           DISPLAY "Branches past the " BranchMax " the run holds, "
               "aged on their own lines : " BranchOverflow
       END-IF.
       GOBACK.

LoadAgedCustomers.
           CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK
           MOVE "Y" TO BrowseEOF
       ELSE
           IF GroupMode = "Y"
               PERFORM CollectBranches
               MOVE "N" TO BrowseEOF
           END-IF
           MOVE LOW-VALUES TO CustID
           START CustomerFile KEY IS GREATER THAN OR EQUAL TO CustID
               INVALID KEY MOVE "Y" TO BrowseEOF
       END-READ.

       IF BrowseEOF = "N"
           IF GroupMode = "Y"
               PERFORM AgeNextInGroupMode
           ELSE
               IF CustActive AND CustBalance > 0
                   PERFORM BucketOneCustomer
                   MOVE 1 TO SortMembers
                   PERFORM ReleaseOneCustomer
               END-IF
           END-IF
       END-IF.

*> A consolidated branch is aged with its parent, never on its own;
*> a parent with branches ages as the group, even when its own
*> balance is clear.
AgeNextInGroupMode.
       IF CustActive
           MOVE 0 TO BranchHit
           IF CustParentID IS NUMERIC AND CustParentID > 0
               PERFORM ScanOneBranchSlot
                   VARYING BranchSub FROM 1 BY 1
                   UNTIL BranchSub > BranchCount OR BranchHit > 0
           END-IF
           IF BranchHit > 0 AND BrOnParent(BranchHit) = "Y"
               CONTINUE
           ELSE
               PERFORM AgeOneGroup
           END-IF
       END-IF.

ScanOneBranchSlot.
       IF BrCustID(BranchSub) = CustID
           MOVE BranchSub TO BranchHit
       END-IF.

*> The parent's own buckets first, then each branch's added in -
*> each read by key, which moves the browse, so once any branch is
*> read the parent is read back and the browse re-STARTed just past
*> it. A group, or a lone account, with nothing owing is left off.
AgeOneGroup.
       MOVE CustID TO GroupHeadID.
       MOVE 1 TO GroupMembers.
       MOVE 0 TO GrpCur Grp30 Grp60 Grp90.
       IF CustBalance > 0
           PERFORM BucketOneCustomer
           PERFORM AddToGroupBuckets
       END-IF.
       PERFORM AgeOneBranch
           VARYING BranchSub FROM 1 BY 1 UNTIL BranchSub > BranchCount.
       IF GroupMembers > 1
           MOVE GroupHeadID TO CustID
           READ CustomerFile
               INVALID KEY CONTINUE
           END-READ
           START CustomerFile KEY IS GREATER THAN CustID
               INVALID KEY MOVE "Y" TO BrowseEOF
           END-START
       END-IF.
       IF GrpCur + Grp30 + Grp60 + Grp90 > 0
           MOVE GrpCur TO BucketCur
           MOVE Grp30 TO Bucket30
           MOVE Grp60 TO Bucket60
           MOVE Grp90 TO Bucket90
           MOVE GroupMembers TO SortMembers
           PERFORM ReleaseOneCustomer
       END-IF.

AgeOneBranch.
       IF BrParentID(BranchSub) = GroupHeadID
               AND BrOnParent(BranchSub) = "Y"
           ADD 1 TO GroupMembers
           MOVE BrCustID(BranchSub) TO CustID
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CustBalance > 0
                       PERFORM BucketOneCustomer
                       PERFORM AddToGroupBuckets
                   END-IF
           END-READ
       END-IF.

AddToGroupBuckets.
       ADD BucketCur TO GrpCur.
       ADD Bucket30 TO Grp30.
       ADD Bucket60 TO Grp60.
       ADD Bucket90 TO Grp90.

*> The one pass over customer.txt that finds the chains, then a
*> keyed read of each branch's parent to say whether the branch
*> ages with it - done before the ageing browse starts.
CollectBranches.
       MOVE "N" TO BrowseEOF.
       MOVE LOW-VALUES TO CustID.
       START CustomerFile KEY IS GREATER THAN OR EQUAL TO CustID
           INVALID KEY MOVE "Y" TO BrowseEOF
       END-START.
       PERFORM CollectOneBranch UNTIL BrowseEOF = "Y".
       PERFORM CheckBranchParent
           VARYING BranchSub FROM 1 BY 1 UNTIL BranchSub > BranchCount.

CollectOneBranch.
       READ CustomerFile NEXT RECORD
           AT END MOVE "Y" TO BrowseEOF
       END-READ.
       IF BrowseEOF = "N"
           IF CustActive AND CustParentID IS NUMERIC
                   AND CustParentID > 0 AND CustParentID NOT = CustID
               IF BranchCount < BranchMax
                   ADD 1 TO BranchCount
                   MOVE CustID TO BrCustID(BranchCount)
                   MOVE CustParentID TO BrParentID(BranchCount)
                   MOVE "N" TO BrOnParent(BranchCount)
               ELSE
                   ADD 1 TO BranchOverflow
               END-IF
           END-IF
       END-IF.

CheckBranchParent.
       MOVE BrParentID(BranchSub) TO CustID.
       READ CustomerFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF CustActive
                   IF CustParentID IS NUMERIC AND CustParentID > 0
                       CONTINUE
                   ELSE
                       MOVE "Y" TO BrOnParent(BranchSub)
                   END-IF
               END-IF
       END-READ.

*> Charges go into the bucket their posting age names; the payment
*> total then wears the oldest buckets down first, the way a remit
*> clerk applies cash to the oldest invoice on the account.
       MOVE SortBucket30 TO PrnBucket30.
       MOVE SortBucket60 TO PrnBucket60.
       MOVE SortBucket90 TO PrnBucket90.
       IF SortMembers > 1
           MOVE SortMembers TO PrnMembers
       ELSE
           MOVE 0 TO PrnMembers
       END-IF.
       COMPUTE LineTotal = SortBucketCur + SortBucket30
           + SortBucket60 + SortBucket90.
       MOVE LineTotal TO PrnLineTotal.
