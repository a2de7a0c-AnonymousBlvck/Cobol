*>      and off the journal when it isn't, the way custstmt reads.
*>   4. The year's sales and tax totals for the accountant, printed
*>      to YearEnd.rpt.
*>   5. Catch loyalty points up from the journal (loyearn) so the
*>      year's last sales have earned before their lines leave
*>      custtran.txt.
*>   6. Cut the year's journals over to dated archives the way
*>      audarch cuts audit.txt: custtran.txt and payjrnl.txt lines
*>      dated in (or before) the closing year move to
*>      custtran-YYYY.txt and payjrnl-YYYY.txt through a holding
*>      file, the live journals keep only what came after, and the
*>      trnhist checkpoint is re-based so the keyed history - which
*>      keeps the archived years - stays in step. loyearn's
*>      checkpoint is re-based the same way.
*>   7. Expire loyalty points past their life (loyexpire).
*>   8. The 1099 run for supplier payments - ap1099, handed the
*>      closing year on its own card file, prints the worksheet and
*>      exceptions and writes the filing extract for the year; the
*>      card is taken away once it has run.
*> Runs as the year-end step in nightlybatch on the flagged night,
*> and by hand with a keyed year.
IDENTIFICATION DIVISION.
       SELECT CkptOutFile ASSIGN TO "trnhist.ckpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LoyCkptOutFile ASSIGN TO "loyearn.ckpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AP1099CardFile ASSIGN TO "ap1099parm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PeriodTotFile.
       01 CkptOutRecord.
              02 CkptOutLinesDone PIC 9(9).

FD LoyCkptOutFile.
       01 LoyCkptOutRecord.
              02 LoyCkptOutLinesDone PIC 9(9).

FD AP1099CardFile.
       01 AP1099CardLine PIC X(44).

WORKING-STORAGE SECTION.
01 PeriodTotStatus PIC XX.
01 CustFileStatus PIC XX.
01 RunningBalance PIC S9(9)V99.
01 StmtLineCount PIC 9(5).
01 NamePtr PIC 99.
01 AP1099CardName PIC X(30) VALUE "ap1099parm.txt".
01 DeleteResult PIC 9(4) COMP.
01 AP1099RC PIC 9(2).
01 StmtHeadLine.
       02 FILLER PIC X(20) VALUE "ANNUAL STATEMENT -  ".
       02 PrnStmtYear PIC 9(4).
       PERFORM CatchUpKeyedMirror.
       PERFORM AnnualStatements.
       PERFORM PrintYearReport.
       PERFORM CatchUpLoyaltyPoints.
       PERFORM CutOverJournals.
       PERFORM ExpireLoyaltyPoints.
       PERFORM Run1099Job.

       DISPLAY "Year-end close for " CloseYear " complete.".
       MOVE RC-SUCCESS TO RETURN-CODE.
       PERFORM SplitTranJournal.
       PERFORM SplitPayJournal.
       PERFORM RebaseTrnhistCkpt.
       PERFORM RebaseLoyaltyCkpt.
       DISPLAY "Journals cut over : " ArchTranCount
           " transaction lines and " ArchPayCount
           " receipt lines archived.".
       MOVE KeptTranCount TO CkptOutLinesDone.
       WRITE CkptOutRecord.
       CLOSE CkptOutFile.

RebaseLoyaltyCkpt.
       OPEN OUTPUT LoyCkptOutFile.
       MOVE KeptTranCount TO LoyCkptOutLinesDone.
       WRITE LoyCkptOutRecord.
       CLOSE LoyCkptOutFile.

*> loyearn reads custtran.txt from its own checkpoint, so it has to
*> see the closing year's last lines before the cutover moves them;
*> a run that couldn't post leaves those points unearned, and the
*> operator is told so before the checkpoint is re-based past them.
CatchUpLoyaltyPoints.
       CALL "loyearn".
       IF RETURN-CODE > RC-WARNING
           DISPLAY "Loyalty points not caught up - sales since the last"
               " loyearn run will not earn once the journal is cut over."
       END-IF.

ExpireLoyaltyPoints.
       CALL "loyexpire".
       IF RETURN-CODE > RC-WARNING
           DISPLAY "Loyalty points not expired - rerun loyexpire by"
               " hand once loybal.txt is available."
       END-IF.

*> appay.txt isn't cut over here, so the 1099 run can total the
*> closing year whenever it goes. The card is punched with the
*> closing year so ap1099 doesn't stop to ask, and taken away again
*> once it has run - left behind, it would answer for the closing
*> year on every later run by hand, and nobody would be asked.
Run1099Job.
       OPEN OUTPUT AP1099CardFile.
       MOVE SPACES TO AP1099CardLine.
       STRING "TAXYEAR=" DELIMITED BY SIZE
              CloseYear DELIMITED BY SIZE
              INTO AP1099CardLine
       END-STRING.
       WRITE AP1099CardLine.
       CLOSE AP1099CardFile.
       CALL "ap1099".
       MOVE RETURN-CODE TO AP1099RC.
       CALL "CBL_DELETE_FILE" USING AP1099CardName
           RETURNING DeleteResult.
       MOVE AP1099RC TO RETURN-CODE.
       EVALUATE TRUE
           WHEN RETURN-CODE = RC-WARNING
               DISPLAY "1099 run finished with exceptions - see"
                   " AP1099.rpt."
           WHEN RETURN-CODE > RC-WARNING
               DISPLAY "1099 run did not complete - rerun ap1099 by"
                   " hand once supplier.txt is available."
       END-EVALUATE.
