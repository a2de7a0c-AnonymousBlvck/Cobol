       >>SOURCE FORMAT FREE
*> Perpetual inventory proof from the stock movement journal. Every
*> SkuQty change is meant to land on stockmove.txt with the quantity
*> before and after, but a program that ever rewrote prodsku.txt
*> without journalling would let the count drift unseen until the
*> next physical count. This run sorts stockmove.txt into SKU order
*> (same-second lines keep their file order) and replays each SKU's
*> movements from a baseline - its last prodcount count line, whose
*> new quantity is the counted book, or zero where the SKU has never
*> been counted - checking two things:
*>   - each line's old quantity is the line before's new quantity;
*>     a break means something moved the stock between the two
*>     without a journal line;
*>   - the last new quantity is what prodsku.txt holds as SkuQty
*>     (zero for a SKU no longer on file), and a SKU on file with no
*>     movements at all has a book quantity of zero.
*> The sorted journal and prodsku.txt are both in product/size
*> order, so they are matched in one pass each. A break prints with
*> the two movements either side of it, the breaking line marked,
*> and a book mismatch with the SKU's last three movements - date,
*> time, reason, location and quantities - so the program that
*> caused it can be found from the moves it left, not just the
*> symptom. The proof keeps up to 3000 movements per SKU since its
*> baseline; a busier SKU still has its book checked and is noted.
*> The report is a dated StkProof document off RPTFILE, and any
*> break or mismatch exits RC-WARNING.
*> prodfwd runs it at the end of a roll-forward, to prove the
*> replayed SKU quantities against the journal.
IDENTIFICATION DIVISION.
PROGRAM-ID. stkproof.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT SkuFile ASSIGN TO "prodsku.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT OPTIONAL StockMoveFile ASSIGN TO "stockmove.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MoveFileStatus.

       SELECT MoveSortFile ASSIGN TO "stkwk.tmp".

       SELECT ProofReport ASSIGN TO DYNAMIC ProofRptName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SkuFile.
       COPY "skurec.cpy".

FD StockMoveFile.
       COPY "stkmove.cpy".

SD MoveSortFile.
       01 MoveSortRecord.
              02 SmSkuKey.
                     03 SmProdCode PIC X(5).
                     03 SmSizeLabel PIC X(2).
              02 SmDate PIC 9(8).
              02 SmTime PIC X(6).
              02 SmSeq PIC 9(7).
              02 SmOldQty PIC 9(5).
              02 SmNewQty PIC 9(5).
              02 SmReason PIC X(1).
              02 SmLocCode PIC X(2).

FD ProofReport.
       01 PrintLine PIC X(90).

WORKING-STORAGE SECTION.
01 SkuFileStatus PIC XX.
01 MoveFileStatus PIC XX.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 MoveEOF PIC X.
01 SortEOF PIC X.
01 SkuEOF PIC X.
01 RunDate PIC 9(8).
01 MoveSeq PIC 9(7) VALUE ZERO.
*> The match runs the sorted journal and prodsku.txt side by side;
*> a finished side's key goes to high values.
01 JournalKey PIC X(7).
01 BookKey PIC X(7).
01 MatchKey.
       02 MatchProdCode PIC X(5).
       02 MatchSizeLabel PIC X(2).
01 OnSkuFile PIC X.
01 BookQty PIC 9(5).
01 JournalQty PIC 9(5).
01 PrevNewQty PIC 9(5).
01 SkuHeaded PIC X.
01 SkuOverflow PIC X.
*> The current SKU's movements since its baseline.
01 BufMax PIC 9(4) VALUE 3000.
01 BufCount PIC 9(4).
01 BufSub PIC 9(4).
01 BufFrom PIC 9(4).
01 BufTo PIC 9(4).
01 BreakSub PIC 9(4).
01 CheckFrom PIC 9(4).
01 MoveBuffer.
       02 BufEntry OCCURS 3000 TIMES.
              03 BufDate PIC 9(8).
              03 BufTime PIC X(6).
              03 BufOldQty PIC 9(5).
              03 BufNewQty PIC 9(5).
              03 BufReason PIC X(1).
              03 BufLocCode PIC X(2).
01 SkusChecked PIC 9(7) VALUE ZERO.
01 MovesChecked PIC 9(9) VALUE ZERO.
01 BreakCount PIC 9(7) VALUE ZERO.
01 MismatchCount PIC 9(7) VALUE ZERO.
01 OverflowCount PIC 9(7) VALUE ZERO.
*> Dated report file off RPTFILE.
01 ProofRptName PIC X(30).
01 ProofRptBase PIC X(12) VALUE "StkProof".
01 ProofRptSuffix PIC X(4) VALUE ".rpt".
01 ProofRptMode PIC X VALUE "N".
01 PageHeading.
       02 FILLER PIC X(36) VALUE "Perpetual Inventory Proof           ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnRunDate PIC 9999/99/99.
01 SkuHeading.
       02 FILLER PIC X(5) VALUE "SKU  ".
       02 PrnProdCode PIC X(5).
       02 FILLER PIC X VALUE "/".
       02 PrnSizeLabel PIC X(2).
       02 FILLER PIC X(4) VALUE SPACES.
       02 PrnSkuNote PIC X(60).
01 MoveHeads PIC X(90) VALUE
       "      Date       Time   Reason        Loc   Old qty   New qty".
01 MoveLine.
       02 PrnMark PIC X(6).
       02 PrnMoveDate PIC 9999/99/99.
       02 FILLER PIC X VALUE SPACE.
       02 PrnMoveTime PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 PrnReason PIC X(13).
       02 FILLER PIC X VALUE SPACE.
       02 PrnLocCode PIC X(2).
       02 PrnOldQty PIC ZZZ,ZZ9.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnNewQty PIC ZZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACES.
       02 PrnMoveNote PIC X(30).
01 BookLine.
       02 FILLER PIC X(6) VALUE SPACES.
       02 FILLER PIC X(18) VALUE "Book SkuQty     : ".
       02 PrnBookQty PIC ZZ,ZZ9.
       02 FILLER PIC X(22) VALUE "    journal ends at : ".
       02 PrnJournalQty PIC ZZ,ZZ9.
01 SummaryLine.
       02 PrnSumSkus PIC Z(6)9.
       02 FILLER PIC X(15) VALUE " SKUs checked, ".
       02 PrnSumMoves PIC Z(8)9.
       02 FILLER PIC X(21) VALUE " movements replayed.".
01 CountLine.
       02 PrnCountLabel PIC X(40).
       02 PrnCountValue PIC Z(6)9.
01 CleanLine PIC X(60) VALUE
       "Every SKU proves - the journal explains every quantity.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO PrnRunDate.

       OPEN INPUT SkuFile.
       MOVE "prodsku.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, SkuFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.

       CALL "RPTFILE" USING ProofRptBase, ProofRptSuffix, ProofRptMode,
           ProofRptName.
       OPEN OUTPUT ProofReport.
       WRITE PrintLine FROM PageHeading AFTER ADVANCING PAGE.

       SORT MoveSortFile
           ON ASCENDING KEY SmSkuKey, SmDate, SmTime, SmSeq
           INPUT PROCEDURE IS ReleaseMoves
           OUTPUT PROCEDURE IS ProveSkus.
       CLOSE SkuFile.

       IF BreakCount = 0 AND MismatchCount = 0
           WRITE PrintLine FROM CleanLine AFTER ADVANCING 2 LINES
       END-IF.
       MOVE SkusChecked TO PrnSumSkus.
       MOVE MovesChecked TO PrnSumMoves.
       WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES.
       MOVE "Breaks in the movement chain" TO PrnCountLabel.
       MOVE BreakCount TO PrnCountValue.
       WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE.
       MOVE "SKUs whose book does not match" TO PrnCountLabel.
       MOVE MismatchCount TO PrnCountValue.
       WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE.
       IF OverflowCount > 0
           MOVE "SKUs with more moves than the proof holds" TO PrnCountLabel
           MOVE OverflowCount TO PrnCountValue
           WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE ProofReport.

       DISPLAY "Inventory proof : " BreakCount " breaks, "
           MismatchCount " book mismatches - see " ProofRptName.
       IF BreakCount > 0 OR MismatchCount > 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

ReleaseMoves.
       MOVE "N" TO MoveEOF.
       OPEN INPUT StockMoveFile.
       IF MoveFileStatus NOT = "00" AND MoveFileStatus NOT = "05"
           MOVE "Y" TO MoveEOF
       END-IF.
       PERFORM ReleaseOneMove UNTIL MoveEOF = "Y".
       CLOSE StockMoveFile.

ReleaseOneMove.
       READ StockMoveFile
           AT END MOVE "Y" TO MoveEOF
       END-READ.
       IF MoveEOF = "N"
           ADD 1 TO MoveSeq
           MOVE MoveProdCode TO SmProdCode
           MOVE MoveSizeLabel TO SmSizeLabel
           MOVE MoveDate TO SmDate
           MOVE MoveTime TO SmTime
           MOVE MoveSeq TO SmSeq
           MOVE MoveOldQty TO SmOldQty
           MOVE MoveNewQty TO SmNewQty
           MOVE MoveReason TO SmReason
           MOVE MoveLocCode TO SmLocCode
           RELEASE MoveSortRecord
       END-IF.

ProveSkus.
       MOVE "N" TO SortEOF.
       MOVE "N" TO SkuEOF.
       PERFORM ReturnNextMove.
       PERFORM ReadNextSku.
       PERFORM ProveOneSku
           UNTIL JournalKey = HIGH-VALUES AND BookKey = HIGH-VALUES.

ReturnNextMove.
       RETURN MoveSortFile
           AT END MOVE "Y" TO SortEOF
       END-RETURN.
       IF SortEOF = "Y"
           MOVE HIGH-VALUES TO JournalKey
       ELSE
           MOVE SmSkuKey TO JournalKey
       END-IF.

ReadNextSku.
       READ SkuFile NEXT RECORD
           AT END MOVE "Y" TO SkuEOF
       END-READ.
       IF SkuEOF = "Y"
           MOVE HIGH-VALUES TO BookKey
       ELSE
           MOVE SkuKey TO BookKey
       END-IF.

*> The lower key is the SKU being proved. Its movements are
*> gathered from its last count line on (a count line starts the
*> buffer afresh), then the chain and the book are checked.
ProveOneSku.
       IF JournalKey < BookKey
           MOVE JournalKey TO MatchKey
       ELSE
           MOVE BookKey TO MatchKey
       END-IF.
       ADD 1 TO SkusChecked.
       MOVE 0 TO BufCount JournalQty.
       MOVE "N" TO SkuHeaded SkuOverflow.
       PERFORM TakeOneMove UNTIL JournalKey NOT = MatchKey.
       IF BookKey = MatchKey
           MOVE "Y" TO OnSkuFile
           MOVE SkuQty TO BookQty
       ELSE
           MOVE "N" TO OnSkuFile
           MOVE 0 TO BookQty
       END-IF.
       IF BufCount > 0
           PERFORM CheckChain
       END-IF.
       IF SkuOverflow = "Y"
           ADD 1 TO OverflowCount
           MOVE "more moves since the last count than the proof holds"
               TO PrnSkuNote
           PERFORM PrintSkuHeading
       END-IF.
       IF BookQty NOT = JournalQty
           PERFORM PrintMismatch
       END-IF.
       IF BookKey = MatchKey
           PERFORM ReadNextSku
       END-IF.

TakeOneMove.
       ADD 1 TO MovesChecked.
       IF SmReason = "C"
           MOVE 0 TO BufCount
           MOVE "N" TO SkuOverflow
       END-IF.
       IF BufCount < BufMax
           ADD 1 TO BufCount
           MOVE SmDate TO BufDate(BufCount)
           MOVE SmTime TO BufTime(BufCount)
           MOVE SmOldQty TO BufOldQty(BufCount)
           MOVE SmNewQty TO BufNewQty(BufCount)
           MOVE SmReason TO BufReason(BufCount)
           MOVE SmLocCode TO BufLocCode(BufCount)
       ELSE
           MOVE "Y" TO SkuOverflow
       END-IF.
       MOVE SmNewQty TO JournalQty.
       PERFORM ReturnNextMove.

*> A count line is the baseline: checking starts on the line after
*> it from its new quantity. Without one the baseline is zero and
*> the first line is held to it too.
CheckChain.
       IF BufReason(1) = "C"
           MOVE BufNewQty(1) TO PrevNewQty
           MOVE 2 TO CheckFrom
       ELSE
           MOVE 0 TO PrevNewQty
           MOVE 1 TO CheckFrom
       END-IF.
       PERFORM CheckOneLink
           VARYING BufSub FROM CheckFrom BY 1 UNTIL BufSub > BufCount.

CheckOneLink.
       IF BufOldQty(BufSub) NOT = PrevNewQty
           ADD 1 TO BreakCount
           MOVE BufSub TO BreakSub
           MOVE "break in the movement chain" TO PrnSkuNote
           PERFORM PrintSkuHeading
           PERFORM PrintBreakContext
       END-IF.
       MOVE BufNewQty(BufSub) TO PrevNewQty.

PrintSkuHeading.
       MOVE MatchProdCode TO PrnProdCode.
       MOVE MatchSizeLabel TO PrnSizeLabel.
       IF SkuHeaded = "N"
           WRITE PrintLine FROM SkuHeading AFTER ADVANCING 2 LINES
           MOVE "Y" TO SkuHeaded
       ELSE
           WRITE PrintLine FROM SkuHeading AFTER ADVANCING 1 LINE
       END-IF.

*> Two lines either side of the break, the breaking line marked
*> with what its old quantity should have been.
PrintBreakContext.
       IF BreakSub > 2
           SUBTRACT 2 FROM BreakSub GIVING BufFrom
       ELSE
           MOVE 1 TO BufFrom
       END-IF.
       ADD 2 TO BreakSub GIVING BufTo.
       IF BufTo > BufCount
           MOVE BufCount TO BufTo
       END-IF.
       WRITE PrintLine FROM MoveHeads AFTER ADVANCING 1 LINE.
       PERFORM PrintBufferLine
           VARYING BufSub FROM BufFrom BY 1 UNTIL BufSub > BufTo.
       MOVE BreakSub TO BufSub.

PrintBufferLine.
       MOVE SPACES TO PrnMark PrnMoveNote.
       IF BufSub = BreakSub
           MOVE "  >>  " TO PrnMark
           MOVE SPACES TO PrnMoveNote
           STRING "old qty should be " DELIMITED BY SIZE
                  PrevNewQty DELIMITED BY SIZE
                  INTO PrnMoveNote
           END-STRING
       END-IF.
       MOVE BufDate(BufSub) TO PrnMoveDate.
       MOVE BufTime(BufSub) TO PrnMoveTime.
       EVALUATE BufReason(BufSub)
           WHEN "R" MOVE "Receipt" TO PrnReason
           WHEN "S" MOVE "Sale" TO PrnReason
           WHEN "A" MOVE "Adjustment" TO PrnReason
           WHEN "C" MOVE "Count" TO PrnReason
           WHEN "V" MOVE "Vendor return" TO PrnReason
           WHEN "T" MOVE "Transfer out" TO PrnReason
           WHEN "I" MOVE "Transfer in" TO PrnReason
           WHEN OTHER MOVE BufReason(BufSub) TO PrnReason
       END-EVALUATE.
       MOVE BufLocCode(BufSub) TO PrnLocCode.
       MOVE BufOldQty(BufSub) TO PrnOldQty.
       MOVE BufNewQty(BufSub) TO PrnNewQty.
       WRITE PrintLine FROM MoveLine AFTER ADVANCING 1 LINE.

*> The book against where the journal ends, with the last three
*> movements that got it there.
PrintMismatch.
       ADD 1 TO MismatchCount.
       EVALUATE TRUE
           WHEN OnSkuFile = "N"
               MOVE "journal for a SKU not on prodsku.txt" TO PrnSkuNote
           WHEN BufCount = 0
               MOVE "quantity on file with no movements journalled"
                   TO PrnSkuNote
           WHEN OTHER
               MOVE "book quantity does not match the journal"
                   TO PrnSkuNote
       END-EVALUATE.
       PERFORM PrintSkuHeading.
       MOVE BookQty TO PrnBookQty.
       MOVE JournalQty TO PrnJournalQty.
       WRITE PrintLine FROM BookLine AFTER ADVANCING 1 LINE.
       IF BufCount > 0
           IF BufCount > 3
               SUBTRACT 2 FROM BufCount GIVING BufFrom
           ELSE
               MOVE 1 TO BufFrom
           END-IF
           MOVE 0 TO BreakSub
           WRITE PrintLine FROM MoveHeads AFTER ADVANCING 1 LINE
           PERFORM PrintBufferLine
               VARYING BufSub FROM BufFrom BY 1 UNTIL BufSub > BufCount
       END-IF.
