*> operator can then apply the proposals back onto the SKU records
*> in one pass instead of retyping them through tables' screens; a
*> reorder level is a parameter, not a stock quantity, so the apply
*> pass writes no stock movement, though each rewritten SKU still
*> goes to prodlog.txt as an after-image for prodfwd.
IDENTIFICATION DIVISION.
PROGRAM-ID. skuvel.

           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT ProductFile ASSIGN TO "product.txt"

       SELECT SortFile ASSIGN TO "velwork.tmp".

       SELECT ProdLogFile ASSIGN TO "prodlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StockMoveFile.
FD VelocityReport.
       01 PrintLine PIC X(90).

FD ProdLogFile.
       COPY "prodimg.cpy".

SD SortFile.
       01 SortRecord.
              02 SortMonthly PIC 9(5)V9.
*> one's reorder level to its proposal - one pass, no retyping.
ApplyProposals.
       OPEN I-O SkuFile.
       OPEN EXTEND ProdLogFile.
       PERFORM ApplyOneProposal
           VARYING VelSub FROM 1 BY 1
           UNTIL VelSub > VelCount.
       CLOSE SkuFile, ProdLogFile.

ApplyOneProposal.
       COMPUTE WorkProposed = (VelUnits(VelSub) + WindowMonths - 0.1)
           REWRITE SkuData
               INVALID KEY DISPLAY "Reorder level not updated for "
                   SkuProdCode " size " SkuSizeCode
               NOT INVALID KEY
                   ADD 1 TO AppliedCount
                   PERFORM WriteSkuImage
           END-REWRITE
       END-IF.

WriteSkuImage.
       MOVE SPACES TO ProdImageRecord.
       ACCEPT PiDate FROM DATE YYYYMMDD.
       ACCEPT PiTime FROM TIME.
       MOVE "SKUVEL" TO PiProgram.
       SET PiSku TO TRUE.
       MOVE SkuData TO PiImage.
       WRITE ProdImageRecord.
