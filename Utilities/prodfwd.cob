       >>SOURCE FORMAT FREE
*> Forward recovery for product.txt and prodsku.txt, in the custfwd
*> mould. After a failure, restore the last good product and SKU
*> generations through custbackup, then run this: it replays
*> prodlog.txt - the after-image log every product and SKU WRITE
*> and REWRITE appends to - front to back, laying each logged image
*> over the master PiFile names by key (REWRITE if the key is there,
*> WRITE if it isn't), and replaying the deletion markers tables
*> logs under the reserved program name DELETE as DELETEs. Prices,
*> statuses, reorder levels and UPCs come back with the quantities,
*> which stockmove.txt alone could never give. The same optional
*> from-date as custfwd skips images already inside the backup;
*> replaying them again is harmless, the images being complete.
*> The run ends by proving the rolled-forward SKU quantities against
*> stockmove.txt through stkproof - a quantity the journal doesn't
*> explain after a replay is a change neither log caught - and
*> exits RC-WARNING when nothing was applied or the proof fails.
IDENTIFICATION DIVISION.
PROGRAM-ID. prodfwd.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT ProductFile ASSIGN TO "product.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           ALTERNATE RECORD KEY IS ProdName WITH DUPLICATES
           FILE STATUS IS ProdFileStatus.

       SELECT OPTIONAL SkuFile ASSIGN TO "prodsku.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SkuKey
           ALTERNATE RECORD KEY IS SkuUPC WITH DUPLICATES
           FILE STATUS IS SkuFileStatus.

       SELECT OPTIONAL ProdLogFile ASSIGN TO "prodlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ProdLogStatus.

DATA DIVISION.
FILE SECTION.
FD ProductFile.
       COPY "prodrec.cpy".

FD SkuFile.
       COPY "skurec.cpy".

FD ProdLogFile.
       COPY "prodimg.cpy".

WORKING-STORAGE SECTION.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 ProdFileStatus PIC XX.
01 SkuFileStatus PIC XX.
01 ProdLogStatus PIC XX.
01 LogEOF PIC X VALUE "N".
01 FromDate PIC 9(8).
01 KeyExists PIC X.
01 AppliedCount PIC 9(7) VALUE ZERO.
01 ProdAppliedCount PIC 9(7) VALUE ZERO.
01 SkuAppliedCount PIC 9(7) VALUE ZERO.
01 SkippedCount PIC 9(7) VALUE ZERO.
01 UnknownCount PIC 9(7) VALUE ZERO.
01 ProofCode PIC S9(4) COMP VALUE ZERO.
01 Confirm PIC X.
       COPY "retcode.cpy".

PROCEDURE DIVISION.
StartPara.
       DISPLAY " ".
       DISPLAY "Forward recovery : replays prodlog.txt over product.txt"
           " and prodsku.txt.".
       DISPLAY "Both should be the restored backup copies.".
       DISPLAY "Replay images from date (YYYYMMDD, 00000000 for all) : "
           WITH NO ADVANCING.
       ACCEPT FromDate.
       DISPLAY "Proceed? (Y/N) : " WITH NO ADVANCING.
       ACCEPT Confirm.

       IF Confirm NOT = "Y" AND Confirm NOT = "y"
           DISPLAY "Recovery cancelled."
           MOVE RC-WARNING TO RETURN-CODE
           GOBACK
       END-IF.

       OPEN I-O ProductFile.
       MOVE "product.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, ProdFileStatus, FileOK.
       IF FileOK = "N"
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN I-O SkuFile.
       MOVE "prodsku.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, SkuFileStatus, FileOK.
       IF FileOK = "N"
           CLOSE ProductFile
           MOVE RC-SEVERE TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT ProdLogFile.
       IF ProdLogStatus NOT = "00" AND ProdLogStatus NOT = "05"
           DISPLAY "prodlog.txt could not be opened - nothing replayed."
           MOVE "Y" TO LogEOF
       END-IF.

       PERFORM ReplayOneImage UNTIL LogEOF = "Y".

       CLOSE ProductFile, SkuFile, ProdLogFile.
       ADD ProdAppliedCount SkuAppliedCount GIVING AppliedCount.
       DISPLAY "Product images applied : " ProdAppliedCount.
       DISPLAY "SKU images applied : " SkuAppliedCount.
       DISPLAY "Images skipped (before from-date) : " SkippedCount.
       IF UnknownCount > 0
           DISPLAY "Images naming neither file (ignored) : " UnknownCount
       END-IF.

       PERFORM ProveAgainstJournal.

       IF AppliedCount = 0 OR ProofCode > RC-SUCCESS
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE
       END-IF.
       GOBACK.

ReplayOneImage.
       READ ProdLogFile
           AT END MOVE "Y" TO LogEOF
           NOT AT END
               IF PiDate < FromDate
                   ADD 1 TO SkippedCount
               ELSE
                   PERFORM ApplyOneImage
               END-IF
       END-READ.

ApplyOneImage.
       EVALUATE TRUE
           WHEN PiProduct AND PiProgram = "DELETE"
               PERFORM ReplayProdDeletion
           WHEN PiProduct
               PERFORM ReplayProdWrite
           WHEN PiSku AND PiProgram = "DELETE"
               PERFORM ReplaySkuDeletion
           WHEN PiSku
               PERFORM ReplaySkuWrite
           WHEN OTHER
               ADD 1 TO UnknownCount
       END-EVALUATE.

*> A DELETE marker says the record left the file here: the replay
*> deletes the key, and a key already absent is the same end state.
ReplayProdDeletion.
       MOVE PiImage TO ProductData.
       DELETE ProductFile
           INVALID KEY CONTINUE
           NOT INVALID KEY CONTINUE
       END-DELETE.
       ADD 1 TO ProdAppliedCount.

ReplayProdWrite.
       MOVE PiImage TO ProductData.
       MOVE "Y" TO KeyExists.
       READ ProductFile
           INVALID KEY MOVE "N" TO KeyExists
       END-READ.
       MOVE PiImage TO ProductData.
       IF KeyExists = "Y"
           REWRITE ProductData
               INVALID KEY DISPLAY "Replay REWRITE failed for product "
                   ProdCode
               NOT INVALID KEY ADD 1 TO ProdAppliedCount
           END-REWRITE
       ELSE
           WRITE ProductData
               INVALID KEY DISPLAY "Replay WRITE failed for product "
                   ProdCode
               NOT INVALID KEY ADD 1 TO ProdAppliedCount
           END-WRITE
       END-IF.

ReplaySkuDeletion.
       MOVE PiImage TO SkuData.
       DELETE SkuFile
           INVALID KEY CONTINUE
           NOT INVALID KEY CONTINUE
       END-DELETE.
       ADD 1 TO SkuAppliedCount.

ReplaySkuWrite.
       MOVE PiImage TO SkuData.
       MOVE "Y" TO KeyExists.
       READ SkuFile
           INVALID KEY MOVE "N" TO KeyExists
       END-READ.
       MOVE PiImage TO SkuData.
       IF KeyExists = "Y"
           REWRITE SkuData
               INVALID KEY DISPLAY "Replay REWRITE failed for SKU "
                   SkuProdCode " size " SkuSizeCode
               NOT INVALID KEY ADD 1 TO SkuAppliedCount
           END-REWRITE
       ELSE
           WRITE SkuData
               INVALID KEY DISPLAY "Replay WRITE failed for SKU "
                   SkuProdCode " size " SkuSizeCode
               NOT INVALID KEY ADD 1 TO SkuAppliedCount
           END-WRITE
       END-IF.

*> The rolled-forward SKU quantities have to end where stockmove.txt
*> says they do; stkproof holds every SKU to its journal and prints
*> any disagreement on its dated StkProof report.
ProveAgainstJournal.
       DISPLAY "Proving prodsku.txt against stockmove.txt...".
       CALL "stkproof".
       MOVE RETURN-CODE TO ProofCode.
       EVALUATE TRUE
           WHEN ProofCode = RC-WARNING
               DISPLAY "Rolled-forward quantities disagree with the"
                   " journal - see the StkProof report."
           WHEN ProofCode > RC-WARNING
               DISPLAY "Proof did not run - run stkproof by hand once"
                   " prodsku.txt is available."
       END-EVALUATE.
