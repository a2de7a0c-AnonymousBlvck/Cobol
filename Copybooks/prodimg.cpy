      *> Shared after-image log record for prodlog.txt - aftimg.cpy's
      *> discipline carried over to the product side. Every program
      *> that WRITEs, REWRITEs or DELETEs a product.txt or prodsku.txt
      *> record appends the complete record as it stood AFTER the
      *> change, stamped with date, time and the writing program, and
      *> PiFile says which master the image belongs to. stockmove.txt
      *> only carries quantities; this carries prices, statuses,
      *> reorder levels and UPCs as well, so prodfwd can replay it
      *> over a restored backup generation to roll both files forward
      *> to the moment of failure. A deletion is logged under the
      *> reserved program name DELETE with the deleted key in the
      *> image. PiImage must be at least as long as the longer of
      *> prodrec.cpy and skurec.cpy; widen it whenever either grows.
       01 ProdImageRecord.
              02 PiDate PIC 9(8).
              02 PiTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 PiProgram PIC X(8).
              02 FILLER PIC X VALUE SPACE.
              02 PiFile PIC X(1).
                     88 PiProduct VALUE "P".
                     88 PiSku VALUE "S".
              02 FILLER PIC X VALUE SPACE.
              02 PiImage PIC X(60).
