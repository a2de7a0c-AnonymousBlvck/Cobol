      *> Shared outbound purchase-order record layouts for the files
      *> poedi writes, one file per electronic supplier per run. Each
      *> PO is one PH header record - the account ID the supplier
      *> knows us by, the PO number, order and expected dates, and
      *> the delivery address on a drop-ship PO - street line, city,
      *> state and ZIP (spaces: deliver to our own dock) - followed
      *> by one PL record per polines.txt line with product, size,
      *> quantity, the agreed unit cost and the line value. The file
      *> is bracketed by the ctlrec.cpy HDR/TRL control records; the
      *> trailer counts the PH and PL records, hashes the PO numbers
      *> of the headers and totals the line values.
       01 POEdiHeaderRecord.
              02 PhRecType PIC X(2).
                     88 PhIsHeader VALUE "PH".
              02 FILLER PIC X VALUE SPACE.
              02 PhSuppCode PIC X(5).
              02 FILLER PIC X VALUE SPACE.
              02 PhOurID PIC X(15).
              02 FILLER PIC X VALUE SPACE.
              02 PhPONumber PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 PhPODate PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 PhExpectDate PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 PhLineCount PIC 9(3).
              02 FILLER PIC X VALUE SPACE.
              02 PhDropOrderID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 PhShipTo PIC X(30).
              02 FILLER PIC X VALUE SPACE.
              02 PhShipCity PIC X(20).
              02 FILLER PIC X VALUE SPACE.
              02 PhShipState PIC X(2).
              02 FILLER PIC X VALUE SPACE.
              02 PhShipZip PIC X(10).
       01 POEdiLineRecord.
              02 PlRecType PIC X(2).
                     88 PlIsLine VALUE "PL".
              02 FILLER PIC X VALUE SPACE.
              02 PlPONumber PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 PlLineSeq PIC 9(3).
              02 FILLER PIC X VALUE SPACE.
              02 PlProdCode PIC X(5).
              02 FILLER PIC X VALUE SPACE.
              02 PlSizeCode PIC X(2).
              02 FILLER PIC X VALUE SPACE.
              02 PlQtyOrdered PIC 9(5).
              02 FILLER PIC X VALUE SPACE.
              02 PlUnitCost PIC 9(5)V99.
              02 FILLER PIC X VALUE SPACE.
              02 PlLineValue PIC 9(9)V99.
