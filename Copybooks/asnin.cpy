      *> Shared inbound advance-ship-notice record for asnin.txt, the
      *> file our electronic suppliers send when a truck leaves their
      *> dock. One AS record per PO line on the truck - the supplier,
      *> its ASN number, our PO number and line, the product and size
      *> it believes it is sending, the quantity, the ship date and
      *> the arrival date it promises, and the carrier and tracking
      *> reference. The file is bracketed by the ctlrec.cpy HDR/TRL
      *> control records; the trailer counts the AS records, hashes
      *> our PO numbers and totals the quantities shipped.
       01 AsnInRecord.
              02 AiRecType PIC X(2).
                     88 AiIsNotice VALUE "AS".
              02 FILLER PIC X.
              02 AiSuppCode PIC X(5).
              02 FILLER PIC X.
              02 AiAsnNumber PIC X(10).
              02 FILLER PIC X.
              02 AiPONumber PIC 9(6).
              02 FILLER PIC X.
              02 AiLineSeq PIC 9(3).
              02 FILLER PIC X.
              02 AiProdCode PIC X(5).
              02 FILLER PIC X.
              02 AiSizeCode PIC X(2).
              02 FILLER PIC X.
              02 AiQtyShipped PIC 9(5).
              02 FILLER PIC X.
              02 AiShipDate PIC 9(8).
              02 FILLER PIC X.
              02 AiArriveDate PIC 9(8).
              02 FILLER PIC X.
              02 AiCarrier PIC X(10).
              02 FILLER PIC X.
              02 AiTracking PIC X(20).
