      *> Shared advance-ship-notice layout for asn.txt, keyed by PO
      *> number, PO line and the supplier's own ASN number, so one
      *> keyed START covers every notice against one PO line. asnimp
      *> loads each notice off the supplier's inbound file: what the
      *> supplier says is on the truck for the line, when it left and
      *> when it should reach our dock, and the carrier and tracking
      *> reference to chase it by. A notice stays in transit (T)
      *> until porecv posts a delivery against its line, which marks
      *> it arrived (A) with the date; asnrpt lists the ones due
      *> today and the ones whose truck never showed.
       01 AsnData.
              02 AsnKey.
                     03 AsnPONumber PIC 9(6).
                     03 AsnLineSeq PIC 9(3).
                     03 AsnNumber PIC X(10).
              02 AsnSuppCode PIC X(5).
              02 AsnProdCode PIC X(5).
              02 AsnSizeCode PIC X(2).
              02 AsnQtyShipped PIC 9(5).
              02 AsnShipDate PIC 9(8).
              02 AsnArriveDate PIC 9(8).
              02 AsnCarrier PIC X(10).
              02 AsnTracking PIC X(20).
              02 AsnStatus PIC X(1).
                     88 AsnInTransit VALUE "T".
                     88 AsnArrived VALUE "A".
              02 AsnLoadDate PIC 9(8).
              02 AsnRecvDate PIC 9(8).
