                     88 POOpen VALUE "O".
                     88 POClosed VALUE "C".
                     88 POCancelled VALUE "X".
      *> A drop-ship PO raised by ordpick for one sales order: the
      *> order it fills, the customer, and the ship-to line resolved
      *> from custaddr.txt (or the customer's main address), which
      *> the PO document prints as the delivery address - its city,
      *> state and ZIP are in PODropCity/PODropState/PODropZip below.
      *> Zero or spaces on a stock PO, and on POs from before the
      *> fields existed.
              02 PODropOrderID PIC 9(6).
              02 PODropCustID PIC 9(6).
              02 PODropShipTo PIC X(30).
      *> The date poedi put the PO on the supplier's outbound file.
      *> Zero or spaces: not sent as data - a paper supplier's PO, or
      *> an electronic supplier's PO not yet picked up.
              02 POSentDate PIC 9(8).
      *> The rest of the drop-ship delivery address, from the same
      *> address-book line or customer record as PODropShipTo, laid
      *> out as the customer record's CustCity/CustState/CustZip.
      *> Spaces on a stock PO.
              02 PODropCity PIC X(20).
              02 PODropState PIC X(2).
              02 PODropZip PIC X(10).
