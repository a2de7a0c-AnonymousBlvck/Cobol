      *> Shared e-invoice trading-partner record for einvcust.txt,
      *> keyed by the customer's ID - one line for each commercial
      *> customer who takes their invoices as data instead of paper.
      *> EcPartnerID is the identity the customer's supplier portal
      *> knows us by for them (their vendor or buyer number), carried
      *> on every invoice header so their side can route it.
      *> EcStartDate is the first invoice date the customer wants
      *> electronically - nothing billed before they signed up is
      *> sent. A stopped partner stays on file at status S for the
      *> record and is sent nothing more. einvcust maintains the file
      *> and asks for resends; einvout builds the nightly file.
       01 EinvCustData.
              02 EcCustID PIC 9(6).
              02 EcPartnerID PIC X(15).
              02 EcStatus PIC X(1).
                     88 EcActive VALUE "A".
                     88 EcStopped VALUE "S".
              02 EcStartDate PIC 9(8).
              02 EcEnteredBy PIC X(6).
              02 EcEnteredDate PIC 9(8).
