      *> Shared price-override journal record for priceovr.txt - one
      *> line for every sale line charged at a price the clerk keyed
      *> over the one GETPRICE and GETPROMO gave, the way payjrnl.txt
      *> carries receipts. Written through PRICEOVR by the counter
      *> (PoSource POS), custinvoice (INV, PoDocNo the invoice) and
      *> ordentry (ORD, PoDocNo the order). PoNormPrice is what the
      *> line would have charged, PoNewPrice what it did; PoGiveAway
      *> is the difference over the quantity - the margin given away,
      *> negative for an override that charged more. PoSuperID is the
      *> supervisor who authorized an override below cost or too far
      *> under list, blank when none was needed. Reason codes: MG
      *> manager agreed, PM price match, DM damaged or shop-soiled, GW
      *> goodwill, BK bulk deal, OT other.
       01 PriceOvrRecord.
              02 PoDate PIC 9(8).
              02 PoTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 PoSource PIC X(3).
              02 FILLER PIC X VALUE SPACE.
              02 PoDocNo PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 PoOperID PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 PoSuperID PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 PoCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 PoProdCode PIC X(5).
              02 FILLER PIC X VALUE SPACE.
              02 PoQty PIC 9(5).
              02 FILLER PIC X VALUE SPACE.
              02 PoListPrice PIC 9(5)V99.
              02 FILLER PIC X VALUE SPACE.
              02 PoNormPrice PIC 9(5)V99.
              02 FILLER PIC X VALUE SPACE.
              02 PoNewPrice PIC 9(5)V99.
              02 FILLER PIC X VALUE SPACE.
              02 PoUnitCost PIC 9(5)V99.
              02 FILLER PIC X VALUE SPACE.
              02 PoReason PIC X(2).
                     88 PoReasonValid VALUES "MG", "PM", "DM", "GW",
                         "BK", "OT".
              02 FILLER PIC X VALUE SPACE.
              02 PoGiveAway PIC S9(7)V99 SIGN LEADING SEPARATE.
