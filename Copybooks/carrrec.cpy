      *> Shared carrier freight-rate record layout for carrates.txt,
      *> keyed by carrier code, delivery jurisdiction (the customer's
      *> CustTaxJuris, "00" for home) and the top of a weight band in
      *> pounds - one line per band, so "what does UPS charge for a
      *> 12 lb carton out of county?" is the first band at or above
      *> 12 lb for that carrier and zone. A carrier with no line for
      *> a zone rates off its "00" lines. CarrFrtTaxable says whether
      *> the jurisdiction taxes delivery charges: Y puts the freight
      *> line inside the taxable total on the invoice, N leaves it
      *> out. The GETFRGT subprogram reads it; carrates maintains it.
       01 CarrRateData.
              02 CarrRateKey.
                     03 CarrCode PIC X(4).
                     03 CarrJuris PIC X(2).
                     03 CarrMaxWeight PIC 9(4)V9.
              02 CarrName PIC X(20).
              02 CarrCharge PIC 9(5)V99.
              02 CarrFrtTaxable PIC X(1).
                     88 CarrFreightTaxed VALUE "Y".
                     88 CarrFreightExempt VALUE "N".
