      *> Shared loyalty-points balance record for loybal.txt, keyed by
      *> the customer's ID - one record per customer who has ever
      *> earned a point, carrying the points standing to their name
      *> right now. loyalty.txt's ledger lines are the detail behind
      *> it the way custtran.txt is the detail behind CustBalance:
      *> loyearn adds earnings and takes back credit memos, LOYREDEEM
      *> spends points at the counter and at invoicing, loyexpire
      *> ages them out at year-end, and each of them moves the
      *> balance here at the moment it writes its ledger line.
       01 LoyaltyData.
              02 LoyCustID PIC 9(6).
              02 LoyPoints PIC 9(9).
              02 LoyLastDate PIC 9(8).
