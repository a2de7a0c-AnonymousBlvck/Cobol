      *> Shared contract price record layout for contract.txt, the
      *> negotiated and quantity-break prices GETPRICE weighs against
      *> the list price. A line belongs to one of three owners, told
      *> apart by which half of the owner is filled in:
      *>   - a customer's own deal: ContCustID set, ContLevel spaces;
      *>   - a price level's deal, for every account carrying that
      *>     CustPriceLevel: ContCustID zero, ContLevel set;
      *>   - a quantity break open to everyone: both left empty.
      *> ContMinQty is the quantity the line starts at - 1 for a
      *> price at any quantity, 12 for the case price - so one
      *> product can carry several breaks for the same owner. A line
      *> is in force from ContStartDate through ContEndDate; an end
      *> date of zero never expires. contracts maintains it; contrpt
      *> lists it.
       01 ContractData.
              02 ContKey.
                     03 ContCustID PIC 9(6).
                     03 ContLevel PIC X(2).
                     03 ContProdCode PIC X(5).
                     03 ContMinQty PIC 9(5).
              02 ContPrice PIC 9(5)V99.
              02 ContStartDate PIC 9(8).
              02 ContEndDate PIC 9(8).
              02 ContDesc PIC X(20).
