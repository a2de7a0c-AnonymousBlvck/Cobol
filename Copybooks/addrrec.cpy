                     88 AddrBilling VALUE "B".
                     88 AddrShipping VALUE "S".
              02 AddrLine PIC X(30).
      *> City, state and ZIP of the line, split out the same way as
      *> on custrec.cpy - the delivery ZIP is what a ship-to line's
      *> tax and freight zone rate by.
              02 AddrCity PIC X(20).
              02 AddrState PIC X(2).
              02 AddrZip PIC X(10).
