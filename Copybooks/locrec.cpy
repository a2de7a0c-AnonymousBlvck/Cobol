      *> Shared stock location record layout for locations.txt -
      *> one record per place stock is held (the shop floor, the
      *> back warehouse, the second store), keyed by a two-character
      *> location code. Maintained through the locations table
      *> program; stkloc.txt, transfer.txt and stockmove.txt carry
      *> the code.
       01 LocationData.
              02 LocCode PIC X(2).
              02 LocName PIC X(20).
              02 LocStatus PIC X(1).
                     88 LocActive VALUE "A".
                     88 LocClosed VALUE "C".
