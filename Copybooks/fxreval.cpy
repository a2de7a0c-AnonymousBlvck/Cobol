      *> Shared revaluation record layout for fxreval.txt, one line per
      *> currency each time the month-end fxreval run values the open
      *> foreign-currency items at the day's rate. FrvPosition is the
      *> unrealized exchange gain (positive) or loss (negative) on
      *> what is still open in that currency - what it is worth in
      *> dollars today less the dollars it is carried at - and
      *> FrvMovement is how far that has moved since the currency's
      *> last line, the amount glpost books for the date, so the
      *> revaluation account always holds the latest position and
      *> nothing has to be reversed by hand.
       01 FxRevalRecord.
              02 FrvDate PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 FrvCurrency PIC X(3).
              02 FILLER PIC X VALUE SPACE.
              02 FrvPosition PIC S9(7)V99 SIGN LEADING SEPARATE.
              02 FILLER PIC X VALUE SPACE.
              02 FrvMovement PIC S9(7)V99 SIGN LEADING SEPARATE.
