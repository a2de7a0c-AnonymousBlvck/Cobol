      *> Shared exchange-rate record layout for fxrates.txt, kept the
      *> way taxrates.txt is kept: one line per currency per effective
      *> date, edited by hand when the bank's rate moves. The GETFXRT
      *> subprogram picks the newest line for a currency already in
      *> effect on the date it is asked about, so a billing or receipt
      *> converts at the rate that was in force on its posting date.
      *> FxRate is foreign units to one home dollar, six decimals:
      *> 0001350000 means 1.35 of the foreign currency to the dollar.
       01 FxRateRecord.
              02 FxCurrency PIC X(3).
              02 FILLER PIC X VALUE SPACE.
              02 FxEffDate PIC 9(8).
              02 FILLER PIC X VALUE SPACE.
              02 FxRate PIC 9(4)V9(6).
