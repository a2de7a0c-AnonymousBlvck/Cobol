      *> Shared loyalty-points ledger layout for loyalty.txt, one line
      *> per earn or burn, appended forever - the promolog/gclog
      *> discipline applied to points. LlgPoints is the signed effect
      *> on the customer's loybal.txt balance (earnings positive,
      *> everything else negative), LlgValue is what those points are
      *> worth in money at the point value in force on the day, which
      *> glpost books against the points liability, and LlgBasis is
      *> the money the event was reckoned on (the net-of-tax sale or
      *> credit, or the amount due a redemption was set against).
       01 LoyLedgerRecord.
              02 LlgDate PIC 9(8).
              02 LlgTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 LlgCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 LlgEvent PIC X(1).
                     88 LlgEarned VALUE "E".
                     88 LlgTakenBack VALUE "C".
                     88 LlgRedeemed VALUE "R".
                     88 LlgExpired VALUE "X".
              02 FILLER PIC X VALUE SPACE.
              02 LlgPoints PIC S9(9) SIGN LEADING SEPARATE.
              02 FILLER PIC X VALUE SPACE.
              02 LlgValue PIC S9(7)V99 SIGN LEADING SEPARATE.
              02 FILLER PIC X VALUE SPACE.
              02 LlgBasis PIC S9(7)V99 SIGN LEADING SEPARATE.
