                     88 GcOutstanding VALUE "O".
                     88 GcRedeemed VALUE "R".
                     88 GcVoided VALUE "V".
      *> Remitted to the owner's state as unclaimed property by
      *> unclprop once it sat untouched past the dormancy period -
      *> GcRemaining goes to zero and an E line lands on gclog.txt.
                     88 GcEscheated VALUE "E".
