*> what hits CustBalance, partial redemptions wearing the value
*> down on the record. The outstanding-liability report totals the
*> unredeemed value so the books can finally carry the number.
*> A certificate left untouched past the state's dormancy period is
*> remitted by unclprop, which zeroes it, marks it E and journals an
*> E line to gclog.txt; it drops off the liability report with that.
IDENTIFICATION DIVISION.
PROGRAM-ID. gcert.

               WHEN GcOutstanding DISPLAY "Status : Outstanding"
               WHEN GcRedeemed DISPLAY "Status : Fully redeemed"
               WHEN GcVoided DISPLAY "Status : Void"
               WHEN GcEscheated DISPLAY "Status : Remitted as unclaimed"
           END-EVALUATE
       END-IF.

