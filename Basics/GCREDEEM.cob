               DISPLAY "Certificate isn't on file - nothing redeemed."
           WHEN GcVoided
               DISPLAY "Certificate is void - nothing redeemed."
           WHEN GcEscheated
               DISPLAY "Certificate was remitted to the state as"
                   " unclaimed property - nothing redeemed."
           WHEN GcRemaining = 0
               DISPLAY "Certificate is fully redeemed - nothing left on it."
           WHEN OTHER
