      *> Shared notification-consent record for ntfpref.txt, keyed by
      *> the customer's ID - one line for each customer who has told
      *> us how they want to hear about their orders, payments,
      *> layaways and statements. NpEmailOptIn and NpSmsOptIn are Y
      *> only where the customer said yes to that channel; anything
      *> else, or no line at all, is no. The consent date and the
      *> operator who recorded it are kept for the day someone asks
      *> why they were sent something. ntfpref maintains the file;
      *> NOTIFY reads it before anything goes on the outbound queue.
       01 NotifyPrefData.
              02 NpCustID PIC 9(6).
              02 NpEmailOptIn PIC X(1).
                     88 NpEmailYes VALUE "Y".
              02 NpSmsOptIn PIC X(1).
                     88 NpSmsYes VALUE "Y".
              02 NpConsentDate PIC 9(8).
              02 NpEnteredBy PIC X(6).
