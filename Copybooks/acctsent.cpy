      *> Shared account-feed record for acctsent.txt, keyed by
      *> customer - what acctfeed last told the storefront's "my
      *> account" page about each customer with an email on file, so
      *> a delta run sends only the accounts whose picture changed.
      *> AsSignature is the account boiled down: the email and
      *> status, the balance and credit held, and for the open
      *> items, open orders and recent shipments a count and a sum
      *> (what the items still owe; each order number weighted by
      *> its status; the shipped order numbers). An account whose
      *> signature matches the one on file is not sent again.
      *> AsSeenDate is stamped for every account on every run, so
      *> one the feed no longer carries - its email taken off, or
      *> the customer gone - is found by its old date, sent once as
      *> a removal and taken off the file.
       01 AcctSentData.
              02 AsCustID PIC 9(6).
              02 AsSignature.
                     03 AsSigEmail PIC X(30).
                     03 AsSigStatus PIC X(1).
                     03 AsSigBalance PIC 9(7)V99.
                     03 AsSigCredit PIC 9(7)V99.
                     03 AsSigOpenCount PIC 9(5).
                     03 AsSigOpenSum PIC 9(11)V99.
                     03 AsSigOrderCount PIC 9(5).
                     03 AsSigOrderSum PIC 9(13).
                     03 AsSigShipCount PIC 9(5).
                     03 AsSigShipSum PIC 9(13).
              02 AsSentDate PIC 9(8).
              02 AsSeenDate PIC 9(8).
