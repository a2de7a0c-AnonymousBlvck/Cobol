                     88 OiOpen VALUE "O".
                     88 OiPartPaid VALUE "P".
                     88 OiPaidFull VALUE "F".
      *> Stamped from the customer's payment terms when the invoice
      *> posts: the net due date finchg and custdun age from, and the
      *> last day and amount of any prompt-payment discount custpay
      *> may allow. Zero or non-numeric (items from before the fields
      *> existed) means due 30 days after OiInvDate, no discount.
              02 OiDueDate PIC 9(8).
              02 OiDiscDate PIC 9(8).
              02 OiDiscAmt PIC 9(7)V99.
      *> A customer billed in another currency has the invoice's
      *> currency and the GETFXRT rate it was billed at stamped here
      *> (foreign units to the dollar). OiAmount and OiPaidAmt stay in
      *> home dollars at that rate: custpay settles the item in the
      *> customer's currency and books the difference the day's rate
      *> makes as realized exchange gain or loss, and fxreval values
      *> what is still open at the month-end rate. A zero or
      *> non-numeric rate (dollar items, and items from before the
      *> fields existed) is a home-currency item.
              02 OiCurrency PIC X(3).
              02 OiFxRate PIC 9(4)V9(6).
      *> An invoice the customer disputes is marked here by disptrk:
      *> the reason code (PR price, QT quantity short, DM damaged, NR
      *> not received, DU billed twice, OT other), who took it, the
      *> day it was raised and the day to chase it again. While the
      *> status is D what the item still owes stays on the balance
      *> and the statement but is left out of custdun's letters,
      *> finchg's charge and the credit-limit hold. A credit memo
      *> against the invoice closes the dispute C; withdrawing it
      *> puts the item back in collections R. Spaces (never disputed,
      *> and items from before the fields existed) read as no dispute.
              02 OiDispStatus PIC X(1).
                     88 OiDisputed VALUE "D".
                     88 OiDispCredited VALUE "C".
                     88 OiDispReinstated VALUE "R".
              02 OiDispReason PIC X(2).
              02 OiDispOperID PIC X(6).
              02 OiDispDate PIC 9(8).
              02 OiDispFollowUp PIC 9(8).
