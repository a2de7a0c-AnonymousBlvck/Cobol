                     88 StmtPrefPrint VALUES "P", " ".
                     88 StmtPrefEmail VALUE "E".
                     88 StmtPrefNone VALUE "N".
      *> Payment-terms code off terms.txt (NET30, NET60, 2N30 ...)
      *> that custinvoice and ordinv read through GETTERMS to put a
      *> due date and any prompt-payment discount on each open item.
      *> Spaces (records from before the field existed) are NET30.
              02 CustTermsCode PIC X(6).
      *> Price level off the contract price file (contract.txt,
      *> contrec.cpy): a short code - W1 wholesale, TR trade, and so
      *> on - shared by every account on the same negotiated price
      *> list, so one contract line prices a product for all of them.
      *> GETPRICE looks it up from the customer it is passed. Spaces
      *> (records from before the field existed) buy at list.
              02 CustPriceLevel PIC X(2).
      *> Currency the customer is billed in (CAD, EUR, GBP ...), as
      *> keyed on fxrates.txt. Invoices and statements show the
      *> customer's figures at the GETFXRT rate for the posting date;
      *> CustBalance and custtran.txt stay in home dollars whatever
      *> this says. Spaces (records from before the field existed) or
      *> USD bill in dollars.
              02 CustCurrency PIC X(3).
      *> The head-office account this one is a branch of, for a chain
      *> whose branches each hold their own CustID. The parent's
      *> credit limit covers the whole group's combined balance
      *> (GETGROUP totals it), the parent's statement carries every
      *> branch with a subtotal, and a receipt keyed at the parent
      *> can be spread over the branches' open items. One level
      *> only: a parent is never itself a branch. Zero (and records
      *> converted from before the field existed) is a stand-alone
      *> account or a parent.
              02 CustParentID PIC 9(6).
      *> The rest of the postal address: CustAddress is the street
      *> line, and city, state and ZIP sit in fields of their own so
      *> mail sorts and presorts by ZIP and the ZIP sets the tax
      *> jurisdiction off zipjuris.txt through GETZIP. CustZip is the
      *> five-digit ZIP or ZIP+4 kept as 12345-6789. Spaces (records
      *> custconv8 could not split, and an account with no address)
      *> have no ZIP to go by.
              02 CustCity PIC X(20).
              02 CustState PIC X(2).
              02 CustZip PIC X(10).
