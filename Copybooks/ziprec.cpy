      *> Shared ZIP-to-jurisdiction record layout for zipjuris.txt,
      *> keyed by the five-digit ZIP. Each line says which taxrates.txt
      *> jurisdiction a ZIP falls in, with the city and state the post
      *> office gives it, so the customer and address-book entries set
      *> CustTaxJuris from the ZIP instead of a clerk keying it (and
      *> leaving "00" on every out-of-county account). GETZIP reads
      *> it; zipjuris maintains it.
       01 ZipJurisData.
              02 ZjZip PIC X(5).
              02 ZjCity PIC X(20).
              02 ZjState PIC X(2).
              02 ZjJuris PIC X(2).
