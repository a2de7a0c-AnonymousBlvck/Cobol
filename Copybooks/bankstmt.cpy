      *> Bank statement line layout for bankstmt.txt, the statement
      *> file the bank sends for the month - one line per item the
      *> bank put through the account: deposits credited, our cheques
      *> it cleared (with the cheque number off the cheque), its own
      *> service charges, customer items returned unpaid, and interest
      *> or other credits it raised. The file arrives bracketed by the
      *> shared HDR/TRL control records; the trailer counts the item
      *> lines, hashes the cheque numbers and totals the amounts.
       01 BankStmtRecord.
              02 BsDate PIC 9(8).
              02 FILLER PIC X.
              02 BsType PIC X(3).
                     88 BsDeposit VALUE "DEP".
                     88 BsClearedCheque VALUE "CHK".
                     88 BsBankFee VALUE "FEE".
                     88 BsReturnedItem VALUE "RTN".
                     88 BsInterest VALUE "INT".
              02 FILLER PIC X.
              02 BsChequeNo PIC 9(6).
              02 FILLER PIC X.
              02 BsAmount PIC 9(7)V99.
              02 FILLER PIC X.
              02 BsBankRef PIC X(20).
