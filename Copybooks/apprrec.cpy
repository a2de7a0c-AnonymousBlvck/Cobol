      *> Shared approval-request record layout for approval.txt, keyed
      *> by a request number assigned off apprctl.txt. The customer
      *> master changes that move money or tax - raising a credit
      *> limit, changing the tax jurisdiction, reactivating a closed
      *> account - are no longer written straight to customer.txt:
      *> UPDCUST and program_'s undo file them here through APPRREQ,
      *> with the value as it stands, the value asked for, who asked
      *> and why. custappr is where a second person, a supervisor on
      *> authusers.txt who is not the one who asked, approves or
      *> rejects each; only an approval rewrites the customer, with
      *> the audit.txt line and the custhist.txt snapshot. A request
      *> stays P (pending) until decided - A approved, R rejected -
      *> and the line is kept either way as the record of who
      *> decided. The values are held as text; a credit limit reads
      *> through the limit view, a jurisdiction or status sits in the
      *> leading bytes.
       01 ApprovalData.
              02 ApprReqNo PIC 9(6).
              02 ApprCustID PIC 9(6).
              02 ApprType PIC X(6).
                     88 ApprCreditLimit VALUE "CRLIM".
                     88 ApprTaxJuris VALUE "TAXJUR".
                     88 ApprReactivate VALUE "REACT".
              02 ApprOldValue PIC X(12).
              02 ApprOldLimitView REDEFINES ApprOldValue.
                     03 ApprOldLimit PIC 9(7)V99.
                     03 FILLER PIC X(3).
              02 ApprNewValue PIC X(12).
              02 ApprNewLimitView REDEFINES ApprNewValue.
                     03 ApprNewLimit PIC 9(7)V99.
                     03 FILLER PIC X(3).
              02 ApprReason PIC X(40).
              02 ApprReqBy PIC X(6).
              02 ApprReqDate PIC 9(8).
              02 ApprReqTime PIC X(6).
              02 ApprStatus PIC X(1).
                     88 ApprPending VALUE "P".
                     88 ApprApproved VALUE "A".
                     88 ApprRejected VALUE "R".
              02 ApprDecidedBy PIC X(6).
              02 ApprDecidedDate PIC 9(8).
              02 ApprDecideNote PIC X(30).
