      *> Shared tax-exemption certificate record for exempt.txt, keyed
      *> by the customer's ID - one certificate per customer, the one
      *> the customer has lodged with us. ExType says why the sales are
      *> exempt (taxremit reports exempt sales by it), ExState is the
      *> state that issued the certificate, and ExExpiryDate the last
      *> day it is good for; an expiry of zero is a certificate with
      *> no end date. A revoked certificate stays on file at status R
      *> for the record, but no longer exempts anything. exemptions
      *> maintains the file under a supervisor's sign-on, GETEXMPT
      *> answers for the taxed postings, and exemptexp works the
      *> certificates coming up for renewal.
       01 ExemptData.
              02 ExCustID PIC 9(6).
              02 ExCertNo PIC X(15).
              02 ExType PIC X(2).
                     88 ExTypeResale VALUE "RS".
                     88 ExTypeCharity VALUE "CH".
                     88 ExTypeEducation VALUE "ED".
                     88 ExTypeGovernment VALUE "GV".
                     88 ExTypeOther VALUE "OT".
                     88 ExTypeValid VALUES "RS", "CH", "ED", "GV", "OT".
              02 ExState PIC X(2).
              02 ExExpiryDate PIC 9(8).
              02 ExStatus PIC X(1).
                     88 ExActive VALUE "A".
                     88 ExRevoked VALUE "R".
              02 ExEnteredBy PIC X(6).
              02 ExEnteredDate PIC 9(8).
