      *> LOCK the lockout that repeated failures earned, UNLK a
      *> supervisor turning the ID back on, and OVRD a supervisor
      *> override being used (the credit-limit hold, DELCUST's
      *> delete check, a sale-line price override through PRICEOVR -
      *> the clerk's own ID there when it needed no supervisor). The
      *> security report reads it back: repeated
      *> failures by ID, after-hours attempts, override uses - the
      *> auditor's access question, answered from a file.
       01 SecLogRecord.
