      *> Shared e-invoice transmission record for einvsent.txt, keyed
      *> by invoice number - one line for every invoice einvout has
      *> put on the outbound file, so no invoice is ever sent twice
      *> by accident. A resend the customer asks for (the invoice
      *> they say they lost) is keyed through einvcust, which flips
      *> the line to R; the next einvout run sends the invoice again,
      *> marked as a resend on its header, and puts the line back to
      *> S with the send count moved up.
       01 EinvSentData.
              02 EsInvoiceNo PIC 9(6).
              02 EsCustID PIC 9(6).
              02 EsStatus PIC X(1).
                     88 EsSent VALUE "S".
                     88 EsResendAsked VALUE "R".
              02 EsFirstSent PIC 9(8).
              02 EsLastSent PIC 9(8).
              02 EsSendCount PIC 9(3).
              02 EsResendBy PIC X(6).
