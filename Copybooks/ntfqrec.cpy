      *> Shared outbound notification queue record for notifyq.txt -
      *> one line per message for the mail/SMS gateway, written
      *> through NOTIFY by the programs whose events answer the
      *> questions customers ring about: SHIP an order left the
      *> building (ordship), PAYRC a payment was received (custpay,
      *> lockbox), LAYRD a layaway was paid off and collected
      *> (layaway), BORDR backordered stock was released to an order
      *> (bordrel), STMT a statement was produced (custstmt). NqChannel is E for an
      *> email to NqAddress, S for a text to it. The gateway sends
      *> only the Q (queued) lines; an event that could not be sent
      *> is written at S (suppressed) with the reason, channel blank
      *> where no channel applied, so ntfrpt can show both. NqRef is
      *> the event's own key - order, receipt, layaway, statement
      *> month - and NqDetail a short line of what happened.
       01 NotifyRecord.
              02 NqDate PIC 9(8).
              02 NqTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 NqCustID PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 NqEvent PIC X(5).
                     88 NqShipped VALUE "SHIP".
                     88 NqPaymentRcvd VALUE "PAYRC".
                     88 NqLayawayDone VALUE "LAYRD".
                     88 NqBackorderRel VALUE "BORDR".
                     88 NqStatement VALUE "STMT".
              02 FILLER PIC X VALUE SPACE.
              02 NqChannel PIC X(1).
                     88 NqByEmail VALUE "E".
                     88 NqBySms VALUE "S".
              02 FILLER PIC X VALUE SPACE.
              02 NqAddress PIC X(30).
              02 FILLER PIC X VALUE SPACE.
              02 NqRef PIC X(10).
              02 FILLER PIC X VALUE SPACE.
              02 NqAmount PIC 9(7)V99.
              02 FILLER PIC X VALUE SPACE.
              02 NqDetail PIC X(30).
              02 FILLER PIC X VALUE SPACE.
              02 NqState PIC X(1).
                     88 NqQueued VALUE "Q".
                     88 NqSuppressed VALUE "S".
              02 FILLER PIC X VALUE SPACE.
              02 NqReason PIC X(30).
