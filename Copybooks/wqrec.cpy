      *> Shared exception work-queue record layout for workq.txt,
      *> keyed by an item number assigned highest-plus-one the way
      *> order numbers are, with the item's source - its type plus
      *> the key of the record or line it stands for - as a second
      *> key so the nightly wqload can find last night's item for an
      *> exception it sees again. One item per open exception, from
      *> every worklist the morning's clerical work used to be spread
      *> across. The open date is the exception's own date where the
      *> source carries one (the promise's due date, the order or
      *> invoice date), else the night wqload first saw it; the age
      *> in days is refreshed every load. Priority is 1 (money or a
      *> customer waiting) to 3 (housekeeping). A supervisor assigns
      *> the item to an operator through workq, who notes and closes
      *> it with a resolution code off wqresol.txt; an open item
      *> whose exception has gone at the source is closed by wqload
      *> under resolution CLRD.
       01 WorkQData.
              02 WqItemNo PIC 9(6).
              02 WqSourceRef.
                     03 WqType PIC X(6).
                            88 WqWebSuspense VALUE "WEBSUS".
                            88 WqBackRelease VALUE "BORDRL".
                            88 WqBrokenPromise VALUE "PROMIS".
                            88 WqDataQuality VALUE "CUSTDQ".
                            88 WqOverLimit VALUE "OVRLIM".
                            88 WqSuppHold VALUE "APHOLD".
                            88 WqCreditHold VALUE "CRHOLD".
                     03 WqSourceKey PIC X(20).
              02 WqCustID PIC 9(6).
              02 WqDesc PIC X(50).
              02 WqOpenDate PIC 9(8).
              02 WqAgeDays PIC 9(5).
              02 WqPriority PIC 9(1).
              02 WqFirstSeen PIC 9(8).
              02 WqLastSeen PIC 9(8).
              02 WqAssignee PIC X(6).
              02 WqAssignDate PIC 9(8).
              02 WqStatus PIC X(1).
                     88 WqOpen VALUE "O".
                     88 WqClosed VALUE "C".
              02 WqClosedDate PIC 9(8).
              02 WqClosedBy PIC X(6).
              02 WqResolution PIC X(4).
