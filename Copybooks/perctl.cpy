      *> Shared period-control record for periodctl.txt - the books'
      *> lock on a closed month. mthclose appends a C line for the
      *> month it closes; a supervisor reopening the month through
      *> perlock appends an O line, and closing it again after the
      *> correction another C. The file is only ever appended to, so
      *> it is its own history: the last line for a month is where it
      *> stands now, and closedrpt reads the whole run back to tell
      *> whether the month stood closed at the moment a journal line
      *> was stamped. PERIODCHK is the lookup every posting program
      *> makes before it posts.
       01 PeriodCtlRecord.
              02 PcMonth PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 PcStatus PIC X(1).
                     88 PcClosed VALUE "C".
                     88 PcReopened VALUE "O".
              02 FILLER PIC X VALUE SPACE.
              02 PcDate PIC 9(8).
              02 PcTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 PcOperID PIC X(6).
