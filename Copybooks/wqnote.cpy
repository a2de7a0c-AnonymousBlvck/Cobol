      *> Shared work-queue note record layout for wqnotes.txt, the
      *> running history behind each workq.txt item in the
      *> custnotes.txt mould: one line per event, appended in time
      *> order and stamped with the operator's ID - the supervisor's
      *> assignment, each note the assigned operator adds, the
      *> closing resolution, and wqload's own line when an item
      *> clears at the source.
       01 WqNoteRecord.
              02 WqnItemNo PIC 9(6).
              02 FILLER PIC X VALUE SPACE.
              02 WqnDate PIC 9(8).
              02 WqnTime PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 WqnOperID PIC X(6).
              02 FILLER PIC X VALUE SPACE.
              02 WqnText PIC X(60).
