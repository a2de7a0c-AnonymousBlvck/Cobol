*> syncs customer.dat from customer.txt, prints the customer report,
*> the low-stock reorder report, the product catalog and the
*> data-quality exception sweep, all in one run unit, with the
*> end-of-day control report always the last step that counts
*> anything - it counts the day's audit activity, so everything that
*> writes audit lines (the month-end finance charges and purge
*> included) must already have run. Only ntfrpt, rptdist, acctfeed
*> and wqload follow it: ntfrpt reads nothing but the day's
*> notification queue, rptdist nothing but the report catalog, and
*> acctfeed and wqload write no audit lines. Each step is a
*> standalone program in its own right, so this driver owns no data
*> files of the steps - it just calls them in numbered order and
*> checks RETURN-CODE after each the way a JCL step would check the
*> one before it: RC-ERROR or worse stops the chain before the next
*> CALL runs.
*> Right behind trnhist, loyearn reads the same new journal lines
*> and posts the night's loyalty points earned and taken back.
*> After the storefront feed, einvout writes the day's invoices as
*> data for the customers who take them electronically, and poedi
*> writes the day's new purchase orders to the suppliers who take
*> theirs the same way. Once the night's postings are all in,
*> refsweep checks every cross-file link for orphans.
*> Every step's name, start and end time and RETURN-CODE goes to the
*> permanent runlog.txt - one block per night between NIGHT markers -
*> so jobhist can answer "what happened last night?".
*> closed days run nothing, business days run the nightly chain, and
*> the month-end flag adds the month-end steps - statements,
*> finance charges, recurring billing, inventory valuation,
*> month-end close, audit archive, inactive purge, the
*> exemption-certificate renewal worklist, the foreign-currency
*> exchange revaluation - on the last business
*> day of the month. The month-end steps keep their
*> step numbers every night and simply pass through on plain
*> business days, so the checkpoint numbering never shifts.
*> reports_programe still prompts for its ID range/CSV/checkpoint
*> answers same as it does run standalone; feed them the same way
*> unattended, by redirecting input at the OS level - the month-end
*> steps take their own prompts the same way.
*> Ahead of daybal, feedchk checks every inbound feed the night will
*> read against the expected-feeds list. A required feed missing, or
*> any feed cut short, out of control or already taken in, holds
*> the night before the day is closed or a single step runs; the
*> check is logged as feedchk on runlog.txt but is not a numbered
*> step, so the checkpoint numbering is untouched. A resumed night
*> has passed it already and goes straight to its restart step.
*> Behind eodreport, ntfrpt reports the day's customer
*> notifications, queued and suppressed.
*> Once every report is written, rptdist routes the night's dated
*> reports off the catalog to each department's print queue and the
*> email-out list, and names any report due that never appeared.
*> Then acctfeed sends the storefront's "my account" pages
*> the night's balances, open items, orders and shipments - after
*> every posting, and writing no report for rptdist to route.
*> Behind it, wqload gathers every open exception the night's steps
*> left - web suspense, released web backorders, broken promises,
*> data-quality failures, over-limit accounts, held supplier
*> invoices and credit-held orders - onto the workq.txt work queue,
*> so the morning's clerical work is assigned and worked in one
*> place. It writes no audit lines and no report.
IDENTIFICATION DIVISION.
PROGRAM-ID. nightlybatch.

01 StepStartTime PIC X(6).
01 StepRC PIC 9(2).
01 StepSeq PIC 9(2).
01 StepCount PIC 9(2) VALUE 32.
01 RestartFrom PIC 9(2) VALUE ZERO.
01 BatchCkptStatus PIC XX.
01 CalendarStatus PIC XX.
01 RunMonthEnd PIC X(1).
01 RunYearEnd PIC X(1).
01 ResumeConfirm PIC X.
01 FeedsHeld PIC X VALUE "N".
       COPY "retcode.cpy".

PROCEDURE DIVISION.
       OPEN EXTEND RunLogFile.
       MOVE SPACES TO RunLogRecord.
       PERFORM WriteNightOpen.
       IF RestartFrom = 0
           PERFORM CheckInboundFeeds
       END-IF.
       IF StepOK = "Y"
           PERFORM CloseTheBusinessDay
           PERFORM RunOneStep
               VARYING StepSeq FROM 1 BY 1
               UNTIL StepSeq > StepCount OR StepOK = "N"
       END-IF.

       PERFORM WriteNightClose.
       CLOSE RunLogFile.
           PERFORM WriteDayState
           DISPLAY "Nightly batch complete."
       ELSE
           IF FeedsHeld = "Y"
               DISPLAY "Nightly batch held - the inbound feeds are not ready."
               DISPLAY "Nothing has run and the day is still open; put the"
                   " feeds right and rerun."
           ELSE
               DISPLAY "Nightly batch stopped early - see runlog.txt for the step."
               DISPLAY "Rerun tonight to resume from the failed step."
           END-IF
       END-IF.
       GOBACK.

           WHEN 8 MOVE "prodcatalog" TO StepName
           WHEN 9 MOVE "custdq" TO StepName
           WHEN 10 MOVE "trnhist" TO StepName
           WHEN 11 MOVE "loyearn" TO StepName
           WHEN 12 MOVE "custstmt" TO StepName
           WHEN 13 MOVE "finchg" TO StepName
           WHEN 14 MOVE "recbill" TO StepName
           WHEN 15 MOVE "prodvalue" TO StepName
           WHEN 16 MOVE "mthclose" TO StepName
           WHEN 17 MOVE "audarch" TO StepName
           WHEN 18 MOVE "custpurge" TO StepName
           WHEN 19 MOVE "exemptexp" TO StepName
           WHEN 20 MOVE "fxreval" TO StepName
           WHEN 21 MOVE "yearend" TO StepName
           WHEN 22 MOVE "daysnap" TO StepName
           WHEN 23 MOVE "webfeed" TO StepName
           WHEN 24 MOVE "einvout" TO StepName
           WHEN 25 MOVE "poedi" TO StepName
           WHEN 26 MOVE "refsweep" TO StepName
           WHEN 27 MOVE "flashrpt" TO StepName
           WHEN 28 MOVE "eodreport" TO StepName
           WHEN 29 MOVE "ntfrpt" TO StepName
           WHEN 30 MOVE "rptdist" TO StepName
           WHEN 31 MOVE "acctfeed" TO StepName
           WHEN 32 MOVE "wqload" TO StepName
       END-EVALUATE.

       IF StepSeq <= RestartFrom
           DISPLAY "Skipping completed step " StepName "."
       ELSE
           IF StepSeq >= 12 AND StepSeq <= 20
                   AND RunMonthEnd NOT = "Y"
               PERFORM WriteCheckpoint
           ELSE
               IF StepSeq = 21 AND RunYearEnd NOT = "Y"
                   PERFORM WriteCheckpoint
               ELSE
                   PERFORM RunStepProper
           END-IF
       END-IF.

*> Step 11 earns the night's loyalty points off the journal trnhist
*> has just keyed. Steps 12-20 are the month-end chain - statements,
*> finance charges, recurring billing, inventory valuation, the
*> close, the audit archive, the purge, the exemption renewal
*> worklist and the exchange revaluation; a plain business night
*> just checkpoints past them, and step 21 is the year-end chain
*> that only runs on the calendar's flagged night. Step 22 re-takes
*> the daybal carry-forward AFTER every posting step, so the
*> storefront catalog feed lands at step 23, the electronic
*> invoice file at 24, the electronic purchase orders at 25, the
*> referential sweep at 26, the flash page at 27, eodreport at 28,
*> the notification report at 29, the report distribution at 30,
*> the account feed at 31 and the work-queue load at 32 every
*> night, and a restart never renumbers.
*> Step 1 is the balancing gate: an out-of-balance day exits
*> RC-ERROR there and nothing downstream publishes.
RunStepProper.
           WHEN 8 CALL "prodcatalog"
           WHEN 9 CALL "custdq"
           WHEN 10 CALL "trnhist"
           WHEN 11 CALL "loyearn"
           WHEN 12 CALL "custstmt"
           WHEN 13 CALL "finchg"
           WHEN 14 CALL "recbill"
           WHEN 15 CALL "prodvalue"
           WHEN 16 CALL "mthclose"
           WHEN 17 CALL "audarch"
           WHEN 18 CALL "custpurge"
           WHEN 19 CALL "exemptexp"
           WHEN 20 CALL "fxreval"
           WHEN 21 CALL "yearend"
           WHEN 22 CALL "daysnap"
           WHEN 23 CALL "webfeed"
           WHEN 24 CALL "einvout"
           WHEN 25 CALL "poedi"
           WHEN 26 CALL "refsweep"
           WHEN 27 CALL "flashrpt"
           WHEN 28 CALL "eodreport"
           WHEN 29 CALL "ntfrpt"
           WHEN 30 CALL "rptdist"
           WHEN 31 CALL "acctfeed"
           WHEN 32 CALL "wqload"
       END-EVALUATE
       PERFORM NoteStepEnd
       PERFORM CheckStepRC
           PERFORM WriteCheckpoint
       END-IF.

*> The pre-flight gate: logged like a step, but never checkpointed.
CheckInboundFeeds.
       MOVE "feedchk" TO StepName.
       PERFORM NoteStepStart.
       CALL "feedchk".
       PERFORM NoteStepEnd.
       PERFORM CheckStepRC.
       IF StepOK = "N"
           MOVE "Y" TO FeedsHeld
       END-IF.

CheckStepRC.
       IF StepRC >= RC-ERROR
           MOVE "N" TO StepOK
