*> and which statements, dunning and the purge all pass by. glpost
*> reads the WROFF lines and books the bad-debt expense side, so
*> the ledger finally matches reality.
*> Nothing is written off while today's month is closed (PERIODCHK)
*> unless a supervisor has reopened it through perlock.
IDENTIFICATION DIVISION.
PROGRAM-ID. custwoff.

01 CtlDeltaActive PIC S9(3).
01 CtlDeltaBalance PIC S9(7)V99.
01 CtlApplied PIC X.
01 PostingDate PIC 9(8).
01 PeriodOpen PIC X.

PROCEDURE DIVISION.
StartPara.
       END-IF.
       MOVE EnteredOperID TO SignedOnOper.

*> A write-off posts under today's date - none while today's month
*> stands closed on periodctl.txt.
       ACCEPT PostingDate FROM DATE YYYYMMDD.
       CALL "PERIODCHK" USING PostingDate, PeriodOpen.
       IF PeriodOpen = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.

       OPEN I-O CustomerFile.
       MOVE "customer.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CustFileStatus, FileOK.
