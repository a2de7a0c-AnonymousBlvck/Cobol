       >>SOURCE FORMAT FREE
*> Shared exchange-rate lookup in the GETRATE mould: callers pass a
*> currency code and the date they are converting for, and get back
*> the rate in force and a found flag. The rate comes off
*> fxrates.txt - the newest line for that currency whose effective
*> date is on or before the asked-for date - foreign units to one
*> home dollar. A customer billed in dollars (currency spaces or
*> USD) comes back "H" with a rate of one, so callers can tell a
*> home account from a foreign one with no rate on file, which
*> comes back "N" - a missing or empty fxrates.txt included - and
*> is billed in dollars only rather than at a made-up rate.
IDENTIFICATION DIVISION.
PROGRAM-ID. GETFXRT.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.September 1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL FxRateFile ASSIGN TO "fxrates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FxRateFileStatus.

DATA DIVISION.
FILE SECTION.
FD FxRateFile.
       COPY "fxrate.cpy".

WORKING-STORAGE SECTION.
01 FxRateFileStatus PIC XX.
01 RateEOF PIC X.
01 BestEffDate PIC 9(8).

LINKAGE SECTION.
       01 LCurrency PIC X(3).
       01 LAsOfDate PIC 9(8).
       01 LRate PIC 9(4)V9(6).
       01 LFound PIC X.

PROCEDURE DIVISION USING LCurrency, LAsOfDate, LRate, LFound.
StartPara.
       IF LCurrency = SPACES OR LCurrency = "USD"
           MOVE "H" TO LFound
           MOVE 1 TO LRate
       ELSE
           MOVE "N" TO LFound
           MOVE 0 TO LRate
           MOVE 0 TO BestEffDate
           MOVE "N" TO RateEOF
           OPEN INPUT FxRateFile
           IF FxRateFileStatus NOT = "00" AND FxRateFileStatus NOT = "05"
               MOVE "Y" TO RateEOF
           END-IF
           PERFORM ScanOneRate UNTIL RateEOF = "Y"
           CLOSE FxRateFile
       END-IF.
EXIT PROGRAM.

ScanOneRate.
       READ FxRateFile
           AT END MOVE "Y" TO RateEOF
           NOT AT END
               IF FxCurrency = LCurrency
                       AND FxEffDate <= LAsOfDate
                       AND FxEffDate >= BestEffDate
                       AND FxRate IS NUMERIC AND FxRate > 0
                   MOVE FxEffDate TO BestEffDate
                   MOVE FxRate TO LRate
                   MOVE "Y" TO LFound
               END-IF
       END-READ.
