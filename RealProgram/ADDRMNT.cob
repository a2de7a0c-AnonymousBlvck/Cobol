*> within the customer the way AddCust assigns the next CustID. An
*> inquiry-mode session may list but not change - the same LInquiryMode
*> discipline GETCUST itself follows.
*> Each entry takes its city, state and ZIP beside the street line.
*> The ZIP is checked through GETZIP the way the customer screens
*> check theirs, and the jurisdiction it falls in is shown, since a
*> shipping line's delivery ZIP is what ordinv taxes the goods by.
IDENTIFICATION DIVISION.
PROGRAM-ID. ADDRMNT.

01 EntrySeq PIC 9(2).
01 EntryType PIC X.
01 EntryLine PIC X(30).
01 EntryCity PIC X(20).
01 EntryState PIC X(2).
01 EntryZip PIC X(10).
01 ZipJuris PIC X(2).
01 ZipResult PIC X.
01 LowerCase PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
01 UpperCase PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01 AddrExists PIC X.
01 ConfirmDelete PIC X.

               MOVE "Y" TO BrowseEOF
           ELSE
               DISPLAY "  Seq " AddrSeq " (" AddrType ") " AddrLine
                   " " AddrCity " " AddrState " " AddrZip
               ADD 1 TO ListedCount
               MOVE AddrSeq TO HighSeq
           END-IF
                   COMPUTE AddrSeq = HighSeq + 1
                   MOVE EntryType TO AddrType
                   MOVE EntryLine TO AddrLine
                   MOVE EntryCity TO AddrCity
                   MOVE EntryState TO AddrState
                   MOVE EntryZip TO AddrZip
                   WRITE AddressData
                       INVALID KEY DISPLAY "Address could not be added."
                       NOT INVALID KEY DISPLAY "Address added as Seq " AddrSeq "."
               IF EntryLine NOT = SPACES
                   MOVE EntryType TO AddrType
                   MOVE EntryLine TO AddrLine
                   MOVE EntryCity TO AddrCity
                   MOVE EntryState TO AddrState
                   MOVE EntryZip TO AddrZip
                   REWRITE AddressData
                       INVALID KEY DISPLAY "Address could not be updated."
                       NOT INVALID KEY DISPLAY "Address updated."
       ACCEPT EntryLine.
       IF EntryLine = SPACES
           DISPLAY "Nothing entered - no change made."
       ELSE
           DISPLAY "City : " WITH NO ADVANCING
           MOVE SPACES TO EntryCity
           ACCEPT EntryCity
           DISPLAY "State : " WITH NO ADVANCING
           MOVE SPACES TO EntryState
           ACCEPT EntryState
           INSPECT EntryState CONVERTING LowerCase TO UpperCase
           MOVE "X" TO ZipResult
           PERFORM AcceptEntryZip UNTIL ZipResult NOT = "X"
       END-IF.

*> Blank is let through - the line then rates off the customer's
*> own jurisdiction - but a ZIP that is keyed has to be one.
AcceptEntryZip.
       DISPLAY "ZIP (12345 or 12345-6789) : " WITH NO ADVANCING.
       MOVE SPACES TO EntryZip.
       ACCEPT EntryZip.
       IF EntryZip = SPACES
           MOVE "N" TO ZipResult
       ELSE
           MOVE SPACES TO ZipJuris
           CALL "GETZIP" USING EntryZip, EntryCity, EntryState,
               ZipJuris, ZipResult
           EVALUATE ZipResult
               WHEN "X"
                   DISPLAY "A ZIP is 5 digits, or ZIP+4 as 12345-6789."
               WHEN "Y"
                   DISPLAY "Delivers into tax jurisdiction " ZipJuris "."
               WHEN OTHER
                   DISPLAY "ZIP not on zipjuris.txt - the customer's own"
                       " jurisdiction will be used."
           END-EVALUATE
       END-IF.
