       >>SOURCE FORMAT FREE
*> Carrier freight-rate table maintenance, modeled on payterms - add,
*> delete, update and get against carrates.txt, keyed by carrier
*> code, delivery jurisdiction and the top weight of the band. The
*> bands kept here are what GETFRGT reads when ordship rates a
*> carton, and whether each zone taxes freight is what ordinv's
*> invoice follows. A zone with no lines of its own rates off the
*> carrier's "00" lines.
IDENTIFICATION DIVISION.
PROGRAM-ID. carrates.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL CarrRateFile ASSIGN TO "carrates.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CarrRateKey
           FILE STATUS IS CarrRateStatus.

DATA DIVISION.
FILE SECTION.
FD CarrRateFile.
       COPY "carrrec.cpy".

WORKING-STORAGE SECTION.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 CarrRateStatus PIC XX.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 RateExists PIC X.
01 RateValid PIC X.
01 PrnMaxWeight PIC ZZZ9.9.
01 PrnCharge PIC $$,$$9.99.

PROCEDURE DIVISION.
StartPara.
       OPEN I-O CarrRateFile.
       MOVE "carrates.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, CarrRateStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "Carrier freight rates"
            DISPLAY "1 : Add Rate Band "
            DISPLAY "2 : Delete Rate Band "
            DISPLAY "3 : Update Rate Band "
            DISPLAY "4 : Get Rate Band "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM AddRate
               WHEN 2 PERFORM DeleteRate
               WHEN 3 PERFORM UpdateRate
               WHEN 4 PERFORM GetRate
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
CLOSE CarrRateFile.
STOP RUN.

AddRate.
       DISPLAY " "
       PERFORM AcceptRateKey.
       IF CarrCode = SPACES
           DISPLAY "A carrier code is required"
       ELSE
           PERFORM AcceptRateFields

           WRITE CarrRateData
               INVALID KEY DISPLAY "Rate band already on file"
           END-WRITE
       END-IF.

DeleteRate.
       DISPLAY " "
       PERFORM AcceptRateKey.
       DISPLAY " "
       DELETE CarrRateFile
           INVALID KEY DISPLAY "Rate band doesn't exist"
       END-DELETE.

UpdateRate.
       MOVE "Y" TO RateExists.
       DISPLAY " "
       PERFORM AcceptRateKey.

       READ CarrRateFile
           INVALID KEY MOVE "N" TO RateExists
       END-READ.

       IF RateExists = "N"
           DISPLAY "Rate band doesn't exist"
       ELSE
           PERFORM AcceptRateFields

           REWRITE CarrRateData
               INVALID KEY DISPLAY "Rate band not updated"
           END-REWRITE
       END-IF.

*> A band is named by its carrier, its zone (blank for the home
*> zone "00") and the heaviest carton it covers.
AcceptRateKey.
       DISPLAY "Carrier Code (e.g. UPS, FEDX) : " WITH NO ADVANCING.
       ACCEPT CarrCode.
       DISPLAY "Jurisdiction (blank for 00) : " WITH NO ADVANCING.
       ACCEPT CarrJuris.
       IF CarrJuris = SPACES
           MOVE "00" TO CarrJuris
       END-IF.
       MOVE "N" TO RateValid.
       PERFORM AcceptMaxWeight UNTIL RateValid = "Y".

AcceptMaxWeight.
       DISPLAY "Band top weight in lb (e.g. 0010.0) : "
           WITH NO ADVANCING.
       ACCEPT CarrMaxWeight.
       IF CarrMaxWeight NOT NUMERIC OR CarrMaxWeight = 0
           DISPLAY "Enter the weight as a number above zero."
       ELSE
           MOVE "Y" TO RateValid
       END-IF.

AcceptRateFields.
       DISPLAY "Carrier Name : " WITH NO ADVANCING.
       ACCEPT CarrName.
       MOVE "N" TO RateValid.
       PERFORM AcceptCharge UNTIL RateValid = "Y".
       MOVE "N" TO RateValid.
       PERFORM AcceptTaxable UNTIL RateValid = "Y".

AcceptCharge.
       DISPLAY "Charge for the band : " WITH NO ADVANCING.
       ACCEPT CarrCharge.
       IF CarrCharge NOT NUMERIC
           DISPLAY "Enter the charge as a number."
       ELSE
           MOVE "Y" TO RateValid
       END-IF.

AcceptTaxable.
       DISPLAY "Is freight taxed in this zone? (Y/N) : "
           WITH NO ADVANCING.
       ACCEPT CarrFrtTaxable.
       IF CarrFrtTaxable = "y"
           MOVE "Y" TO CarrFrtTaxable
       END-IF.
       IF CarrFrtTaxable = "n"
           MOVE "N" TO CarrFrtTaxable
       END-IF.
       IF CarrFreightTaxed OR CarrFreightExempt
           MOVE "Y" TO RateValid
       ELSE
           DISPLAY "Answer Y or N."
       END-IF.

GetRate.
       MOVE "Y" TO RateExists.
       DISPLAY " ".
       PERFORM AcceptRateKey.
       READ CarrRateFile
           INVALID KEY MOVE "N" TO RateExists
       END-READ.

       IF RateExists = "N"
           DISPLAY "Rate band doesn't exist "
       END-IF.

       IF RateExists = "Y"
           MOVE CarrMaxWeight TO PrnMaxWeight
           MOVE CarrCharge TO PrnCharge
           DISPLAY "Carrier : " CarrCode " " CarrName
           DISPLAY "Jurisdiction : " CarrJuris
           DISPLAY "Up to : " PrnMaxWeight " lb"
           DISPLAY "Charge : " PrnCharge
           IF CarrFreightTaxed
               DISPLAY "Freight taxed : yes"
           ELSE
               DISPLAY "Freight taxed : no"
           END-IF
       END-IF.
