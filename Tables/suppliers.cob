*> add, delete, update and get against supplier.txt, keyed by
*> SuppCode. The codes kept here are what tables stamps into each
*> product's ProdSuppCode, and what the products-by-supplier report
*> groups its order lists by. Each supplier also carries its
*> taxpayer ID and 1099-reportable flag for the ap1099 year-end
*> run, and whether it takes its purchase orders as data (with the
*> account ID its system knows us by) off the nightly poedi run.
IDENTIFICATION DIVISION.
PROGRAM-ID. suppliers.

01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 SuppExists PIC X.
01 EntryFlag PIC X.
       88 EntryFlagValid VALUES "Y", "N".

PROCEDURE DIVISION.
StartPara.
       ACCEPT SuppPhone.
       DISPLAY "Enter Terms (e.g. NET30) : " WITH NO ADVANCING.
       ACCEPT SuppTerms.
       DISPLAY "Enter Taxpayer ID (EIN/SSN as on the W-9) : "
           WITH NO ADVANCING.
       ACCEPT SuppTaxID.
       MOVE SPACE TO EntryFlag.
       PERFORM Accept1099Flag UNTIL EntryFlagValid.
       MOVE EntryFlag TO Supp1099Flag.
       IF Supp1099Reportable AND SuppTaxID = SPACES
           DISPLAY "No taxpayer ID - this supplier will show as a"
               " 1099 exception until one is keyed."
       END-IF.
       MOVE SPACE TO EntryFlag.
       PERFORM AcceptEdiFlag UNTIL EntryFlagValid.
       MOVE EntryFlag TO SuppEdiFlag.
       MOVE SPACES TO SuppEdiID.
       IF SuppEdiPartner
           DISPLAY "Our account ID on the supplier's system : "
               WITH NO ADVANCING
           ACCEPT SuppEdiID
       END-IF.

Accept1099Flag.
       DISPLAY "1099 reportable (Y/N) : " WITH NO ADVANCING.
       ACCEPT EntryFlag.
       IF EntryFlag = "y"
           MOVE "Y" TO EntryFlag
       END-IF.
       IF EntryFlag = "n"
           MOVE "N" TO EntryFlag
       END-IF.
       IF NOT EntryFlagValid
           DISPLAY "Answer Y or N."
       END-IF.

AcceptEdiFlag.
       DISPLAY "Purchase orders sent electronically (Y/N) : "
           WITH NO ADVANCING.
       ACCEPT EntryFlag.
       IF EntryFlag = "y"
           MOVE "Y" TO EntryFlag
       END-IF.
       IF EntryFlag = "n"
           MOVE "N" TO EntryFlag
       END-IF.
       IF NOT EntryFlagValid
           DISPLAY "Answer Y or N."
       END-IF.

GetSupp.
       MOVE "Y" TO SuppExists.
           DISPLAY "Address : " SuppAddress
           DISPLAY "Phone : " SuppPhone
           DISPLAY "Terms : " SuppTerms
           DISPLAY "Tax ID : " SuppTaxID
           IF Supp1099Reportable
               DISPLAY "1099 : reportable"
           ELSE
               DISPLAY "1099 : not reportable"
           END-IF
           IF SuppEdiPartner
               DISPLAY "POs : sent electronically, our ID " SuppEdiID
           ELSE
               DISPLAY "POs : on paper"
           END-IF
       END-IF.
