*> "promised payment Friday" is not a record change.
*> The lookup also answers "what's this balance made of?" without a
*> trip to custstmt: the customer's last half-dozen custtran.txt
*> lines, their open orders off order.txt with each order's open
*> lines off ordlines.txt, and their most recent
*> payjrnl.txt receipt all show with the record, so one screen
*> answers the phone call. A customer in the loyalty program also
*> sees their points balance off loybal.txt. A branch of a chain
*> shows its parent, and a parent or branch under a credit limit
*> shows the group's combined balance against it (GETGROUP).
*> City, state and ZIP show under the street line, and the mailing
*> label prints them as its last address line - off the chosen
*> custaddr.txt entry when the label goes to an address-book line.
IDENTIFICATION DIVISION.
PROGRAM-ID. GETCUST.

       SELECT MailLabelFile ASSIGN TO "MailLabel.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AddressFile ASSIGN TO "custaddr.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AddrKey
           FILE STATUS IS AddrFileStatus.

       SELECT AfterImageFile ASSIGN TO "custlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           RECORD KEY IS OrderID
           FILE STATUS IS OrderFileStatus.

       SELECT OPTIONAL OrderLineFile ASSIGN TO "ordlines.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderLineKey
           FILE STATUS IS OrderLineStatus.

       SELECT OPTIONAL PayJournal ASSIGN TO "payjrnl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PayFileStatus.

       SELECT OPTIONAL LoyaltyFile ASSIGN TO "loybal.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LoyCustID
           FILE STATUS IS LoyaltyStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
       COPY "custrec.cpy".

FD MailLabelFile.
       01 MailLabelLine PIC X(40).

FD AddressFile.
       COPY "addrrec.cpy".

FD AfterImageFile.
       COPY "aftimg.cpy".
FD OrderFile.
       COPY "ordrec.cpy".

FD OrderLineFile.
       COPY "ordlrec.cpy".

FD PayJournal.
       01 PayRecord.
              02 PayDate PIC X(8).
              02 FILLER PIC X VALUE SPACE.
              02 PayFullPart PIC X(1).

FD LoyaltyFile.
       COPY "loyrec.cpy".

WORKING-STORAGE SECTION.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 DispBirthDateIntl PIC X(10).
01 DateFormatChoice PIC X.
01 DispBalance PIC $$$,$$9.99.
01 DispGroupBal PIC $$$,$$$,$$9.99-.
01 GroupLimit PIC 9(7)V99.
01 GroupExposure PIC S9(9)V99.
01 GroupMembers PIC 9(3).
01 GroupParentOK PIC X.
01 EntryID PIC X(6).
01 IDValid PIC X.
01 PrintLabelConfirm PIC X.
01 AddrMntConfirm PIC X.
01 LabelAddrLine PIC X(30).
01 LabelAddrSeq PIC 9(2).
01 AddrFileStatus PIC XX.
01 LabelCity PIC X(20).
01 LabelState PIC X(2).
01 LabelZip PIC X(10).
01 LabelCityLine PIC X(40).
01 TranFileStatus PIC XX.
01 OrderFileStatus PIC XX.
01 OrderLineStatus PIC XX.
01 LinesEOF PIC X.
01 LineStatusWord PIC X(12).
01 PayFileStatus PIC XX.
01 TranEOF PIC X.
01 OrderEOF PIC X.
01 LastPaySeen PIC X.
01 LastPayDate PIC 9(8).
01 LastPayAmount PIC 9(7)V99.
01 LoyaltyStatus PIC XX.
01 LoyFound PIC X.
01 DispPoints PIC ZZZ,ZZZ,ZZ9.
01 LastPayMethod PIC X(4).
01 PrnPayDate PIC 9999/99/99.
01 DispPayAmount PIC $$$$,$$9.99.
           DISPLAY "First name : " CustFName
           DISPLAY "Last name : " CustLName
           DISPLAY "Address : " CustAddress
           DISPLAY "City/State/ZIP : " CustCity " " CustState " " CustZip
           DISPLAY "Phone : " CustPhone
           DISPLAY "Email : " CustEmail
           IF CustActive
               MOVE CustCreditLimit TO DispBalance
               DISPLAY "Credit Limit : " DispBalance
           END-IF
           IF CustTermsCode = SPACES
               DISPLAY "Terms : NET30"
           ELSE
               DISPLAY "Terms : " CustTermsCode
           END-IF
           IF CustPriceLevel NOT = SPACES
               DISPLAY "Price Level : " CustPriceLevel
           END-IF
           IF CustCurrency NOT = SPACES
               DISPLAY "Billing Currency : " CustCurrency
           END-IF
           IF CustParentID IS NUMERIC AND CustParentID > 0
               DISPLAY "Branch of account : " CustParentID
           END-IF
           PERFORM ShowGroupPosition
           PERFORM ShowLoyaltyPoints

           IF NOT CustLocaleUS AND NOT CustLocaleIntl
               PERFORM AskAndSaveDateLocale
               " " DispTranAmount
       END-IF.

*> Every order still working - entered, picked, shipped-not-billed,
*> backordered, or held or released on the credit check - with its
*> status spelled out, so "where's my
*> order?" is answered on the same screen as the balance.
ShowOpenOrders.
       MOVE 0 TO OpenOrderCount.
               INVALID KEY MOVE "Y" TO OrderEOF
           END-START
       END-IF.
       OPEN INPUT OrderLineFile.
       PERFORM ScanOneOpenOrder UNTIL OrderEOF = "Y".
       CLOSE OrderFile, OrderLineFile.

ScanOneOpenOrder.
       READ OrderFile NEXT RECORD
       IF OrderEOF = "N"
           IF OrderCustID = CustID
                   AND (OrderEntered OR OrderPicked
                       OR OrderShipped OR OrderBackordered
                       OR OrderHeld OR OrderReleased)
               IF OpenOrderCount = 0
                   DISPLAY "Open orders :"
               END-IF
                   WHEN OrderEntered MOVE "entered" TO OrderStatusWord
                   WHEN OrderPicked MOVE "picked" TO OrderStatusWord
                   WHEN OrderShipped MOVE "shipped" TO OrderStatusWord
                   WHEN OrderHeld MOVE "credit hold" TO OrderStatusWord
                   WHEN OrderReleased MOVE "released" TO OrderStatusWord
                   WHEN OTHER MOVE "backordered" TO OrderStatusWord
               END-EVALUATE
               DISPLAY "  " OrderID " " PrnOrderDate " - "
                   OrderStatusWord
               PERFORM ShowOpenOrderLines
           END-IF
       END-IF.

ShowOpenOrderLines.
       MOVE "N" TO LinesEOF.
       MOVE OrderID TO OlOrderID.
       MOVE 0 TO OlLineSeq.
       START OrderLineFile KEY IS GREATER THAN OR EQUAL TO OrderLineKey
           INVALID KEY MOVE "Y" TO LinesEOF
       END-START.
       PERFORM ShowOneOrderLine UNTIL LinesEOF = "Y".

ShowOneOrderLine.
       READ OrderLineFile NEXT RECORD
           AT END MOVE "Y" TO LinesEOF
       END-READ.
       IF LinesEOF = "N"
           IF OlOrderID NOT = OrderID
               MOVE "Y" TO LinesEOF
           ELSE
               IF NOT OlInvoiced AND NOT OlCancelled
                   EVALUATE TRUE
                       WHEN OlEntered MOVE "entered" TO LineStatusWord
                       WHEN OlPicked MOVE "picked" TO LineStatusWord
                       WHEN OlShipped MOVE "shipped" TO LineStatusWord
                       WHEN OlDropShipped
                           MOVE "drop-ship" TO LineStatusWord
                       WHEN OTHER MOVE "backordered" TO LineStatusWord
                   END-EVALUATE
                   DISPLAY "      " OlLineSeq " " OlProdCode "/"
                       OlSizeLabel " qty " OlQty " - " LineStatusWord
               END-IF
           END-IF
       END-IF.

*> A stand-alone account, or a group with no limit, shows nothing
*> more - the balance and limit above already say it all.
ShowGroupPosition.
       MOVE CustCreditLimit TO GroupLimit.
       COMPUTE GroupExposure = CustBalance - CustCreditBal.
       CALL "GETGROUP" USING CustID, CustParentID, GroupLimit,
           GroupExposure, GroupMembers, GroupParentOK.
       IF GroupMembers > 1
           MOVE GroupExposure TO DispGroupBal
           MOVE GroupLimit TO DispBalance
           DISPLAY "Group balance : " DispGroupBal " over "
               GroupMembers " accounts - parent's limit " DispBalance
       END-IF.

*> No balance record means the customer has never earned a point;
*> nothing shows rather than a line of zeros.
ShowLoyaltyPoints.
       MOVE "N" TO LoyFound.
       OPEN INPUT LoyaltyFile.
       IF LoyaltyStatus = "00"
           MOVE "Y" TO LoyFound
           MOVE CustID TO LoyCustID
           READ LoyaltyFile
               INVALID KEY MOVE "N" TO LoyFound
           END-READ
       END-IF.
       CLOSE LoyaltyFile.
       IF LoyFound = "Y"
           MOVE LoyPoints TO DispPoints
           DISPLAY "Loyalty Points : " DispPoints
       END-IF.

*> payjrnl.txt is appended in time order, so the last line read for
*> the ID is the most recent receipt.
ShowLastPayment.
       WRITE MailLabelLine.
       MOVE LabelAddrLine TO MailLabelLine.
       WRITE MailLabelLine.
       PERFORM BuildLabelCityLine.
       IF LabelCityLine NOT = SPACES
           MOVE LabelCityLine TO MailLabelLine
           WRITE MailLabelLine
       END-IF.
       MOVE SPACES TO MailLabelLine.
       WRITE MailLabelLine.

       CLOSE MailLabelFile.
       DISPLAY "Label appended to MailLabel.txt".

*> The city line follows whichever street line PICKADDR chose - the
*> customer's own, or the address-book entry's off custaddr.txt.
BuildLabelCityLine.
       MOVE CustCity TO LabelCity.
       MOVE CustState TO LabelState.
       MOVE CustZip TO LabelZip.
       IF LabelAddrSeq > 0
           OPEN INPUT AddressFile
           IF AddrFileStatus = "00"
               MOVE CustID TO AddrCustID
               MOVE LabelAddrSeq TO AddrSeq
               READ AddressFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE AddrCity TO LabelCity
                       MOVE AddrState TO LabelState
                       MOVE AddrZip TO LabelZip
               END-READ
           END-IF
           CLOSE AddressFile
       END-IF.
       MOVE SPACES TO LabelCityLine.
       STRING LabelCity DELIMITED BY "  "
              " " DELIMITED BY SIZE
              LabelState DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              LabelZip DELIMITED BY SPACE
              INTO LabelCityLine
       END-STRING.
       IF LabelCity = SPACES AND LabelState = SPACES AND LabelZip = SPACES
           MOVE SPACES TO LabelCityLine
       END-IF.
