      *> Shared stock transfer record layout for transfer.txt - one
      *> record per product/size sent from one location to another,
      *> numbered off trfctl.txt. The goods leave the sending
      *> location's shelf when the transfer is sent (status T, in
      *> transit) and reach the receiving location's shelf when it
      *> is received there (status R).
       01 TransferData.
              02 TrfNumber PIC 9(6).
              02 TrfFromLoc PIC X(2).
              02 TrfToLoc PIC X(2).
              02 TrfProdCode PIC X(5).
              02 TrfSizeCode PIC X(2).
              02 TrfQty PIC 9(5).
              02 TrfSentDate PIC 9(8).
              02 TrfSentBy PIC X(6).
              02 TrfRecvDate PIC 9(8).
              02 TrfRecvBy PIC X(6).
              02 TrfStatus PIC X(1).
                     88 TrfInTransit VALUE "T".
                     88 TrfReceived VALUE "R".
