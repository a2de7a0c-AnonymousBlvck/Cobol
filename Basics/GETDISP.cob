       >>SOURCE FORMAT FREE
*> Shared disputed-amount lookup in the GETFXRT mould: callers pass
*> a customer ID and get back what that customer's disputed open
*> items on openitem.txt still owe (OiAmount less OiPaidAmt on every
*> item disptrk has marked D and that isn't paid in full) and how
*> many such items there are. custdun and finchg take it off the
*> overdue money they chase and charge on, and GETGROUP takes it
*> off the exposure the credit-limit hold measures - the money is
*> still owed, and still on the statement, but nobody is chased or
*> held over an invoice the customer says is wrong until the
*> dispute is settled. A missing or empty openitem.txt comes back
*> zero.
IDENTIFICATION DIVISION.
PROGRAM-ID. GETDISP.
AUTHOR. NANDO BINGANI .
DATE-WRITTEN.September 1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL OpenItemFile ASSIGN TO "openitem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OiInvoiceNo
           FILE STATUS IS OpenItemStatus.

DATA DIVISION.
FILE SECTION.
FD OpenItemFile.
       COPY "openitem.cpy".

WORKING-STORAGE SECTION.
01 OpenItemStatus PIC XX.
01 ItemEOF PIC X.

LINKAGE SECTION.
       01 LCustID PIC 9(6).
       01 LDisputedAmt PIC 9(7)V99.
       01 LDisputedCount PIC 9(3).

PROCEDURE DIVISION USING LCustID, LDisputedAmt, LDisputedCount.
StartPara.
       MOVE 0 TO LDisputedAmt.
       MOVE 0 TO LDisputedCount.
       MOVE "N" TO ItemEOF.
       OPEN INPUT OpenItemFile.
       IF OpenItemStatus NOT = "00" AND OpenItemStatus NOT = "05"
           MOVE "Y" TO ItemEOF
       END-IF.
       PERFORM ScanOneItem UNTIL ItemEOF = "Y".
       CLOSE OpenItemFile.
EXIT PROGRAM.

ScanOneItem.
       READ OpenItemFile NEXT RECORD
           AT END MOVE "Y" TO ItemEOF
           NOT AT END
               IF OiCustID = LCustID AND OiDisputed
                       AND NOT OiPaidFull
                   COMPUTE LDisputedAmt = LDisputedAmt + OiAmount
                       - OiPaidAmt
                   ADD 1 TO LDisputedCount
               END-IF
       END-READ.
