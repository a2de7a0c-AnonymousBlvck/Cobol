       01 WorkRecord.
              02 WkCustID PIC 9(6).
              02 WkSource PIC X(1).
              02 WkImage PIC X(200).

FD ExtractFile.
       01 ExtractRecord PIC X(200).

FD ControlReport.
       01 PrintLine PIC X(80).
01 HistDateNum PIC 9(8).
*> The record being shaped, laid over the custrec fields through
*> this holding area.
01 HoldCustomer PIC X(200).
01 ExtractCount PIC 9(7) VALUE ZERO.
01 ExtractBalance PIC 9(11)V99 VALUE ZERO.
01 FromImages PIC 9(7) VALUE ZERO.
