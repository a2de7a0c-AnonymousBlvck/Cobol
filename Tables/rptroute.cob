       >>SOURCE FORMAT FREE
*> Report-routing table maintenance, modeled on carrates - add,
*> delete, update and get against rptroute.txt, keyed by the
*> report's RPTFILE base name and the recipient department, plus a
*> list of every recipient a report goes to. The lines kept here are
*> what rptdist reads after the nightly chain to build each
*> department's print queue and the email-out list, and to name the
*> reports that were due but never produced.
IDENTIFICATION DIVISION.
PROGRAM-ID. rptroute.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

       SELECT OPTIONAL RouteFile ASSIGN TO "rptroute.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RouteKey
           FILE STATUS IS RouteStatus.

DATA DIVISION.
FILE SECTION.
FD RouteFile.
       COPY "routrec.cpy".

WORKING-STORAGE SECTION.
01 CheckFileName PIC X(20).
01 FileOK PIC X.
01 RouteStatus PIC XX.
01 Choice PIC 9.
01 StayOpen PIC X VALUE "Y".
01 RouteExists PIC X.
01 RouteValid PIC X.
01 ListBase PIC X(12).
01 ListEOF PIC X.
01 ListCount PIC 9(3).

PROCEDURE DIVISION.
StartPara.
       OPEN I-O RouteFile.
       MOVE "rptroute.txt" TO CheckFileName.
       CALL "FILESTAT" USING CheckFileName, RouteStatus, FileOK.
       IF FileOK = "N"
           DISPLAY "Closing."
           STOP RUN
       END-IF.
       PERFORM UNTIL StayOpen = "N"
            DISPLAY " "
            DISPLAY "Report routing"
            DISPLAY "1 : Add Route "
            DISPLAY "2 : Delete Route "
            DISPLAY "3 : Update Route "
            DISPLAY "4 : Get Route "
            DISPLAY "5 : List Routes for a Report "
            DISPLAY "0 : Quit "
            DISPLAY ": " WITH NO ADVANCING
            ACCEPT Choice

            EVALUATE Choice
               WHEN 1 PERFORM AddRoute
               WHEN 2 PERFORM DeleteRoute
               WHEN 3 PERFORM UpdateRoute
               WHEN 4 PERFORM GetRoute
               WHEN 5 PERFORM ListRoutes
               WHEN OTHER MOVE "N" TO StayOpen
            END-EVALUATE
       END-PERFORM.
CLOSE RouteFile.
STOP RUN.

AddRoute.
       DISPLAY " "
       PERFORM AcceptRouteKey.
       IF RouteBase = SPACES OR RouteDept = SPACES
           DISPLAY "A report base name and a department are required"
       ELSE
           PERFORM AcceptRouteFields

           WRITE RouteData
               INVALID KEY DISPLAY "Route already on file"
           END-WRITE
       END-IF.

DeleteRoute.
       DISPLAY " "
       PERFORM AcceptRouteKey.
       DISPLAY " "
       DELETE RouteFile
           INVALID KEY DISPLAY "Route doesn't exist"
       END-DELETE.

UpdateRoute.
       MOVE "Y" TO RouteExists.
       DISPLAY " "
       PERFORM AcceptRouteKey.

       READ RouteFile
           INVALID KEY MOVE "N" TO RouteExists
       END-READ.

       IF RouteExists = "N"
           DISPLAY "Route doesn't exist"
       ELSE
           PERFORM AcceptRouteFields

           REWRITE RouteData
               INVALID KEY DISPLAY "Route not updated"
           END-REWRITE
       END-IF.

*> A route is named by the report's base name exactly as the
*> program hands it to RPTFILE, and the department it goes to.
AcceptRouteKey.
       DISPLAY "Report base name (e.g. CustReport) : " WITH NO ADVANCING.
       ACCEPT RouteBase.
       DISPLAY "Department (e.g. ACCOUNTS, WAREHOUSE, OWNER) : "
           WITH NO ADVANCING.
       ACCEPT RouteDept.

AcceptRouteFields.
       MOVE "N" TO RouteValid.
       PERFORM AcceptMethod UNTIL RouteValid = "Y".
       MOVE SPACES TO RouteEmail.
       IF RouteMail
           MOVE "N" TO RouteValid
           PERFORM AcceptEmail UNTIL RouteValid = "Y"
       END-IF.
       MOVE "N" TO RouteValid.
       PERFORM AcceptExpect UNTIL RouteValid = "Y".

AcceptMethod.
       DISPLAY "Delivery - P print, E email, H hold : "
           WITH NO ADVANCING.
       ACCEPT RouteMethod.
       IF RouteMethod = "p"
           MOVE "P" TO RouteMethod
       END-IF.
       IF RouteMethod = "e"
           MOVE "E" TO RouteMethod
       END-IF.
       IF RouteMethod = "h"
           MOVE "H" TO RouteMethod
       END-IF.
       IF RoutePrint OR RouteMail OR RouteHold
           MOVE "Y" TO RouteValid
       ELSE
           DISPLAY "Answer P, E or H."
       END-IF.

AcceptEmail.
       DISPLAY "Email address : " WITH NO ADVANCING.
       ACCEPT RouteEmail.
       IF RouteEmail = SPACES
           DISPLAY "An emailed report needs an address."
       ELSE
           MOVE "Y" TO RouteValid
       END-IF.

AcceptExpect.
       DISPLAY "Due - N nightly, M month-end, Y year-end, D on demand : "
           WITH NO ADVANCING.
       ACCEPT RouteExpect.
       IF RouteExpect = "n"
           MOVE "N" TO RouteExpect
       END-IF.
       IF RouteExpect = "m"
           MOVE "M" TO RouteExpect
       END-IF.
       IF RouteExpect = "y"
           MOVE "Y" TO RouteExpect
       END-IF.
       IF RouteExpect = "d"
           MOVE "D" TO RouteExpect
       END-IF.
       IF RouteNightly OR RouteMonthEnd OR RouteYearEnd OR RouteOnDemand
           MOVE "Y" TO RouteValid
       ELSE
           DISPLAY "Answer N, M, Y or D."
       END-IF.

GetRoute.
       MOVE "Y" TO RouteExists.
       DISPLAY " ".
       PERFORM AcceptRouteKey.
       READ RouteFile
           INVALID KEY MOVE "N" TO RouteExists
       END-READ.

       IF RouteExists = "N"
           DISPLAY "Route doesn't exist "
       END-IF.

       IF RouteExists = "Y"
           PERFORM ShowRoute
       END-IF.

ShowRoute.
       DISPLAY "Report : " RouteBase "  to " RouteDept.
       EVALUATE TRUE
           WHEN RoutePrint DISPLAY "Delivery : print queue"
           WHEN RouteMail DISPLAY "Delivery : email to " RouteEmail
           WHEN OTHER DISPLAY "Delivery : held on disk"
       END-EVALUATE.
       EVALUATE TRUE
           WHEN RouteNightly DISPLAY "Due : every night"
           WHEN RouteMonthEnd DISPLAY "Due : month-end nights"
           WHEN RouteYearEnd DISPLAY "Due : the year-end night"
           WHEN OTHER DISPLAY "Due : on demand"
       END-EVALUATE.

*> Every department one report goes to, off a START at the first
*> key carrying the base name.
ListRoutes.
       DISPLAY " ".
       DISPLAY "Report base name : " WITH NO ADVANCING.
       ACCEPT ListBase.
       MOVE 0 TO ListCount.
       MOVE ListBase TO RouteBase.
       MOVE LOW-VALUES TO RouteDept.
       START RouteFile KEY IS GREATER THAN OR EQUAL TO RouteKey
           INVALID KEY MOVE "Y" TO ListEOF
           NOT INVALID KEY MOVE "N" TO ListEOF
       END-START.
       PERFORM ListOneRoute UNTIL ListEOF = "Y".
       IF ListCount = 0
           DISPLAY "No routes on file for " ListBase
       END-IF.

ListOneRoute.
       READ RouteFile NEXT RECORD
           AT END MOVE "Y" TO ListEOF
       END-READ.
       IF ListEOF = "N"
           IF RouteBase NOT = ListBase
               MOVE "Y" TO ListEOF
           ELSE
               ADD 1 TO ListCount
               DISPLAY " "
               PERFORM ShowRoute
           END-IF
       END-IF.
