      *> Shared report-routing record layout for rptroute.txt, keyed
      *> by the report's RPTFILE base name and a recipient department
      *> - one line per report per recipient, so a report read by both
      *> accounts and the owner carries two lines. RouteMethod says how
      *> that recipient gets it: P on the department's print queue,
      *> E mailed to RouteEmail, H held on disk for them to open.
      *> RouteExpect says when the report is due: N every night the
      *> chain runs, M on month-end nights, Y on the year-end night,
      *> D only on demand (never missed). rptdist reads it after the
      *> chain; rptroute maintains it.
       01 RouteData.
              02 RouteKey.
                     03 RouteBase PIC X(12).
                     03 RouteDept PIC X(10).
              02 RouteMethod PIC X(1).
                     88 RoutePrint VALUE "P".
                     88 RouteMail VALUE "E".
                     88 RouteHold VALUE "H".
              02 RouteEmail PIC X(40).
              02 RouteExpect PIC X(1).
                     88 RouteNightly VALUE "N".
                     88 RouteMonthEnd VALUE "M".
                     88 RouteYearEnd VALUE "Y".
                     88 RouteOnDemand VALUE "D".
